      *-----------------------------------------------------------*
      * BREVDATA.cpy
      * Kaldeblok til det faelles brevprogram BREVFLET. Kalderen
      * saetter funktionen ("B" skriv et brev, "S" slut - lukker
      * brevfilerne ved koerslens afslutning), brevkoden, sit eget
      * programnavn og de flettefelter brevet bruger; kunderekorden
      * gives med som andet parameter. Tilbage kommer svaret ("OK",
      * eller "B1" naar brevkoden ikke har nogen skabelon), den
      * kanal brevet gik ud paa ("P" papir, "E" e-mail, "D" e-Boks,
      * blank kun arkiv naar kunden mangler) og sproget.
      * Bruges af BREVFLET og dets kaldere.
      *-----------------------------------------------------------*
           05  BD-FUNKTION         PIC X(1).
               88  BD-SKRIV            VALUE "B".
               88  BD-SLUT             VALUE "S".
           05  BD-KODE             PIC X(8).
           05  BD-PROGRAM          PIC X(8).
           05  BD-KONTO-ID         PIC X(10).
           05  BD-KONTO2           PIC X(10).
           05  BD-BELOB            PIC S9(9)V99.
           05  BD-BELOB2           PIC S9(9)V99.
           05  BD-BELOB3           PIC S9(9)V99.
           05  BD-DAGE             PIC 9(4).
           05  BD-TEKST            PIC X(40).
           05  BD-SVAR             PIC X(2).
               88  BD-OK               VALUE "OK".
           05  BD-KANAL            PIC X(1).
           05  BD-SPROG            PIC X(2).
