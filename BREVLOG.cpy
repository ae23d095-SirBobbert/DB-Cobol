      *-----------------------------------------------------------*
      * BREVLOG.cpy
      * Brevlog - en raekke per brev BREVFLET har sendt, i
      * Brevlog.txt: dato, kunde, brevkode og sprog, kanalen ("P"
      * papir, "E" e-mail, "D" e-Boks, blank kun arkiv), det
      * program der bestilte brevet, kontoen og beloebet det
      * handlede om, og den fil brevet blev lagt i. Filen udvides
      * og er bevis for hvad hver kunde har faaet tilsendt.
      * Bruges af BREVFLET.
      *-----------------------------------------------------------*
           05  BL-DATO             PIC 9(8).
           05  BL-KUNDE-ID         PIC X(10).
           05  BL-KODE             PIC X(8).
           05  BL-SPROG            PIC X(2).
           05  BL-KANAL            PIC X(1).
           05  BL-PROGRAM          PIC X(8).
           05  BL-KONTO-ID         PIC X(10).
           05  BL-BELOB            PIC S9(9)V99.
           05  BL-FILNAVN          PIC X(60).
