      *-----------------------------------------------------------*
      * PRISEFTERGIVET.cpy
      * Eftergivet indtaegt - en raekke per konto per gang en
      * prisaftale har givet kunden bedre vilkaar end standarden,
      * i Prisaftale-eftergivet.txt, som udvides af hver koersel.
      * PE-ART "R" er rente (RENTETILSKRIVNING ved maanedsskiftet,
      * forskellen mellem aftalesatsen og standardsatsen - negativ
      * naar aftalen er dyrere for kunden), "M" maanedsgebyr, "U"
      * udtogsgebyr og "D" dvalegebyr (GEBYRBEREGNING) og "O"
      * overtraeksgebyr (OVERTRAEKSGEBYR).
      * Bruges af OPG18, OPG19, OPG46 og OPG89.
      *-----------------------------------------------------------*
           05  PE-DATO             PIC 9(8).
           05  PE-AFTALE-NR        PIC 9(6).
           05  PE-KONTO-ID         PIC X(10).
           05  PE-ART              PIC X(1).
               88  PE-RENTE            VALUE "R".
               88  PE-MAANED           VALUE "M".
               88  PE-UDTOG            VALUE "U".
               88  PE-DVALE            VALUE "D".
               88  PE-OVERTRAEK        VALUE "O".
           05  PE-BELOB            PIC S9(7)V99.
