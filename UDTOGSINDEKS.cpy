      *-----------------------------------------------------------*
      * UDTOGSINDEKS.cpy
      * Indeks over udtogsarkivet - en raekke per kunde, konto,
      * periode og kanal for hvert kontoudtog KONTOUDTOG danner.
      * UI-UDTOG-ID er udtogets noegle i arkivfilen
      * UDTOGSARKIV_<UI-PROD-DATO>.txt, faelles for alle kontiene
      * paa samme udtog. Periode 00000000-99999999 er hele
      * historikken.
      * Bruges af OPG20, OPG37, OPG67 og OPG92.
      *-----------------------------------------------------------*
           05  UI-UDTOG-ID.
               10  UI-PROD-DATO        PIC 9(8).
               10  UI-PROD-TID         PIC 9(6).
               10  UI-LOEBENR          PIC 9(6).
           05  UI-KUNDE-ID             PIC X(10).
           05  UI-KONTO-ID             PIC X(10).
           05  UI-PERIODE-FRA          PIC 9(8).
           05  UI-PERIODE-TIL          PIC 9(8).
           05  UI-KANAL                PIC X(1).
               88  UI-PAPIR                VALUE "P".
               88  UI-EMAIL                VALUE "E".
               88  UI-DIGITAL              VALUE "D".
