      *-----------------------------------------------------------*
      * PRISAFTALE.cpy
      * Prisaftale - en raekke per aftale i Prisaftaler.txt, i
      * stigende PA-AFTALE-NR orden. En aftale gaelder enten en hel
      * kunde (PA-NIVEAU "K", PA-NOEGLE er KUNDE-ID) eller en enkelt
      * konto (PA-NIVEAU "A", PA-NOEGLE er KONTO-ID); en kontoaftale
      * gaar forud for kundens aftale. PA-KREDIT-SATS og
      * PA-DEBET-SATS er aarlige procentsatser der erstatter
      * standardsatsen fra Rentesatser.txt - blank betyder
      * standardsatsen. PA-FRI-xxx "J" fritager for maanedsgebyr,
      * udtogsgebyr, dvalegebyr og overtraeksgebyr. Aftalen gaelder
      * fra og med PA-GYLDIG-FRA til og med PA-GYLDIG-TIL. En
      * aftale ophaevet foer tid faar PA-STATUS "O" og en fremrykket
      * PA-GYLDIG-TIL. Kun godkendte aftaler staar her -
      * en aendring venter i opg89-afventer.txt til den er godkendt.
      * Bruges af OPG18, OPG19, OPG46, OPG75, OPG89 og PRISAFTALE.
      *-----------------------------------------------------------*
           05  PA-AFTALE-NR        PIC 9(6).
           05  PA-NIVEAU           PIC X(1).
               88  PA-KUNDE-NIVEAU     VALUE "K".
               88  PA-KONTO-NIVEAU     VALUE "A".
           05  PA-NOEGLE           PIC X(10).
           05  PA-KREDIT-SATS      PIC 9(2)V9999.
           05  PA-DEBET-SATS       PIC 9(2)V9999.
           05  PA-FRI-MAANED       PIC X(1).
               88  PA-FRITAGET-MAANED  VALUE "J".
           05  PA-FRI-UDTOG        PIC X(1).
               88  PA-FRITAGET-UDTOG   VALUE "J".
           05  PA-FRI-DVALE        PIC X(1).
               88  PA-FRITAGET-DVALE   VALUE "J".
           05  PA-FRI-OVERTRAEK    PIC X(1).
               88  PA-FRITAGET-OVERTRAEK VALUE "J".
           05  PA-GYLDIG-FRA       PIC 9(8).
           05  PA-GYLDIG-TIL       PIC 9(8).
           05  PA-STATUS           PIC X(1).
               88  PA-AKTIV            VALUE "A".
               88  PA-OPHOERT          VALUE "O".
           05  PA-BEMAERKNING      PIC X(30).
           05  PA-OPRETTET-AF      PIC X(10).
           05  PA-GODKENDT-AF      PIC X(10).
           05  PA-GODKENDT-DATO    PIC 9(8).
