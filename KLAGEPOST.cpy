      *-----------------------------------------------------------*
      * KLAGEPOST.cpy
      * En omtvistet postering paa en klagesag - en raekke per
      * POST-REFERENCE per sag i Klageposter.txt, med kontoen,
      * datoen og beloebet fra opg15-historik-data.txt og kontoens
      * produkt. Naar der refunderes, baerer raekken refusionens
      * egen "D"-reference, beloeb og dato; en original reference
      * der allerede har en refusion kan ikke refunderes igen.
      * Bruges af OPG88.
      *-----------------------------------------------------------*
           05  KP-SAG-ID           PIC X(10).
           05  KP-REFERENCE        PIC X(12).
           05  KP-KONTO-ID         PIC X(10).
           05  KP-PRODUKT          PIC X(10).
           05  KP-POST-DATO        PIC 9(8).
           05  KP-BELOB            PIC 9(7)V99.
           05  KP-REFUSION-REF     PIC X(12).
           05  KP-REFUSION-BELOB   PIC 9(7)V99.
           05  KP-REFUSION-DATO    PIC 9(8).
