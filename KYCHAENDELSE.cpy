      *-----------------------------------------------------------*
      * KYCHAENDELSE.cpy
      * Kundekendskabshaendelse - en raekke per haendelse der
      * tynger en kundes risikoklasse, tilfoejet af det program der
      * ser den: OPG35's overvaagningshits, OPG43's indgaaende
      * udlandsbetalinger og OPG26's udgaaende SEPA-betalinger.
      * KH-KUNDE-ID kan vaere blank naar kilden kun kender kontoen;
      * KUNDERISIKO slaar den op paa kontomasteren og beskaerer
      * filen til vinduet den klassificerer over.
      * Bruges af OPG26, OPG35, OPG43 og OPG70.
      *-----------------------------------------------------------*
           05  KH-DATO             PIC 9(8).
           05  KH-KILDE            PIC X(5).
               88  KH-OVERVAAGNING     VALUE "OPG35".
               88  KH-UDLAND-IND       VALUE "OPG43".
               88  KH-UDLAND-UD        VALUE "OPG26".
           05  KH-KUNDE-ID         PIC X(10).
           05  KH-KONTO-ID         PIC X(10).
           05  KH-BELOB            PIC 9(9)V99.
