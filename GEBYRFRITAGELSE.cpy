      *-----------------------------------------------------------*
      * GEBYRFRITAGELSE.cpy
      * Fritaget gebyr - en raekke per konto GEBYRBEREGNING har
      * fritaget i en koersel, med det gebyr kontoen ellers ville
      * have betalt, i Gebyrfritagelser.txt. Filen udvides hver
      * maaned i KONTO-ID orden, saa en gentaget koersel samme dag
      * kan kendes paa at noeglen (dato, konto) ikke stiger.
      * GFT-AARSAG "S" er saldo over produktets fritagelsesgraense
      * (PROD-GEBYRFRI-SALDO), "A" er ejer under 18 aar.
      * Bruges af OPG46 og OPG82.
      *-----------------------------------------------------------*
           05  GFT-DATO            PIC 9(8).
           05  GFT-KONTO-ID        PIC X(10).
           05  GFT-BELOB           PIC 9(7)V99.
           05  GFT-AARSAG          PIC X(1).
               88  GFT-SALDO           VALUE "S".
               88  GFT-ALDER           VALUE "A".
