      *-----------------------------------------------------------*
      * NOSTROPOST.cpy
      * Vores side af nostrokontoen hos korrespondentbanken - en
      * raekke per bevaegelse vi mener er gaaet over kontoen,
      * tilfoejet af det program der foraarsager den: OPG26's
      * udgaaende SEPA-betalinger (D), OPG43's indgaaende betalinger
      * og returnerede eksporter (K) og OPG25's clearingafregninger
      * (D/K som paa kundekontoen). NP-REFERENCE er end-to-end-
      * referencen korrespondenten viser paa sit kontoudtog.
      * NOSTROAFSTEMNING tager filen ind som aabne poster og
      * toemmer den bagefter.
      * Bruges af OPG25, OPG26, OPG43 og OPG94.
      *-----------------------------------------------------------*
           05  NP-DATO             PIC 9(8).
           05  NP-KILDE            PIC X(5).
               88  NP-SEPA-UD          VALUE "OPG26".
               88  NP-SEPA-IND         VALUE "OPG43".
               88  NP-CLEARING         VALUE "OPG25".
           05  NP-DC               PIC X(1).
               88  NP-DEBET            VALUE "D".
               88  NP-KREDIT           VALUE "K".
           05  NP-BELOB            PIC 9(9)V99.
           05  NP-VALUTA           PIC X(3).
           05  NP-REFERENCE        PIC X(35).
           05  NP-KONTO-ID         PIC X(10).
