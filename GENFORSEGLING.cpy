      *-----------------------------------------------------------*
      * GENFORSEGLING.cpy
      * Dateret registrering af en godkendt omskrivning af en
      * forseglet fil - GDPR-anonymiseringen (OPG33), historik-
      * afrulningen (OPG52) eller en genforsegling efter et
      * undersoegt kaedebrud (OPG81). Hele filen forsegles paa ny,
      * og GF-FOER-BRUD viser om kaeden var hel foer omskrivningen
      * (nul) eller hvilken raekke der allerede var brudt, saa en
      * lovlig omskrivning ikke kan skjule en forudgaaende
      * manipulation.
      * Bruges af FORSEGLING og OPG81.
      *-----------------------------------------------------------*
           05  GF-DATO             PIC 9(8).
           05  GF-FILKODE          PIC X(1).
               88  GF-AUDIT            VALUE "A".
               88  GF-HISTORIK         VALUE "H".
           05  GF-PROGRAM          PIC X(8).
           05  GF-AARSAG           PIC X(30).
           05  GF-RAEKKER          PIC 9(9).
           05  GF-FOER-BRUD        PIC 9(9).
