      *-----------------------------------------------------------*
      * FORSEGLING.cpy
      * Segl for en beviskaedefil - en raekke per raekke i den
      * forseglede fil (opg10-audit.txt eller opg15-historik-data.txt)
      * i samme orden. SEGL-VAERDI er det loebende segl: beregnet af
      * den forrige raekkes segl og hele raekkens indhold, saa en
      * aendret, slettet, indsat eller ombyttet raekke bryder kaeden
      * fra og med den raekke. Skrives og kontrolleres kun gennem
      * FORSEGLING.
      * Bruges af FORSEGLING.
      *-----------------------------------------------------------*
           05  SEGL-RAEKKE-NR      PIC 9(9).
           05  SEGL-DATO           PIC 9(8).
           05  SEGL-VAERDI         PIC 9(12).
