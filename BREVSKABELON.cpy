      *-----------------------------------------------------------*
      * BREVSKABELON.cpy
      * Brevskabelon - en raekke per tekstlinje i Brevskabeloner.txt,
      * noeglet paa brevkode og sprog ("DA", "EN") og skrevet i
      * linjenummerorden. Teksten baerer flettefelter, som BREVFLET
      * erstatter ved udskrivningen: <NAVN> (gennem KUNDENAVN og
      * NAVNEFORMAT), <ADRESSE>, <BY>, <KUNDE-ID>, <KONTO>,
      * <KONTO2>, <BELOB>, <BELOB2>, <BELOB3>, <DAGE>, <DATO> og
      * <TEKST>. SKAB-BETINGELSE blank skriver altid linjen; "2"
      * eller "3" skriver den kun naar <BELOB2> hhv. <BELOB3> ikke
      * er nul. Juridisk afdeling retter ordlyden her uden en
      * programaendring.
      * Bruges af BREVFLET.
      *-----------------------------------------------------------*
           05  SKAB-KODE           PIC X(8).
           05  SKAB-SPROG          PIC X(2).
           05  SKAB-LINJE-NR       PIC 9(3).
           05  SKAB-BETINGELSE     PIC X(1).
           05  SKAB-TEKST          PIC X(100).
