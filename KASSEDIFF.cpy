      *-----------------------------------------------------------*
      * KASSEDIFF.cpy
      * Kassedifferencer til godkendelse - en raekke per kasse-
      * afstemning hvor optalt og forventet beholdning afviger mere
      * end tolerancen (parameter KASSE-TOLERANCE). KD-DIFFERENCE er
      * optalt minus forventet (positiv = overskud). Raekken staar
      * til en anden end KD-KASSERER godkender eller afviser den i
      * opg77-kassegodkendelser.txt eller paa godkendelsesbordet
      * (OPG79); en godkendt difference bogfoeres paa kasse-
      * differencekontoen med referenceserie "C".
      * Bruges af OPG77 og OPG79.
      *-----------------------------------------------------------*
           05  KD-NR               PIC 9(6).
           05  KD-DATO             PIC 9(8).
           05  KD-AFDELING         PIC X(3).
           05  KD-KASSE-ID         PIC X(4).
           05  KD-KASSERER         PIC X(10).
           05  KD-FORVENTET        PIC S9(9)V99.
           05  KD-OPTALT           PIC S9(9)V99.
           05  KD-DIFFERENCE       PIC S9(9)V99.
