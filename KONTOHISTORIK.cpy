      * Fast-format historikrekord til maskinlaesning - en raekke per
      * bogfoert postering, med saldo foer og efter, skrevet af OPG15
      * ved siden af den frie teksthistorik. Bruges af OPG15 og OPG20.
      * HIST-DATO er valoerdatoen; HIST-BOGFOERT-DATO er den dag
      * posteringen faktisk blev bogfoert, saa en tilbagevaloeret
      * postering kan kendes (blank paa raekker fra foer feltet).
      *-----------------------------------------------------------*
           05  HIST-DATO           PIC 9(8).
           05  HIST-KONTO-ID       PIC X(10).
           05  HIST-SALDO-FOER     PIC S9(7)V99.
           05  HIST-SALDO-EFTER    PIC S9(7)V99.
           05  HIST-REFERENCE      PIC X(12).
           05  HIST-BOGFOERT-DATO  PIC 9(8).
