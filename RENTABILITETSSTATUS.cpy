      *-----------------------------------------------------------*
      * RENTABILITETSSTATUS.cpy
      * Kundens rentabilitetsstatus - en raekke per kunde i
      * Rentabilitetsstatus.txt, indlaest og genskrevet hver maaned
      * af KUNDERENTABILITET. RS-PERIODE er den senest talte maaned
      * (AAAAMM), RS-NEG-MAANEDER antal maaneder i traek med
      * negativt bidrag til og med den, og RS-FUNDING-AAR aarets
      * fundingvaerdi til dato (den beregnes af saldoen paa
      * koerselsdagen og kan ikke genskabes af historikken).
      * -FOER felterne er vaerdierne foer RS-PERIODE blev talt, saa
      * en gentaget koersel for samme maaned ikke taeller dobbelt.
      * Bruges af OPG82.
      *-----------------------------------------------------------*
           05  RS-KUNDE-ID         PIC X(10).
           05  RS-PERIODE          PIC 9(6).
           05  RS-NEG-MAANEDER     PIC 9(3).
           05  RS-NEG-FOER         PIC 9(3).
           05  RS-FUNDING-AAR      PIC 9(9)V99.
           05  RS-FUNDING-FOER     PIC 9(9)V99.
           05  RS-BIDRAG           PIC S9(9)V99.
