      *-----------------------------------------------------------*
      * SIKKERHEDLAAN.cpy
      * Tilknytning mellem en sikkerhed og et laan eller en konto
      * den daekker - en raekke per par i SikkerhedLaan.txt. En
      * sikkerhed kan daekke flere laan, og et laan kan have flere
      * sikkerheder. SL-KONTO-ID er laanets KONTO-ID paa
      * Laaneregister.txt eller en kreditkonto paa kontomasteren.
      * Bruges af OPG85.
      *-----------------------------------------------------------*
           05  SL-SIK-ID           PIC X(10).
           05  SL-KONTO-ID         PIC X(10).
           05  SL-TILKNYTTET-DATO  PIC 9(8).
