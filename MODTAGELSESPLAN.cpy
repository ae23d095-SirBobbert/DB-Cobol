      *-----------------------------------------------------------*
      * MODTAGELSESPLAN.cpy
      * Modtagelsesplanen - en raekke per indgaaende fil vi kender:
      * filens navn, cut-off-tidspunktet (TTMM, nul er ingen
      * cut-off) efter hvilket den hoerer til naeste bankdag, og
      * hvor beloebet staar paa raekken - startposition for et
      * ni-cifret beloeb med to decimaler (nul naar filen ikke
      * baerer beloeb), kun paa raekker med MP-REC-TYPE i foerste
      * position naar den ikke er blank. MP-FORVENTET "J" betyder
      * at filen skal komme hver bankdag, og den staar paa OPG97's
      * rapport naar den ikke er kommet. En fil der ikke staar i
      * planen tages imod uden cut-off og uden beloeb.
      * Bruges af FILMODTAGELSE og OPG97.
      *-----------------------------------------------------------*
           05  MP-FILNAVN          PIC X(40).
           05  MP-CUTOFF           PIC 9(4).
           05  MP-BELOB-POS        PIC 9(3).
           05  MP-REC-TYPE         PIC X(1).
           05  MP-FORVENTET        PIC X(1).
               88  MP-FIL-FORVENTET    VALUE "J".
           05  MP-PROGRAM          PIC X(8).
