      *-----------------------------------------------------------*
      * MODTAGELSE.cpy
      * Modtagelsesregistret - en raekke hver gang et program beder
      * FILMODTAGELSE tage imod en indgaaende fil: hvornaar filen
      * ankom (filens eget tidsstempel), hvor mange raekker og
      * hvilket beloeb den baerer, og dens fingeraftryk over hvert
      * byte. MR-FRIST-DATO er den bankdag filen hoerer til - dagen
      * den ankom, eller naeste bankdag naar den kom efter sin
      * cut-off eller paa en lukkedag. MODTAGET er taget ind, HOLDT
      * venter paa sin bankdag og DUBLET er en byte-identisk
      * genlevering af en allerede modtaget fil, lagt til side som
      * <filnavn>.dublet.
      * Bruges af FILMODTAGELSE og OPG97.
      *-----------------------------------------------------------*
           05  MR-DATO             PIC 9(8).
           05  MR-TID              PIC 9(6).
           05  MR-ANKOMST-DATO     PIC 9(8).
           05  MR-ANKOMST-TID      PIC 9(4).
           05  MR-PROGRAM          PIC X(8).
           05  MR-FILNAVN          PIC X(40).
           05  MR-ANTAL            PIC 9(7).
           05  MR-SUM              PIC S9(13)V99.
           05  MR-FINGERAFTRYK     PIC 9(12).
           05  MR-FRIST-DATO       PIC 9(8).
           05  MR-STATUS           PIC X(10).
               88  MR-MODTAGET         VALUE "MODTAGET".
               88  MR-HOLDT            VALUE "HOLDT".
               88  MR-DUBLET           VALUE "DUBLET".
