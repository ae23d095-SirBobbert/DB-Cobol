      *-----------------------------------------------------------*
      * REGNSKABSPERIODE.cpy
      * Regnskabsperioder - en raekke per maaned (RP-PERIODE AAAAMM)
      * som oekonomi har lukket, vedligeholdt af PERIODEAFSLUTNING.
      * En maaned uden raekke er aaben. RP-STATUS er "A" (genaabnet),
      * "L" (lukket - kan genaabnes) eller "H" (haardt laast efter
      * revisionen - kan aldrig genaabnes). Lukkes eller genaabnes
      * en periode, staar dato og bruger i RP-LUKKET-DATO/-AF; den
      * haarde laasning i RP-LAAST-DATO/-AF. Beloebene er
      * afstemningen ved lukningen: maanedens bogfoerte posteringer
      * fra historikken, GL-feedens sum for perioden og saldo-
      * bevaegelsen. KONTOPOSTERING og GENDANFREM slaar perioden op
      * gennem REGNSKABSPERIODE.
      * Bruges af OPG76 og REGNSKABSPERIODE.
      *-----------------------------------------------------------*
           05  RP-PERIODE          PIC 9(6).
           05  RP-STATUS           PIC X(1).
               88  RP-AABEN            VALUE "A".
               88  RP-LUKKET           VALUE "L".
               88  RP-LAAST            VALUE "H".
           05  RP-LUKKET-DATO      PIC 9(8).
           05  RP-LUKKET-AF        PIC X(10).
           05  RP-LAAST-DATO       PIC 9(8).
           05  RP-LAAST-AF         PIC X(10).
           05  RP-POST-ANTAL       PIC 9(7).
           05  RP-POST-DEBET       PIC S9(11)V99.
           05  RP-POST-KREDIT      PIC S9(11)V99.
           05  RP-GL-DEBET         PIC S9(11)V99.
           05  RP-GL-KREDIT        PIC S9(11)V99.
           05  RP-SALDO-BEVAEG     PIC S9(11)V99.
