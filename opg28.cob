           02  LOG-START       PIC 9(8).
           02  LOG-SLUT        PIC 9(8).
           02  LOG-RC          PIC 9(4).
           02  LOG-FORR-DATO   PIC 9(8).

      *Count record layout - must match what KOERSELSTAL appends
       FD  TAL-FIL.
       01  LOG-TABEL.
           05  LOG-TABEL-POST OCCURS 2000 TIMES INDEXED BY LOG-IX.
               10  LT-DATO         PIC 9(8).
               10  LT-FORR-DATO    PIC 9(8).
               10  LT-STEP         PIC X(8).
               10  LT-SEKUNDER     PIC 9(7).
               10  LT-RC           PIC 9(4).
                               AND LOG-ANTAL < 2000
                               ADD 1 TO LOG-ANTAL
                               MOVE LOG-DATO TO LT-DATO (LOG-ANTAL)
                               PERFORM SAET-FORR-DATO
                               MOVE LOG-STEP TO LT-STEP (LOG-ANTAL)
                               PERFORM BEREGN-SEKUNDER
                               MOVE WS-SEKUNDER
           END-IF
           EXIT.

      * -------------------------------------------------
      *The business date a run-log row belongs to - DAGSKORSEL's
      *catch-up passes run for a missed day, so it can differ from
      *the run date; rows from before the log carried it belong to
      *their run date
       SAET-FORR-DATO.
           IF LOG-FORR-DATO NUMERIC
               AND LOG-FORR-DATO > 0
               MOVE LOG-FORR-DATO TO LT-FORR-DATO (LOG-ANTAL)
           ELSE
               MOVE LOG-DATO TO LT-FORR-DATO (LOG-ANTAL)
           END-IF
           EXIT.

      * -------------------------------------------------
      *Elapsed whole seconds from the HHMMSShh start and end stamps,
      *rolled over midnight when the end reads earlier than the start
           STRING
               "  "                    DELIMITED BY SIZE
               LT-DATO (LOG-IX)        DELIMITED BY SIZE
               "  FORR.DATO: "         DELIMITED BY SIZE
               LT-FORR-DATO (LOG-IX)   DELIMITED BY SIZE
               "  SEK: "               DELIMITED BY SIZE
               LT-SEKUNDER (LOG-IX)    DELIMITED BY SIZE
               "  RC: "                DELIMITED BY SIZE
