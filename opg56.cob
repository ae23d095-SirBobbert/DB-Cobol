       01  SNAP-FUNDET-SW       PIC X VALUE "Y".
           88  SNAP-FUNDET          VALUE "Y".

      *Parameter fields for the shared accounting-period subprogram
      *- the excluded run must not fall in a month finance has
      *closed, or the replay would change figures already reported
       01  PER-FUNKTION         PIC X(1) VALUE SPACE.
       01  PER-PERIODE          PIC 9(6) VALUE 0.
       01  PER-SVAR             PIC X(1) VALUE SPACE.

      *Parameter fields for the shared lock and control subprograms
       01  LAAS-FUNKTION        PIC X(1) VALUE SPACE.
       01  LAAS-EJER            PIC X(10) VALUE "OPG56".
       01  UDEN-KONTO-ANTAL     PIC 9(7) VALUE 0.
       01  FOER-SNAP-ANTAL      PIC 9(7) VALUE 0.

      *Parameter fields for the shared sealing subprogram
       01  SGL-FUNKTION         PIC X(1) VALUE SPACE.
       01  SGL-FIL              PIC X(1) VALUE SPACE.
       01  SGL-PROGRAM          PIC X(8) VALUE "OPG56".
       01  SGL-AARSAG           PIC X(30) VALUE SPACES.
       01  SGL-SVAR             PIC X(2) VALUE SPACES.
       01  SGL-RAEKKER          PIC 9(9) VALUE 0.
       01  SGL-NYE              PIC 9(9) VALUE 0.
       01  SGL-BRUD             PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
               STOP RUN
           END-IF

      *Leaving the bad run out rewrites its month - refused when
      *that month is closed; reverse it with STORNO in the open
      *month instead, or have finance reopen the period first
           IF SKIP-DATO > 0
               MOVE "S" TO PER-FUNKTION
               MOVE SKIP-DATO (1:6) TO PER-PERIODE
               CALL "REGNSKABSPERIODE" USING PER-FUNKTION PER-PERIODE
                                             PER-SVAR
               IF PER-SVAR = "L" OR PER-SVAR = "H"
                   DISPLAY "OPG56: regnskabsperioden " PER-PERIODE
                           " er lukket - " SKIP-DATO
                           " kan ikke udelades"
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT RAPPORT-FIL
           MOVE SPACES TO RAPPORT-TEXT
           STRING
           END-STRING
           WRITE AUDIT-REKORD
           CLOSE AUDIT-FIL
           PERFORM FORSEGL-AUDIT
           EXIT.

      * -------------------------------------------------
                       " genspillet - koer SALDOKAEDE bagefter"
           END-IF
           EXIT.

      * -------------------------------------------------
      *Seal the rows this run appended to the audit trail through
      *FORSEGLING, so they are chained the moment they are written
      *rather than at the nightly OPG81 check. A broken chain seals
      *nothing and is left for OPG81 to report
       FORSEGL-AUDIT.
           MOVE "K" TO SGL-FUNKTION
           MOVE "A" TO SGL-FIL
           MOVE 0 TO SGL-BRUD
           CALL "FORSEGLING" USING SGL-FUNKTION SGL-FIL SGL-PROGRAM
                                   SGL-AARSAG SGL-SVAR SGL-RAEKKER
                                   SGL-NYE SGL-BRUD
           IF SGL-SVAR NOT = "OK"
               DISPLAY "OPG56: kaedebrud i opg10-audit.txt raekke "
                       SGL-BRUD
           END-IF
           EXIT.
