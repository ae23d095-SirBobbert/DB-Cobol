           88  TRANS-OK             VALUE "Y".
       01  TRANS-FEJL-AARSAG    PIC X(40) VALUE SPACES.

      *Operator-register check on the clerk keying the mandate -
      *the identity, the role, the posting authority the mandate
      *grants, and the answer from OPERATOERKONTROL
       01  OPK-OPERATOER        PIC X(10) VALUE SPACES.
       01  OPK-ROLLE            PIC X(1) VALUE SPACE.
       01  OPK-BELOB            PIC S9(9)V99 VALUE 0.
       01  OPK-SVAR             PIC X(2) VALUE SPACES.
       01  OPK-AARSAG           PIC X(40) VALUE SPACES.

      *Control totals for the batch-balancing trailer
       01  TRANS-LAEST-ANTAL    PIC 9(7) VALUE 0.
       01  TRANS-OK-ANTAL       PIC 9(7) VALUE 0.
       01  TRANS-AFVIST-ANTAL   PIC 9(7) VALUE 0.

      *Parameter fields for the shared sealing subprogram
       01  SGL-FUNKTION         PIC X(1) VALUE SPACE.
       01  SGL-FIL              PIC X(1) VALUE SPACE.
       01  SGL-PROGRAM          PIC X(8) VALUE "OPG62".
       01  SGL-AARSAG           PIC X(30) VALUE SPACES.
       01  SGL-SVAR             PIC X(2) VALUE SPACES.
       01  SGL-RAEKKER          PIC 9(9) VALUE 0.
       01  SGL-NYE              PIC 9(9) VALUE 0.
       01  SGL-BRUD             PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
           CLOSE KONTOFIL
                 AUDIT-FIL

      *Seal the rows this run added to the audit trail
           PERFORM FORSEGL-AUDIT

           DISPLAY "----------------------------------------"
           DISPLAY "Fuldmagter laest: "      FM-LAEST-ANTAL
           DISPLAY "Transaktioner laest: "   TRANS-LAEST-ANTAL
       BEHANDL-TRANSAKTION.
           MOVE "Y" TO TRANS-OK-SW
           MOVE SPACES TO TRANS-FEJL-AARSAG
           PERFORM KONTROLLER-OPERATOER
           IF OPK-SVAR NOT = "OK"
               MOVE "N" TO TRANS-OK-SW
               MOVE OPK-AARSAG TO TRANS-FEJL-AARSAG
           ELSE
               EVALUATE FMT-AKTION
                   WHEN "OPRET"
                       PERFORM OPRET-FULDMAGT
                   WHEN "OPHOER"
                       PERFORM OPHOER-FULDMAGT
                   WHEN OTHER
                       MOVE "N" TO TRANS-OK-SW
                       MOVE "Ukendt aktion" TO TRANS-FEJL-AARSAG
               END-EVALUATE
           END-IF
           IF TRANS-OK
               ADD 1 TO TRANS-OK-ANTAL
               PERFORM SKRIV-AUDIT-AENDRING
           END-IF
           EXIT.

      * -------------------------------------------------
      *Hold the clerk keying the mandate against the operator
      *register - a maintenance clerk, good for the posting
      *authority a new mandate hands out: its amount limit, or the
      *largest amount there is for an unlimited mandate
       KONTROLLER-OPERATOER.
           MOVE 0 TO OPK-BELOB
           IF FMT-AKTION = "OPRET"
               EVALUATE TRUE
                   WHEN FMT-OMFANG = "U"
                       MOVE 9999999.99 TO OPK-BELOB
                   WHEN FMT-OMFANG = "B"
                       AND FMT-BELOB-GRAENSE NUMERIC
                       MOVE FMT-BELOB-GRAENSE TO OPK-BELOB
               END-EVALUATE
           END-IF
           MOVE FMT-KOERT-AF TO OPK-OPERATOER
           MOVE "V" TO OPK-ROLLE
           CALL "OPERATOERKONTROL" USING OPK-OPERATOER OPK-ROLLE
                                         OPK-BELOB OPK-SVAR
                                         OPK-AARSAG
           EXIT.

      * -------------------------------------------------
      *Add one mandate - the account must be on the master, the
      *scope one of the three, the limit numeric where it applies
           END-PERFORM
           CLOSE FM-FIL
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
               DISPLAY "OPG62: kaedebrud i opg10-audit.txt raekke "
                       SGL-BRUD
           END-IF
           EXIT.
