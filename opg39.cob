       01  GODKENDT-ANTAL       PIC 9(7) VALUE 0.
       01  AFVIST-ANTAL         PIC 9(7) VALUE 0.
       01  UKENDT-NR-ANTAL      PIC 9(7) VALUE 0.
       01  OPERATOER-AFVIST-ANTAL PIC 9(7) VALUE 0.

      *Operator-register check on the approver - the identity, the
      *role, the amount the decision releases, and the answer from
      *OPERATOERKONTROL
       01  OPK-OPERATOER        PIC X(10) VALUE SPACES.
       01  OPK-ROLLE            PIC X(1) VALUE SPACE.
       01  OPK-BELOB            PIC S9(9)V99 VALUE 0.
       01  OPK-SVAR             PIC X(2) VALUE SPACES.
       01  OPK-AARSAG           PIC X(40) VALUE SPACES.

      *Parameter fields for the shared sealing subprogram
       01  SGL-FUNKTION         PIC X(1) VALUE SPACE.
       01  SGL-FIL              PIC X(1) VALUE SPACE.
       01  SGL-PROGRAM          PIC X(8) VALUE "OPG39".
       01  SGL-AARSAG           PIC X(30) VALUE SPACES.
       01  SGL-SVAR             PIC X(2) VALUE SPACES.
       01  SGL-RAEKKER          PIC 9(9) VALUE 0.
       01  SGL-NYE              PIC 9(9) VALUE 0.
       01  SGL-BRUD             PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
                 GODKREF-FIL
                 AUDIT-FIL

      *Seal the rows this run added to the audit trail
           PERFORM FORSEGL-AUDIT

      *Control-total trailer for batch balancing
           DISPLAY "----------------------------------------"
           DISPLAY "Afventende laest: "   AFVENT-LAEST-ANTAL
           DISPLAY "Godkendt: "           GODKENDT-ANTAL
           DISPLAY "Afvist: "             AFVIST-ANTAL
           DISPLAY "Ukendte numre: "      UKENDT-NR-ANTAL
           DISPLAY "Afvist af operatoerregistret: "
                   OPERATOER-AFVIST-ANTAL
           DISPLAY "----------------------------------------"
           STOP RUN.

      *identities in the audit trail
       BEHANDL-EN-GODKENDELSE.
           PERFORM FIND-AFVENT-RAEKKE
           MOVE "OK" TO OPK-SVAR
           IF WS-AFVENT-IX > 0
               PERFORM KONTROLLER-GODKENDER
           END-IF
           EVALUATE TRUE
               WHEN WS-AFVENT-IX = 0
                   ADD 1 TO UKENDT-NR-ANTAL
                   PERFORM SKRIV-AUDIT-UKENDT-NR
               WHEN OPK-SVAR NOT = "OK"
                   ADD 1 TO OPERATOER-AFVIST-ANTAL
                   PERFORM SKRIV-AUDIT-OPERATOER
               WHEN GK-GODKENDT
                   MOVE AT-BILLEDE (WS-AFVENT-IX) TO POST-REKORD
                   PERFORM REGISTRER-GODKENDT-REF
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *Hold the approver against the operator register - any
      *decision needs the approver role, and a release must be
      *inside the approver's limit for the posting's amount. A
      *refused decision leaves the posting pending for an approver
      *who is entitled to it
       KONTROLLER-GODKENDER.
           MOVE 0 TO OPK-BELOB
           IF GK-GODKENDT
               MOVE AT-BILLEDE (WS-AFVENT-IX) TO POST-REKORD
               IF POST-BELOB NUMERIC
                   MOVE POST-BELOB TO OPK-BELOB
               END-IF
           END-IF
           MOVE GK-GODKENDER TO OPK-OPERATOER
           MOVE "G" TO OPK-ROLLE
           CALL "OPERATOERKONTROL" USING OPK-OPERATOER OPK-ROLLE
                                         OPK-BELOB OPK-SVAR
                                         OPK-AARSAG
           EXIT.

      * -------------------------------------------------
      *Register the released posting's reference so KONTOPOSTERING's
      *threshold check lets it through to application
           WRITE AUDIT-REKORD
           EXIT.

      * -------------------------------------------------
      *Audit entry for a decision the operator register refused,
      *with the register's reason code
       SKRIV-AUDIT-OPERATOER.
           MOVE SPACES TO AUDIT-TEXT
           STRING
               KOERSELS-DATO                    DELIMITED BY SIZE
               " POSTGODKEND AFVIST - NR: "     DELIMITED BY SIZE
               GK-AFVENT-NR                     DELIMITED BY SIZE
               " GODKENDER: "                   DELIMITED BY SIZE
               GK-GODKENDER                     DELIMITED BY SPACE
               " AARSAG: "                      DELIMITED BY SIZE
               OPK-AARSAG                       DELIMITED BY SIZE
               INTO AUDIT-TEXT
           END-STRING
           WRITE AUDIT-REKORD
           EXIT.

      * -------------------------------------------------
      *Rewrite the pending queue with only the undecided entries
       SKRIV-AFVENTENDE.
           END-PERFORM
           CLOSE AFVENT-FIL
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
               DISPLAY "OPG39: kaedebrud i opg10-audit.txt raekke "
                       SGL-BRUD
           END-IF
           EXIT.
