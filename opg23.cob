      *VEDLIGEHOLD parked, writes every approved transaction to a
      *second-pass transaction file with the approver's identity in
      *TRANS-GODKENDT-AF (VEDLIGEHOLD applies that file when run with
      *its name on the command line, and empties it once applied -
      *the approvals workbench appends to the same file, so it is
      *only ever added to here), logs every decision with both
      *identities to opg10-audit.txt, and rewrites the pending queue
      *with only the entries still undecided.
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GODK-FIL-STATUS.
      *Bind the second-pass transaction file the approved entries are
      *released to, for VEDLIGEHOLD to apply - appended, created on
      *first use
           SELECT OPTIONAL UDGANG-FIL
               ASSIGN TO "opg10-godkendte-transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UDGANG-FIL-STATUS.
      *Bind the audit log - opened EXTEND so decisions land in the
      *same trail VEDLIGEHOLD writes. SELECT OPTIONAL and created on
      *first use the same way VEDLIGEHOLD does it
           02  AFVENT-NR           PIC 9(6).
           02  AFVENT-DATO         PIC 9(8).
           02  AFVENT-MAKER        PIC X(10).
           02  AFVENT-TRANS-BILLEDE PIC X(413).

      *Decision record layout - the pending number it concerns,
      *"G" godkend or "X" afvis, and the approver's identity
      *File status fields for the SELECT OPTIONAL files
       01  AFVENT-FIL-STATUS    PIC X(2) VALUE "00".
       01  GODK-FIL-STATUS      PIC X(2) VALUE "00".
       01  UDGANG-FIL-STATUS    PIC X(2) VALUE "00".
       01  AUDIT-FIL-STATUS     PIC X(2) VALUE "00".

      *In-memory copy of the pending queue, so decided entries can be
               10  AT-NR               PIC 9(6).
               10  AT-DATO             PIC 9(8).
               10  AT-MAKER            PIC X(10).
               10  AT-TRANS-BILLEDE    PIC X(413).
               10  AT-AFGJORT-SW       PIC X.
                   88  AT-AFGJORT          VALUE "Y".
       01  AFVENT-ANTAL         PIC 9(4) VALUE 0.
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
       01  SGL-PROGRAM          PIC X(8) VALUE "OPG23".
       01  SGL-AARSAG           PIC X(30) VALUE SPACES.
       01  SGL-SVAR             PIC X(2) VALUE SPACES.
       01  SGL-RAEKKER          PIC 9(9) VALUE 0.
       01  SGL-NYE              PIC 9(9) VALUE 0.
       01  SGL-BRUD             PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
               STOP RUN
           END-IF

           PERFORM ABEN-UDGANG-FIL
           PERFORM ABEN-AUDIT-FIL

      *Work the approvers' decisions against the queue
           CLOSE UDGANG-FIL
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

      * -------------------------------------------------
      *Open the second-pass file for append. When none is there
      *(FILE STATUS 35), create it first so OPEN EXTEND has
      *something to append to
       ABEN-UDGANG-FIL.
           OPEN EXTEND UDGANG-FIL
           IF UDGANG-FIL-STATUS = "35"
               OPEN OUTPUT UDGANG-FIL
               CLOSE UDGANG-FIL
               OPEN EXTEND UDGANG-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Open the audit log for append. When no previous run has left
      *one behind (FILE STATUS 35), create it first so OPEN EXTEND
      *before the transaction ever reaches VEDLIGEHOLD again.
       BEHANDL-EN-GODKENDELSE.
           PERFORM FIND-AFVENT-RAEKKE
           MOVE "OK" TO OPK-SVAR
           IF WS-AFVENT-IX > 0
               PERFORM KONTROLLER-GODKENDER
           END-IF
           EVALUATE TRUE
               WHEN WS-AFVENT-IX = 0
                   ADD 1 TO UKENDT-NR-ANTAL
                   AND GK-GODKENDER = AT-MAKER (WS-AFVENT-IX)
                   ADD 1 TO UKENDT-NR-ANTAL
                   PERFORM SKRIV-AUDIT-SAMME-BRUGER
               WHEN OPK-SVAR NOT = "OK"
                   ADD 1 TO OPERATOER-AFVIST-ANTAL
                   PERFORM SKRIV-AUDIT-OPERATOER
               WHEN GK-GODKENDT
                   MOVE AT-TRANS-BILLEDE (WS-AFVENT-IX)
                       TO UDGANG-REKORD
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *Hold the approver against the operator register - any
      *decision needs the approver role, and an approval must be
      *inside the approver's limit for the balance or credit limit
      *it releases. A refused decision leaves the entry pending for
      *an approver who is entitled to it
       KONTROLLER-GODKENDER.
           MOVE 0 TO OPK-BELOB
           IF GK-GODKENDT
               MOVE AT-TRANS-BILLEDE (WS-AFVENT-IX) TO UDGANG-REKORD
               IF TRANS-BALANCE NUMERIC
                   IF TRANS-BALANCE < 0
                       COMPUTE OPK-BELOB = 0 - TRANS-BALANCE
                   ELSE
                       MOVE TRANS-BALANCE TO OPK-BELOB
                   END-IF
               END-IF
               IF TRANS-KREDITMAX-SAT = "Y"
                   AND TRANS-KREDITMAX NUMERIC
                   AND TRANS-KREDITMAX > OPK-BELOB
                   MOVE TRANS-KREDITMAX TO OPK-BELOB
               END-IF
           END-IF
           MOVE GK-GODKENDER TO OPK-OPERATOER
           MOVE "G" TO OPK-ROLLE
           CALL "OPERATOERKONTROL" USING OPK-OPERATOER OPK-ROLLE
                                         OPK-BELOB OPK-SVAR
                                         OPK-AARSAG
           EXIT.

      * -------------------------------------------------
      *Find the undecided pending row a decision names. Leaves its
      *index in WS-AFVENT-IX, zero when no such row exists.
           WRITE AUDIT-REKORD
           EXIT.

      * -------------------------------------------------
      *Audit entry for a decision the operator register refused,
      *with the register's reason code
       SKRIV-AUDIT-OPERATOER.
           MOVE SPACES TO AUDIT-TEXT
           STRING
               KOERSELS-DATO                    DELIMITED BY SIZE
               " GODKENDELSE AFVIST - NR: "     DELIMITED BY SIZE
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
               DISPLAY "OPG23: kaedebrud i opg10-audit.txt raekke "
                       SGL-BRUD
           END-IF
           EXIT.
