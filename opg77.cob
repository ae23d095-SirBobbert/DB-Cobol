      *Teller cash drawers and end-of-day cash balancing - run by
      *DAGSKORSEL after the branch intake, ahead of KONTOPOSTERING.
      *Every till and every branch vault is a row on
      *Kasseregister.txt with its holding per denomination. The
      *counter system's day file opg77-kassetransaktioner.txt opens
      *tills with their float, carries each cash deposit and
      *withdrawal with its till and teller, moves cash between
      *tills and the vault, and closes the day with each till's
      *count. Deposits and withdrawals become ordinary KREDIT/DEBIT
      *postings in opg15-posteringer.txt under the teller's
      *reference; every row lands on the cash journal
      *Kassejournal.txt with the till and teller, so a posting can
      *be traced back to the drawer it went through. Each till is
      *then balanced - expected cash (opening holding plus the day's
      *movements) against the count, in total and per denomination,
      *with per-branch totals. A difference within KASSE-TOLERANCE
      *is booked at once against the cash over/short account
      *(reference series "C"); a larger one waits on
      *Kassedifferencer.txt until someone other than the teller
      *approves or rejects it in opg77-kassegodkendelser.txt, the
      *same four-eyes shape POSTGODKEND uses. The count becomes the
      *till's opening holding for the next day.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KASSEAFSTEMNING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind the till register - loaded whole and rewritten with the
      *day's closing holdings. SELECT OPTIONAL so the first run
      *creates it
           SELECT OPTIONAL KASSE-FIL ASSIGN TO "Kasseregister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KASSE-FIL-STATUS.
      *Bind the counter system's day file of till transactions -
      *emptied once worked, so a rerun cannot post the cash twice
           SELECT OPTIONAL TRANS-FIL
               ASSIGN TO "opg77-kassetransaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FIL-STATUS.
      *Bind the cash journal - every till transaction with what
      *became of it. Opened EXTEND and created on first use
           SELECT OPTIONAL JOURNAL-FIL ASSIGN TO "Kassejournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FIL-STATUS.
      *Bind the queue of cash differences over the tolerance -
      *loaded whole and rewritten with the undecided entries
           SELECT OPTIONAL DIFF-FIL ASSIGN TO "Kassedifferencer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIFF-FIL-STATUS.
      *Bind the approvers' decision file - one decision per line,
      *naming the difference number, godkend/afvis and the approver
           SELECT OPTIONAL GODK-FIL
               ASSIGN TO "opg77-kassegodkendelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GODK-FIL-STATUS.
      *Bind the day's posting-transaction file - opened EXTEND so
      *the cash postings are appended for OPG15 to apply
           SELECT OPTIONAL POST-FIL ASSIGN TO "opg15-posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POST-FIL-STATUS.
      *Bind the audit log - decisions on cash differences land in
      *the same trail VEDLIGEHOLD and POSTGODKEND write
           SELECT OPTIONAL AUDIT-FIL ASSIGN TO "opg10-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FIL-STATUS.
      *Bind the balancing report
           SELECT RAPPORT-FIL ASSIGN TO "opg77-kasseafstemning.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Till register record layout
       FD  KASSE-FIL.
       01  KASSE-REKORD.
           COPY "KASSEREGISTER.cpy".

      *Till transaction record layout
       FD  TRANS-FIL.
       01  TRANS-REKORD.
           COPY "KASSETRANS.cpy".

      *Cash journal record layout - the transaction in its own
      *layout with the run date, the outcome and a reject reason
       FD  JOURNAL-FIL.
       01  JOURNAL-REKORD.
           02  KJ-BEHANDLET-DATO   PIC 9(8).
           02  KJ-STATUS           PIC X(8).
           02  KJ-AARSAG           PIC X(40).
           02  KJ-BILLEDE          PIC X(120).

      *Cash-difference queue record layout
       FD  DIFF-FIL.
       01  DIFF-REKORD.
           COPY "KASSEDIFF.cpy".

      *Decision record layout - the difference number it concerns,
      *"G" godkend or "X" afvis, and the approver's identity
       FD  GODK-FIL.
       01  GODK-REKORD.
           02  KG-NR               PIC 9(6).
           02  KG-BESLUTNING       PIC X(1).
               88  KG-GODKENDT         VALUE "G".
               88  KG-AFVIST           VALUE "X".
           02  KG-GODKENDER        PIC X(10).

      *Posting-transaction record layout - the same layout OPG15
      *reads
       FD  POST-FIL.
       01  POST-REKORD.
           COPY "POSTERING.cpy".

      *Audit log record layout
       FD  AUDIT-FIL.
       01  AUDIT-REKORD.
           02  AUDIT-TEXT          PIC X(150).

      *Balancing report record layout
       FD  RAPPORT-FIL.
       01  RAPPORT-REKORD.
           02  RAPPORT-TEXT        PIC X(120).

       WORKING-STORAGE SECTION.

      *Today's date, stamped on the journal, the queue and the
      *over/short postings
       01  KOERSELS-DATO        PIC 9(8) VALUE 0.

      *File status fields for the SELECT OPTIONAL files
       01  KASSE-FIL-STATUS     PIC X(2) VALUE "00".
       01  TRANS-FIL-STATUS     PIC X(2) VALUE "00".
       01  JOURNAL-FIL-STATUS   PIC X(2) VALUE "00".
       01  DIFF-FIL-STATUS      PIC X(2) VALUE "00".
       01  GODK-FIL-STATUS      PIC X(2) VALUE "00".
       01  POST-FIL-STATUS      PIC X(2) VALUE "00".
       01  AUDIT-FIL-STATUS     PIC X(2) VALUE "00".

      *The denominations a till is counted in, largest first - the
      *same order as KA-STYK and KB-STYK
       01  VALOER-VAERDIER.
           05  FILLER              PIC 9(4)V99 VALUE 1000.
           05  FILLER              PIC 9(4)V99 VALUE 500.
           05  FILLER              PIC 9(4)V99 VALUE 200.
           05  FILLER              PIC 9(4)V99 VALUE 100.
           05  FILLER              PIC 9(4)V99 VALUE 50.
           05  FILLER              PIC 9(4)V99 VALUE 20.
           05  FILLER              PIC 9(4)V99 VALUE 10.
           05  FILLER              PIC 9(4)V99 VALUE 5.
           05  FILLER              PIC 9(4)V99 VALUE 2.
           05  FILLER              PIC 9(4)V99 VALUE 1.
           05  FILLER              PIC 9(4)V99 VALUE 0.50.
       01  VALOER-TABEL REDEFINES VALOER-VAERDIER.
           05  VAL-VAERDI          PIC 9(4)V99 OCCURS 11 TIMES
                                   INDEXED BY VAL-IX.

      *Largest difference booked without a second pair of hands,
      *and the over/short account the differences are booked
      *against - parameters KASSE-TOLERANCE and KASSEDIFF-KONTO
       01  KASSE-TOLERANCE      PIC S9(7)V99 VALUE 50.00.
       01  KASSEDIFF-KONTO      PIC X(10) VALUE "KASSEDIFF".

      *Parameter fields for the shared runtime-parameter subprogram
       01  PARAM-NAVN           PIC X(20) VALUE SPACES.
       01  PARAM-VAERDI         PIC X(20) VALUE SPACES.
       01  PARAM-TAL            PIC S9(9)V99 VALUE 0.
       01  PARAM-FUNDET         PIC X(1) VALUE SPACE.

      *In-memory till register with the day's working figures: the
      *opening holding, the expected holding as the day's rows move
      *it, and the count
       01  KASSE-TABEL.
           05  KASSE-POST OCCURS 200 TIMES
                                   INDEXED BY KASSE-IX SOEG-IX.
               10  KS-AFDELING         PIC X(3).
               10  KS-KASSE-ID         PIC X(4).
               10  KS-TYPE             PIC X(1).
               10  KS-STATUS           PIC X(1).
               10  KS-KASSERER         PIC X(10).
               10  KS-OPRETTET-DATO    PIC 9(8).
               10  KS-AFSTEMT-DATO     PIC 9(8).
               10  KS-PRIMO-STYK       PIC S9(7) OCCURS 11 TIMES.
               10  KS-FORV-STYK        PIC S9(7) OCCURS 11 TIMES.
               10  KS-OPT-STYK         PIC S9(7) OCCURS 11 TIMES.
               10  KS-OPTALT-SW        PIC X.
                   88  KS-OPTALT           VALUE "Y".
               10  KS-BEVAEGET-SW      PIC X.
                   88  KS-BEVAEGET         VALUE "Y".
               10  KS-LUK-SW           PIC X.
                   88  KS-SKAL-LUKKES      VALUE "Y".
       01  KASSE-ANTAL          PIC 9(3) VALUE 0.
       01  KASSE-LAEST-ANTAL    PIC 9(5) VALUE 0.
       01  WS-KASSE-IX          PIC 9(3) VALUE 0.
       01  WS-MODKASSE-IX       PIC 9(3) VALUE 0.
       01  SOEG-AFDELING        PIC X(3) VALUE SPACES.
       01  SOEG-KASSE-ID        PIC X(4) VALUE SPACES.

      *In-memory cash-difference queue, so decided entries can be
      *dropped when the queue is rewritten
       01  DIFF-TABEL.
           05  DIFF-POST OCCURS 500 TIMES INDEXED BY DIFF-IX.
               10  DT-NR               PIC 9(6).
               10  DT-DATO             PIC 9(8).
               10  DT-AFDELING         PIC X(3).
               10  DT-KASSE-ID         PIC X(4).
               10  DT-KASSERER         PIC X(10).
               10  DT-FORVENTET        PIC S9(9)V99.
               10  DT-OPTALT           PIC S9(9)V99.
               10  DT-DIFFERENCE       PIC S9(9)V99.
               10  DT-AFGJORT-SW       PIC X.
                   88  DT-AFGJORT          VALUE "Y".
       01  DIFF-ANTAL           PIC 9(3) VALUE 0.
       01  DIFF-LAEST-ANTAL     PIC 9(5) VALUE 0.
       01  DIFF-NAESTE-NR       PIC 9(6) VALUE 0.
       01  WS-DIFF-IX           PIC 9(3) VALUE 0.

      *Per-branch totals for the end of the report
       01  FILIAL-TABEL.
           05  FILIAL-POST OCCURS 50 TIMES INDEXED BY FIL-IX.
               10  FT-AFDELING         PIC X(3).
               10  FT-FORVENTET        PIC S9(11)V99.
               10  FT-OPTALT           PIC S9(11)V99.
               10  FT-DIFFERENCE       PIC S9(11)V99.
               10  FT-IKKE-OPTALT      PIC 9(3).
       01  FILIAL-ANTAL         PIC 9(3) VALUE 0.
       01  WS-FIL-IX            PIC 9(3) VALUE 0.

      *The till transaction in hand - its verdict and the value of
      *its denominations
       01  TRANS-OK-SW          PIC X VALUE "Y".
           88  TRANS-OK             VALUE "Y".
       01  TRANS-AARSAG         PIC X(40) VALUE SPACES.
       01  STYK-VAERDI          PIC S9(9)V99 VALUE 0.
       01  STYK-I-ALT           PIC 9(7) VALUE 0.

      *The till being balanced
       01  PRIMO-BELOB          PIC S9(9)V99 VALUE 0.
       01  FORVENTET-BELOB      PIC S9(9)V99 VALUE 0.
       01  OPTALT-BELOB         PIC S9(9)V99 VALUE 0.
       01  DIFF-BELOB           PIC S9(9)V99 VALUE 0.
       01  DIFF-ABS             PIC S9(9)V99 VALUE 0.
       01  STYK-DIFF            PIC S9(7) VALUE 0.
       01  VAL-DIFF             PIC S9(9)V99 VALUE 0.
       01  SLUT-BELOB           PIC S9(9)V99 VALUE 0.

      *Reference series "C" for the over/short postings - the run
      *date plus a running number. An approved difference takes the
      *day's 9xxxx range instead, numbered by the difference itself,
      *so this run and the approvals workbench can never hand out
      *the same reference
       01  C-REF-SEQ            PIC 9(5) VALUE 0.
       01  GODK-DIFF-NR         PIC 9(6) VALUE 0.
       01  NY-REFERENCE         PIC X(12) VALUE SPACES.

      *End-of-file flags
       01  EOF-KASSE            PIC X VALUE "N".
           88  END-KASSE            VALUE "Y".
       01  EOF-TRANS            PIC X VALUE "N".
           88  END-TRANS            VALUE "Y".
       01  EOF-DIFF             PIC X VALUE "N".
           88  END-DIFF             VALUE "Y".
       01  EOF-GODK             PIC X VALUE "N".
           88  END-GODK             VALUE "Y".

      *Control totals for the batch-balancing trailer
       01  TRANS-LAEST-ANTAL    PIC 9(7) VALUE 0.
       01  TRANS-AFVIST-ANTAL   PIC 9(7) VALUE 0.
       01  KONTANT-POST-ANTAL   PIC 9(7) VALUE 0.
       01  AFSTEMT-ANTAL        PIC 9(7) VALUE 0.
       01  IKKE-OPTALT-ANTAL    PIC 9(7) VALUE 0.
       01  DIFF-BOGFOERT-ANTAL  PIC 9(7) VALUE 0.
       01  DIFF-AFVENTER-ANTAL  PIC 9(7) VALUE 0.
       01  GODKENDT-ANTAL       PIC 9(7) VALUE 0.
       01  AFVIST-ANTAL         PIC 9(7) VALUE 0.
       01  UKENDT-NR-ANTAL      PIC 9(7) VALUE 0.

      *Edited fields for the report
       01  WS-PRIMO-EDIT        PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-FORV-EDIT         PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-OPT-EDIT          PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DIFF-EDIT         PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-VAL-EDIT          PIC ZZZ9.99.
       01  WS-FSTYK-EDIT        PIC -ZZZZZZ9.
       01  WS-OSTYK-EDIT        PIC -ZZZZZZ9.
       01  WS-ANTAL-EDIT        PIC ZZ9.

      *Parameter fields for the shared run-count subprogram
       01  KT-PROGRAM           PIC X(8) VALUE "OPG77".
       01  KT-ANTAL             PIC 9(7) VALUE 0.

      *Parameter fields for the shared sealing subprogram
       01  SGL-FUNKTION         PIC X(1) VALUE SPACE.
       01  SGL-FIL              PIC X(1) VALUE SPACE.
       01  SGL-PROGRAM          PIC X(8) VALUE "OPG77".
       01  SGL-AARSAG           PIC X(30) VALUE SPACES.
       01  SGL-SVAR             PIC X(2) VALUE SPACES.
       01  SGL-RAEKKER          PIC 9(9) VALUE 0.
       01  SGL-NYE              PIC 9(9) VALUE 0.
       01  SGL-BRUD             PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD

      *Pick the tolerance and the over/short account up from the
      *central parameter file
           MOVE "KASSE-TOLERANCE" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-TAL TO KASSE-TOLERANCE
           END-IF
           MOVE "KASSEDIFF-KONTO" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-VAERDI (1:10) TO KASSEDIFF-KONTO
           END-IF

      *Load the register and the queue - either one too big for its
      *table refuses the whole run, so nothing is silently dropped
      *by the rewrite
           PERFORM LAES-KASSEREGISTER
           PERFORM LAES-DIFFERENCER
           IF KASSE-LAEST-ANTAL > KASSE-ANTAL
               OR DIFF-LAEST-ANTAL > DIFF-ANTAL
               DISPLAY "OPG77: kasseregister eller differencekoe er"
                       " for stort til tabellen, koerslen afvises."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ABEN-POST-FIL
           PERFORM ABEN-JOURNAL-FIL
           PERFORM ABEN-AUDIT-FIL
           OPEN OUTPUT RAPPORT-FIL
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "KASSEAFSTEMNING "   DELIMITED BY SIZE
               KOERSELS-DATO        DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD

      *Yesterday's differences decided since the last run go first
           PERFORM BEHANDL-GODKENDELSER

      *Work the day's till transactions, then balance every till
           PERFORM LAES-TRANSAKTIONER
           PERFORM AFSTEM-KASSER
           PERFORM SKRIV-FILIAL-TOTALER

           PERFORM SKRIV-KASSEREGISTER
           PERFORM SKRIV-DIFFERENCER

           CLOSE POST-FIL
                 JOURNAL-FIL
                 AUDIT-FIL
                 RAPPORT-FIL

      *Seal the rows this run added to the audit trail
           PERFORM FORSEGL-AUDIT

      *The day file is consumed - empty it so a rerun finds nothing
      *to post twice
           OPEN OUTPUT TRANS-FIL
           CLOSE TRANS-FIL

      *Control-total trailer for batch balancing
           DISPLAY "----------------------------------------"
           DISPLAY "Kassetransaktioner laest: " TRANS-LAEST-ANTAL
           DISPLAY "Kassetransaktioner afvist: " TRANS-AFVIST-ANTAL
           DISPLAY "Kontantposteringer: "      KONTANT-POST-ANTAL
           DISPLAY "Kasser afstemt: "          AFSTEMT-ANTAL
           DISPLAY "Differencer bogfoert: "    DIFF-BOGFOERT-ANTAL
           DISPLAY "Differencer til godkendelse: "
                   DIFF-AFVENTER-ANTAL
           DISPLAY "Godkendt: "                GODKENDT-ANTAL
           DISPLAY "Afvist: "                  AFVIST-ANTAL
           DISPLAY "Ukendte numre: "           UKENDT-NR-ANTAL
           IF IKKE-OPTALT-ANTAL > 0
               DISPLAY "ADVARSEL: " IKKE-OPTALT-ANTAL
                       " aktive kasser er ikke optalt"
           END-IF
           DISPLAY "----------------------------------------"
           MOVE TRANS-LAEST-ANTAL TO KT-ANTAL
           CALL "KOERSELSTAL" USING KT-PROGRAM KT-ANTAL
           STOP RUN.

      * -------------------------------------------------
      *Open the posting file for append. When no file exists yet
      *(FILE STATUS 35), create it first so OPEN EXTEND has
      *something to append to
       ABEN-POST-FIL.
           OPEN EXTEND POST-FIL
           IF POST-FIL-STATUS = "35"
               OPEN OUTPUT POST-FIL
               CLOSE POST-FIL
               OPEN EXTEND POST-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Open the cash journal for append, created on first use the
      *same way
       ABEN-JOURNAL-FIL.
           OPEN EXTEND JOURNAL-FIL
           IF JOURNAL-FIL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FIL
               CLOSE JOURNAL-FIL
               OPEN EXTEND JOURNAL-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Open the audit log for append, created on first use the same
      *way
       ABEN-AUDIT-FIL.
           OPEN EXTEND AUDIT-FIL
           IF AUDIT-FIL-STATUS = "35"
               OPEN OUTPUT AUDIT-FIL
               CLOSE AUDIT-FIL
               OPEN EXTEND AUDIT-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the till register; each till's expected holding starts
      *the day at its opening holding
       LAES-KASSEREGISTER.
           MOVE 0 TO KASSE-ANTAL
           MOVE "N" TO EOF-KASSE
           OPEN INPUT KASSE-FIL
           IF KASSE-FIL-STATUS = "00"
               OR KASSE-FIL-STATUS = "05"
               PERFORM UNTIL END-KASSE
                   READ KASSE-FIL
                       AT END
                           SET END-KASSE TO TRUE
                       NOT AT END
                           ADD 1 TO KASSE-LAEST-ANTAL
                           IF KASSE-ANTAL < 200
                               ADD 1 TO KASSE-ANTAL
                               SET KASSE-IX TO KASSE-ANTAL
                               PERFORM INDLAES-KASSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KASSE-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Copy one register row into the table
       INDLAES-KASSE.
           MOVE KA-AFDELING      TO KS-AFDELING (KASSE-IX)
           MOVE KA-KASSE-ID      TO KS-KASSE-ID (KASSE-IX)
           MOVE KA-TYPE          TO KS-TYPE (KASSE-IX)
           MOVE KA-STATUS        TO KS-STATUS (KASSE-IX)
           MOVE KA-KASSERER      TO KS-KASSERER (KASSE-IX)
           MOVE KA-OPRETTET-DATO TO KS-OPRETTET-DATO (KASSE-IX)
           MOVE KA-AFSTEMT-DATO  TO KS-AFSTEMT-DATO (KASSE-IX)
           PERFORM VARYING VAL-IX FROM 1 BY 1 UNTIL VAL-IX > 11
               MOVE KA-STYK (VAL-IX) TO KS-PRIMO-STYK (KASSE-IX VAL-IX)
               MOVE KA-STYK (VAL-IX) TO KS-FORV-STYK (KASSE-IX VAL-IX)
               MOVE 0 TO KS-OPT-STYK (KASSE-IX VAL-IX)
           END-PERFORM
           MOVE "N" TO KS-OPTALT-SW (KASSE-IX)
           MOVE "N" TO KS-BEVAEGET-SW (KASSE-IX)
           MOVE "N" TO KS-LUK-SW (KASSE-IX)
           EXIT.

      * -------------------------------------------------
      *Load the cash-difference queue and find the highest number
      *on it so new entries continue the numbering
       LAES-DIFFERENCER.
           MOVE 0 TO DIFF-ANTAL
           MOVE 0 TO DIFF-NAESTE-NR
           MOVE "N" TO EOF-DIFF
           OPEN INPUT DIFF-FIL
           IF DIFF-FIL-STATUS = "00"
               OR DIFF-FIL-STATUS = "05"
               PERFORM UNTIL END-DIFF
                   READ DIFF-FIL
                       AT END
                           SET END-DIFF TO TRUE
                       NOT AT END
                           ADD 1 TO DIFF-LAEST-ANTAL
                           IF KD-NR > DIFF-NAESTE-NR
                               MOVE KD-NR TO DIFF-NAESTE-NR
                           END-IF
                           IF DIFF-ANTAL < 500
                               ADD 1 TO DIFF-ANTAL
                               SET DIFF-IX TO DIFF-ANTAL
                               MOVE KD-NR TO DT-NR (DIFF-IX)
                               MOVE KD-DATO TO DT-DATO (DIFF-IX)
                               MOVE KD-AFDELING
                                   TO DT-AFDELING (DIFF-IX)
                               MOVE KD-KASSE-ID
                                   TO DT-KASSE-ID (DIFF-IX)
                               MOVE KD-KASSERER
                                   TO DT-KASSERER (DIFF-IX)
                               MOVE KD-FORVENTET
                                   TO DT-FORVENTET (DIFF-IX)
                               MOVE KD-OPTALT TO DT-OPTALT (DIFF-IX)
                               MOVE KD-DIFFERENCE
                                   TO DT-DIFFERENCE (DIFF-IX)
                               MOVE "N" TO DT-AFGJORT-SW (DIFF-IX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIFF-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Work every decision in the approvers' file against the queue
       BEHANDL-GODKENDELSER.
           MOVE "N" TO EOF-GODK
           OPEN INPUT GODK-FIL
           IF GODK-FIL-STATUS = "00"
               OR GODK-FIL-STATUS = "05"
               PERFORM UNTIL END-GODK
                   READ GODK-FIL
                       AT END
                           SET END-GODK TO TRUE
                       NOT AT END
                           PERFORM BEHANDL-EN-GODKENDELSE
                   END-READ
               END-PERFORM
               CLOSE GODK-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Apply one decision: book an approved difference against the
      *over/short account or drop a rejected one - either way with
      *both identities in the audit trail. The teller who counted
      *the till cannot decide on its difference
       BEHANDL-EN-GODKENDELSE.
           MOVE 0 TO WS-DIFF-IX
           PERFORM VARYING DIFF-IX FROM 1 BY 1
               UNTIL DIFF-IX > DIFF-ANTAL
               IF DT-NR (DIFF-IX) = KG-NR
                   AND NOT DT-AFGJORT (DIFF-IX)
                   SET WS-DIFF-IX TO DIFF-IX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-DIFF-IX = 0
               WHEN KG-GODKENDER = SPACES
               WHEN KG-GODKENDER = DT-KASSERER (WS-DIFF-IX)
                   ADD 1 TO UKENDT-NR-ANTAL
                   PERFORM SKRIV-AUDIT-UKENDT-NR
               WHEN KG-GODKENDT
                   MOVE DT-DIFFERENCE (WS-DIFF-IX) TO DIFF-BELOB
                   MOVE DT-NR (WS-DIFF-IX) TO GODK-DIFF-NR
                   PERFORM SKRIV-DIFF-POSTERING
                   MOVE 0 TO GODK-DIFF-NR
                   SET DT-AFGJORT (WS-DIFF-IX) TO TRUE
                   ADD 1 TO GODKENDT-ANTAL
                   PERFORM SKRIV-AUDIT-BESLUTNING
                   PERFORM SKRIV-RAPPORT-BESLUTNING
               WHEN KG-AFVIST
                   MOVE SPACES TO NY-REFERENCE
                   SET DT-AFGJORT (WS-DIFF-IX) TO TRUE
                   ADD 1 TO AFVIST-ANTAL
                   PERFORM SKRIV-AUDIT-BESLUTNING
                   PERFORM SKRIV-RAPPORT-BESLUTNING
               WHEN OTHER
                   ADD 1 TO UKENDT-NR-ANTAL
                   PERFORM SKRIV-AUDIT-UKENDT-NR
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *Audit entry for one decision, naming teller and approver
       SKRIV-AUDIT-BESLUTNING.
           MOVE DT-DIFFERENCE (WS-DIFF-IX) TO WS-DIFF-EDIT
           MOVE SPACES TO AUDIT-TEXT
           STRING
               KOERSELS-DATO                    DELIMITED BY SIZE
               " KASSEDIFFERENCE NR: "          DELIMITED BY SIZE
               KG-NR                            DELIMITED BY SIZE
               " KASSE: "                       DELIMITED BY SIZE
               DT-AFDELING (WS-DIFF-IX)         DELIMITED BY SIZE
               "/"                              DELIMITED BY SIZE
               DT-KASSE-ID (WS-DIFF-IX)         DELIMITED BY SIZE
               " KASSERER: "                    DELIMITED BY SIZE
               DT-KASSERER (WS-DIFF-IX)         DELIMITED BY SPACE
               " GODKENDER: "                   DELIMITED BY SIZE
               KG-GODKENDER                     DELIMITED BY SPACE
               " BESLUTNING: "                  DELIMITED BY SIZE
               KG-BESLUTNING                    DELIMITED BY SIZE
               " BELOB: "                       DELIMITED BY SIZE
               WS-DIFF-EDIT                     DELIMITED BY SIZE
               INTO AUDIT-TEXT
           END-STRING
           WRITE AUDIT-REKORD
           EXIT.

      * -------------------------------------------------
      *Audit entry for a decision naming no undecided difference,
      *or one the teller tried to decide on their own till
       SKRIV-AUDIT-UKENDT-NR.
           MOVE SPACES TO AUDIT-TEXT
           STRING
               KOERSELS-DATO                    DELIMITED BY SIZE
               " KASSEDIFFERENCE AFVIST - NR: " DELIMITED BY SIZE
               KG-NR                            DELIMITED BY SIZE
               " GODKENDER: "                   DELIMITED BY SIZE
               KG-GODKENDER                     DELIMITED BY SPACE
               " UKENDT, AFGJORT ELLER EGEN KASSE"
                                                DELIMITED BY SIZE
               INTO AUDIT-TEXT
           END-STRING
           WRITE AUDIT-REKORD
           EXIT.

      * -------------------------------------------------
      *Report line for one decided difference
       SKRIV-RAPPORT-BESLUTNING.
           MOVE DT-DIFFERENCE (WS-DIFF-IX) TO WS-DIFF-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "DIFFERENCE NR "                 DELIMITED BY SIZE
               KG-NR                            DELIMITED BY SIZE
               " AF "                           DELIMITED BY SIZE
               DT-DATO (WS-DIFF-IX)             DELIMITED BY SIZE
               " KASSE "                        DELIMITED BY SIZE
               DT-AFDELING (WS-DIFF-IX)         DELIMITED BY SIZE
               "/"                              DELIMITED BY SIZE
               DT-KASSE-ID (WS-DIFF-IX)         DELIMITED BY SIZE
               WS-DIFF-EDIT                     DELIMITED BY SIZE
               " BESLUTNING: "                  DELIMITED BY SIZE
               KG-BESLUTNING                    DELIMITED BY SIZE
               " AF "                           DELIMITED BY SIZE
               KG-GODKENDER                     DELIMITED BY SIZE
               " REF: "                         DELIMITED BY SIZE
               NY-REFERENCE                     DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Read the day's till transactions and apply each one
       LAES-TRANSAKTIONER.
           MOVE "N" TO EOF-TRANS
           OPEN INPUT TRANS-FIL
           IF TRANS-FIL-STATUS = "00"
               OR TRANS-FIL-STATUS = "05"
               PERFORM UNTIL END-TRANS
                   READ TRANS-FIL
                       AT END
                           SET END-TRANS TO TRUE
                       NOT AT END
                           ADD 1 TO TRANS-LAEST-ANTAL
                           PERFORM BEHANDL-TRANSAKTION
                   END-READ
               END-PERFORM
               CLOSE TRANS-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Validate one till transaction, apply it to the till's
      *expected holding, post a deposit or withdrawal, and journal
      *the outcome either way
       BEHANDL-TRANSAKTION.
           MOVE "Y" TO TRANS-OK-SW
           MOVE SPACES TO TRANS-AARSAG
           PERFORM BEREGN-STYK-VAERDI
           MOVE KB-AFDELING TO SOEG-AFDELING
           MOVE KB-KASSE-ID TO SOEG-KASSE-ID
           PERFORM FIND-KASSE
           SET KASSE-IX TO WS-KASSE-IX
           IF KB-AABN
               PERFORM AABN-KASSE
           ELSE
               PERFORM KONTROLLER-TRANSAKTION
               IF TRANS-OK
                   PERFORM ANVEND-TRANSAKTION
               END-IF
           END-IF
           MOVE KOERSELS-DATO TO KJ-BEHANDLET-DATO
           MOVE TRANS-REKORD  TO KJ-BILLEDE
           IF TRANS-OK
               MOVE "BOGFOERT" TO KJ-STATUS
               MOVE SPACES     TO KJ-AARSAG
           ELSE
               MOVE "AFVIST"   TO KJ-STATUS
               MOVE TRANS-AARSAG TO KJ-AARSAG
               ADD 1 TO TRANS-AFVIST-ANTAL
               PERFORM SKRIV-AFVIST-TRANS
           END-IF
           WRITE JOURNAL-REKORD
           EXIT.

      * -------------------------------------------------
      *Value of the row's denominations and the number of pieces
       BEREGN-STYK-VAERDI.
           MOVE 0 TO STYK-VAERDI
           MOVE 0 TO STYK-I-ALT
           PERFORM VARYING VAL-IX FROM 1 BY 1 UNTIL VAL-IX > 11
               COMPUTE STYK-VAERDI = STYK-VAERDI
                   + KB-STYK (VAL-IX) * VAL-VAERDI (VAL-IX)
               ADD KB-STYK (VAL-IX) TO STYK-I-ALT
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Find the till SOEG-AFDELING/SOEG-KASSE-ID names. Leaves its
      *index in WS-KASSE-IX, zero when it is not on the register
       FIND-KASSE.
           MOVE 0 TO WS-KASSE-IX
           PERFORM VARYING SOEG-IX FROM 1 BY 1
               UNTIL SOEG-IX > KASSE-ANTAL
               IF KS-AFDELING (SOEG-IX) = SOEG-AFDELING
                   AND KS-KASSE-ID (SOEG-IX) = SOEG-KASSE-ID
                   SET WS-KASSE-IX TO SOEG-IX
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Open a till: a new one is added with its float, an existing
      *one is reactivated and handed to the teller on the row - its
      *cash then comes from the vault by OVF, never from nowhere
       AABN-KASSE.
           IF KB-AFDELING = SPACES OR KB-KASSE-ID = SPACES
               OR KB-KASSERER = SPACES
               MOVE "N" TO TRANS-OK-SW
               MOVE "Filial, kasse eller kasserer mangler"
                   TO TRANS-AARSAG
           ELSE
               IF WS-KASSE-IX = 0
                   IF KASSE-ANTAL < 200
                       ADD 1 TO KASSE-ANTAL
                       SET KASSE-IX TO KASSE-ANTAL
                       MOVE KB-AFDELING TO KS-AFDELING (KASSE-IX)
                       MOVE KB-KASSE-ID TO KS-KASSE-ID (KASSE-IX)
                       MOVE KOERSELS-DATO
                           TO KS-OPRETTET-DATO (KASSE-IX)
                       MOVE 0 TO KS-AFSTEMT-DATO (KASSE-IX)
                       PERFORM VARYING VAL-IX FROM 1 BY 1
                           UNTIL VAL-IX > 11
                           MOVE 0 TO KS-PRIMO-STYK (KASSE-IX VAL-IX)
                           MOVE KB-STYK (VAL-IX)
                               TO KS-FORV-STYK (KASSE-IX VAL-IX)
                           MOVE 0 TO KS-OPT-STYK (KASSE-IX VAL-IX)
                       END-PERFORM
                       MOVE "N" TO KS-OPTALT-SW (KASSE-IX)
                       MOVE "N" TO KS-LUK-SW (KASSE-IX)
                   ELSE
                       MOVE "N" TO TRANS-OK-SW
                       MOVE "Kasseregisteret er fuldt"
                           TO TRANS-AARSAG
                   END-IF
               ELSE
                   IF STYK-I-ALT > 0
                       MOVE "N" TO TRANS-OK-SW
                       MOVE "Startbeholdning kun ved oprettelse"
                           TO TRANS-AARSAG
                   END-IF
               END-IF
           END-IF
           IF TRANS-OK
               IF KB-KASSETYPE = "B"
                   MOVE "B" TO KS-TYPE (KASSE-IX)
               ELSE
                   MOVE "K" TO KS-TYPE (KASSE-IX)
               END-IF
               MOVE "A" TO KS-STATUS (KASSE-IX)
               MOVE KB-KASSERER TO KS-KASSERER (KASSE-IX)
               MOVE "Y" TO KS-BEVAEGET-SW (KASSE-IX)
           END-IF
           EXIT.

      * -------------------------------------------------
      *Hold a movement, count or close against the register and
      *the row's own fields
       KONTROLLER-TRANSAKTION.
           EVALUATE TRUE
               WHEN WS-KASSE-IX = 0
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Ukendt kasse" TO TRANS-AARSAG
               WHEN KS-STATUS (KASSE-IX) NOT = "A"
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Kassen er lukket" TO TRANS-AARSAG
               WHEN KB-KASSERER = SPACES
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Kasserer mangler" TO TRANS-AARSAG
               WHEN KB-IND OR KB-UD
                   IF KB-KONTO-ID = SPACES OR KB-REFERENCE = SPACES
                       OR KB-BELOB = 0
                       MOVE "N" TO TRANS-OK-SW
                       MOVE "Konto, reference eller beloeb mangler"
                           TO TRANS-AARSAG
                   ELSE
                       IF STYK-VAERDI NOT = KB-BELOB
                           MOVE "N" TO TRANS-OK-SW
                           MOVE "Valoerer summerer ikke til beloebet"
                               TO TRANS-AARSAG
                       END-IF
                   END-IF
               WHEN KB-OVF
                   MOVE KB-AFDELING TO SOEG-AFDELING
                   MOVE KB-MODKASSE TO SOEG-KASSE-ID
                   PERFORM FIND-KASSE
                   MOVE WS-KASSE-IX TO WS-MODKASSE-IX
                   SET WS-KASSE-IX TO KASSE-IX
                   EVALUATE TRUE
                       WHEN WS-MODKASSE-IX = 0
                           MOVE "N" TO TRANS-OK-SW
                           MOVE "Ukendt modkasse i filialen"
                               TO TRANS-AARSAG
                       WHEN WS-MODKASSE-IX = WS-KASSE-IX
                           MOVE "N" TO TRANS-OK-SW
                           MOVE "Modkassen er kassen selv"
                               TO TRANS-AARSAG
                       WHEN KS-STATUS (WS-MODKASSE-IX) NOT = "A"
                           MOVE "N" TO TRANS-OK-SW
                           MOVE "Modkassen er lukket" TO TRANS-AARSAG
                       WHEN KB-BELOB = 0
                           OR STYK-VAERDI NOT = KB-BELOB
                           MOVE "N" TO TRANS-OK-SW
                           MOVE "Valoerer summerer ikke til beloebet"
                               TO TRANS-AARSAG
                   END-EVALUATE
               WHEN KB-TAEL OR KB-LUK
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Ukendt transaktionstype" TO TRANS-AARSAG
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *Move the till's expected holding by the row, and turn a
      *deposit or withdrawal into the customer's posting
       ANVEND-TRANSAKTION.
           MOVE "Y" TO KS-BEVAEGET-SW (KASSE-IX)
           EVALUATE TRUE
               WHEN KB-IND
                   PERFORM VARYING VAL-IX FROM 1 BY 1 UNTIL VAL-IX > 11
                       ADD KB-STYK (VAL-IX)
                           TO KS-FORV-STYK (KASSE-IX VAL-IX)
                   END-PERFORM
                   MOVE "KREDIT" TO POST-TYPE
                   PERFORM SKRIV-KONTANT-POSTERING
               WHEN KB-UD
                   PERFORM VARYING VAL-IX FROM 1 BY 1 UNTIL VAL-IX > 11
                       SUBTRACT KB-STYK (VAL-IX)
                           FROM KS-FORV-STYK (KASSE-IX VAL-IX)
                   END-PERFORM
                   MOVE "DEBIT" TO POST-TYPE
                   PERFORM SKRIV-KONTANT-POSTERING
               WHEN KB-OVF
                   MOVE "Y" TO KS-BEVAEGET-SW (WS-MODKASSE-IX)
                   PERFORM VARYING VAL-IX FROM 1 BY 1 UNTIL VAL-IX > 11
                       SUBTRACT KB-STYK (VAL-IX)
                           FROM KS-FORV-STYK (KASSE-IX VAL-IX)
                       ADD KB-STYK (VAL-IX)
                           TO KS-FORV-STYK (WS-MODKASSE-IX VAL-IX)
                   END-PERFORM
               WHEN KB-TAEL
                   PERFORM VARYING VAL-IX FROM 1 BY 1 UNTIL VAL-IX > 11
                       MOVE KB-STYK (VAL-IX)
                           TO KS-OPT-STYK (KASSE-IX VAL-IX)
                   END-PERFORM
                   SET KS-OPTALT (KASSE-IX) TO TRUE
               WHEN KB-LUK
                   SET KS-SKAL-LUKKES (KASSE-IX) TO TRUE
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *Write the customer's cash posting under the teller's
      *reference, valued on the day the cash changed hands
       SKRIV-KONTANT-POSTERING.
           MOVE KB-DATO        TO POST-DATO
           MOVE KB-KONTO-ID    TO POST-KONTO-ID
           MOVE KB-BELOB       TO POST-BELOB
           MOVE SPACES         TO POST-MODKONTO-ID
           MOVE KB-REFERENCE   TO POST-REFERENCE
           WRITE POST-REKORD
           ADD 1 TO KONTANT-POST-ANTAL
           EXIT.

      * -------------------------------------------------
      *Report line for a till transaction that was not taken
       SKRIV-AFVIST-TRANS.
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "AFVIST: "             DELIMITED BY SIZE
               KB-AFDELING            DELIMITED BY SIZE
               "/"                    DELIMITED BY SIZE
               KB-KASSE-ID            DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               KB-TYPE                DELIMITED BY SIZE
               " KASSERER: "          DELIMITED BY SIZE
               KB-KASSERER            DELIMITED BY SIZE
               " REF: "               DELIMITED BY SIZE
               KB-REFERENCE           DELIMITED BY SIZE
               " AARSAG: "            DELIMITED BY SIZE
               TRANS-AARSAG           DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Balance every active till and every till that moved today
       AFSTEM-KASSER.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           PERFORM VARYING KASSE-IX FROM 1 BY 1
               UNTIL KASSE-IX > KASSE-ANTAL
               IF KS-STATUS (KASSE-IX) = "A"
                   OR KS-BEVAEGET (KASSE-IX)
                   PERFORM AFSTEM-EN-KASSE
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Expected against counted for one till, in total and per
      *denomination. The count becomes the closing holding; a till
      *nobody counted carries its expected holding forward and is
      *flagged
       AFSTEM-EN-KASSE.
           MOVE 0 TO PRIMO-BELOB
           MOVE 0 TO FORVENTET-BELOB
           MOVE 0 TO OPTALT-BELOB
           PERFORM VARYING VAL-IX FROM 1 BY 1 UNTIL VAL-IX > 11
               COMPUTE PRIMO-BELOB = PRIMO-BELOB
                   + KS-PRIMO-STYK (KASSE-IX VAL-IX)
                   * VAL-VAERDI (VAL-IX)
               COMPUTE FORVENTET-BELOB = FORVENTET-BELOB
                   + KS-FORV-STYK (KASSE-IX VAL-IX)
                   * VAL-VAERDI (VAL-IX)
               COMPUTE OPTALT-BELOB = OPTALT-BELOB
                   + KS-OPT-STYK (KASSE-IX VAL-IX)
                   * VAL-VAERDI (VAL-IX)
           END-PERFORM
           IF KS-OPTALT (KASSE-IX)
               COMPUTE DIFF-BELOB = OPTALT-BELOB - FORVENTET-BELOB
               MOVE OPTALT-BELOB TO SLUT-BELOB
           ELSE
               MOVE 0 TO DIFF-BELOB
               MOVE FORVENTET-BELOB TO SLUT-BELOB
           END-IF

           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "AFD: "                 DELIMITED BY SIZE
               KS-AFDELING (KASSE-IX)  DELIMITED BY SIZE
               "  KASSE: "             DELIMITED BY SIZE
               KS-KASSE-ID (KASSE-IX)  DELIMITED BY SIZE
               "  TYPE: "              DELIMITED BY SIZE
               KS-TYPE (KASSE-IX)      DELIMITED BY SIZE
               "  KASSERER: "          DELIMITED BY SIZE
               KS-KASSERER (KASSE-IX)  DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE PRIMO-BELOB     TO WS-PRIMO-EDIT
           MOVE FORVENTET-BELOB TO WS-FORV-EDIT
           MOVE OPTALT-BELOB    TO WS-OPT-EDIT
           MOVE DIFF-BELOB      TO WS-DIFF-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "  PRIMO: "             DELIMITED BY SIZE
               WS-PRIMO-EDIT           DELIMITED BY SIZE
               "  FORVENTET: "         DELIMITED BY SIZE
               WS-FORV-EDIT            DELIMITED BY SIZE
               "  OPTALT: "            DELIMITED BY SIZE
               WS-OPT-EDIT             DELIMITED BY SIZE
               "  DIFFERENCE: "        DELIMITED BY SIZE
               WS-DIFF-EDIT            DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD

           PERFORM FIND-FILIAL
           IF WS-FIL-IX > 0
               ADD FORVENTET-BELOB TO FT-FORVENTET (WS-FIL-IX)
           END-IF

           IF KS-OPTALT (KASSE-IX)
               ADD 1 TO AFSTEMT-ANTAL
               PERFORM VARYING VAL-IX FROM 1 BY 1 UNTIL VAL-IX > 11
                   IF KS-OPT-STYK (KASSE-IX VAL-IX) NOT =
                           KS-FORV-STYK (KASSE-IX VAL-IX)
                       PERFORM SKRIV-VALOER-DIFF
                   END-IF
               END-PERFORM
               IF WS-FIL-IX > 0
                   ADD OPTALT-BELOB TO FT-OPTALT (WS-FIL-IX)
                   ADD DIFF-BELOB TO FT-DIFFERENCE (WS-FIL-IX)
               END-IF
               PERFORM BEHANDL-DIFFERENCE
               MOVE KOERSELS-DATO TO KS-AFSTEMT-DATO (KASSE-IX)
               PERFORM VARYING VAL-IX FROM 1 BY 1 UNTIL VAL-IX > 11
                   MOVE KS-OPT-STYK (KASSE-IX VAL-IX)
                       TO KS-FORV-STYK (KASSE-IX VAL-IX)
               END-PERFORM
           ELSE
               IF KS-STATUS (KASSE-IX) = "A"
                   ADD 1 TO IKKE-OPTALT-ANTAL
                   IF WS-FIL-IX > 0
                       ADD 1 TO FT-IKKE-OPTALT (WS-FIL-IX)
                       ADD FORVENTET-BELOB TO FT-OPTALT (WS-FIL-IX)
                   END-IF
                   MOVE "  -> IKKE OPTALT - forventet beholdning"
                       & " fremfoeres" TO RAPPORT-TEXT
                   WRITE RAPPORT-REKORD
               END-IF
           END-IF

           IF KS-SKAL-LUKKES (KASSE-IX)
               IF SLUT-BELOB = 0
                   MOVE "L" TO KS-STATUS (KASSE-IX)
                   MOVE "  -> KASSEN ER LUKKET" TO RAPPORT-TEXT
               ELSE
                   MOVE "  -> KAN IKKE LUKKES - kassen er ikke tom"
                       TO RAPPORT-TEXT
               END-IF
               WRITE RAPPORT-REKORD
           END-IF
           EXIT.

      * -------------------------------------------------
      *One report line for a denomination that does not agree
       SKRIV-VALOER-DIFF.
           COMPUTE STYK-DIFF = KS-OPT-STYK (KASSE-IX VAL-IX)
               - KS-FORV-STYK (KASSE-IX VAL-IX)
           COMPUTE VAL-DIFF = STYK-DIFF * VAL-VAERDI (VAL-IX)
           MOVE VAL-VAERDI (VAL-IX) TO WS-VAL-EDIT
           MOVE KS-FORV-STYK (KASSE-IX VAL-IX) TO WS-FSTYK-EDIT
           MOVE KS-OPT-STYK (KASSE-IX VAL-IX)  TO WS-OSTYK-EDIT
           MOVE VAL-DIFF TO WS-DIFF-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "    VALOER "           DELIMITED BY SIZE
               WS-VAL-EDIT             DELIMITED BY SIZE
               "  FORVENTET STK: "     DELIMITED BY SIZE
               WS-FSTYK-EDIT           DELIMITED BY SIZE
               "  OPTALT STK: "        DELIMITED BY SIZE
               WS-OSTYK-EDIT           DELIMITED BY SIZE
               "  DIFFERENCE: "        DELIMITED BY SIZE
               WS-DIFF-EDIT            DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *A counted till that does not agree: within the tolerance the
      *difference is booked at once, over it the difference waits
      *on the queue for approval
       BEHANDL-DIFFERENCE.
           IF DIFF-BELOB = 0
               MOVE "  -> OK" TO RAPPORT-TEXT
               WRITE RAPPORT-REKORD
           ELSE
               MOVE DIFF-BELOB TO DIFF-ABS
               IF DIFF-ABS < 0
                   COMPUTE DIFF-ABS = 0 - DIFF-ABS
               END-IF
               IF DIFF-ABS NOT > KASSE-TOLERANCE
                   PERFORM SKRIV-DIFF-POSTERING
                   ADD 1 TO DIFF-BOGFOERT-ANTAL
                   MOVE SPACES TO RAPPORT-TEXT
                   STRING
                       "  -> INDEN FOR TOLERANCE - BOGFOERT REF: "
                                            DELIMITED BY SIZE
                       NY-REFERENCE         DELIMITED BY SIZE
                       INTO RAPPORT-TEXT
                   END-STRING
                   WRITE RAPPORT-REKORD
               ELSE
                   PERFORM PARKER-DIFFERENCE
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Put a difference over the tolerance on the queue
       PARKER-DIFFERENCE.
           IF DIFF-ANTAL < 500
               ADD 1 TO DIFF-NAESTE-NR
               ADD 1 TO DIFF-ANTAL
               SET DIFF-IX TO DIFF-ANTAL
               MOVE DIFF-NAESTE-NR          TO DT-NR (DIFF-IX)
               MOVE KOERSELS-DATO           TO DT-DATO (DIFF-IX)
               MOVE KS-AFDELING (KASSE-IX)  TO DT-AFDELING (DIFF-IX)
               MOVE KS-KASSE-ID (KASSE-IX)  TO DT-KASSE-ID (DIFF-IX)
               MOVE KS-KASSERER (KASSE-IX)  TO DT-KASSERER (DIFF-IX)
               MOVE FORVENTET-BELOB         TO DT-FORVENTET (DIFF-IX)
               MOVE OPTALT-BELOB            TO DT-OPTALT (DIFF-IX)
               MOVE DIFF-BELOB              TO DT-DIFFERENCE (DIFF-IX)
               MOVE "N"                     TO DT-AFGJORT-SW (DIFF-IX)
               ADD 1 TO DIFF-AFVENTER-ANTAL
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "  -> OVER TOLERANCE - AFVENTER GODKENDELSE NR "
                                        DELIMITED BY SIZE
                   DIFF-NAESTE-NR       DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
           ELSE
               MOVE "  -> OVER TOLERANCE - DIFFERENCEKOEEN ER FULD"
                   TO RAPPORT-TEXT
               DISPLAY "ADVARSEL: differencekoeen er fuld - "
                       KS-AFDELING (KASSE-IX) "/"
                       KS-KASSE-ID (KASSE-IX) " ikke parkeret"
           END-IF
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Book a cash difference against the over/short account - an
      *overage credits it, a shortage debits it
       SKRIV-DIFF-POSTERING.
           MOVE SPACES TO NY-REFERENCE
           IF GODK-DIFF-NR > 0
               STRING
                   "C"                    DELIMITED BY SIZE
                   KOERSELS-DATO (3:6)    DELIMITED BY SIZE
                   "9"                    DELIMITED BY SIZE
                   GODK-DIFF-NR (3:4)     DELIMITED BY SIZE
                   INTO NY-REFERENCE
               END-STRING
           ELSE
               ADD 1 TO C-REF-SEQ
               STRING
                   "C"                    DELIMITED BY SIZE
                   KOERSELS-DATO (3:6)    DELIMITED BY SIZE
                   C-REF-SEQ              DELIMITED BY SIZE
                   INTO NY-REFERENCE
               END-STRING
           END-IF
           MOVE SPACES TO POST-REKORD
           MOVE KOERSELS-DATO   TO POST-DATO
           MOVE KASSEDIFF-KONTO TO POST-KONTO-ID
           IF DIFF-BELOB > 0
               MOVE DIFF-BELOB TO POST-BELOB
               MOVE "KREDIT" TO POST-TYPE
           ELSE
               COMPUTE POST-BELOB = 0 - DIFF-BELOB
               MOVE "DEBIT" TO POST-TYPE
           END-IF
           MOVE NY-REFERENCE    TO POST-REFERENCE
           WRITE POST-REKORD
           EXIT.

      * -------------------------------------------------
      *Find or add the branch total row for the till in hand
       FIND-FILIAL.
           MOVE 0 TO WS-FIL-IX
           PERFORM VARYING FIL-IX FROM 1 BY 1
               UNTIL FIL-IX > FILIAL-ANTAL
               IF FT-AFDELING (FIL-IX) = KS-AFDELING (KASSE-IX)
                   SET WS-FIL-IX TO FIL-IX
               END-IF
           END-PERFORM
           IF WS-FIL-IX = 0 AND FILIAL-ANTAL < 50
               ADD 1 TO FILIAL-ANTAL
               MOVE FILIAL-ANTAL TO WS-FIL-IX
               MOVE KS-AFDELING (KASSE-IX) TO FT-AFDELING (WS-FIL-IX)
               MOVE 0 TO FT-FORVENTET (WS-FIL-IX)
               MOVE 0 TO FT-OPTALT (WS-FIL-IX)
               MOVE 0 TO FT-DIFFERENCE (WS-FIL-IX)
               MOVE 0 TO FT-IKKE-OPTALT (WS-FIL-IX)
           END-IF
           EXIT.

      * -------------------------------------------------
      *Per-branch totals - a till nobody counted stands in the
      *counted column at its expected holding
       SKRIV-FILIAL-TOTALER.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE "TOTAL PER FILIAL" TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           PERFORM VARYING FIL-IX FROM 1 BY 1
               UNTIL FIL-IX > FILIAL-ANTAL
               MOVE FT-FORVENTET (FIL-IX)   TO WS-FORV-EDIT
               MOVE FT-OPTALT (FIL-IX)      TO WS-OPT-EDIT
               MOVE FT-DIFFERENCE (FIL-IX)  TO WS-DIFF-EDIT
               MOVE FT-IKKE-OPTALT (FIL-IX) TO WS-ANTAL-EDIT
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "AFD: "              DELIMITED BY SIZE
                   FT-AFDELING (FIL-IX) DELIMITED BY SIZE
                   "  FORVENTET: "      DELIMITED BY SIZE
                   WS-FORV-EDIT         DELIMITED BY SIZE
                   "  OPTALT: "         DELIMITED BY SIZE
                   WS-OPT-EDIT          DELIMITED BY SIZE
                   "  DIFFERENCE: "     DELIMITED BY SIZE
                   WS-DIFF-EDIT         DELIMITED BY SIZE
                   "  IKKE OPTALT: "    DELIMITED BY SIZE
                   WS-ANTAL-EDIT        DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Rewrite the till register with the closing holdings
       SKRIV-KASSEREGISTER.
           OPEN OUTPUT KASSE-FIL
           PERFORM VARYING KASSE-IX FROM 1 BY 1
               UNTIL KASSE-IX > KASSE-ANTAL
               MOVE KS-AFDELING (KASSE-IX)      TO KA-AFDELING
               MOVE KS-KASSE-ID (KASSE-IX)      TO KA-KASSE-ID
               MOVE KS-TYPE (KASSE-IX)          TO KA-TYPE
               MOVE KS-STATUS (KASSE-IX)        TO KA-STATUS
               MOVE KS-KASSERER (KASSE-IX)      TO KA-KASSERER
               MOVE KS-OPRETTET-DATO (KASSE-IX) TO KA-OPRETTET-DATO
               MOVE KS-AFSTEMT-DATO (KASSE-IX)  TO KA-AFSTEMT-DATO
               MOVE 0 TO KA-BEHOLDNING
               PERFORM VARYING VAL-IX FROM 1 BY 1 UNTIL VAL-IX > 11
                   MOVE KS-FORV-STYK (KASSE-IX VAL-IX)
                       TO KA-STYK (VAL-IX)
                   COMPUTE KA-BEHOLDNING = KA-BEHOLDNING
                       + KA-STYK (VAL-IX) * VAL-VAERDI (VAL-IX)
               END-PERFORM
               WRITE KASSE-REKORD
           END-PERFORM
           CLOSE KASSE-FIL
           EXIT.

      * -------------------------------------------------
      *Rewrite the difference queue with only the undecided entries
       SKRIV-DIFFERENCER.
           OPEN OUTPUT DIFF-FIL
           PERFORM VARYING DIFF-IX FROM 1 BY 1
               UNTIL DIFF-IX > DIFF-ANTAL
               IF NOT DT-AFGJORT (DIFF-IX)
                   MOVE DT-NR (DIFF-IX)         TO KD-NR
                   MOVE DT-DATO (DIFF-IX)       TO KD-DATO
                   MOVE DT-AFDELING (DIFF-IX)   TO KD-AFDELING
                   MOVE DT-KASSE-ID (DIFF-IX)   TO KD-KASSE-ID
                   MOVE DT-KASSERER (DIFF-IX)   TO KD-KASSERER
                   MOVE DT-FORVENTET (DIFF-IX)  TO KD-FORVENTET
                   MOVE DT-OPTALT (DIFF-IX)     TO KD-OPTALT
                   MOVE DT-DIFFERENCE (DIFF-IX) TO KD-DIFFERENCE
                   WRITE DIFF-REKORD
               END-IF
           END-PERFORM
           CLOSE DIFF-FIL
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
               DISPLAY "OPG77: kaedebrud i opg10-audit.txt raekke "
                       SGL-BRUD
           END-IF
           EXIT.
