      *Monthly interest-capitalization program - sweeps KontoOpl.txt
      *against the accrual ledger Renteopsparing.txt that
      *RENTEPERIODISERING (OPG75) builds day by day, sums each
      *account's daily interest for the month (credit interest on
      *the days the close was positive, debit interest on the days it
      *was negative), and emits the results as posting records in
      *KONTOPOSTERING's POST-REKORD layout, appended to
      *opg15-posteringer.txt, so OPG15 applies them and they land in
      *opg15-historik.txt like any other movement. The days it
      *capitalizes are marked in the ledger so they are never
      *capitalized twice. The part of a day's interest added by a
      *back-valuation recalculation was booked by OPG75 as its own
      *adjustment and is left out here. Where a price agreement
      *gave the day its rate, the difference to the standard-rate
      *interest is written to Prisaftale-eftergivet.txt as revenue
      *the agreement gave away.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTETILSKRIVNING.

               RECORD KEY IS KONTO-ID OF KONTOFIL-REKORD
               ALTERNATE RECORD KEY IS KUNDE-ID OF KONTOFIL-REKORD
                   WITH DUPLICATES.
      *Bind the accrual ledger - one row per account per day, in
      *KONTO-ID/date order like the master sweep. SELECT OPTIONAL so
      *a site where OPG75 has not yet run capitalizes nothing
           SELECT OPTIONAL RO-FIL ASSIGN TO "Renteopsparing.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RO-FIL-STATUS.
      *Bind a holding copy of the ledger with the capitalized days
      *marked, copied back over the ledger at the end
           SELECT RO-NY-FIL ASSIGN TO "RENTE18.ARB"
               ORGANIZATION IS LINE SEQUENTIAL.
      *Bind the day's posting-transaction file - opened EXTEND so the
      *interest postings are appended behind whatever the clerks have
           SELECT OPTIONAL POST-FIL ASSIGN TO "opg15-posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POST-FIL-STATUS.
      *Bind the price-agreement give-away ledger - opened EXTEND so
      *every run appends. SELECT OPTIONAL so the first run creates it
           SELECT OPTIONAL EFTERGIVET-FIL
               ASSIGN TO "Prisaftale-eftergivet.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EFTERGIVET-FIL-STATUS.
      *Bind the accrual report
           SELECT RAPPORT-FIL ASSIGN TO "opg18-renterapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       01  KONTOFIL-REKORD.
           COPY "KONTOOPL.cpy".

      *Accrual ledger record layout
       FD  RO-FIL.
       01  RO-REKORD.
           COPY "RENTEOPSPARING.cpy".

      *Holding copy of the ledger - the same layout
       FD  RO-NY-FIL.
       01  RO-NY-REKORD.
           COPY "RENTEOPSPARING.cpy".

      *Posting-transaction record layout - the same layout OPG15 reads
       FD  POST-FIL.
       01  POST-REKORD.
           COPY "POSTERING.cpy".

      *Give-away ledger record layout
       FD  EFTERGIVET-FIL.
       01  EFTERGIVET-REKORD.
           COPY "PRISEFTERGIVET.cpy".

      *Accrual report record layout
       FD  RAPPORT-FIL.
       01  RAPPORT-REKORD.
      *Today's date, stamped on every interest posting
       01  KOERSELS-DATO            PIC 9(8) VALUE 0.

      *Last day of the month being capitalized - ledger days up to
      *and including it are taken; days after it (a weekend accrued
      *ahead into next month) wait for next month-end
       01  PERIODE-SLUT             PIC 9(8) VALUE 0.

      *Parameter fields for the shared date subprogram
       01  DATO-FUNKTION            PIC X(1) VALUE SPACE.
       01  DATO-ARG                 PIC 9(8) VALUE 0.
       01  DATO-SERIAL              PIC 9(7) VALUE 0.
       01  DATO-UGEDAG              PIC 9(1) VALUE 0.

      *File status fields (SELECT OPTIONAL)
       01  POST-FIL-STATUS          PIC X(2) VALUE "00".
       01  RO-FIL-STATUS            PIC X(2) VALUE "00".
       01  EFTERGIVET-FIL-STATUS    PIC X(2) VALUE "00".

      *Copying the holding copy back over the ledger
       01  ARB-NAVN                 PIC X(20) VALUE "RENTE18.ARB".
       01  LEDGER-NAVN              PIC X(30)
               VALUE "Renteopsparing.txt".
       01  KOPI-RC                  PIC S9(9) COMP-5 VALUE 0.

      *End-of-file flags
       01  EOF-KONTI                PIC X VALUE "N".
           88  END-KONTI                VALUE "Y".
       01  EOF-RO                   PIC X VALUE "N".
           88  END-RO                   VALUE "Y".

      *The current account's month of daily interest - credit and
      *debit kept apart, each day counted once
       01  KREDIT-OPSPARET          PIC S9(7)V9(6) VALUE 0.
       01  DEBET-OPSPARET           PIC S9(7)V9(6) VALUE 0.
       01  DAG-RENTE                PIC S9(5)V9(6) VALUE 0.
       01  RENTE-DAGE               PIC 9(3) VALUE 0.

      *The current account's interest given away under a price
      *agreement - the agreement-rate interest less the standard-rate
      *interest, held per agreement
       01  EFTERGIVET-OPSPARET      PIC S9(7)V9(6) VALUE 0.
       01  EFTERGIVET-AFTALE-NR     PIC 9(6) VALUE 0.
       01  EFTERGIVET-BELOB         PIC S9(7)V99 VALUE 0.
       01  EFTERGIVET-ANTAL         PIC 9(7) VALUE 0.
       01  EFTERGIVET-SUM           PIC S9(9)V99 VALUE 0.
       01  WS-EFTERGIVET-EDIT       PIC -ZZZ,ZZZ,ZZ9.99.

      *Computed interest for the posting in hand - signed so a debit
      *accrual carries through the arithmetic below without a separate
      *magnitude field
       01  RENTE-BELOB              PIC S9(7)V99 VALUE 0.
      *Control totals for the batch-balancing trailer
       01  KONTI-LAEST-ANTAL        PIC 9(7) VALUE 0.
       01  RENTE-POSTERET-ANTAL     PIC 9(7) VALUE 0.
       01  LUKKET-MED-RENTE-ANTAL   PIC 9(7) VALUE 0.
       01  KREDIT-RENTE-SUM         PIC S9(9)V99 VALUE 0.
       01  DEBET-RENTE-SUM          PIC S9(9)V99 VALUE 0.
       01  WS-KREDIT-SUM-EDIT       PIC -ZZZ,ZZZ,ZZ9.99.
       MAIN-PROGRAM.
      *Stamp every interest posting with today's date
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
           PERFORM BEREGN-PERIODE-SLUT

      *Open the account master and the ledger for a merged
      *sequential sweep, the ledger's holding copy, the posting file
      *for append and the capitalization report
           OPEN INPUT  KONTOFIL
                       RO-FIL
                OUTPUT RO-NY-FIL
                       RAPPORT-FIL
           PERFORM ABEN-POST-FIL
           PERFORM ABEN-EFTERGIVET-FIL
           PERFORM LAES-NAESTE-OPSPARING

      *Capitalize the month's interest for every account on the
      *master
           PERFORM UNTIL END-KONTI
               READ KONTOFIL NEXT RECORD
                   AT END
               END-READ
           END-PERFORM

      *Ledger rows behind the last account are carried over as they
      *stand - OPG75 drops the rows of accounts gone from the master
           PERFORM UNTIL END-RO
               MOVE RO-REKORD TO RO-NY-REKORD
               WRITE RO-NY-REKORD
               PERFORM LAES-NAESTE-OPSPARING
           END-PERFORM

           CLOSE KONTOFIL
                 RO-FIL
                 RO-NY-FIL
                 POST-FIL
                 EFTERGIVET-FIL

      *Put the marked copy back as the ledger. Should the copy fail,
      *a rerun regenerates the same references, which KONTOPOSTERING
      *refuses as replays
           CALL "CBL_COPY_FILE" USING ARB-NAVN LEDGER-NAVN
               RETURNING KOPI-RC
           IF KOPI-RC NOT = 0
               DISPLAY "OPG18: tilbagekopiering af renteopsparingen"
                       " fejlede - dagene er ikke markeret"
                       " tilskrevet."
               MOVE 3 TO RETURN-CODE
           END-IF

      *Write the control-total trailer
           PERFORM SKRIV-TRAILER

           CLOSE RAPPORT-FIL
           STOP RUN.

      * -------------------------------------------------
      *Work out the last day of the run's month - the first of the
      *month moved on one month, less a day
       BEREGN-PERIODE-SLUT.
           MOVE KOERSELS-DATO TO DATO-ARG
           MOVE "01" TO DATO-ARG (7:2)
           MOVE "M" TO DATO-FUNKTION
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           MOVE "S" TO DATO-FUNKTION
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           SUBTRACT 1 FROM DATO-SERIAL
           MOVE "D" TO DATO-FUNKTION
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           MOVE DATO-ARG TO PERIODE-SLUT
           EXIT.

      * -------------------------------------------------
      *Open the posting file for append. When no file exists yet
      *(FILE STATUS 35), create it first so OPEN EXTEND has something
           EXIT.

      * -------------------------------------------------
      *Open the give-away ledger for append, creating it first when
      *it does not exist yet
       ABEN-EFTERGIVET-FIL.
           OPEN EXTEND EFTERGIVET-FIL
           IF EFTERGIVET-FIL-STATUS = "35"
               OPEN OUTPUT EFTERGIVET-FIL
               CLOSE EFTERGIVET-FIL
               OPEN EXTEND EFTERGIVET-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Read the next ledger row ahead
       LAES-NAESTE-OPSPARING.
           IF NOT END-RO
               READ RO-FIL
                   AT END
                       SET END-RO TO TRUE
               END-READ
           END-IF
           EXIT.

      * -------------------------------------------------
      *Capitalize one account's month. Ledger rows of accounts no
      *longer on the master are carried over untouched. A closed
      *account is not capitalized - its days stay unmarked and are
      *counted in the trailer; a frozen account still is, since a
      *legal hold stops movement, not interest.
       BEHANDL-KONTO.
           PERFORM UNTIL END-RO
               OR RO-KONTO-ID OF RO-REKORD
                   >= KONTO-ID OF KONTOFIL-REKORD
               MOVE RO-REKORD TO RO-NY-REKORD
               WRITE RO-NY-REKORD
               PERFORM LAES-NAESTE-OPSPARING
           END-PERFORM
           MOVE 0 TO KREDIT-OPSPARET
           MOVE 0 TO DEBET-OPSPARET
           MOVE 0 TO RENTE-DAGE
           MOVE 0 TO EFTERGIVET-OPSPARET
           MOVE 0 TO EFTERGIVET-AFTALE-NR
           PERFORM UNTIL END-RO
               OR RO-KONTO-ID OF RO-REKORD
                   NOT = KONTO-ID OF KONTOFIL-REKORD
               MOVE RO-REKORD TO RO-NY-REKORD
               IF RO-KAPITAL-DATO OF RO-REKORD = 0
                   AND RO-DATO OF RO-REKORD <= PERIODE-SLUT
                   PERFORM SUMMER-DAG
               END-IF
               WRITE RO-NY-REKORD
               PERFORM LAES-NAESTE-OPSPARING
           END-PERFORM
           IF RENTE-DAGE > 0
               IF KONTO-LUKKET OF KONTOFIL-REKORD
                   ADD 1 TO LUKKET-MED-RENTE-ANTAL
               ELSE
                   PERFORM BEREGN-RENTE
               END-IF
           END-IF
           PERFORM SKRIV-EFTERGIVET
           EXIT.

      * -------------------------------------------------
      *Fold one ledger day into the account's month and mark it
      *capitalized - the day's interest less what a back-valuation
      *recalculation added, which is already booked
       SUMMER-DAG.
           ADD 1 TO RENTE-DAGE
           COMPUTE DAG-RENTE =
               RO-RENTE OF RO-REKORD - RO-REGULERET OF RO-REKORD
           IF DAG-RENTE > 0
               ADD DAG-RENTE TO KREDIT-OPSPARET
           ELSE
               ADD DAG-RENTE TO DEBET-OPSPARET
           END-IF
           IF NOT KONTO-LUKKET OF KONTOFIL-REKORD
               MOVE KOERSELS-DATO TO RO-KAPITAL-DATO OF RO-NY-REKORD
               PERFORM SUMMER-EFTERGIVET
           END-IF
           EXIT.

      * -------------------------------------------------
      *Fold the day's give-away into the account's month when a
      *price agreement set the day's rate. Rows from before the
      *ledger carried the agreement fields have them blank
       SUMMER-EFTERGIVET.
           IF RO-AFTALE-NR OF RO-REKORD NUMERIC
               AND RO-STD-RENTE OF RO-REKORD NUMERIC
               AND RO-AFTALE-NR OF RO-REKORD > 0
               IF RO-AFTALE-NR OF RO-REKORD
                       NOT = EFTERGIVET-AFTALE-NR
                   PERFORM SKRIV-EFTERGIVET
                   MOVE RO-AFTALE-NR OF RO-REKORD
                       TO EFTERGIVET-AFTALE-NR
               END-IF
               COMPUTE EFTERGIVET-OPSPARET = EFTERGIVET-OPSPARET
                   + RO-RENTE OF RO-REKORD
                   - RO-STD-RENTE OF RO-REKORD
           END-IF
           EXIT.

      * -------------------------------------------------
      *Write the interest the agreement in hand gave away on the
      *account this month, rounded to whole oere, and start again
       SKRIV-EFTERGIVET.
           COMPUTE EFTERGIVET-BELOB ROUNDED = EFTERGIVET-OPSPARET
           IF EFTERGIVET-AFTALE-NR > 0
               AND EFTERGIVET-BELOB NOT = 0
               MOVE SPACES TO EFTERGIVET-REKORD
               MOVE KOERSELS-DATO TO PE-DATO
               MOVE EFTERGIVET-AFTALE-NR TO PE-AFTALE-NR
               MOVE KONTO-ID OF KONTOFIL-REKORD TO PE-KONTO-ID
               SET PE-RENTE TO TRUE
               MOVE EFTERGIVET-BELOB TO PE-BELOB
               WRITE EFTERGIVET-REKORD
               ADD 1 TO EFTERGIVET-ANTAL
               ADD EFTERGIVET-BELOB TO EFTERGIVET-SUM
           END-IF
           MOVE 0 TO EFTERGIVET-OPSPARET
           EXIT.

      * -------------------------------------------------
      *Round the month's credit and debit interest to whole oere and
      *post each that is not zero - an account whose close crossed
      *zero during the month gets both
       BEREGN-RENTE.
           COMPUTE RENTE-BELOB ROUNDED = KREDIT-OPSPARET
           IF RENTE-BELOB NOT = 0
               PERFORM SKRIV-RENTE-POSTERING
           END-IF
           COMPUTE RENTE-BELOB ROUNDED = DEBET-OPSPARET
           IF RENTE-BELOB NOT = 0
               PERFORM SKRIV-RENTE-POSTERING
           END-IF
           EXIT.

      * -------------------------------------------------
      *Write one capitalization report line naming the account, its
      *current balance, the days the interest was accrued over and
      *the amount
       SKRIV-RAPPORT-LINJE.
           MOVE BALANCE OF KONTOFIL-REKORD TO WS-BALANCE-EDIT
           MOVE RENTE-BELOB TO WS-RENTE-EDIT
               KONTO-TYPE OF KONTOFIL-REKORD DELIMITED BY SIZE
               " | SALDO: "                 DELIMITED BY SIZE
               WS-BALANCE-EDIT              DELIMITED BY SIZE
               " | DAGE: "                  DELIMITED BY SIZE
               RENTE-DAGE                   DELIMITED BY SIZE
               " | RENTE: "                 DELIMITED BY SIZE
               WS-RENTE-EDIT                DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Write the control-total trailer so operations can tie the
      *accrual run out against what OPG15 applies
               KONTI-LAEST-ANTAL             DELIMITED BY SIZE
               "  Renteposteringer: "        DELIMITED BY SIZE
               RENTE-POSTERET-ANTAL          DELIMITED BY SIZE
               "  Lukkede med rente: "       DELIMITED BY SIZE
               LUKKET-MED-RENTE-ANTAL        DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE EFTERGIVET-SUM TO WS-EFTERGIVET-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Eftergivet efter prisaftale: " DELIMITED BY SIZE
               EFTERGIVET-ANTAL              DELIMITED BY SIZE
               " raekker, i alt "            DELIMITED BY SIZE
               WS-EFTERGIVET-EDIT            DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           DISPLAY "Konti laest: "        KONTI-LAEST-ANTAL
                   " Renteposteringer: "  RENTE-POSTERET-ANTAL
                   " Lukkede med rente: " LUKKET-MED-RENTE-ANTAL
           EXIT.
