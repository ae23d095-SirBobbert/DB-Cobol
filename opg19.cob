      *account passes the grace period generates a DEBIT posting in
      *the opg15-posteringer.txt format, so the fee goes through
      *KONTOPOSTERING and is visible in the history trail instead of
      *being raised by hand. A price agreement in force
      *(PRISAFTALE) that waives the overdraft fee stops the posting;
      *the fee is then logged to Prisaftale-eftergivet.txt as
      *revenue the agreement gave away, and the episode is marked
      *charged all the same.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVERTRAEKSGEBYR.

           SELECT OPTIONAL POST-FIL ASSIGN TO "opg15-posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POST-FIL-STATUS.
      *Bind the price-agreement give-away ledger - opened EXTEND so
      *every run appends for OPG89's monthly report
           SELECT OPTIONAL EFTERGIVET-FIL
               ASSIGN TO "Prisaftale-eftergivet.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EFTERGIVET-FIL-STATUS.
      *Bind the fee report
           SELECT RAPPORT-FIL ASSIGN TO "opg19-gebyrrapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       01  POST-REKORD.
           COPY "POSTERING.cpy".

      *Give-away ledger record layout - shared with OPG18, OPG46
      *and OPG89
       FD  EFTERGIVET-FIL.
       01  EFTERGIVET-REKORD.
           COPY "PRISEFTERGIVET.cpy".

      *Fee report record layout
       FD  RAPPORT-FIL.
       01  RAPPORT-REKORD.
      *Today's date and its serial day number, plus yesterday's
      *serial, for the consecutive-day check
       01  KOERSELS-DATO            PIC 9(8) VALUE 0.
       01  WS-KOMMANDOLINJE         PIC X(20) VALUE SPACES.
       01  KOERSELS-SERIAL          PIC 9(7) VALUE 0.

      *Parameter fields for the shared date subprogram
       01  GEBYR-GRACE-DAGE         PIC 9(3) VALUE 3.
       01  OVERTRAEK-GEBYR          PIC 9(5)V99 VALUE 150.00.

      *File status for the SELECT OPTIONAL files
       01  STATUS-FIL-STATUS        PIC X(2) VALUE "00".
       01  POST-FIL-STATUS          PIC X(2) VALUE "00".
       01  EFTERGIVET-FIL-STATUS    PIC X(2) VALUE "00".

      *Parameter fields for the shared price-agreement subprogram
       01  PRIS-FUNKTION            PIC X(1) VALUE "F".
       01  PRIS-SVAR                PIC X(1) VALUE SPACE.
       01  PRIS-AFTALE.
           COPY "PRISAFTALE.cpy".

      *In-memory overdraft state table, loaded once from STATUS-FIL at
      *start-up and rewritten in full at the end of the run. Rows not
       01  KONTI-LAEST-ANTAL        PIC 9(7) VALUE 0.
       01  OVERTRUKKET-ANTAL        PIC 9(7) VALUE 0.
       01  GEBYR-POSTERET-ANTAL     PIC 9(7) VALUE 0.
       01  GEBYR-EFTERGIVET-ANTAL   PIC 9(7) VALUE 0.

      *Parameter fields for the shared run-count subprogram
       01  KT-PROGRAM           PIC X(8) VALUE "OPG19".
      *Stamp every fee posting with today's date, and get today's
      *serial day number for the consecutive-day arithmetic
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
      *A business date on the command line (YYYYMMDD) stands in for
      *the run date - DAGSKORSEL passes one per missed banking day
      *when it catches up after a day the chain did not run
           ACCEPT WS-KOMMANDOLINJE FROM COMMAND-LINE
           IF WS-KOMMANDOLINJE NOT = SPACES
               AND WS-KOMMANDOLINJE (1:8) NUMERIC
               MOVE WS-KOMMANDOLINJE (1:8) TO KOERSELS-DATO
           END-IF
           MOVE "S" TO DATO-FUNKTION
           MOVE KOERSELS-DATO TO DATO-ARG
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
           OPEN INPUT  KONTOFIL
                OUTPUT RAPPORT-FIL
           PERFORM ABEN-POST-FIL
           PERFORM ABEN-EFTERGIVET-FIL

      *Track every active account overdrawn BEYOND its agreed credit
      *facility - a balance inside an approved overdraft line is not

           CLOSE KONTOFIL
                 POST-FIL
                 EFTERGIVET-FIL
                 RAPPORT-FIL
      *Leave this run's headline count for OPG28's run report
           MOVE KONTI-LAEST-ANTAL TO KT-ANTAL
           END-PERFORM
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
      *Update the consecutive-day count for one overdrawn account and
      *raise the fee the day it first passes the grace period. A rerun
               SET OT-SET-I-DAG (WS-OVT-IX) TO TRUE
               IF OT-DAGE (WS-OVT-IX) > GEBYR-GRACE-DAGE
                   AND OT-GEBYR-DATO (WS-OVT-IX) = 0
                   CALL "PRISAFTALE" USING PRIS-FUNKTION
                                       KONTO-ID OF KONTOFIL-REKORD
                                       KUNDE-ID OF KONTOFIL-REKORD
                                       KOERSELS-DATO PRIS-SVAR
                                       PRIS-AFTALE
                   IF PRIS-SVAR = "J"
                       AND PA-FRITAGET-OVERTRAEK OF PRIS-AFTALE
                       PERFORM SKRIV-EFTERGIVET
                   ELSE
                       PERFORM SKRIV-GEBYR-POSTERING
                   END-IF
                   MOVE KOERSELS-DATO TO OT-GEBYR-DATO (WS-OVT-IX)
               END-IF
           END-IF
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Log the overdraft fee a price agreement waives, and report it
       SKRIV-EFTERGIVET.
           MOVE KOERSELS-DATO TO PE-DATO
           MOVE PA-AFTALE-NR OF PRIS-AFTALE TO PE-AFTALE-NR
           MOVE KONTO-ID OF KONTOFIL-REKORD TO PE-KONTO-ID
           SET PE-OVERTRAEK TO TRUE
           MOVE OVERTRAEK-GEBYR TO PE-BELOB
           WRITE EFTERGIVET-REKORD
           ADD 1 TO GEBYR-EFTERGIVET-ANTAL

           MOVE BALANCE OF KONTOFIL-REKORD TO WS-BALANCE-EDIT
           MOVE OVERTRAEK-GEBYR TO WS-GEBYR-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "EFTERGIVET - KONTO-ID: "     DELIMITED BY SIZE
               KONTO-ID OF KONTOFIL-REKORD   DELIMITED BY SIZE
               " SALDO: "                    DELIMITED BY SIZE
               WS-BALANCE-EDIT               DELIMITED BY SIZE
               " PRISAFTALE: "               DELIMITED BY SIZE
               PA-AFTALE-NR OF PRIS-AFTALE   DELIMITED BY SIZE
               " GEBYR: "                    DELIMITED BY SIZE
               WS-GEBYR-EDIT                 DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Rewrite the overdraft state file from OVT-TABEL, keeping only
      *the rows seen overdrawn today
               OVERTRUKKET-ANTAL          DELIMITED BY SIZE
               "  Gebyrer posteret: "     DELIMITED BY SIZE
               GEBYR-POSTERET-ANTAL       DELIMITED BY SIZE
               "  Eftergivet: "           DELIMITED BY SIZE
               GEBYR-EFTERGIVET-ANTAL     DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
