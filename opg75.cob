      *Daily interest accrual - run by DAGSKORSEL once the day's
      *postings are applied. Every account accrues interest on each
      *calendar day's closing balance into the accrual ledger
      *Renteopsparing.txt, one row per account per day, which
      *RENTETILSKRIVNING capitalizes at month-end. A day's closing
      *balance is value-dated: the history rows chain from one
      *HIST-SALDO-EFTER to the next and end on the master's BALANCE,
      *so the close of a day is BALANCE less the movements valued
      *after it. The days up to the next banking day are accrued in
      *the same run, since their balance cannot move before then.
      *A posting applied today with a value date on a day already
      *accrued (a back-valued posting) recalculates those days in
      *the ledger, and the difference is booked as a separate
      *interest adjustment under its own reference series "J",
      *reported against the posting that caused it.
      *A price agreement in force on the day (looked up through
      *PRISAFTALE) replaces the standard rate for the account; the
      *day's row then also keeps the interest the standard rate
      *would have given, so RENTETILSKRIVNING can report what the
      *agreement gave away.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTEPERIODISERING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind account master - read here purely sequentially
           SELECT KONTOFIL ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOFIL-REKORD
               ALTERNATE RECORD KEY IS KUNDE-ID OF KONTOFIL-REKORD
                   WITH DUPLICATES.
      *Bind the interest-rate reference file - the same file
      *RENTETILSKRIVNING has always read
           SELECT RENTE-FIL ASSIGN TO "Rentesatser.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *Bind the fixed-format history written by OPG15
           SELECT OPTIONAL HISTDATA-FIL
               ASSIGN TO "opg15-historik-data.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTDATA-FIL-STATUS.
      *Sort work files putting the history in account order, each
      *account's rows kept in the order they were applied
           SELECT HIST-SORT-FIL ASSIGN TO "RENTE75W.SRT".
           SELECT HIST-SORT-UD ASSIGN TO "RENTE75.SRT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *Bind the accrual ledger - read in KONTO-ID/date order
      *alongside the master. SELECT OPTIONAL so the first run starts
      *an empty ledger
           SELECT OPTIONAL RO-FIL ASSIGN TO "Renteopsparing.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RO-FIL-STATUS.
      *Bind a holding copy of the ledger, written as the sweep runs
      *and copied back over the ledger at the end - the ledger is
      *too big to hold in a table
           SELECT RO-NY-FIL ASSIGN TO "RENTE75.ARB"
               ORGANIZATION IS LINE SEQUENTIAL.
      *Bind the accrual state - the day the ledger was started, the
      *booking day whose history was last taken in, and the last
      *day accrued. SELECT OPTIONAL so the first run creates it
           SELECT OPTIONAL STATUS-FIL
               ASSIGN TO "opg75-rentestatus.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIL-STATUS.
      *Bind the day's posting-transaction file - opened EXTEND so
      *the interest adjustments are appended for OPG15 to apply
           SELECT OPTIONAL POST-FIL ASSIGN TO "opg15-posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POST-FIL-STATUS.
      *Bind the accrual and adjustment report
           SELECT RAPPORT-FIL
               ASSIGN TO "opg75-renteperiodisering.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Account master record layout
       FD  KONTOFIL.
       01  KONTOFIL-REKORD.
           COPY "KONTOOPL.cpy".

      *Interest-rate reference record layout - rates are percent
      *per year
       FD  RENTE-FIL.
       01  RENTE-REKORD.
           02  RENTE-KONTO-TYPE    PIC X(10).
           02  RENTE-KREDIT-SATS   PIC 9(2)V9999.
           02  RENTE-DEBET-SATS    PIC 9(2)V9999.

      *Fixed-format history record layout
       FD  HISTDATA-FIL.
       01  HISTDATA-REKORD.
           COPY "KONTOHISTORIK.cpy".

      *Sort work file for the history
       SD  HIST-SORT-FIL.
       01  HIST-SORT-REKORD.
           COPY "KONTOHISTORIK.cpy".

      *History sorted by KONTO-ID
       FD  HIST-SORT-UD.
       01  HIST-SORT-UD-REKORD.
           COPY "KONTOHISTORIK.cpy".

      *Accrual ledger record layout
       FD  RO-FIL.
       01  RO-REKORD.
           COPY "RENTEOPSPARING.cpy".

      *Holding copy of the ledger - the same layout
       FD  RO-NY-FIL.
       01  RO-NY-REKORD.
           COPY "RENTEOPSPARING.cpy".

      *Accrual state record layout
       FD  STATUS-FIL.
       01  STATUS-REKORD.
           02  RS-START-DATO       PIC 9(8).
           02  RS-BEHANDLET-DATO   PIC 9(8).
           02  RS-AKKRUERET-TIL    PIC 9(8).

      *Posting-transaction record layout - the same layout OPG15
      *reads
       FD  POST-FIL.
       01  POST-REKORD.
           COPY "POSTERING.cpy".

      *Report record layout
       FD  RAPPORT-FIL.
       01  RAPPORT-REKORD.
           02  RAPPORT-TEXT        PIC X(120).

       WORKING-STORAGE SECTION.

      *Today's date, stamped on the adjustments and the state file
       01  KOERSELS-DATO            PIC 9(8) VALUE 0.
       01  WS-KOMMANDOLINJE         PIC X(20) VALUE SPACES.

      *Day-count basis - the interest for one day is the closing
      *balance times the yearly rate over this many days
       01  DAGE-I-AAR               PIC 9(3) VALUE 365.

      *Accrual state as read back - the first run starts the ledger
      *today, with yesterday as the last day accrued
       01  START-DATO               PIC 9(8) VALUE 0.
       01  BEHANDLET-DATO           PIC 9(8) VALUE 0.
       01  AKKRUERET-TIL            PIC 9(8) VALUE 0.
      *The last day this run accrues - the day before the next
      *banking day
       01  NY-AKKRUERET-TIL         PIC 9(8) VALUE 0.
      *First day held in the per-account day table - the first of
      *last month, so a back-valued posting reaching into a month
      *already capitalized is still corrected
       01  VINDUE-FRA               PIC 9(8) VALUE 0.
       01  VINDUE-FRA-DELT REDEFINES VINDUE-FRA.
           05  VINDUE-AAR           PIC 9(4).
           05  VINDUE-MD            PIC 9(2).
           05  VINDUE-DAG           PIC 9(2).

      *The same dates as day serials, for the day arithmetic
       01  KOERSELS-SERIAL          PIC 9(7) VALUE 0.
       01  AKKRUERET-SERIAL         PIC 9(7) VALUE 0.
       01  NY-AKKRUERET-SERIAL      PIC 9(7) VALUE 0.
       01  VINDUE-SERIAL            PIC 9(7) VALUE 0.
       01  START-SERIAL             PIC 9(7) VALUE 0.
      *Earliest day a back-valued posting may recalculate - the
      *window start, or the ledger's first day when later
       01  NEDRE-SERIAL             PIC 9(7) VALUE 0.
       01  DAG-SERIAL               PIC 9(7) VALUE 0.
       01  FRA-SERIAL               PIC 9(7) VALUE 0.

      *Parameter fields for the shared date subprogram
       01  DATO-FUNKTION            PIC X(1) VALUE SPACE.
       01  DATO-ARG                 PIC 9(8) VALUE 0.
       01  DATO-SERIAL              PIC 9(7) VALUE 0.
       01  DATO-UGEDAG              PIC 9(1) VALUE 0.

      *Parameter fields for the shared banking-calendar subprogram
       01  KAL-FUNKTION             PIC X(1) VALUE SPACE.
       01  KAL-DATO                 PIC 9(8) VALUE 0.
       01  KAL-SVAR                 PIC X(1) VALUE SPACE.

      *Parameter fields for the shared price-agreement subprogram
       01  PRIS-FUNKTION            PIC X(1) VALUE "F".
       01  PRIS-DATO                PIC 9(8) VALUE 0.
       01  PRIS-SVAR                PIC X(1) VALUE SPACE.
       01  PRIS-AFTALE.
           COPY "PRISAFTALE.cpy".

      *File status fields
       01  HISTDATA-FIL-STATUS      PIC X(2) VALUE "00".
       01  RO-FIL-STATUS            PIC X(2) VALUE "00".
       01  STATUS-FIL-STATUS        PIC X(2) VALUE "00".
       01  POST-FIL-STATUS          PIC X(2) VALUE "00".

      *Set when there is a history file to sort
       01  HAR-HISTORIK-SW          PIC X VALUE "N".
           88  HAR-HISTORIK             VALUE "Y".

      *Copying the holding copy back over the ledger
       01  ARB-NAVN                 PIC X(20) VALUE "RENTE75.ARB".
       01  LEDGER-NAVN              PIC X(30)
               VALUE "Renteopsparing.txt".
       01  KOPI-RC                  PIC S9(9) COMP-5 VALUE 0.

      *In-memory interest-rate table
       01  RENTE-TABEL.
           05  RENTE-TABEL-POST OCCURS 50 TIMES INDEXED BY RENTE-IX.
               10  RT-KONTO-TYPE       PIC X(10).
               10  RT-KREDIT-SATS      PIC 9(2)V9999.
               10  RT-DEBET-SATS       PIC 9(2)V9999.
       01  RENTE-ANTAL              PIC 9(3) VALUE 0.
       01  SATS-FUNDET-SW           PIC X VALUE "N".
           88  SATS-FUNDET              VALUE "Y".
       01  FUNDET-KREDIT-SATS       PIC 9(2)V9999 VALUE 0.
       01  FUNDET-DEBET-SATS        PIC 9(2)V9999 VALUE 0.

      *The calendar date of every day in the window, built once
       01  DATO-TABEL.
           05  DD-DATO OCCURS 400 TIMES PIC 9(8).

      *The account in hand's ledger days across the window - slot
      *one is VINDUE-FRA. A slot not in use is a day without a row
       01  DAG-TABEL.
           05  DAG-POST OCCURS 400 TIMES INDEXED BY DAG-IX.
               10  DG-BRUGT-SW         PIC X(1).
                   88  DG-BRUGT            VALUE "Y".
               10  DG-SALDO            PIC S9(9)V99.
               10  DG-SATS             PIC 9(2)V9999.
               10  DG-RENTE            PIC S9(5)V9(6).
               10  DG-REGULERET        PIC S9(5)V9(6).
               10  DG-KAPITAL-DATO     PIC 9(8).
               10  DG-STD-RENTE        PIC S9(5)V9(6).
               10  DG-AFTALE-NR        PIC 9(6).
       01  DAG-ANTAL                PIC 9(3) VALUE 0.
       01  WS-DAG-IX                PIC 9(3) VALUE 0.

      *The account in hand's history rows that matter this run -
      *the ones applied since the last run, and the ones valued
      *after the last day accrued
       01  BEV-TABEL.
           05  BEV-POST OCCURS 500 TIMES INDEXED BY BEV-IX.
               10  BV-VALOER-DATO      PIC 9(8).
               10  BV-VALOER-SERIAL    PIC 9(7).
               10  BV-BOGFOERT-DATO    PIC 9(8).
               10  BV-BELOB            PIC S9(9)V99.
               10  BV-REFERENCE        PIC X(12).
               10  BV-TILBAGE-SW       PIC X(1).
                   88  BV-TILBAGE          VALUE "Y".
       01  BEV-ANTAL                PIC 9(3) VALUE 0.
      *Set when an account had more rows than the table - the rows
      *past it are reported and the run ends with RETURN-CODE 8
       01  BEV-OVERLOEB-SW          PIC X VALUE "N".
           88  BEV-OVERLOEB             VALUE "Y".

      *The history row in hand, read ahead from the sorted file
       01  HIST-REKORD.
           COPY "KONTOHISTORIK.cpy".
       01  HIST-BOGFOERT            PIC 9(8) VALUE 0.
       01  HIST-BEVAEGELSE          PIC S9(9)V99 VALUE 0.

      *The account in hand and its day computations
       01  AKTUEL-KONTO-ID          PIC X(10) VALUE SPACES.
       01  DAG-SALDO                PIC S9(9)V99 VALUE 0.
       01  DAG-SATS                 PIC 9(2)V9999 VALUE 0.
       01  DAG-RENTE                PIC S9(5)V9(6) VALUE 0.
       01  DAG-STD-SATS             PIC 9(2)V9999 VALUE 0.
       01  DAG-STD-RENTE            PIC S9(5)V9(6) VALUE 0.
       01  DAG-AFTALE-NR            PIC 9(6) VALUE 0.
       01  DAG-DIFFERENCE           PIC S9(5)V9(6) VALUE 0.
       01  BV-DIFFERENCE            PIC S9(7)V9(6) VALUE 0.
       01  BV-DAGE                  PIC 9(3) VALUE 0.
       01  KORREKTION-SUM           PIC S9(7)V9(6) VALUE 0.
       01  REGULERING-BELOB         PIC S9(7)V99 VALUE 0.
       01  REGULERING-REF-SEQ       PIC 9(5) VALUE 0.
       01  REGULERING-REFERENCE     PIC X(12) VALUE SPACES.

      *End-of-file flags
       01  EOF-KONTI                PIC X VALUE "N".
           88  END-KONTI                VALUE "Y".
       01  EOF-RENTE                PIC X VALUE "N".
           88  END-RENTE                VALUE "Y".
       01  EOF-HIST                 PIC X VALUE "N".
           88  END-HIST                 VALUE "Y".
       01  EOF-RO                   PIC X VALUE "N".
           88  END-RO                   VALUE "Y".

      *Edited fields for the report
       01  WS-BELOB-EDIT            PIC -Z,ZZZ,ZZ9.99.
       01  WS-DIFF-EDIT             PIC -ZZ,ZZ9.999999.
       01  WS-SUM-EDIT              PIC -ZZZ,ZZZ,ZZ9.99.

      *Control totals for the trailer
       01  KONTI-LAEST-ANTAL        PIC 9(7) VALUE 0.
       01  DAGE-PERIODISERET-ANTAL  PIC 9(9) VALUE 0.
       01  TILBAGEVALOER-ANTAL      PIC 9(7) VALUE 0.
       01  UDEN-FOR-VINDUE-ANTAL    PIC 9(7) VALUE 0.
       01  REGULERING-ANTAL         PIC 9(7) VALUE 0.
       01  TYPE-UDEN-SATS-ANTAL     PIC 9(7) VALUE 0.
       01  RAEKKER-UDGAAET-ANTAL    PIC 9(7) VALUE 0.
       01  KREDIT-PERIODISERET-SUM  PIC S9(9)V9(6) VALUE 0.
       01  DEBET-PERIODISERET-SUM   PIC S9(9)V9(6) VALUE 0.
       01  REGULERING-SUM           PIC S9(9)V99 VALUE 0.
       01  TRAILER-BELOB            PIC S9(9)V99 VALUE 0.

      *Parameter fields for the shared run-count subprogram
       01  KT-PROGRAM               PIC X(8) VALUE "OPG75".
       01  KT-ANTAL                 PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
      *A business date on the command line (YYYYMMDD) stands in for
      *the run date - DAGSKORSEL passes one per missed banking day
      *when it catches up after a day the chain did not run
           ACCEPT WS-KOMMANDOLINJE FROM COMMAND-LINE
           IF WS-KOMMANDOLINJE NOT = SPACES
               AND WS-KOMMANDOLINJE (1:8) NUMERIC
               MOVE WS-KOMMANDOLINJE (1:8) TO KOERSELS-DATO
           END-IF

      *A day already taken in is not accrued twice - a rerun of the
      *daily chain leaves the ledger as the first run left it
           PERFORM LAES-STATUS
           IF BEHANDLET-DATO >= KOERSELS-DATO
               DISPLAY "OPG75: renten er allerede periodiseret for "
                       KOERSELS-DATO ", intet at goere."
               STOP RUN
           END-IF

           PERFORM BEREGN-VINDUE
           IF DAG-ANTAL > 400
               DISPLAY "OPG75: " DAG-ANTAL " rentedage er flere end"
                       " tabellen rummer, koerslen afvises."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LAES-RENTESATSER
           PERFORM SORTER-HISTORIK

           OPEN INPUT  KONTOFIL
                       HIST-SORT-UD
                       RO-FIL
                OUTPUT RO-NY-FIL
                       RAPPORT-FIL
           PERFORM ABEN-POST-FIL
           PERFORM SKRIV-OVERSKRIFT

           PERFORM LAES-NAESTE-HISTORIK
           PERFORM LAES-NAESTE-OPSPARING

           PERFORM UNTIL END-KONTI
               READ KONTOFIL NEXT RECORD
                   AT END
                       SET END-KONTI TO TRUE
                   NOT AT END
                       ADD 1 TO KONTI-LAEST-ANTAL
                       PERFORM BEHANDL-KONTO
               END-READ
           END-PERFORM

      *Ledger rows for accounts no longer on the master drop out
           PERFORM UNTIL END-RO
               ADD 1 TO RAEKKER-UDGAAET-ANTAL
               PERFORM LAES-NAESTE-OPSPARING
           END-PERFORM

           CLOSE KONTOFIL
                 HIST-SORT-UD
                 RO-FIL
                 RO-NY-FIL
                 POST-FIL

      *Put the holding copy back as the ledger, and only then move
      *the state on - a failed copy leaves both as they were, and
      *the rerun regenerates the same adjustment references, which
      *KONTOPOSTERING then refuses as replays
           CALL "CBL_COPY_FILE" USING ARB-NAVN LEDGER-NAVN
               RETURNING KOPI-RC
           IF KOPI-RC NOT = 0
               DISPLAY "OPG75: tilbagekopiering af renteopsparingen"
                       " fejlede - opsparingen er uroert."
               MOVE 3 TO RETURN-CODE
           ELSE
               PERFORM SKRIV-STATUS
           END-IF

           PERFORM SKRIV-TRAILER
           CLOSE RAPPORT-FIL

           IF BEV-OVERLOEB
               MOVE 8 TO RETURN-CODE
           END-IF

      *Leave this run's headline count for OPG28's run report
           MOVE KONTI-LAEST-ANTAL TO KT-ANTAL
           CALL "KOERSELSTAL" USING KT-PROGRAM KT-ANTAL
           STOP RUN.

      * -------------------------------------------------
      *Read the accrual state back. Without one the ledger starts
      *today: yesterday counts as accrued and as taken in, so only
      *what is applied from today on moves the ledger
       LAES-STATUS.
           MOVE 0 TO START-DATO
           OPEN INPUT STATUS-FIL
           IF STATUS-FIL-STATUS = "00" OR STATUS-FIL-STATUS = "05"
               READ STATUS-FIL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RS-START-DATO     TO START-DATO
                       MOVE RS-BEHANDLET-DATO TO BEHANDLET-DATO
                       MOVE RS-AKKRUERET-TIL  TO AKKRUERET-TIL
               END-READ
               CLOSE STATUS-FIL
           END-IF
           IF START-DATO = 0
               MOVE KOERSELS-DATO TO START-DATO
               MOVE "S" TO DATO-FUNKTION
               MOVE KOERSELS-DATO TO DATO-ARG
               CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                        DATO-SERIAL DATO-UGEDAG
               SUBTRACT 1 FROM DATO-SERIAL
               MOVE "D" TO DATO-FUNKTION
               CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                        DATO-SERIAL DATO-UGEDAG
               MOVE DATO-ARG TO BEHANDLET-DATO
               MOVE DATO-ARG TO AKKRUERET-TIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Work out the days this run accrues and the window of days
      *held per account, and build the window's calendar
       BEREGN-VINDUE.
           MOVE "S" TO DATO-FUNKTION
           MOVE KOERSELS-DATO TO DATO-ARG
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           MOVE DATO-SERIAL TO KOERSELS-SERIAL
           MOVE AKKRUERET-TIL TO DATO-ARG
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           MOVE DATO-SERIAL TO AKKRUERET-SERIAL
           MOVE START-DATO TO DATO-ARG
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           MOVE DATO-SERIAL TO START-SERIAL

      *Accrue through the day before the next banking day - a
      *weekend or holiday cannot move a balance before then
           COMPUTE DATO-SERIAL = KOERSELS-SERIAL + 1
           MOVE "D" TO DATO-FUNKTION
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           MOVE "N" TO KAL-FUNKTION
           MOVE DATO-ARG TO KAL-DATO
           CALL "BANKKALENDER" USING KAL-FUNKTION KAL-DATO KAL-SVAR
           MOVE "S" TO DATO-FUNKTION
           MOVE KAL-DATO TO DATO-ARG
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           COMPUTE NY-AKKRUERET-SERIAL = DATO-SERIAL - 1
           MOVE NY-AKKRUERET-SERIAL TO DATO-SERIAL
           MOVE "D" TO DATO-FUNKTION
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           MOVE DATO-ARG TO NY-AKKRUERET-TIL

      *The window opens on the first of last month - or earlier,
      *when the chain has not run for so long that the days still
      *to accrue start before it
           MOVE KOERSELS-DATO TO VINDUE-FRA
           MOVE 01 TO VINDUE-DAG
           IF VINDUE-MD = 01
               MOVE 12 TO VINDUE-MD
               SUBTRACT 1 FROM VINDUE-AAR
           ELSE
               SUBTRACT 1 FROM VINDUE-MD
           END-IF
           MOVE "S" TO DATO-FUNKTION
           MOVE VINDUE-FRA TO DATO-ARG
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           MOVE DATO-SERIAL TO VINDUE-SERIAL
           IF AKKRUERET-SERIAL + 1 < VINDUE-SERIAL
               COMPUTE VINDUE-SERIAL = AKKRUERET-SERIAL + 1
           END-IF
           IF START-SERIAL > VINDUE-SERIAL
               MOVE START-SERIAL TO NEDRE-SERIAL
           ELSE
               MOVE VINDUE-SERIAL TO NEDRE-SERIAL
           END-IF
           COMPUTE DAG-ANTAL = NY-AKKRUERET-SERIAL - VINDUE-SERIAL + 1

           IF DAG-ANTAL NOT > 400
               MOVE "D" TO DATO-FUNKTION
               PERFORM VARYING DAG-IX FROM 1 BY 1
                   UNTIL DAG-IX > DAG-ANTAL
                   COMPUTE DATO-SERIAL = VINDUE-SERIAL + DAG-IX - 1
                   CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                            DATO-SERIAL DATO-UGEDAG
                   MOVE DATO-ARG TO DD-DATO (DAG-IX)
               END-PERFORM
               MOVE DD-DATO (1) TO VINDUE-FRA
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the interest-rate reference file into RENTE-TABEL
       LAES-RENTESATSER.
           MOVE 0 TO RENTE-ANTAL
           MOVE "N" TO EOF-RENTE
           OPEN INPUT RENTE-FIL
           PERFORM UNTIL END-RENTE
               READ RENTE-FIL
                   AT END
                       SET END-RENTE TO TRUE
                   NOT AT END
                       IF RENTE-ANTAL < 50
                           ADD 1 TO RENTE-ANTAL
                           MOVE RENTE-KONTO-TYPE TO
                               RT-KONTO-TYPE (RENTE-ANTAL)
                           MOVE RENTE-KREDIT-SATS TO
                               RT-KREDIT-SATS (RENTE-ANTAL)
                           MOVE RENTE-DEBET-SATS TO
                               RT-DEBET-SATS (RENTE-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RENTE-FIL
           EXIT.

      * -------------------------------------------------
      *Sort the history by KONTO-ID, keeping each account's rows in
      *the order they were applied. When no history file exists yet
      *an empty sorted file is produced instead.
       SORTER-HISTORIK.
           MOVE "N" TO HAR-HISTORIK-SW
           OPEN INPUT HISTDATA-FIL
           IF HISTDATA-FIL-STATUS = "00"
               SET HAR-HISTORIK TO TRUE
           END-IF
           CLOSE HISTDATA-FIL
           IF HAR-HISTORIK
               SORT HIST-SORT-FIL
                   ON ASCENDING KEY HIST-KONTO-ID OF HIST-SORT-REKORD
                   WITH DUPLICATES IN ORDER
                   USING HISTDATA-FIL
                   GIVING HIST-SORT-UD
           ELSE
               OPEN OUTPUT HIST-SORT-UD
               CLOSE HIST-SORT-UD
           END-IF
           EXIT.

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
      *Read the next sorted history row ahead
       LAES-NAESTE-HISTORIK.
           IF NOT END-HIST
               READ HIST-SORT-UD INTO HIST-REKORD
                   AT END
                       SET END-HIST TO TRUE
               END-READ
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
      *Accrue one account: take its ledger days and this run's
      *history rows in, recalculate the days a back-valued posting
      *reached, accrue the new days, book the adjustment and write
      *the days back. A closed account accrues no more, and its
      *days are carried as they stand.
       BEHANDL-KONTO.
           MOVE KONTO-ID OF KONTOFIL-REKORD TO AKTUEL-KONTO-ID
           PERFORM VARYING DAG-IX FROM 1 BY 1 UNTIL DAG-IX > DAG-ANTAL
               MOVE "N" TO DG-BRUGT-SW (DAG-IX)
           END-PERFORM
           MOVE 0 TO KORREKTION-SUM

      *Ledger rows and history rows of accounts no longer on the
      *master are passed over
           PERFORM UNTIL END-RO
               OR RO-KONTO-ID OF RO-REKORD >= AKTUEL-KONTO-ID
               ADD 1 TO RAEKKER-UDGAAET-ANTAL
               PERFORM LAES-NAESTE-OPSPARING
           END-PERFORM
           PERFORM UNTIL END-HIST
               OR HIST-KONTO-ID OF HIST-REKORD >= AKTUEL-KONTO-ID
               PERFORM LAES-NAESTE-HISTORIK
           END-PERFORM

           PERFORM HENT-OPSPARING
           PERFORM HENT-BEVAEGELSER

           IF NOT KONTO-LUKKET OF KONTOFIL-REKORD
               PERFORM SLA-SATS-OP
               IF SATS-FUNDET
                   PERFORM VARYING BEV-IX FROM 1 BY 1
                       UNTIL BEV-IX > BEV-ANTAL
                       IF BV-TILBAGE (BEV-IX)
                           PERFORM GENBEREGN-TILBAGEVALOER
                       END-IF
                   END-PERFORM
                   PERFORM PERIODISER-NYE-DAGE
                   PERFORM SKRIV-REGULERING
               ELSE
                   IF BALANCE OF KONTOFIL-REKORD NOT = 0
                       PERFORM SKRIV-TYPE-UDEN-SATS
                   END-IF
               END-IF
           END-IF

           PERFORM SKRIV-OPSPARING
           EXIT.

      * -------------------------------------------------
      *Take the account's ledger rows into the day table. A row
      *before the window that is not yet capitalized is carried
      *over untouched; one already capitalized has served its time
      *and drops out
       HENT-OPSPARING.
           PERFORM UNTIL END-RO
               OR RO-KONTO-ID OF RO-REKORD NOT = AKTUEL-KONTO-ID
               IF RO-DATO OF RO-REKORD >= VINDUE-FRA
                   AND RO-DATO OF RO-REKORD <= NY-AKKRUERET-TIL
                   MOVE "S" TO DATO-FUNKTION
                   MOVE RO-DATO OF RO-REKORD TO DATO-ARG
                   CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                            DATO-SERIAL DATO-UGEDAG
                   COMPUTE WS-DAG-IX = DATO-SERIAL - VINDUE-SERIAL + 1
                   SET DG-BRUGT (WS-DAG-IX) TO TRUE
                   MOVE RO-SALDO OF RO-REKORD
                       TO DG-SALDO (WS-DAG-IX)
                   MOVE RO-SATS OF RO-REKORD
                       TO DG-SATS (WS-DAG-IX)
                   MOVE RO-RENTE OF RO-REKORD
                       TO DG-RENTE (WS-DAG-IX)
                   MOVE RO-REGULERET OF RO-REKORD
                       TO DG-REGULERET (WS-DAG-IX)
                   MOVE RO-KAPITAL-DATO OF RO-REKORD
                       TO DG-KAPITAL-DATO (WS-DAG-IX)
                   IF RO-STD-RENTE OF RO-REKORD NUMERIC
                       AND RO-AFTALE-NR OF RO-REKORD NUMERIC
                       MOVE RO-STD-RENTE OF RO-REKORD
                           TO DG-STD-RENTE (WS-DAG-IX)
                       MOVE RO-AFTALE-NR OF RO-REKORD
                           TO DG-AFTALE-NR (WS-DAG-IX)
                   ELSE
                       MOVE RO-RENTE OF RO-REKORD
                           TO DG-STD-RENTE (WS-DAG-IX)
                       MOVE 0 TO DG-AFTALE-NR (WS-DAG-IX)
                   END-IF
               ELSE
                   IF RO-KAPITAL-DATO OF RO-REKORD = 0
                       MOVE RO-REKORD TO RO-NY-REKORD
                       WRITE RO-NY-REKORD
                   ELSE
                       ADD 1 TO RAEKKER-UDGAAET-ANTAL
                   END-IF
               END-IF
               PERFORM LAES-NAESTE-OPSPARING
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Collect the account's history rows that matter this run.
      *The movement is what the row did to the balance, its
      *HIST-SALDO-EFTER less its HIST-SALDO-FOER. A row applied
      *since the last run and valued on a day already accrued is
      *back-valued; a row valued after the last day accrued (this
      *run's own, or one applied ahead of its value date) shapes
      *the new days. Interest and interest adjustments themselves
      *are dated on the run that generated them and applied the
      *next banking day - they are never taken as back-valued, so
      *interest does not earn interest before it is booked.
       HENT-BEVAEGELSER.
           MOVE 0 TO BEV-ANTAL
           PERFORM UNTIL END-HIST
               OR HIST-KONTO-ID OF HIST-REKORD NOT = AKTUEL-KONTO-ID
               IF HIST-BOGFOERT-DATO OF HIST-REKORD NUMERIC
                   AND HIST-BOGFOERT-DATO OF HIST-REKORD > 0
                   MOVE HIST-BOGFOERT-DATO OF HIST-REKORD
                       TO HIST-BOGFOERT
               ELSE
                   MOVE HIST-DATO OF HIST-REKORD TO HIST-BOGFOERT
               END-IF
               COMPUTE HIST-BEVAEGELSE =
                   HIST-SALDO-EFTER OF HIST-REKORD
                       - HIST-SALDO-FOER OF HIST-REKORD
               IF HIST-BEVAEGELSE NOT = 0
                   IF HIST-DATO OF HIST-REKORD > AKKRUERET-TIL
                       PERFORM TILFOEJ-BEVAEGELSE
                   ELSE
                       IF HIST-BOGFOERT > BEHANDLET-DATO
                           AND NOT (HIST-REFERENCE OF HIST-REKORD
                                       (2:4) NUMERIC
                               AND (HIST-REFERENCE OF HIST-REKORD
                                       (1:1) = "R"
                                 OR HIST-REFERENCE OF HIST-REKORD
                                       (1:1) = "J"))
                           PERFORM TILFOEJ-BEVAEGELSE
                           SET BV-TILBAGE (BEV-ANTAL) TO TRUE
                       END-IF
                   END-IF
               END-IF
               PERFORM LAES-NAESTE-HISTORIK
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Add the history row in hand to the account's movement table
       TILFOEJ-BEVAEGELSE.
           IF BEV-ANTAL < 500
               ADD 1 TO BEV-ANTAL
               MOVE HIST-DATO OF HIST-REKORD
                   TO BV-VALOER-DATO (BEV-ANTAL)
               MOVE HIST-BOGFOERT TO BV-BOGFOERT-DATO (BEV-ANTAL)
               MOVE HIST-BEVAEGELSE TO BV-BELOB (BEV-ANTAL)
               MOVE HIST-REFERENCE OF HIST-REKORD
                   TO BV-REFERENCE (BEV-ANTAL)
               MOVE "N" TO BV-TILBAGE-SW (BEV-ANTAL)
               MOVE "S" TO DATO-FUNKTION
               MOVE HIST-DATO OF HIST-REKORD TO DATO-ARG
               CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                        DATO-SERIAL DATO-UGEDAG
               MOVE DATO-SERIAL TO BV-VALOER-SERIAL (BEV-ANTAL)
           ELSE
               SET BEV-OVERLOEB TO TRUE
               DISPLAY "ADVARSEL: for mange historikraekker paa "
                       AKTUEL-KONTO-ID " - "
                       HIST-REFERENCE OF HIST-REKORD
                       " er ikke medregnet."
           END-IF
           EXIT.

      * -------------------------------------------------
      *Look up the account's KONTO-TYPE in RENTE-TABEL
       SLA-SATS-OP.
           MOVE "N" TO SATS-FUNDET-SW
           PERFORM VARYING RENTE-IX FROM 1 BY 1
               UNTIL RENTE-IX > RENTE-ANTAL
               IF RT-KONTO-TYPE (RENTE-IX) =
                       KONTO-TYPE OF KONTOFIL-REKORD
                   MOVE RT-KREDIT-SATS (RENTE-IX)
                       TO FUNDET-KREDIT-SATS
                   MOVE RT-DEBET-SATS (RENTE-IX)
                       TO FUNDET-DEBET-SATS
                   SET SATS-FUNDET TO TRUE
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *One day's interest on DAG-SALDO - credit interest on a
      *positive closing balance, debit interest on a negative one.
      *The day in hand is DD-DATO (WS-DAG-IX); a price agreement in
      *force that day with its own rate for the direction replaces
      *the standard rate, and the standard-rate interest is kept
      *alongside
       BEREGN-DAGRENTE.
           IF DAG-SALDO > 0
               MOVE FUNDET-KREDIT-SATS TO DAG-STD-SATS
           ELSE
               MOVE FUNDET-DEBET-SATS TO DAG-STD-SATS
           END-IF
           IF DAG-SALDO = 0
               MOVE 0 TO DAG-STD-SATS
           END-IF
           MOVE DAG-STD-SATS TO DAG-SATS
           MOVE 0 TO DAG-AFTALE-NR
           IF DAG-SALDO NOT = 0
               MOVE DD-DATO (WS-DAG-IX) TO PRIS-DATO
               CALL "PRISAFTALE" USING PRIS-FUNKTION
                                       KONTO-ID OF KONTOFIL-REKORD
                                       KUNDE-ID OF KONTOFIL-REKORD
                                       PRIS-DATO PRIS-SVAR
                                       PRIS-AFTALE
               IF PRIS-SVAR = "J"
                   IF DAG-SALDO > 0
                       AND PA-KREDIT-SATS OF PRIS-AFTALE NUMERIC
                       MOVE PA-KREDIT-SATS OF PRIS-AFTALE TO DAG-SATS
                       MOVE PA-AFTALE-NR OF PRIS-AFTALE
                           TO DAG-AFTALE-NR
                   END-IF
                   IF DAG-SALDO < 0
                       AND PA-DEBET-SATS OF PRIS-AFTALE NUMERIC
                       MOVE PA-DEBET-SATS OF PRIS-AFTALE TO DAG-SATS
                       MOVE PA-AFTALE-NR OF PRIS-AFTALE
                           TO DAG-AFTALE-NR
                   END-IF
               END-IF
           END-IF
           COMPUTE DAG-RENTE ROUNDED =
               DAG-SALDO * DAG-SATS / DAGE-I-AAR / 100
           COMPUTE DAG-STD-RENTE ROUNDED =
               DAG-SALDO * DAG-STD-SATS / DAGE-I-AAR / 100
           EXIT.

      * -------------------------------------------------
      *Recalculate the days from a back-valued row's value date up
      *to the last day accrued with its movement added, and hold the
      *difference for the adjustment. Days before the ledger's window
      *cannot be recalculated here and are reported for manual
      *handling.
       GENBEREGN-TILBAGEVALOER.
           ADD 1 TO TILBAGEVALOER-ANTAL
           MOVE 0 TO BV-DIFFERENCE
           MOVE 0 TO BV-DAGE
           IF BV-VALOER-SERIAL (BEV-IX) < NEDRE-SERIAL
               ADD 1 TO UDEN-FOR-VINDUE-ANTAL
               MOVE NEDRE-SERIAL TO FRA-SERIAL
           ELSE
               MOVE BV-VALOER-SERIAL (BEV-IX) TO FRA-SERIAL
           END-IF
           PERFORM VARYING DAG-SERIAL FROM FRA-SERIAL BY 1
               UNTIL DAG-SERIAL > AKKRUERET-SERIAL
               COMPUTE WS-DAG-IX = DAG-SERIAL - VINDUE-SERIAL + 1
               IF NOT DG-BRUGT (WS-DAG-IX)
                   SET DG-BRUGT (WS-DAG-IX) TO TRUE
                   MOVE 0 TO DG-SALDO (WS-DAG-IX)
                   MOVE 0 TO DG-SATS (WS-DAG-IX)
                   MOVE 0 TO DG-RENTE (WS-DAG-IX)
                   MOVE 0 TO DG-REGULERET (WS-DAG-IX)
                   MOVE 0 TO DG-KAPITAL-DATO (WS-DAG-IX)
                   MOVE 0 TO DG-STD-RENTE (WS-DAG-IX)
                   MOVE 0 TO DG-AFTALE-NR (WS-DAG-IX)
               END-IF
               ADD BV-BELOB (BEV-IX) TO DG-SALDO (WS-DAG-IX)
               MOVE DG-SALDO (WS-DAG-IX) TO DAG-SALDO
               PERFORM BEREGN-DAGRENTE
               COMPUTE DAG-DIFFERENCE =
                   DAG-RENTE - DG-RENTE (WS-DAG-IX)
               MOVE DAG-SATS TO DG-SATS (WS-DAG-IX)
               MOVE DAG-RENTE TO DG-RENTE (WS-DAG-IX)
               MOVE DAG-STD-RENTE TO DG-STD-RENTE (WS-DAG-IX)
               MOVE DAG-AFTALE-NR TO DG-AFTALE-NR (WS-DAG-IX)
               ADD DAG-DIFFERENCE TO DG-REGULERET (WS-DAG-IX)
               ADD DAG-DIFFERENCE TO BV-DIFFERENCE
               ADD 1 TO BV-DAGE
           END-PERFORM
           ADD BV-DIFFERENCE TO KORREKTION-SUM
           PERFORM SKRIV-TILBAGEVALOER-LINJE
           EXIT.

      * -------------------------------------------------
      *Accrue the days after the last day accrued up to the day
      *before the next banking day. The close of each day is the
      *master's BALANCE less the movements valued after that day
       PERIODISER-NYE-DAGE.
           COMPUTE FRA-SERIAL = AKKRUERET-SERIAL + 1
           PERFORM VARYING DAG-SERIAL FROM FRA-SERIAL BY 1
               UNTIL DAG-SERIAL > NY-AKKRUERET-SERIAL
               MOVE BALANCE OF KONTOFIL-REKORD TO DAG-SALDO
               PERFORM VARYING BEV-IX FROM 1 BY 1
                   UNTIL BEV-IX > BEV-ANTAL
                   IF BV-VALOER-SERIAL (BEV-IX) > DAG-SERIAL
                       SUBTRACT BV-BELOB (BEV-IX) FROM DAG-SALDO
                   END-IF
               END-PERFORM
               IF DAG-SALDO NOT = 0
                   COMPUTE WS-DAG-IX = DAG-SERIAL - VINDUE-SERIAL + 1
                   PERFORM BEREGN-DAGRENTE
                   SET DG-BRUGT (WS-DAG-IX) TO TRUE
                   MOVE DAG-SALDO TO DG-SALDO (WS-DAG-IX)
                   MOVE DAG-SATS TO DG-SATS (WS-DAG-IX)
                   MOVE DAG-RENTE TO DG-RENTE (WS-DAG-IX)
                   MOVE 0 TO DG-REGULERET (WS-DAG-IX)
                   MOVE 0 TO DG-KAPITAL-DATO (WS-DAG-IX)
                   MOVE DAG-STD-RENTE TO DG-STD-RENTE (WS-DAG-IX)
                   MOVE DAG-AFTALE-NR TO DG-AFTALE-NR (WS-DAG-IX)
                   ADD 1 TO DAGE-PERIODISERET-ANTAL
                   IF DAG-RENTE > 0
                       ADD DAG-RENTE TO KREDIT-PERIODISERET-SUM
                   ELSE
                       SUBTRACT DAG-RENTE FROM DEBET-PERIODISERET-SUM
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Book the account's net recalculation difference as one
      *interest adjustment - a KREDIT when the customer is owed more
      *interest (or less debit interest), a DEBIT otherwise. The
      *"J" series keeps it apart from the month's "R" interest
       SKRIV-REGULERING.
           COMPUTE REGULERING-BELOB ROUNDED = KORREKTION-SUM
           IF REGULERING-BELOB NOT = 0
               MOVE SPACES TO POST-REKORD
               MOVE KOERSELS-DATO TO POST-DATO
               MOVE AKTUEL-KONTO-ID TO POST-KONTO-ID
               ADD 1 TO REGULERING-REF-SEQ
               MOVE SPACES TO REGULERING-REFERENCE
               STRING
                   "J"                    DELIMITED BY SIZE
                   KOERSELS-DATO (3:6)    DELIMITED BY SIZE
                   REGULERING-REF-SEQ     DELIMITED BY SIZE
                   INTO REGULERING-REFERENCE
               END-STRING
               MOVE REGULERING-REFERENCE TO POST-REFERENCE
               IF REGULERING-BELOB > 0
                   MOVE REGULERING-BELOB TO POST-BELOB
                   MOVE "KREDIT" TO POST-TYPE
               ELSE
                   COMPUTE POST-BELOB = 0 - REGULERING-BELOB
                   MOVE "DEBIT" TO POST-TYPE
               END-IF
               WRITE POST-REKORD
               ADD 1 TO REGULERING-ANTAL
               ADD REGULERING-BELOB TO REGULERING-SUM
               PERFORM SKRIV-REGULERING-LINJE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Write the account's days in the window back to the ledger
       SKRIV-OPSPARING.
           PERFORM VARYING DAG-IX FROM 1 BY 1 UNTIL DAG-IX > DAG-ANTAL
               IF DG-BRUGT (DAG-IX)
                   MOVE AKTUEL-KONTO-ID
                       TO RO-KONTO-ID OF RO-NY-REKORD
                   MOVE DD-DATO (DAG-IX) TO RO-DATO OF RO-NY-REKORD
                   MOVE DG-SALDO (DAG-IX) TO RO-SALDO OF RO-NY-REKORD
                   MOVE DG-SATS (DAG-IX) TO RO-SATS OF RO-NY-REKORD
                   MOVE DG-RENTE (DAG-IX) TO RO-RENTE OF RO-NY-REKORD
                   MOVE DG-REGULERET (DAG-IX)
                       TO RO-REGULERET OF RO-NY-REKORD
                   MOVE DG-KAPITAL-DATO (DAG-IX)
                       TO RO-KAPITAL-DATO OF RO-NY-REKORD
                   MOVE DG-STD-RENTE (DAG-IX)
                       TO RO-STD-RENTE OF RO-NY-REKORD
                   MOVE DG-AFTALE-NR (DAG-IX)
                       TO RO-AFTALE-NR OF RO-NY-REKORD
                   WRITE RO-NY-REKORD
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Rewrite the accrual state with this run's dates
       SKRIV-STATUS.
           OPEN OUTPUT STATUS-FIL
           MOVE START-DATO       TO RS-START-DATO
           MOVE KOERSELS-DATO    TO RS-BEHANDLET-DATO
           MOVE NY-AKKRUERET-TIL TO RS-AKKRUERET-TIL
           WRITE STATUS-REKORD
           CLOSE STATUS-FIL
           EXIT.

      * -------------------------------------------------
      *Report heading - the days this run accrued
       SKRIV-OVERSKRIFT.
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "RENTEPERIODISERING "        DELIMITED BY SIZE
               KOERSELS-DATO                DELIMITED BY SIZE
               " - periodiseret til og med " DELIMITED BY SIZE
               NY-AKKRUERET-TIL             DELIMITED BY SIZE
               ", vindue fra "              DELIMITED BY SIZE
               VINDUE-FRA                   DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Report one back-valued posting and what its recalculation
      *came to - the link between the adjustment and its cause
       SKRIV-TILBAGEVALOER-LINJE.
           MOVE BV-BELOB (BEV-IX) TO WS-BELOB-EDIT
           MOVE BV-DIFFERENCE TO WS-DIFF-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "TILBAGEVALOR "              DELIMITED BY SIZE
               AKTUEL-KONTO-ID              DELIMITED BY SIZE
               " REF "                      DELIMITED BY SIZE
               BV-REFERENCE (BEV-IX)        DELIMITED BY SIZE
               " VALOR "                    DELIMITED BY SIZE
               BV-VALOER-DATO (BEV-IX)      DELIMITED BY SIZE
               " BOGF "                     DELIMITED BY SIZE
               BV-BOGFOERT-DATO (BEV-IX)    DELIMITED BY SIZE
               " BELOB"                     DELIMITED BY SIZE
               WS-BELOB-EDIT                DELIMITED BY SIZE
               " DAGE "                     DELIMITED BY SIZE
               BV-DAGE                      DELIMITED BY SIZE
               " RENTE"                     DELIMITED BY SIZE
               WS-DIFF-EDIT                 DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           IF BV-VALOER-SERIAL (BEV-IX) < NEDRE-SERIAL
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "  VALOR FOER VINDUET - dagene foer "
                       DELIMITED BY SIZE
                   DD-DATO (NEDRE-SERIAL - VINDUE-SERIAL + 1)
                       DELIMITED BY SIZE
                   " skal reguleres manuelt" DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
           END-IF
           EXIT.

      * -------------------------------------------------
      *Report the adjustment posting booked for the account
       SKRIV-REGULERING-LINJE.
           MOVE REGULERING-BELOB TO WS-BELOB-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "RENTEREGULERING KONTO-ID: " DELIMITED BY SIZE
               AKTUEL-KONTO-ID              DELIMITED BY SIZE
               " REF: "                     DELIMITED BY SIZE
               REGULERING-REFERENCE         DELIMITED BY SIZE
               " BELOB: "                   DELIMITED BY SIZE
               WS-BELOB-EDIT                DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Log an account whose KONTO-TYPE has no row in the rate
      *reference file - it accrues nothing until the file is
      *corrected
       SKRIV-TYPE-UDEN-SATS.
           ADD 1 TO TYPE-UDEN-SATS-ANTAL
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "RENTESATS IKKE FUNDET - KONTO-ID: " DELIMITED BY SIZE
               KONTO-ID OF KONTOFIL-REKORD          DELIMITED BY SIZE
               " TYPE: "                            DELIMITED BY SIZE
               KONTO-TYPE OF KONTOFIL-REKORD        DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Write the control-total trailer
       SKRIV-TRAILER.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Konti laest: "               DELIMITED BY SIZE
               KONTI-LAEST-ANTAL             DELIMITED BY SIZE
               "  Rentedage periodiseret: "  DELIMITED BY SIZE
               DAGE-PERIODISERET-ANTAL       DELIMITED BY SIZE
               "  Typer uden sats: "         DELIMITED BY SIZE
               TYPE-UDEN-SATS-ANTAL          DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           COMPUTE TRAILER-BELOB ROUNDED = KREDIT-PERIODISERET-SUM
           MOVE TRAILER-BELOB TO WS-SUM-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Kreditrente periodiseret: "  DELIMITED BY SIZE
               WS-SUM-EDIT                   DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           COMPUTE TRAILER-BELOB ROUNDED = DEBET-PERIODISERET-SUM
           MOVE TRAILER-BELOB TO WS-SUM-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Debetrente periodiseret: "   DELIMITED BY SIZE
               WS-SUM-EDIT                   DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE REGULERING-SUM TO WS-SUM-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Tilbagevaloerede posteringer: " DELIMITED BY SIZE
               TILBAGEVALOER-ANTAL           DELIMITED BY SIZE
               "  Reguleringer: "            DELIMITED BY SIZE
               REGULERING-ANTAL              DELIMITED BY SIZE
               "  i alt: "                   DELIMITED BY SIZE
               WS-SUM-EDIT                   DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Valor foer vinduet: "        DELIMITED BY SIZE
               UDEN-FOR-VINDUE-ANTAL         DELIMITED BY SIZE
               "  Raekker udgaaet: "         DELIMITED BY SIZE
               RAEKKER-UDGAAET-ANTAL         DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           DISPLAY "Konti laest: "         KONTI-LAEST-ANTAL
                   " Rentedage: "          DAGE-PERIODISERET-ANTAL
                   " Reguleringer: "       REGULERING-ANTAL
           EXIT.
