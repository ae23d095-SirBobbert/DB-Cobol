      *Month-end expected-credit-loss provisioning (IFRS 9) - run by
      *MAANEDSKORSEL after the FX revaluation. Every customer account
      *standing below zero is a credit exposure: an overdraft within
      *or beyond KONTO-KREDITMAX, or an annuity loan on
      *Laaneregister.txt. Each exposure is put in stage 1, 2 or 3
      *from its days past due (OVERTRAEKSGEBYR's consecutive-day
      *count for an overdraft, LAANYDELSE's missed installments for
      *a loan), a frozen account and the estate flag KUNDE-BO-KODE.
      *The provision is the exposure times the rate for its product
      *and stage from Nedskrivningssatser.txt. Only the change
      *against last month's provision (kept in Nedskrivninger.txt)
      *is booked, one transfer per product between the loss-expense
      *account and the provision account through the opg15 posting
      *flow, so the movement reaches the GL feed. The report shows
      *exposure and provision by stage, product and AFDELING and the
      *stage transfers since last month. Replaces finance's
      *quarterly hand calculation.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEDSKRIVNING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind account master - read here purely sequentially
           SELECT KONTOFIL ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOFIL-REKORD
               ALTERNATE RECORD KEY IS KUNDE-ID OF KONTOFIL-REKORD
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.
      *Bind customer master - read by key for the estate flag
           SELECT KUNDEFIL ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KUNDE-ID OF KUNDEFIL-REKORD
               FILE STATUS IS KUNDEFIL-STATUS.
      *Bind OVERTRAEKSGEBYR's overdraft state file - the consecutive
      *days each account has stood overdrawn
           SELECT OPTIONAL OVT-FIL
               ASSIGN TO "opg19-overtraek-status.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVT-FIL-STATUS.
      *Bind the loan register - read here for the missed
      *installments on each loan, never written
           SELECT OPTIONAL LAAN-FIL ASSIGN TO "Laaneregister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAAN-FIL-STATUS.
      *Bind the FX-rate reference file - a foreign-currency exposure
      *is provided for at its basis-currency value
           SELECT OPTIONAL KURSFIL ASSIGN TO "Valutakurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KURSFIL-STATUS.
      *Bind the provision-rate table - one row per product and
      *stage. SELECT OPTIONAL so a site without one provides at the
      *compiled-in rates
           SELECT OPTIONAL SATS-FIL
               ASSIGN TO "Nedskrivningssatser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SATS-FIL-STATUS.
      *Bind the provision register - last month's stage and
      *provision per exposure, loaded whole and rewritten with this
      *month's. SELECT OPTIONAL so the first run books the full
      *provision
           SELECT OPTIONAL REG-FIL ASSIGN TO "Nedskrivninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FIL-STATUS.
      *Bind the day's posting-transaction file - opened EXTEND so
      *the provision movements are appended for OPG15 to apply
           SELECT OPTIONAL POST-FIL ASSIGN TO "opg15-posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POST-FIL-STATUS.
      *Bind the provisioning report
           SELECT RAPPORT-FIL
               ASSIGN TO "opg73-nedskrivning-rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Account master record layout
       FD  KONTOFIL.
       01  KONTOFIL-REKORD.
           COPY "KONTOOPL.cpy".

      *Customer master record layout
       FD  KUNDEFIL.
       01  KUNDEFIL-REKORD.
           COPY "KUNDEOPL.cpy".

      *Overdraft state record layout - must match what
      *OVERTRAEKSGEBYR writes
       FD  OVT-FIL.
       01  OVT-REKORD.
           02  OVT-KONTO-ID        PIC X(10).
           02  OVT-DAGE            PIC 9(3).
           02  OVT-SIDSTE-DATO     PIC 9(8).
           02  OVT-GEBYR-DATO      PIC 9(8).

      *Loan register record layout - shared with LAANYDELSE and
      *LAANPLAN
       FD  LAAN-FIL.
       01  LAAN-REKORD.
           02  LAAN-KONTO-ID       PIC X(10).
           02  LAAN-HOVEDSTOL      PIC 9(9)V99.
           02  LAAN-AARLIG-RENTE   PIC 9(2)V9999.
           02  LAAN-TERMINER       PIC 9(3).
           02  LAAN-START-DATO     PIC 9(8).
           02  LAAN-BETALKONTO     PIC X(10).
           02  LAAN-NAESTE-TERMIN  PIC 9(3).
           02  LAAN-MISSEDE        PIC 9(3).
           02  LAAN-STATUS         PIC X(10).

      *FX-rate reference record layout - the same dated layout OPG9
      *and OPG31 read
       FD  KURSFIL.
       01  KURSFIL-REKORD.
           02  KURS-F-DATO      PIC 9(8).
           02  KURS-F-VALUTA    PIC X(3).
           02  KURS-F-RATE      PIC 9(3)V9999.

      *Provision-rate record layout - the product (KONTO-TYPE, blank
      *for the rate every product without its own row takes), the
      *stage and the rate in percent of the exposure
       FD  SATS-FIL.
       01  SATS-REKORD.
           02  SATS-PRODUKT     PIC X(10).
           02  SATS-STADIE      PIC 9(1).
           02  SATS-PROCENT     PIC 9(3)V9999.

      *Provision register record layout - one row per exposure as
      *of the run date: where it sits in the book, its stage with
      *the days past due behind it, the basis-currency exposure, the
      *rate applied and the provision held
       FD  REG-FIL.
       01  REG-REKORD.
           02  NR-DATO          PIC 9(8).
           02  NR-KONTO-ID      PIC X(10).
           02  NR-KUNDE-ID      PIC X(10).
           02  NR-PRODUKT       PIC X(10).
           02  NR-AFDELING      PIC X(3).
           02  NR-STADIE        PIC 9(1).
           02  NR-DAGE          PIC 9(4).
           02  NR-EKSPONERING   PIC 9(9)V99.
           02  NR-PROCENT       PIC 9(3)V9999.
           02  NR-HENSAETTELSE  PIC 9(9)V99.

      *Posting-transaction record layout - the same layout OPG15
      *reads
       FD  POST-FIL.
       01  POST-REKORD.
           COPY "POSTERING.cpy".

      *Provisioning report record layout
       FD  RAPPORT-FIL.
       01  RAPPORT-REKORD.
           02  RAPPORT-TEXT     PIC X(120).

       WORKING-STORAGE SECTION.

      *Today's date, stamped on the postings, the register and the
      *report
       01  KOERSELS-DATO        PIC 9(8) VALUE 0.

      *Basis currency, the provision account and the loss-expense
      *account the movement is booked between - all configurable
       01  BASIS-VALUTAKODE     PIC X(3) VALUE "DKK".
       01  HENSAET-KONTO        PIC X(10) VALUE "NEDSKRIVNG".
       01  TABSUDGIFT-KONTO     PIC X(10) VALUE "TABSUDGIFT".

      *Days past due that move an exposure to stage 2 (significant
      *increase in credit risk) and to stage 3 (credit-impaired),
      *and the days one missed loan installment counts for - the
      *30/90-day backstops and the monthly installment are the
      *compiled-in defaults
       01  STADIE2-DAGE         PIC 9(4) VALUE 30.
       01  STADIE3-DAGE         PIC 9(4) VALUE 90.
       01  TERMIN-DAGE          PIC 9(4) VALUE 30.

      *Compiled-in provision rates per stage in percent, used for a
      *product and stage the rate table does not cover
       01  STANDARD-SATSER.
           05  STANDARD-PROCENT OCCURS 3 TIMES PIC 9(3)V9999.

      *Parameter fields for the shared runtime-parameter subprogram
       01  PARAM-NAVN           PIC X(20) VALUE SPACES.
       01  PARAM-VAERDI         PIC X(20) VALUE SPACES.
       01  PARAM-TAL            PIC S9(9)V99 VALUE 0.
       01  PARAM-FUNDET         PIC X(1) VALUE SPACE.

      *File status fields
       01  KONTOFIL-STATUS      PIC X(2) VALUE "00".
       01  KUNDEFIL-STATUS      PIC X(2) VALUE "00".
       01  OVT-FIL-STATUS       PIC X(2) VALUE "00".
       01  LAAN-FIL-STATUS      PIC X(2) VALUE "00".
       01  KURSFIL-STATUS       PIC X(2) VALUE "00".
       01  SATS-FIL-STATUS      PIC X(2) VALUE "00".
       01  REG-FIL-STATUS       PIC X(2) VALUE "00".
       01  POST-FIL-STATUS      PIC X(2) VALUE "00".

      *In-memory provision-rate table
       01  SATS-TABEL.
           05  SATS-POST OCCURS 300 TIMES INDEXED BY SATS-IX.
               10  ST-PRODUKT       PIC X(10).
               10  ST-STADIE        PIC 9(1).
               10  ST-PROCENT       PIC 9(3)V9999.
       01  SATS-ANTAL           PIC 9(3) VALUE 0.

      *In-memory overdraft state - the consecutive days per account
       01  OVT-TABEL.
           05  OVT-POST OCCURS 2000 TIMES INDEXED BY OVT-IX.
               10  OT-KONTO-ID      PIC X(10).
               10  OT-DAGE          PIC 9(3).
       01  OVT-ANTAL            PIC 9(4) VALUE 0.

      *In-memory loan register - the missed installments per loan
       01  LAAN-TABEL.
           05  LAAN-POST OCCURS 500 TIMES INDEXED BY LAAN-IX.
               10  LT-KONTO-ID      PIC X(10).
               10  LT-MISSEDE       PIC 9(3).
       01  LAAN-ANTAL           PIC 9(3) VALUE 0.

      *In-memory FX-rate table - one row per currency holding the
      *rate in effect for KOERSELS-DATO, picked from the dated rows
       01  KURS-TABEL.
           05  KURS-TABEL-POST OCCURS 20 TIMES INDEXED BY KURS-IX.
               10  KURS-T-VALUTA    PIC X(3).
               10  KURS-T-RATE      PIC 9(3)V9999.
               10  KURS-T-DATO      PIC 9(8).
       01  KURS-ANTAL           PIC 9(3) VALUE 0.
       01  WS-KURS-IX           PIC 9(3) VALUE 0.
       01  KURS-FUNDET-RATE     PIC 9(3)V9999 VALUE 0.
       01  KURS-FUNDET-SW       PIC X VALUE "N".
           88  KURS-FUNDET          VALUE "Y".

      *Last month's provision register, loaded once - each row is
      *marked when this month's sweep meets its account again, so
      *the exposures gone since last month can be released
       01  FR-TABEL.
           05  FR-POST OCCURS 5000 TIMES INDEXED BY FR-IX.
               10  FR-KONTO-ID      PIC X(10).
               10  FR-PRODUKT       PIC X(10).
               10  FR-AFDELING      PIC X(3).
               10  FR-STADIE        PIC 9(1).
               10  FR-EKSPONERING   PIC 9(9)V99.
               10  FR-HENSAETTELSE  PIC 9(9)V99.
               10  FR-MOEDT-SW      PIC X(1).
                   88  FR-MOEDT         VALUE "Y".
       01  FR-ANTAL             PIC 9(4) VALUE 0.
       01  WS-FR-IX             PIC 9(4) VALUE 0.
      *Set when the register outgrew the table - the run is refused
      *whole so no provision is released by mistake
       01  FR-OVERLOEB-SW       PIC X VALUE "N".
           88  FR-OVERLOEB          VALUE "Y".

      *Exposure, provision and last month's provision by AFDELING,
      *product and stage - the report's main table
       01  SUM-TABEL.
           05  SUM-POST OCCURS 500 TIMES INDEXED BY SUM-IX.
               10  SM-AFDELING      PIC X(3).
               10  SM-PRODUKT       PIC X(10).
               10  SM-STADIE        PIC 9(1).
               10  SM-ANTAL         PIC 9(7).
               10  SM-EKSPONERING   PIC 9(11)V99.
               10  SM-HENSAETTELSE  PIC 9(11)V99.
       01  SUM-ANTAL            PIC 9(3) VALUE 0.
       01  WS-SUM-IX            PIC 9(3) VALUE 0.

      *This month's and last month's provision per product - the
      *difference is what is booked
       01  PRD-TABEL.
           05  PRD-POST OCCURS 100 TIMES INDEXED BY PRD-IX.
               10  PD-PRODUKT       PIC X(10).
               10  PD-NY-SUM        PIC 9(11)V99.
               10  PD-FORRIGE-SUM   PIC 9(11)V99.
       01  PRD-ANTAL            PIC 9(3) VALUE 0.
       01  WS-PRD-IX            PIC 9(3) VALUE 0.
       01  SOEG-PRODUKT         PIC X(10) VALUE SPACES.
      *Rows that could not be folded into a full summary or product
      *table - counted so a short report or booking is visible
      *instead of silent
       01  TABT-ANTAL           PIC 9(7) VALUE 0.

      *Stage transfers since last month - row is last month's stage,
      *column this month's; stage 0 on the row side is a new
      *exposure, on the column side one that is gone
       01  OVERGANG-TABEL.
           05  OVG-FRA OCCURS 4 TIMES.
               10  OVG-TIL OCCURS 4 TIMES.
                   15  OVG-ANTAL        PIC 9(7).
                   15  OVG-EKSPONERING  PIC 9(11)V99.
       01  FRA-STADIE           PIC 9(1) VALUE 0.
       01  TIL-STADIE           PIC 9(1) VALUE 0.
       01  FRA-SUB              PIC 9(1) VALUE 0.
       01  TIL-SUB              PIC 9(1) VALUE 0.
       01  OVG-BELOB            PIC 9(11)V99 VALUE 0.

      *The exposure in hand - its product, branch, stage, days past
      *due, basis-currency amount, rate and provision
       01  EKS-PRODUKT          PIC X(10) VALUE SPACES.
       01  EKS-AFDELING         PIC X(3) VALUE SPACES.
       01  EKS-STADIE           PIC 9(1) VALUE 0.
       01  EKS-DAGE             PIC 9(4) VALUE 0.
       01  EKS-BELOB            PIC 9(9)V99 VALUE 0.
       01  EKS-PROCENT          PIC 9(3)V9999 VALUE 0.
       01  EKS-HENSAETTELSE     PIC 9(9)V99 VALUE 0.
       01  EKS-AARSAG           PIC X(12) VALUE SPACES.
      *Set when the account's customer is on the master - an account
      *without one is one of the bank's own and no credit exposure
       01  KUNDE-FUNDET-SW      PIC X VALUE "N".
           88  KUNDE-FUNDET         VALUE "Y".
       01  KUNDE-BO-SW          PIC X VALUE "N".
           88  KUNDE-BO             VALUE "Y".
      *Set when the exposure is a loan on the loan register
       01  ER-LAAN-SW           PIC X VALUE "N".
           88  ER-LAAN              VALUE "Y".

      *The product movement in hand and the posting it becomes
       01  BEVAEGELSE           PIC S9(11)V99 VALUE 0.
       01  HENSAET-REF-SEQ      PIC 9(5) VALUE 0.

      *End-of-file flags
       01  EOF-KONTI            PIC X VALUE "N".
           88  END-KONTI            VALUE "Y".
       01  EOF-OVT              PIC X VALUE "N".
           88  END-OVT              VALUE "Y".
       01  EOF-LAAN             PIC X VALUE "N".
           88  END-LAAN             VALUE "Y".
       01  EOF-KURS             PIC X VALUE "N".
           88  END-KURS             VALUE "Y".
       01  EOF-SATS             PIC X VALUE "N".
           88  END-SATS             VALUE "Y".
       01  EOF-REG              PIC X VALUE "N".
           88  END-REG              VALUE "Y".

      *Edited amounts for the report
       01  WS-EKS-EDIT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-HENS-EDIT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-FORRIGE-EDIT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-BEV-EDIT          PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-PROCENT-EDIT      PIC ZZ9.9999.

      *Control totals for the trailer
       01  KONTI-LAEST-ANTAL    PIC 9(7) VALUE 0.
       01  EKSPONERING-ANTAL    PIC 9(7) VALUE 0.
       01  UDEN-KURS-ANTAL      PIC 9(7) VALUE 0.
       01  POSTERET-ANTAL       PIC 9(7) VALUE 0.
       01  EKSPONERING-SUM      PIC 9(11)V99 VALUE 0.
       01  HENSAETTELSE-SUM     PIC 9(11)V99 VALUE 0.
       01  FORRIGE-SUM          PIC 9(11)V99 VALUE 0.
       01  BEVAEGELSE-SUM       PIC S9(11)V99 VALUE 0.

      *Parameter fields for the shared run-count subprogram
       01  KT-PROGRAM           PIC X(8) VALUE "OPG73".
       01  KT-ANTAL             PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
           PERFORM HENT-PARAMETRE

      *Load last month's register - too big for the table refuses
      *the run before anything is booked
           PERFORM LAES-REGISTER
           IF FR-OVERLOEB
               DISPLAY "OPG73: nedskrivningsregistret er for stort til"
                       " tabellen, koerslen afvises."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LAES-SATSER
           PERFORM LAES-OVERTRAEK
           PERFORM LAES-LAAN
           PERFORM LAES-KURSER
           INITIALIZE OVERGANG-TABEL

           OPEN INPUT  KONTOFIL
                       KUNDEFIL
                OUTPUT RAPPORT-FIL
           PERFORM ABEN-POST-FIL
           PERFORM SKRIV-OVERSKRIFT

      *The register is rebuilt from scratch every run - an exposure
      *repaid since last month drops out of it by itself
           OPEN OUTPUT REG-FIL

           PERFORM UNTIL END-KONTI
               READ KONTOFIL NEXT RECORD
                   AT END
                       SET END-KONTI TO TRUE
                   NOT AT END
                       ADD 1 TO KONTI-LAEST-ANTAL
                       PERFORM BEHANDL-KONTO
               END-READ
           END-PERFORM

      *Release what last month held on exposures gone since
           PERFORM VARYING FR-IX FROM 1 BY 1 UNTIL FR-IX > FR-ANTAL
               IF NOT FR-MOEDT (FR-IX)
                   PERFORM AFGANG-EKSPONERING
               END-IF
           END-PERFORM

           PERFORM BOGFOER-BEVAEGELSER
           PERFORM SKRIV-STADIE-OVERSIGT
           PERFORM SKRIV-OVERGANGE
           PERFORM SKRIV-TRAILER

           CLOSE KONTOFIL
                 KUNDEFIL
                 REG-FIL
                 POST-FIL
                 RAPPORT-FIL

      *Leave this run's headline count for OPG28's run report
           MOVE EKSPONERING-ANTAL TO KT-ANTAL
           CALL "KOERSELSTAL" USING KT-PROGRAM KT-ANTAL
           STOP RUN.

      * -------------------------------------------------
      *Set the compiled-in fallback rates, and pick the accounts and
      *the stage thresholds up from the central parameter file,
      *keeping the compiled-in defaults when absent
       HENT-PARAMETRE.
           MOVE 0.5000  TO STANDARD-PROCENT (1)
           MOVE 5.0000  TO STANDARD-PROCENT (2)
           MOVE 45.0000 TO STANDARD-PROCENT (3)
           MOVE "BASIS-VALUTAKODE" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-VAERDI (1:3) TO BASIS-VALUTAKODE
           END-IF
           MOVE "ECL-HENSAET-KONTO" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-VAERDI (1:10) TO HENSAET-KONTO
           END-IF
           MOVE "ECL-TABSUDGIFT-KONTO" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-VAERDI (1:10) TO TABSUDGIFT-KONTO
           END-IF
           MOVE "ECL-STADIE2-DAGE" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-TAL TO STADIE2-DAGE
           END-IF
           MOVE "ECL-STADIE3-DAGE" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-TAL TO STADIE3-DAGE
           END-IF
           MOVE "ECL-TERMIN-DAGE" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-TAL TO TERMIN-DAGE
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
      *Load last month's provision register into FR-TABEL
       LAES-REGISTER.
           MOVE 0 TO FR-ANTAL
           MOVE "N" TO EOF-REG
           OPEN INPUT REG-FIL
           IF REG-FIL-STATUS = "00" OR REG-FIL-STATUS = "05"
               PERFORM UNTIL END-REG
                   READ REG-FIL
                       AT END
                           SET END-REG TO TRUE
                       NOT AT END
                           IF FR-ANTAL < 5000
                               ADD 1 TO FR-ANTAL
                               MOVE NR-KONTO-ID
                                   TO FR-KONTO-ID (FR-ANTAL)
                               MOVE NR-PRODUKT
                                   TO FR-PRODUKT (FR-ANTAL)
                               MOVE NR-AFDELING
                                   TO FR-AFDELING (FR-ANTAL)
                               MOVE NR-STADIE
                                   TO FR-STADIE (FR-ANTAL)
                               MOVE NR-EKSPONERING
                                   TO FR-EKSPONERING (FR-ANTAL)
                               MOVE NR-HENSAETTELSE
                                   TO FR-HENSAETTELSE (FR-ANTAL)
                               MOVE "N" TO FR-MOEDT-SW (FR-ANTAL)
                           ELSE
                               SET FR-OVERLOEB TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REG-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the provision-rate table into SATS-TABEL - rows with a
      *stage outside 1-3 or an unreadable rate are skipped
       LAES-SATSER.
           MOVE 0 TO SATS-ANTAL
           MOVE "N" TO EOF-SATS
           OPEN INPUT SATS-FIL
           IF SATS-FIL-STATUS = "00" OR SATS-FIL-STATUS = "05"
               PERFORM UNTIL END-SATS
                   READ SATS-FIL
                       AT END
                           SET END-SATS TO TRUE
                       NOT AT END
                           IF SATS-STADIE NUMERIC
                               AND SATS-STADIE >= 1
                               AND SATS-STADIE <= 3
                               AND SATS-PROCENT NUMERIC
                               AND SATS-ANTAL < 300
                               ADD 1 TO SATS-ANTAL
                               MOVE SATS-PRODUKT
                                   TO ST-PRODUKT (SATS-ANTAL)
                               MOVE SATS-STADIE
                                   TO ST-STADIE (SATS-ANTAL)
                               MOVE SATS-PROCENT
                                   TO ST-PROCENT (SATS-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SATS-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load OVERTRAEKSGEBYR's consecutive-day counts into OVT-TABEL
       LAES-OVERTRAEK.
           MOVE 0 TO OVT-ANTAL
           MOVE "N" TO EOF-OVT
           OPEN INPUT OVT-FIL
           IF OVT-FIL-STATUS = "00" OR OVT-FIL-STATUS = "05"
               PERFORM UNTIL END-OVT
                   READ OVT-FIL
                       AT END
                           SET END-OVT TO TRUE
                       NOT AT END
                           IF OVT-ANTAL < 2000
                               ADD 1 TO OVT-ANTAL
                               MOVE OVT-KONTO-ID
                                   TO OT-KONTO-ID (OVT-ANTAL)
                               MOVE OVT-DAGE
                                   TO OT-DAGE (OVT-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVT-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the missed installments per loan into LAAN-TABEL
       LAES-LAAN.
           MOVE 0 TO LAAN-ANTAL
           MOVE "N" TO EOF-LAAN
           OPEN INPUT LAAN-FIL
           IF LAAN-FIL-STATUS = "00" OR LAAN-FIL-STATUS = "05"
               PERFORM UNTIL END-LAAN
                   READ LAAN-FIL
                       AT END
                           SET END-LAAN TO TRUE
                       NOT AT END
                           IF LAAN-ANTAL < 500
                               ADD 1 TO LAAN-ANTAL
                               MOVE LAAN-KONTO-ID
                                   TO LT-KONTO-ID (LAAN-ANTAL)
                               MOVE LAAN-MISSEDE
                                   TO LT-MISSEDE (LAAN-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAAN-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the FX-rate reference file into KURS-TABEL, keeping per
      *currency only the rate in effect for KOERSELS-DATO - the same
      *dated selection OPG31 makes
       LAES-KURSER.
           MOVE "N" TO EOF-KURS
           MOVE 0 TO KURS-ANTAL
           OPEN INPUT KURSFIL
           IF KURSFIL-STATUS = "00" OR KURSFIL-STATUS = "05"
               PERFORM UNTIL END-KURS
                   READ KURSFIL
                       AT END
                           SET END-KURS TO TRUE
                       NOT AT END
                           IF KURS-F-DATO <= KOERSELS-DATO
                               PERFORM INDPLACER-KURS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KURSFIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Fold one dated rate row into the table - it replaces the row
      *already held for its currency only when it is newer
       INDPLACER-KURS.
           MOVE 0 TO WS-KURS-IX
           PERFORM VARYING KURS-IX FROM 1 BY 1
               UNTIL KURS-IX > KURS-ANTAL
               IF KURS-T-VALUTA (KURS-IX) = KURS-F-VALUTA
                   SET WS-KURS-IX TO KURS-IX
               END-IF
           END-PERFORM
           IF WS-KURS-IX = 0
               IF KURS-ANTAL < 20
                   ADD 1 TO KURS-ANTAL
                   MOVE KURS-ANTAL TO WS-KURS-IX
                   MOVE KURS-F-VALUTA TO KURS-T-VALUTA (WS-KURS-IX)
                   MOVE KURS-F-RATE   TO KURS-T-RATE (WS-KURS-IX)
                   MOVE KURS-F-DATO   TO KURS-T-DATO (WS-KURS-IX)
               END-IF
           ELSE
               IF KURS-F-DATO > KURS-T-DATO (WS-KURS-IX)
                   MOVE KURS-F-RATE TO KURS-T-RATE (WS-KURS-IX)
                   MOVE KURS-F-DATO TO KURS-T-DATO (WS-KURS-IX)
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Judge one account. Only an open customer account standing
      *below zero is a credit exposure - the provision and
      *loss-expense accounts themselves, and any other account
      *without a customer on the master, are the bank's own.
       BEHANDL-KONTO.
           IF NOT KONTO-LUKKET OF KONTOFIL-REKORD
               AND BALANCE OF KONTOFIL-REKORD < 0
               AND KONTO-ID OF KONTOFIL-REKORD NOT = HENSAET-KONTO
               AND KONTO-ID OF KONTOFIL-REKORD NOT = TABSUDGIFT-KONTO
               PERFORM HENT-KUNDE
               IF KUNDE-FUNDET
                   PERFORM BEREGN-EKSPONERING
                   IF KURS-FUNDET
                       PERFORM HENSAET-EKSPONERING
                   ELSE
                       ADD 1 TO UDEN-KURS-ANTAL
                       PERFORM SKRIV-UDEN-KURS
                   END-IF
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Stage the exposure in hand, provide for it at its product and
      *stage rate, record it in the register and match it against
      *last month's row for the stage transfer
       HENSAET-EKSPONERING.
           ADD 1 TO EKSPONERING-ANTAL
           MOVE KONTO-TYPE OF KONTOFIL-REKORD TO EKS-PRODUKT
           MOVE AFDELING OF KONTOFIL-REKORD TO EKS-AFDELING
           PERFORM FASTSAET-STADIE
           PERFORM FIND-SATS
           COMPUTE EKS-HENSAETTELSE ROUNDED =
               EKS-BELOB * EKS-PROCENT / 100

           MOVE KOERSELS-DATO TO NR-DATO
           MOVE KONTO-ID OF KONTOFIL-REKORD TO NR-KONTO-ID
           MOVE KUNDE-ID OF KONTOFIL-REKORD TO NR-KUNDE-ID
           MOVE EKS-PRODUKT      TO NR-PRODUKT
           MOVE EKS-AFDELING     TO NR-AFDELING
           MOVE EKS-STADIE       TO NR-STADIE
           MOVE EKS-DAGE         TO NR-DAGE
           MOVE EKS-BELOB        TO NR-EKSPONERING
           MOVE EKS-PROCENT      TO NR-PROCENT
           MOVE EKS-HENSAETTELSE TO NR-HENSAETTELSE
           WRITE REG-REKORD

           ADD EKS-BELOB        TO EKSPONERING-SUM
           ADD EKS-HENSAETTELSE TO HENSAETTELSE-SUM
           PERFORM OPDATER-SUM
           MOVE EKS-PRODUKT TO SOEG-PRODUKT
           PERFORM FIND-PRODUKT
           IF WS-PRD-IX > 0
               ADD EKS-HENSAETTELSE TO PD-NY-SUM (WS-PRD-IX)
           END-IF

           PERFORM FIND-FORRIGE
           IF WS-FR-IX = 0
               MOVE 0 TO FRA-STADIE
           ELSE
               SET FR-MOEDT (WS-FR-IX) TO TRUE
               MOVE FR-STADIE (WS-FR-IX) TO FRA-STADIE
               PERFORM TILFOJ-FORRIGE
           END-IF
           MOVE EKS-STADIE TO TIL-STADIE
           MOVE EKS-BELOB TO OVG-BELOB
           PERFORM TAEL-OVERGANG
           IF EKS-STADIE > 1 OR FRA-STADIE NOT = EKS-STADIE
               PERFORM SKRIV-EKSPONERING-LINJE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Read the account's customer for the estate flag. Leaves
      *KUNDE-FUNDET and KUNDE-BO set.
       HENT-KUNDE.
           MOVE "N" TO KUNDE-FUNDET-SW
           MOVE "N" TO KUNDE-BO-SW
           MOVE KUNDE-ID OF KONTOFIL-REKORD
               TO KUNDE-ID OF KUNDEFIL-REKORD
           READ KUNDEFIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET KUNDE-FUNDET TO TRUE
                   IF KUNDE-ER-BO OF KUNDEFIL-REKORD
                       SET KUNDE-BO TO TRUE
                   END-IF
           END-READ
           EXIT.

      * -------------------------------------------------
      *The exposure in basis currency - the negative balance turned
      *positive, at today's rate when the account is in a foreign
      *currency. Leaves KURS-FUNDET clear when no rate is on file.
       BEREGN-EKSPONERING.
           MOVE "N" TO KURS-FUNDET-SW
           IF VALUTA-KD OF KONTOFIL-REKORD = BASIS-VALUTAKODE
               OR VALUTA-KD OF KONTOFIL-REKORD = SPACES
               COMPUTE EKS-BELOB = 0 - BALANCE OF KONTOFIL-REKORD
               SET KURS-FUNDET TO TRUE
           ELSE
               MOVE 0 TO KURS-FUNDET-RATE
               PERFORM VARYING KURS-IX FROM 1 BY 1
                   UNTIL KURS-IX > KURS-ANTAL
                   IF KURS-T-VALUTA (KURS-IX) =
                           VALUTA-KD OF KONTOFIL-REKORD
                       MOVE KURS-T-RATE (KURS-IX) TO KURS-FUNDET-RATE
                       SET KURS-FUNDET TO TRUE
                   END-IF
               END-PERFORM
               COMPUTE EKS-BELOB ROUNDED =
                   (0 - BALANCE OF KONTOFIL-REKORD) * KURS-FUNDET-RATE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Put the exposure in its stage. Days past due are the missed
      *installments on a loan, otherwise the overdraft's consecutive
      *days. Stage 3 (credit-impaired): past the stage-3 threshold,
      *or the customer is an estate. Stage 2 (significant increase
      *in credit risk): past the stage-2 threshold, or the account
      *is frozen. Everything else performs in stage 1.
       FASTSAET-STADIE.
           MOVE 0 TO EKS-DAGE
           MOVE "N" TO ER-LAAN-SW
           MOVE "OVERTRAEK" TO EKS-AARSAG
           PERFORM VARYING LAAN-IX FROM 1 BY 1
               UNTIL LAAN-IX > LAAN-ANTAL
               IF LT-KONTO-ID (LAAN-IX) = KONTO-ID OF KONTOFIL-REKORD
                   COMPUTE EKS-DAGE = LT-MISSEDE (LAAN-IX) * TERMIN-DAGE
                   MOVE "LAAN" TO EKS-AARSAG
                   SET ER-LAAN TO TRUE
               END-IF
           END-PERFORM
           IF NOT ER-LAAN
               PERFORM VARYING OVT-IX FROM 1 BY 1
                   UNTIL OVT-IX > OVT-ANTAL
                   IF OT-KONTO-ID (OVT-IX) =
                           KONTO-ID OF KONTOFIL-REKORD
                       MOVE OT-DAGE (OVT-IX) TO EKS-DAGE
                   END-IF
               END-PERFORM
           END-IF

           EVALUATE TRUE
               WHEN KUNDE-BO
                   MOVE 3 TO EKS-STADIE
                   MOVE "DOEDSBO" TO EKS-AARSAG
               WHEN EKS-DAGE > STADIE3-DAGE
                   MOVE 3 TO EKS-STADIE
               WHEN EKS-DAGE > STADIE2-DAGE
                   MOVE 2 TO EKS-STADIE
               WHEN KONTO-FROSSET OF KONTOFIL-REKORD
                   MOVE 2 TO EKS-STADIE
                   MOVE "FROSSET" TO EKS-AARSAG
               WHEN OTHER
                   MOVE 1 TO EKS-STADIE
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *Find the rate for the exposure's product and stage - the
      *product's own row first, then the blank-product row, then the
      *compiled-in rate for the stage
       FIND-SATS.
           MOVE STANDARD-PROCENT (EKS-STADIE) TO EKS-PROCENT
           PERFORM VARYING SATS-IX FROM 1 BY 1
               UNTIL SATS-IX > SATS-ANTAL
               IF ST-PRODUKT (SATS-IX) = SPACES
                   AND ST-STADIE (SATS-IX) = EKS-STADIE
                   MOVE ST-PROCENT (SATS-IX) TO EKS-PROCENT
               END-IF
           END-PERFORM
           PERFORM VARYING SATS-IX FROM 1 BY 1
               UNTIL SATS-IX > SATS-ANTAL
               IF ST-PRODUKT (SATS-IX) = EKS-PRODUKT
                   AND ST-STADIE (SATS-IX) = EKS-STADIE
                   MOVE ST-PROCENT (SATS-IX) TO EKS-PROCENT
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Find the account's row in last month's register. Leaves the
      *row's index in WS-FR-IX, or zero when it was not there.
       FIND-FORRIGE.
           MOVE 0 TO WS-FR-IX
           PERFORM VARYING FR-IX FROM 1 BY 1
               UNTIL FR-IX > FR-ANTAL
               IF FR-KONTO-ID (FR-IX) = KONTO-ID OF KONTOFIL-REKORD
                   SET WS-FR-IX TO FR-IX
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Carry last month's provision on the row at WS-FR-IX into the
      *product and summary tables - under the product and branch it
      *was held for then, so a product change moves the provision
       TILFOJ-FORRIGE.
           ADD FR-HENSAETTELSE (WS-FR-IX) TO FORRIGE-SUM
           MOVE FR-PRODUKT (WS-FR-IX) TO SOEG-PRODUKT
           PERFORM FIND-PRODUKT
           IF WS-PRD-IX > 0
               ADD FR-HENSAETTELSE (WS-FR-IX)
                   TO PD-FORRIGE-SUM (WS-PRD-IX)
           END-IF
           EXIT.

      * -------------------------------------------------
      *Release an exposure that was in last month's register and is
      *no longer below zero (or no longer on the master): its
      *provision goes back through the product movement and it
      *counts as a transfer to stage 0
       AFGANG-EKSPONERING.
           SET WS-FR-IX TO FR-IX
           PERFORM TILFOJ-FORRIGE
           MOVE FR-STADIE (FR-IX) TO FRA-STADIE
           MOVE 0 TO TIL-STADIE
           MOVE FR-EKSPONERING (FR-IX) TO OVG-BELOB
           PERFORM TAEL-OVERGANG
           MOVE FR-EKSPONERING (FR-IX) TO WS-EKS-EDIT
           MOVE FR-HENSAETTELSE (FR-IX) TO WS-FORRIGE-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "AFGANG    KONTO-ID: "   DELIMITED BY SIZE
               FR-KONTO-ID (FR-IX)      DELIMITED BY SIZE
               " "                      DELIMITED BY SIZE
               FR-PRODUKT (FR-IX)       DELIMITED BY SIZE
               " AFD: "                 DELIMITED BY SIZE
               FR-AFDELING (FR-IX)      DELIMITED BY SIZE
               " STADIE "               DELIMITED BY SIZE
               FR-STADIE (FR-IX)        DELIMITED BY SIZE
               "->0 EKSP: "             DELIMITED BY SIZE
               WS-EKS-EDIT              DELIMITED BY SIZE
               " FRIGIVET: "            DELIMITED BY SIZE
               WS-FORRIGE-EDIT          DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Count one stage transfer FRA-STADIE -> TIL-STADIE of OVG-BELOB
       TAEL-OVERGANG.
           COMPUTE FRA-SUB = FRA-STADIE + 1
           COMPUTE TIL-SUB = TIL-STADIE + 1
           ADD 1 TO OVG-ANTAL (FRA-SUB, TIL-SUB)
           ADD OVG-BELOB TO OVG-EKSPONERING (FRA-SUB, TIL-SUB)
           EXIT.

      * -------------------------------------------------
      *Fold the exposure in hand into SUM-TABEL under its AFDELING,
      *product and stage
       OPDATER-SUM.
           MOVE 0 TO WS-SUM-IX
           PERFORM VARYING SUM-IX FROM 1 BY 1
               UNTIL SUM-IX > SUM-ANTAL
               IF SM-AFDELING (SUM-IX) = EKS-AFDELING
                   AND SM-PRODUKT (SUM-IX) = EKS-PRODUKT
                   AND SM-STADIE (SUM-IX) = EKS-STADIE
                   SET WS-SUM-IX TO SUM-IX
               END-IF
           END-PERFORM
           IF WS-SUM-IX = 0
               IF SUM-ANTAL < 500
                   ADD 1 TO SUM-ANTAL
                   MOVE SUM-ANTAL TO WS-SUM-IX
                   MOVE EKS-AFDELING TO SM-AFDELING (WS-SUM-IX)
                   MOVE EKS-PRODUKT  TO SM-PRODUKT (WS-SUM-IX)
                   MOVE EKS-STADIE   TO SM-STADIE (WS-SUM-IX)
                   MOVE 0 TO SM-ANTAL (WS-SUM-IX)
                   MOVE 0 TO SM-EKSPONERING (WS-SUM-IX)
                   MOVE 0 TO SM-HENSAETTELSE (WS-SUM-IX)
               ELSE
                   ADD 1 TO TABT-ANTAL
               END-IF
           END-IF
           IF WS-SUM-IX > 0
               ADD 1 TO SM-ANTAL (WS-SUM-IX)
               ADD EKS-BELOB TO SM-EKSPONERING (WS-SUM-IX)
               ADD EKS-HENSAETTELSE TO SM-HENSAETTELSE (WS-SUM-IX)
           END-IF
           EXIT.

      * -------------------------------------------------
      *Find (or add) SOEG-PRODUKT's row in PRD-TABEL. Leaves the row's
      *index in WS-PRD-IX, zero only when the table is full.
       FIND-PRODUKT.
           MOVE 0 TO WS-PRD-IX
           PERFORM VARYING PRD-IX FROM 1 BY 1
               UNTIL PRD-IX > PRD-ANTAL
               IF PD-PRODUKT (PRD-IX) = SOEG-PRODUKT
                   SET WS-PRD-IX TO PRD-IX
               END-IF
           END-PERFORM
           IF WS-PRD-IX = 0
               IF PRD-ANTAL < 100
                   ADD 1 TO PRD-ANTAL
                   MOVE PRD-ANTAL TO WS-PRD-IX
                   MOVE SOEG-PRODUKT TO PD-PRODUKT (WS-PRD-IX)
                   MOVE 0 TO PD-NY-SUM (WS-PRD-IX)
                   MOVE 0 TO PD-FORRIGE-SUM (WS-PRD-IX)
               ELSE
                   ADD 1 TO TABT-ANTAL
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Book each product's movement - this month's provision less
      *last month's - as one transfer: an increase from the
      *loss-expense account to the provision account, a release the
      *other way. Nothing is booked for a product that did not move,
      *so a rerun in the same month books nothing twice.
       BOGFOER-BEVAEGELSER.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE "BEVAEGELSE PR. PRODUKT" TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           PERFORM VARYING PRD-IX FROM 1 BY 1
               UNTIL PRD-IX > PRD-ANTAL
               COMPUTE BEVAEGELSE =
                   PD-NY-SUM (PRD-IX) - PD-FORRIGE-SUM (PRD-IX)
               IF BEVAEGELSE NOT = 0
                   PERFORM SKRIV-HENSAET-POSTERING
               END-IF
               MOVE PD-NY-SUM (PRD-IX) TO WS-HENS-EDIT
               MOVE PD-FORRIGE-SUM (PRD-IX) TO WS-FORRIGE-EDIT
               MOVE BEVAEGELSE TO WS-BEV-EDIT
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "PRODUKT: "          DELIMITED BY SIZE
                   PD-PRODUKT (PRD-IX)  DELIMITED BY SIZE
                   " FORRIGE: "         DELIMITED BY SIZE
                   WS-FORRIGE-EDIT      DELIMITED BY SIZE
                   " NU: "              DELIMITED BY SIZE
                   WS-HENS-EDIT         DELIMITED BY SIZE
                   " BOGFOERT: "        DELIMITED BY SIZE
                   WS-BEV-EDIT          DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Emit one provision-movement transfer for the product at PRD-IX
       SKRIV-HENSAET-POSTERING.
           MOVE SPACES TO POST-REKORD
           MOVE KOERSELS-DATO TO POST-DATO
           MOVE "OVERF" TO POST-TYPE
           IF BEVAEGELSE > 0
               MOVE TABSUDGIFT-KONTO TO POST-KONTO-ID
               MOVE HENSAET-KONTO    TO POST-MODKONTO-ID
               MOVE BEVAEGELSE TO POST-BELOB
           ELSE
               MOVE HENSAET-KONTO    TO POST-KONTO-ID
               MOVE TABSUDGIFT-KONTO TO POST-MODKONTO-ID
               COMPUTE POST-BELOB = 0 - BEVAEGELSE
           END-IF
           ADD 1 TO HENSAET-REF-SEQ
           STRING
               "N"                 DELIMITED BY SIZE
               KOERSELS-DATO (3:6) DELIMITED BY SIZE
               HENSAET-REF-SEQ     DELIMITED BY SIZE
               INTO POST-REFERENCE
           END-STRING
           WRITE POST-REKORD
           ADD 1 TO POSTERET-ANTAL
           ADD BEVAEGELSE TO BEVAEGELSE-SUM
           EXIT.

      * -------------------------------------------------
      *Report headline
       SKRIV-OVERSKRIFT.
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "NEDSKRIVNINGER (IFRS 9) PR. "  DELIMITED BY SIZE
               KOERSELS-DATO                   DELIMITED BY SIZE
               "  HENSAETTELSESKONTO: "        DELIMITED BY SIZE
               HENSAET-KONTO                   DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Report one exposure in stage 2 or 3, or one that changed
      *stage since last month
       SKRIV-EKSPONERING-LINJE.
           MOVE EKS-BELOB TO WS-EKS-EDIT
           MOVE EKS-HENSAETTELSE TO WS-HENS-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "STADIE "                    DELIMITED BY SIZE
               EKS-STADIE                   DELIMITED BY SIZE
               "  KONTO-ID: "               DELIMITED BY SIZE
               KONTO-ID OF KONTOFIL-REKORD  DELIMITED BY SIZE
               " "                          DELIMITED BY SIZE
               EKS-PRODUKT                  DELIMITED BY SIZE
               " AFD: "                     DELIMITED BY SIZE
               EKS-AFDELING                 DELIMITED BY SIZE
               " FRA "                      DELIMITED BY SIZE
               FRA-STADIE                   DELIMITED BY SIZE
               " DAGE: "                    DELIMITED BY SIZE
               EKS-DAGE                     DELIMITED BY SIZE
               " "                          DELIMITED BY SIZE
               EKS-AARSAG                   DELIMITED BY SIZE
               " EKSP: "                    DELIMITED BY SIZE
               WS-EKS-EDIT                  DELIMITED BY SIZE
               " HENS: "                    DELIMITED BY SIZE
               WS-HENS-EDIT                 DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Report a foreign-currency exposure with no rate on file - it
      *stands unprovided until the rate file is corrected
       SKRIV-UDEN-KURS.
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "KURS MANGLER - KONTO-ID: "  DELIMITED BY SIZE
               KONTO-ID OF KONTOFIL-REKORD  DELIMITED BY SIZE
               " VALUTA: "                  DELIMITED BY SIZE
               VALUTA-KD OF KONTOFIL-REKORD DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Report exposure and provision by stage, then by AFDELING and
      *product within the stage
       SKRIV-STADIE-OVERSIGT.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE "EKSPONERING OG HENSAETTELSE PR. STADIE/AFD./PRODUKT"
               TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           PERFORM VARYING EKS-STADIE FROM 1 BY 1 UNTIL EKS-STADIE > 3
               PERFORM VARYING SUM-IX FROM 1 BY 1
                   UNTIL SUM-IX > SUM-ANTAL
                   IF SM-STADIE (SUM-IX) = EKS-STADIE
                       MOVE SM-EKSPONERING (SUM-IX) TO WS-EKS-EDIT
                       MOVE SM-HENSAETTELSE (SUM-IX) TO WS-HENS-EDIT
                       MOVE SPACES TO RAPPORT-TEXT
                       STRING
                           "STADIE "              DELIMITED BY SIZE
                           SM-STADIE (SUM-IX)     DELIMITED BY SIZE
                           "  AFD: "              DELIMITED BY SIZE
                           SM-AFDELING (SUM-IX)   DELIMITED BY SIZE
                           "  PRODUKT: "          DELIMITED BY SIZE
                           SM-PRODUKT (SUM-IX)    DELIMITED BY SIZE
                           "  ANTAL: "            DELIMITED BY SIZE
                           SM-ANTAL (SUM-IX)      DELIMITED BY SIZE
                           "  EKSP: "             DELIMITED BY SIZE
                           WS-EKS-EDIT            DELIMITED BY SIZE
                           "  HENS: "             DELIMITED BY SIZE
                           WS-HENS-EDIT           DELIMITED BY SIZE
                           INTO RAPPORT-TEXT
                       END-STRING
                       WRITE RAPPORT-REKORD
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Report the stage transfers since last month - one line per
      *from/to pair that actually occurred; stage 0 is a new
      *exposure on the from side and a repaid one on the to side
       SKRIV-OVERGANGE.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE "STADIEOVERGANGE SIDEN SIDSTE MAANED" TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           PERFORM VARYING FRA-SUB FROM 1 BY 1 UNTIL FRA-SUB > 4
               PERFORM VARYING TIL-SUB FROM 1 BY 1 UNTIL TIL-SUB > 4
                   IF OVG-ANTAL (FRA-SUB, TIL-SUB) > 0
                       COMPUTE FRA-STADIE = FRA-SUB - 1
                       COMPUTE TIL-STADIE = TIL-SUB - 1
                       MOVE OVG-EKSPONERING (FRA-SUB, TIL-SUB)
                           TO WS-EKS-EDIT
                       MOVE SPACES TO RAPPORT-TEXT
                       STRING
                           "FRA STADIE "          DELIMITED BY SIZE
                           FRA-STADIE             DELIMITED BY SIZE
                           " TIL STADIE "         DELIMITED BY SIZE
                           TIL-STADIE             DELIMITED BY SIZE
                           "  ANTAL: "            DELIMITED BY SIZE
                           OVG-ANTAL (FRA-SUB, TIL-SUB)
                                                  DELIMITED BY SIZE
                           "  EKSP: "             DELIMITED BY SIZE
                           WS-EKS-EDIT            DELIMITED BY SIZE
                           INTO RAPPORT-TEXT
                       END-STRING
                       WRITE RAPPORT-REKORD
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Write the control-total trailer so finance can tie the booked
      *movement to the change in the provision
       SKRIV-TRAILER.
           MOVE EKSPONERING-SUM TO WS-EKS-EDIT
           MOVE HENSAETTELSE-SUM TO WS-HENS-EDIT
           MOVE FORRIGE-SUM TO WS-FORRIGE-EDIT
           MOVE BEVAEGELSE-SUM TO WS-BEV-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Konti laest: "        DELIMITED BY SIZE
               KONTI-LAEST-ANTAL      DELIMITED BY SIZE
               "  Eksponeringer: "    DELIMITED BY SIZE
               EKSPONERING-ANTAL      DELIMITED BY SIZE
               "  Uden kurs: "        DELIMITED BY SIZE
               UDEN-KURS-ANTAL        DELIMITED BY SIZE
               "  Posteret: "         DELIMITED BY SIZE
               POSTERET-ANTAL         DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Eksponering: "        DELIMITED BY SIZE
               WS-EKS-EDIT            DELIMITED BY SIZE
               "  Hensaettelse: "     DELIMITED BY SIZE
               WS-HENS-EDIT           DELIMITED BY SIZE
               "  Forrige: "          DELIMITED BY SIZE
               WS-FORRIGE-EDIT        DELIMITED BY SIZE
               "  Bevaegelse: "       DELIMITED BY SIZE
               WS-BEV-EDIT            DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           IF TABT-ANTAL > 0
               DISPLAY "ADVARSEL: nedskrivningsrapporten mangler "
                       TABT-ANTAL " raekker - tabellen er fuld."
           END-IF
           DISPLAY "Eksponeringer: " EKSPONERING-ANTAL
                   " Posteret: "     POSTERET-ANTAL
                   " Bevaegelse: "   WS-BEV-EDIT
           EXIT.
