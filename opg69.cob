      *Daily dunning (rykker) run - picks up the overdrawn accounts
      *OVERTRAEKSGEBYR tracks in opg19-overtraek-status.txt and the
      *loans LAANYDELSE escalates to opg66-inkasso.txt, opens one
      *dunning case per account in Rykkerregister.txt and walks it
      *through rykker 1, rykker 2 and the final notice at the
      *configurable day intervals. Every step charges the reminder
      *fee as a DEBIT posting in the opg15-posteringer.txt format
      *and writes a letter to the customer through BREVFLET, which
      *routes it to their delivery channel. A case closes the day
      *the account is back inside its credit facility or the loan
      *arrears are paid; a case still open after the final notice
      *is handed over to the external debt collector once, with its
      *history and fees to date.
      *Replaces the follow-up kept in a spreadsheet.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RYKKERKOERSEL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind the dunning case register - loaded whole and rewritten
      *with the day's steps folded in. SELECT OPTIONAL so the first
      *run on a site with no register yet does not abend
           SELECT OPTIONAL RYKKER-FIL ASSIGN TO "Rykkerregister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RYKKER-FIL-STATUS.
      *Bind OVERTRAEKSGEBYR's overdraft state file - one row per
      *account overdrawn beyond its facility, with the consecutive
      *day count
           SELECT OPTIONAL OVT-FIL
               ASSIGN TO "opg19-overtraek-status.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVT-FIL-STATUS.
      *Bind LAANYDELSE's collections worklist - one free-text row per
      *loan escalated for missed installments
           SELECT OPTIONAL INKASSO-FIL ASSIGN TO "opg66-inkasso.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INKASSO-FIL-STATUS.
      *Bind the loan register - read here for the arrears on each
      *loan case, never written
           SELECT OPTIONAL LAAN-FIL ASSIGN TO "Laaneregister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAAN-FIL-STATUS.
      *Bind account master - read by key for the balance and the
      *customer behind each case
           SELECT KONTOFIL ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOFIL-REKORD
               ALTERNATE RECORD KEY IS KUNDE-ID OF KONTOFIL-REKORD
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.
      *Bind customer master - read by key for the letter's name,
      *address and delivery channel
           SELECT KUNDEFIL ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS KUNDE-ID OF KUNDEFIL-REKORD
               FILE STATUS IS KUNDEFIL-STATUS.
      *Bind the day's posting-transaction file - opened EXTEND so the
      *reminder fees are appended for OPG15 to apply
           SELECT OPTIONAL POST-FIL ASSIGN TO "opg15-posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POST-FIL-STATUS.
      *Bind the handover file for the external debt collector - the
      *name carries the run date, opened EXTEND so a rerun on the
      *same day adds to it instead of losing the earlier handovers
           SELECT OPTIONAL OVERDRAG-FIL ASSIGN TO WS-OVERDRAG-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERDRAG-FIL-STATUS.
      *Bind the dunning report
           SELECT RAPPORT-FIL ASSIGN TO "opg69-rykkerrapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Dunning case record layout - the account the case is about,
      *the account the fees are charged to (the payment account on a
      *loan case), the step reached with the date of each step, the
      *fees charged so far and the arrears last measured
       FD  RYKKER-FIL.
       01  RYKKER-REKORD.
           02  RYK-TYPE            PIC X(1).
           02  RYK-KONTO-ID        PIC X(10).
           02  RYK-GEBYRKONTO      PIC X(10).
           02  RYK-KUNDE-ID        PIC X(10).
           02  RYK-AABNET-DATO     PIC 9(8).
           02  RYK-TRIN            PIC 9(1).
           02  RYK-DATO-1          PIC 9(8).
           02  RYK-DATO-2          PIC 9(8).
           02  RYK-DATO-3          PIC 9(8).
           02  RYK-GEBYR-SUM       PIC 9(7)V99.
           02  RYK-RESTANCE        PIC 9(9)V99.
           02  RYK-STATUS          PIC X(10).
           02  RYK-OVERDRAG-DATO   PIC 9(8).

      *Overdraft state record layout - must match what
      *OVERTRAEKSGEBYR writes
       FD  OVT-FIL.
       01  OVT-REKORD.
           02  OVT-KONTO-ID        PIC X(10).
           02  OVT-DAGE            PIC 9(3).
           02  OVT-SIDSTE-DATO     PIC 9(8).
           02  OVT-GEBYR-DATO      PIC 9(8).

      *Collections worklist record layout - must match what
      *LAANYDELSE writes
       FD  INKASSO-FIL.
       01  INKASSO-REKORD.
           02  INKASSO-TEXT        PIC X(120).

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

      *Account master record layout
       FD  KONTOFIL.
       01  KONTOFIL-REKORD.
           COPY "KONTOOPL.cpy".

      *Customer master record layout
       FD  KUNDEFIL.
       01  KUNDEFIL-REKORD.
           COPY "KUNDEOPL.cpy".

      *Posting-transaction record layout - the same layout OPG15 reads
       FD  POST-FIL.
       01  POST-REKORD.
           COPY "POSTERING.cpy".

      *Handover record layout for the debt collector - the debtor,
      *the case with its three step dates, the arrears and the fees
      *charged to date, so the collector neither misses nor repeats
      *anything already claimed
       FD  OVERDRAG-FIL.
       01  OVERDRAG-REKORD.
           02  OVD-DATO            PIC 9(8).
           02  OVD-TYPE            PIC X(1).
           02  OVD-KONTO-ID        PIC X(10).
           02  OVD-GEBYRKONTO      PIC X(10).
           02  OVD-KUNDE-ID        PIC X(10).
           02  OVD-CPR-NUMMER      PIC X(10).
           02  OVD-NAVN            PIC X(40).
           02  OVD-ADRESSE         PIC X(40).
           02  OVD-BY              PIC X(40).
           02  OVD-AABNET-DATO     PIC 9(8).
           02  OVD-DATO-1          PIC 9(8).
           02  OVD-DATO-2          PIC 9(8).
           02  OVD-DATO-3          PIC 9(8).
           02  OVD-RESTANCE        PIC 9(9)V99.
           02  OVD-GEBYR-SUM       PIC 9(7)V99.

      *Dunning report record layout
       FD  RAPPORT-FIL.
       01  RAPPORT-REKORD.
           02  RAPPORT-TEXT        PIC X(120).

       WORKING-STORAGE SECTION.

      *Today's date and its serial day number for the interval
      *arithmetic
       01  KOERSELS-DATO            PIC 9(8) VALUE 0.
       01  KOERSELS-SERIAL          PIC 9(7) VALUE 0.

      *Parameter fields for the shared date subprogram
       01  DATO-FUNKTION            PIC X(1) VALUE SPACE.
       01  DATO-ARG                 PIC 9(8) VALUE 0.
       01  DATO-SERIAL              PIC 9(7) VALUE 0.
       01  DATO-UGEDAG              PIC 9(1) VALUE 0.

      *Consecutive days overdrawn beyond the facility before a case
      *is opened, calendar days from one step to the next and from
      *the final notice to the handover, and the reminder fee - the
      *statutory ceiling of 100 kroner per reminder and at least ten
      *days between reminders are the compiled-in defaults
       01  RYKKER-START-DAGE        PIC 9(3) VALUE 5.
       01  RYKKER-INTERVAL-DAGE     PIC 9(3) VALUE 10.
       01  RYKKER-OVERDRAG-DAGE     PIC 9(3) VALUE 10.
       01  RYKKER-GEBYR             PIC 9(5)V99 VALUE 100.00.

      *Parameter fields for the shared runtime-parameter subprogram
       01  PARAM-NAVN           PIC X(20) VALUE SPACES.
       01  PARAM-VAERDI         PIC X(20) VALUE SPACES.
       01  PARAM-TAL            PIC S9(9)V99 VALUE 0.
       01  PARAM-FUNDET         PIC X(1) VALUE SPACE.

      *File status fields
       01  RYKKER-FIL-STATUS        PIC X(2) VALUE "00".
       01  OVT-FIL-STATUS           PIC X(2) VALUE "00".
       01  INKASSO-FIL-STATUS       PIC X(2) VALUE "00".
       01  LAAN-FIL-STATUS          PIC X(2) VALUE "00".
       01  KONTOFIL-STATUS          PIC X(2) VALUE "00".
       01  KUNDEFIL-STATUS          PIC X(2) VALUE "00".
       01  POST-FIL-STATUS          PIC X(2) VALUE "00".
       01  OVERDRAG-FIL-STATUS      PIC X(2) VALUE "00".

      *Dated file names
       01  WS-OVERDRAG-FILNAVN      PIC X(40) VALUE SPACES.

      *In-memory case register, loaded once and rewritten in full at
      *the end of the run - closed cases are reported and dropped
       01  RYK-TABEL.
           05  RYK-POST OCCURS 2000 TIMES INDEXED BY RYK-IX.
               10  RT-TYPE             PIC X(1).
                   88  RT-OVERTRAEK        VALUE "O".
                   88  RT-LAAN             VALUE "L".
               10  RT-KONTO-ID         PIC X(10).
               10  RT-GEBYRKONTO       PIC X(10).
               10  RT-KUNDE-ID         PIC X(10).
               10  RT-AABNET-DATO      PIC 9(8).
               10  RT-TRIN             PIC 9(1).
               10  RT-DATO-1           PIC 9(8).
               10  RT-DATO-2           PIC 9(8).
               10  RT-DATO-3           PIC 9(8).
               10  RT-GEBYR-SUM        PIC 9(7)V99.
               10  RT-RESTANCE         PIC 9(9)V99.
               10  RT-STATUS           PIC X(10).
                   88  RT-AABEN            VALUE "AABEN".
                   88  RT-OVERDRAGET       VALUE "OVERDRAGET".
                   88  RT-AFSLUTTET        VALUE "AFSLUTTET".
               10  RT-OVERDRAG-DATO    PIC 9(8).
       01  RYK-ANTAL                PIC 9(4) VALUE 0.
       01  RYK-LAEST-ANTAL          PIC 9(7) VALUE 0.
      *Set when the register outgrew the table - the run is refused
      *whole so the rewrite can never drop a case
       01  RYK-OVERLOEB-SW          PIC X VALUE "N".
           88  RYK-OVERLOEB             VALUE "Y".

      *In-memory loan register for the arrears on the loan cases
       01  LAAN-TABEL.
           05  LAAN-POST OCCURS 500 TIMES INDEXED BY LAAN-IX.
               10  LT-KONTO-ID         PIC X(10).
               10  LT-HOVEDSTOL        PIC 9(9)V99.
               10  LT-AARLIG-RENTE     PIC 9(2)V9999.
               10  LT-TERMINER         PIC 9(3).
               10  LT-BETALKONTO       PIC X(10).
               10  LT-MISSEDE          PIC 9(3).
               10  LT-STATUS           PIC X(10).
       01  LAAN-ANTAL               PIC 9(3) VALUE 0.

      *Index of the case row or loan row found by FIND-RYK-SAG and
      *FIND-LAAN (zero when there is none)
       01  WS-RYK-IX                PIC 9(4) VALUE 0.
       01  WS-LAAN-IX               PIC 9(3) VALUE 0.

      *The account and fee account of a case being opened
       01  NY-KONTO-ID              PIC X(10) VALUE SPACES.
       01  NY-GEBYRKONTO            PIC X(10) VALUE SPACES.
       01  NY-TYPE                  PIC X(1) VALUE SPACE.

      *The live credit facility on the account in hand - the same
      *judgement OPG15 makes at posting time
       01  KREDIT-GRAENSE           PIC 9(7)V99 VALUE 0.

      *The annuity installment on the loan in hand - the same
      *arithmetic LAANYDELSE raises it with
       01  MD-RENTE                 PIC 9(3)V9(8) VALUE 0.
       01  VAEKST-FAKTOR            PIC 9(9)V9(8) VALUE 0.
       01  YDELSE                   PIC 9(9)V99 VALUE 0.

      *The case in hand: its arrears today, whether they are settled,
      *and the days since its last step
       01  RESTANCE                 PIC S9(9)V99 VALUE 0.
       01  SAG-BETALT-SW            PIC X VALUE "N".
           88  SAG-BETALT               VALUE "Y".
       01  FRA-DATO                 PIC 9(8) VALUE 0.
       01  DAGE-SIDEN               PIC 9(7) VALUE 0.

      *Customer work fields - the customer's formatted name and
      *address for the handover, whether they were found, and the
      *step's letter heading
       01  FULDT-NAVN               PIC X(40) VALUE SPACES.
       01  ADR-LINJE                PIC X(40) VALUE SPACES.
       01  BY-LINJE                 PIC X(40) VALUE SPACES.
       01  KUNDE-FUNDET-SW          PIC X VALUE "N".
           88  KUNDE-FUNDET             VALUE "Y".
       01  BREV-OVERSKRIFT          PIC X(40) VALUE SPACES.

      *Parameter block for the shared letter engine
       01  BREV-DATA.
           COPY "BREVDATA.cpy".

      *End-of-file flags
       01  EOF-RYKKER               PIC X VALUE "N".
           88  END-RYKKER               VALUE "Y".
       01  EOF-OVT                  PIC X VALUE "N".
           88  END-OVT                  VALUE "Y".
       01  EOF-INKASSO              PIC X VALUE "N".
           88  END-INKASSO              VALUE "Y".
       01  EOF-LAAN                 PIC X VALUE "N".
           88  END-LAAN                 VALUE "Y".

      *Edited amounts for the letters and the report
       01  WS-RESTANCE-EDIT         PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-GEBYR-SUM-EDIT        PIC -ZZZ,ZZZ,ZZ9.99.

      *Running sequence behind the reminder-fee references
       01  GEBYR-REF-SEQ            PIC 9(5) VALUE 0.

      *Control totals for the trailer
       01  SAGER-AABNET-ANTAL       PIC 9(7) VALUE 0.
       01  RYKKER-ANTAL             PIC 9(7) VALUE 0.
       01  GEBYR-POSTERET-ANTAL     PIC 9(7) VALUE 0.
       01  GEBYR-POSTERET-SUM       PIC 9(9)V99 VALUE 0.
       01  SAGER-AFSLUTTET-ANTAL    PIC 9(7) VALUE 0.
       01  OVERDRAGET-ANTAL         PIC 9(7) VALUE 0.
       01  OVERDRAGET-SUM           PIC S9(13)V99 VALUE 0.
       01  PAPIR-BREVE-ANTAL        PIC 9(7) VALUE 0.
       01  DIGITALE-BREVE-ANTAL     PIC 9(7) VALUE 0.
       01  SKABELON-MANGLER-ANTAL   PIC 9(7) VALUE 0.

      *Parameter fields for the shared transmission-register
      *subprogram - the handover file goes to an outside party
       01  FSD-PROGRAM          PIC X(8) VALUE "OPG69".
       01  FSD-FILNAVN          PIC X(40) VALUE SPACES.
       01  FSD-ANTAL            PIC 9(7) VALUE 0.
       01  FSD-SUM              PIC S9(13)V99 VALUE 0.

      *Parameter fields for the shared run-count subprogram
       01  KT-PROGRAM           PIC X(8) VALUE "OPG69".
       01  KT-ANTAL             PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM HENT-PARAMETRE

      *Stamp every fee posting and letter with today's date, and get
      *today's serial day number for the interval arithmetic
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
           MOVE "S" TO DATO-FUNKTION
           MOVE KOERSELS-DATO TO DATO-ARG
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           MOVE DATO-SERIAL TO KOERSELS-SERIAL

      *Load the case register - too big for the table refuses the run
           PERFORM LAES-RYKKERREGISTER
           IF RYK-OVERLOEB
               DISPLAY "OPG69: rykkerregistret er for stort til"
                       " tabellen, koerslen afvises."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LAES-LAAN

           MOVE SPACES TO WS-OVERDRAG-FILNAVN
           STRING
               "INKASSO_"    DELIMITED BY SIZE
               KOERSELS-DATO DELIMITED BY SIZE
               ".txt"        DELIMITED BY SIZE
               INTO WS-OVERDRAG-FILNAVN
           END-STRING

           OPEN INPUT  KONTOFIL
                       KUNDEFIL
                OUTPUT RAPPORT-FIL
           PERFORM ABEN-POST-FIL
           PERFORM ABEN-OVERDRAG-FIL

      *Open new cases from both sources before the steps are worked,
      *so a case opened today gets its first reminder today
           PERFORM AABN-OVERTRAEKSSAGER
           PERFORM AABN-LAANESAGER

      *Work every case still open or handed over
           PERFORM VARYING RYK-IX FROM 1 BY 1
               UNTIL RYK-IX > RYK-ANTAL
               IF RT-AABEN (RYK-IX) OR RT-OVERDRAGET (RYK-IX)
                   PERFORM BEHANDL-SAG
               END-IF
           END-PERFORM

           PERFORM SKRIV-RYKKERREGISTER
           PERFORM SKRIV-TRAILER

      *Close the letter engine's files for the run
           MOVE "S" TO BD-FUNKTION
           CALL "BREVFLET" USING BREV-DATA KUNDEFIL-REKORD

           CLOSE KONTOFIL
                 KUNDEFIL
                 POST-FIL
                 OVERDRAG-FIL
                 RAPPORT-FIL

      *Log the handover file in the transmission register when
      *anything was handed over this run
           IF OVERDRAGET-ANTAL > 0
               MOVE WS-OVERDRAG-FILNAVN TO FSD-FILNAVN
               MOVE OVERDRAGET-ANTAL    TO FSD-ANTAL
               MOVE OVERDRAGET-SUM      TO FSD-SUM
               CALL "FORSENDELSE" USING FSD-PROGRAM FSD-FILNAVN
                                        FSD-ANTAL FSD-SUM
           END-IF
      *Leave this run's headline count for OPG28's run report
           MOVE RYKKER-ANTAL TO KT-ANTAL
           CALL "KOERSELSTAL" USING KT-PROGRAM KT-ANTAL
           STOP RUN.

      * -------------------------------------------------
      *Pick the case threshold, the intervals and the fee up from
      *the central parameter file, keeping the compiled-in defaults
      *when absent
       HENT-PARAMETRE.
           MOVE "RYKKER-START-DAGE" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-TAL TO RYKKER-START-DAGE
           END-IF
           MOVE "RYKKER-INTERVAL-DAGE" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-TAL TO RYKKER-INTERVAL-DAGE
           END-IF
           MOVE "RYKKER-OVERDRAG-DAGE" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-TAL TO RYKKER-OVERDRAG-DAGE
           END-IF
           MOVE "RYKKER-GEBYR" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-TAL TO RYKKER-GEBYR
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
      *Open today's handover file for append the same way
       ABEN-OVERDRAG-FIL.
           OPEN EXTEND OVERDRAG-FIL
           IF OVERDRAG-FIL-STATUS = "35"
               OPEN OUTPUT OVERDRAG-FIL
               CLOSE OVERDRAG-FIL
               OPEN EXTEND OVERDRAG-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the case register into RYK-TABEL
       LAES-RYKKERREGISTER.
           MOVE 0 TO RYK-ANTAL
           MOVE "N" TO EOF-RYKKER
           OPEN INPUT RYKKER-FIL
           IF RYKKER-FIL-STATUS = "00" OR RYKKER-FIL-STATUS = "05"
               PERFORM UNTIL END-RYKKER
                   READ RYKKER-FIL
                       AT END
                           SET END-RYKKER TO TRUE
                       NOT AT END
                           ADD 1 TO RYK-LAEST-ANTAL
                           IF RYK-ANTAL < 2000
                               ADD 1 TO RYK-ANTAL
                               MOVE RYK-TYPE TO RT-TYPE (RYK-ANTAL)
                               MOVE RYK-KONTO-ID TO
                                   RT-KONTO-ID (RYK-ANTAL)
                               MOVE RYK-GEBYRKONTO TO
                                   RT-GEBYRKONTO (RYK-ANTAL)
                               MOVE RYK-KUNDE-ID TO
                                   RT-KUNDE-ID (RYK-ANTAL)
                               MOVE RYK-AABNET-DATO TO
                                   RT-AABNET-DATO (RYK-ANTAL)
                               MOVE RYK-TRIN TO RT-TRIN (RYK-ANTAL)
                               MOVE RYK-DATO-1 TO
                                   RT-DATO-1 (RYK-ANTAL)
                               MOVE RYK-DATO-2 TO
                                   RT-DATO-2 (RYK-ANTAL)
                               MOVE RYK-DATO-3 TO
                                   RT-DATO-3 (RYK-ANTAL)
                               MOVE RYK-GEBYR-SUM TO
                                   RT-GEBYR-SUM (RYK-ANTAL)
                               MOVE RYK-RESTANCE TO
                                   RT-RESTANCE (RYK-ANTAL)
                               MOVE RYK-STATUS TO
                                   RT-STATUS (RYK-ANTAL)
                               MOVE RYK-OVERDRAG-DATO TO
                                   RT-OVERDRAG-DATO (RYK-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RYKKER-FIL
           END-IF
           IF RYK-LAEST-ANTAL > RYK-ANTAL
               SET RYK-OVERLOEB TO TRUE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the loan register into LAAN-TABEL
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
                               MOVE LAAN-KONTO-ID TO
                                   LT-KONTO-ID (LAAN-ANTAL)
                               MOVE LAAN-HOVEDSTOL TO
                                   LT-HOVEDSTOL (LAAN-ANTAL)
                               MOVE LAAN-AARLIG-RENTE TO
                                   LT-AARLIG-RENTE (LAAN-ANTAL)
                               MOVE LAAN-TERMINER TO
                                   LT-TERMINER (LAAN-ANTAL)
                               MOVE LAAN-BETALKONTO TO
                                   LT-BETALKONTO (LAAN-ANTAL)
                               MOVE LAAN-MISSEDE TO
                                   LT-MISSEDE (LAAN-ANTAL)
                               MOVE LAAN-STATUS TO
                                   LT-STATUS (LAAN-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAAN-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Open a case for every account OVERTRAEKSGEBYR saw overdrawn
      *beyond its facility today for longer than the case threshold
       AABN-OVERTRAEKSSAGER.
           MOVE "N" TO EOF-OVT
           OPEN INPUT OVT-FIL
           IF OVT-FIL-STATUS = "00" OR OVT-FIL-STATUS = "05"
               PERFORM UNTIL END-OVT
                   READ OVT-FIL
                       AT END
                           SET END-OVT TO TRUE
                       NOT AT END
                           IF OVT-SIDSTE-DATO = KOERSELS-DATO
                               AND OVT-DAGE > RYKKER-START-DAGE
                               MOVE "O"          TO NY-TYPE
                               MOVE OVT-KONTO-ID TO NY-KONTO-ID
                               MOVE OVT-KONTO-ID TO NY-GEBYRKONTO
                               PERFORM AABN-SAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVT-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Open a case for every loan on LAANYDELSE's collections
      *worklist that the loan register still holds in collections -
      *the worklist is cumulative, so rows for loans since settled
      *open nothing. The fees go to the loan's payment account.
       AABN-LAANESAGER.
           MOVE "N" TO EOF-INKASSO
           OPEN INPUT INKASSO-FIL
           IF INKASSO-FIL-STATUS = "00"
               OR INKASSO-FIL-STATUS = "05"
               PERFORM UNTIL END-INKASSO
                   READ INKASSO-FIL
                       AT END
                           SET END-INKASSO TO TRUE
                       NOT AT END
                           IF INKASSO-TEXT (9:17) =
                                   " INKASSO - LAAN: "
                               MOVE INKASSO-TEXT (26:10)
                                   TO NY-KONTO-ID
                               PERFORM FIND-LAAN
                               IF WS-LAAN-IX > 0
                                   AND LT-STATUS (WS-LAAN-IX)
                                       = "INKASSO"
                                   MOVE "L" TO NY-TYPE
                                   MOVE LT-BETALKONTO (WS-LAAN-IX)
                                       TO NY-GEBYRKONTO
                                   PERFORM AABN-SAG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INKASSO-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Add a new case for NY-KONTO-ID unless one is already open or
      *handed over - one case per account at a time, so nothing is
      *dunned or collected twice
       AABN-SAG.
           PERFORM FIND-RYK-SAG
           IF WS-RYK-IX = 0
               IF RYK-ANTAL < 2000
                   ADD 1 TO RYK-ANTAL
                   MOVE NY-TYPE       TO RT-TYPE (RYK-ANTAL)
                   MOVE NY-KONTO-ID   TO RT-KONTO-ID (RYK-ANTAL)
                   MOVE NY-GEBYRKONTO TO RT-GEBYRKONTO (RYK-ANTAL)
                   MOVE SPACES        TO RT-KUNDE-ID (RYK-ANTAL)
                   MOVE NY-GEBYRKONTO TO KONTO-ID OF KONTOFIL-REKORD
                   READ KONTOFIL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE KUNDE-ID OF KONTOFIL-REKORD
                               TO RT-KUNDE-ID (RYK-ANTAL)
                   END-READ
                   MOVE KOERSELS-DATO TO RT-AABNET-DATO (RYK-ANTAL)
                   MOVE 0             TO RT-TRIN (RYK-ANTAL)
                   MOVE 0             TO RT-DATO-1 (RYK-ANTAL)
                   MOVE 0             TO RT-DATO-2 (RYK-ANTAL)
                   MOVE 0             TO RT-DATO-3 (RYK-ANTAL)
                   MOVE 0             TO RT-GEBYR-SUM (RYK-ANTAL)
                   MOVE 0             TO RT-RESTANCE (RYK-ANTAL)
                   MOVE "AABEN"       TO RT-STATUS (RYK-ANTAL)
                   MOVE 0             TO RT-OVERDRAG-DATO (RYK-ANTAL)
                   ADD 1 TO SAGER-AABNET-ANTAL
               ELSE
                   MOVE SPACES TO RAPPORT-TEXT
                   STRING
                       "REGISTER FULDT - SAG IKKE AABNET: "
                                          DELIMITED BY SIZE
                       NY-KONTO-ID        DELIMITED BY SIZE
                       INTO RAPPORT-TEXT
                   END-STRING
                   WRITE RAPPORT-REKORD
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Find the open or handed-over case on NY-KONTO-ID. Leaves its
      *index in WS-RYK-IX, or zero when there is none.
       FIND-RYK-SAG.
           MOVE 0 TO WS-RYK-IX
           PERFORM VARYING RYK-IX FROM 1 BY 1
               UNTIL RYK-IX > RYK-ANTAL
               IF RT-KONTO-ID (RYK-IX) = NY-KONTO-ID
                   AND (RT-AABEN (RYK-IX) OR RT-OVERDRAGET (RYK-IX))
                   MOVE RYK-IX TO WS-RYK-IX
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Find NY-KONTO-ID in LAAN-TABEL. Leaves its index in
      *WS-LAAN-IX, or zero when the loan is not on the register.
       FIND-LAAN.
           MOVE 0 TO WS-LAAN-IX
           PERFORM VARYING LAAN-IX FROM 1 BY 1
               UNTIL LAAN-IX > LAAN-ANTAL
               IF LT-KONTO-ID (LAAN-IX) = NY-KONTO-ID
                   MOVE LAAN-IX TO WS-LAAN-IX
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Work one case: close it when the arrears are gone, otherwise
      *take the next step once its interval has passed. A handed-over
      *case is only watched for settlement - the collector owns it.
       BEHANDL-SAG.
           PERFORM MAAL-RESTANCE
           IF SAG-BETALT
               PERFORM AFSLUT-SAG
           ELSE
               MOVE RESTANCE TO RT-RESTANCE (RYK-IX)
               IF RT-AABEN (RYK-IX)
                   EVALUATE RT-TRIN (RYK-IX)
                       WHEN 0
                           PERFORM SEND-RYKKER
                       WHEN 1
                           MOVE RT-DATO-1 (RYK-IX) TO FRA-DATO
                           PERFORM BEREGN-DAGE-SIDEN
                           IF DAGE-SIDEN >= RYKKER-INTERVAL-DAGE
                               AND DAGE-SIDEN > 0
                               PERFORM SEND-RYKKER
                           END-IF
                       WHEN 2
                           MOVE RT-DATO-2 (RYK-IX) TO FRA-DATO
                           PERFORM BEREGN-DAGE-SIDEN
                           IF DAGE-SIDEN >= RYKKER-INTERVAL-DAGE
                               AND DAGE-SIDEN > 0
                               PERFORM SEND-RYKKER
                           END-IF
                       WHEN OTHER
                           MOVE RT-DATO-3 (RYK-IX) TO FRA-DATO
                           PERFORM BEREGN-DAGE-SIDEN
                           IF DAGE-SIDEN >= RYKKER-OVERDRAG-DAGE
                               AND DAGE-SIDEN > 0
                               PERFORM OVERDRAG-SAG
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Measure the arrears on the case in hand. An overdraft case
      *owes whatever stands beyond the live facility; a loan case
      *owes its missed installments for as long as the loan register
      *holds it in collections. An account or loan gone from its
      *master owes nothing this run can see.
       MAAL-RESTANCE.
           MOVE "N" TO SAG-BETALT-SW
           MOVE 0 TO RESTANCE
           IF RT-OVERTRAEK (RYK-IX)
               MOVE RT-KONTO-ID (RYK-IX) TO KONTO-ID OF KONTOFIL-REKORD
               READ KONTOFIL
                   INVALID KEY
                       SET SAG-BETALT TO TRUE
                   NOT INVALID KEY
                       PERFORM BEREGN-KREDITGRAENSE
                       COMPUTE RESTANCE =
                           0 - BALANCE OF KONTOFIL-REKORD
                           - KREDIT-GRAENSE
                       IF RESTANCE <= 0
                           SET SAG-BETALT TO TRUE
                       END-IF
               END-READ
           ELSE
               MOVE RT-KONTO-ID (RYK-IX) TO NY-KONTO-ID
               PERFORM FIND-LAAN
               IF WS-LAAN-IX = 0
                   SET SAG-BETALT TO TRUE
               ELSE
                   IF LT-STATUS (WS-LAAN-IX) NOT = "INKASSO"
                       OR LT-MISSEDE (WS-LAAN-IX) = 0
                       SET SAG-BETALT TO TRUE
                   ELSE
                       PERFORM BEREGN-YDELSE
                       COMPUTE RESTANCE =
                           YDELSE * LT-MISSEDE (WS-LAAN-IX)
                   END-IF
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Work out the live credit facility on the account in hand - a
      *facility is only live when the field is actually numeric
      *(records from before the field existed read back blank) and
      *its expiry date has not passed; expiry zero means no expiry.
       BEREGN-KREDITGRAENSE.
           MOVE 0 TO KREDIT-GRAENSE
           IF KONTO-KREDITMAX OF KONTOFIL-REKORD NUMERIC
               AND KONTO-KREDITMAX OF KONTOFIL-REKORD > 0
               IF KONTO-KREDIT-UDLOEB OF KONTOFIL-REKORD NOT NUMERIC
                   OR KONTO-KREDIT-UDLOEB OF KONTOFIL-REKORD = 0
                   OR KONTO-KREDIT-UDLOEB OF KONTOFIL-REKORD
                       >= KOERSELS-DATO
                   MOVE KONTO-KREDITMAX OF KONTOFIL-REKORD
                       TO KREDIT-GRAENSE
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *The fixed annuity installment on the loan at WS-LAAN-IX
       BEREGN-YDELSE.
           MOVE 0 TO YDELSE
           IF LT-TERMINER (WS-LAAN-IX) > 0
               COMPUTE MD-RENTE = LT-AARLIG-RENTE (WS-LAAN-IX) / 1200
               IF MD-RENTE = 0
                   COMPUTE YDELSE ROUNDED =
                       LT-HOVEDSTOL (WS-LAAN-IX)
                       / LT-TERMINER (WS-LAAN-IX)
               ELSE
                   COMPUTE VAEKST-FAKTOR =
                       (1 + MD-RENTE) ** LT-TERMINER (WS-LAAN-IX)
                   COMPUTE YDELSE ROUNDED =
                       LT-HOVEDSTOL (WS-LAAN-IX) * MD-RENTE
                       * VAEKST-FAKTOR / (VAEKST-FAKTOR - 1)
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Calendar days from FRA-DATO to today, into DAGE-SIDEN
       BEREGN-DAGE-SIDEN.
           MOVE "S" TO DATO-FUNKTION
           MOVE FRA-DATO TO DATO-ARG
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           IF DATO-SERIAL > KOERSELS-SERIAL
               MOVE 0 TO DAGE-SIDEN
           ELSE
               COMPUTE DAGE-SIDEN = KOERSELS-SERIAL - DATO-SERIAL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Take the case's next step - rykker 1, rykker 2 or the final
      *notice - with its fee and its letter
       SEND-RYKKER.
           ADD 1 TO RT-TRIN (RYK-IX)
           EVALUATE RT-TRIN (RYK-IX)
               WHEN 1
                   MOVE KOERSELS-DATO TO RT-DATO-1 (RYK-IX)
                   MOVE "RYKKER 1" TO BREV-OVERSKRIFT
               WHEN 2
                   MOVE KOERSELS-DATO TO RT-DATO-2 (RYK-IX)
                   MOVE "RYKKER 2" TO BREV-OVERSKRIFT
               WHEN OTHER
                   MOVE KOERSELS-DATO TO RT-DATO-3 (RYK-IX)
                   MOVE "SIDSTE RYKKER - INKASSOVARSEL"
                       TO BREV-OVERSKRIFT
           END-EVALUATE
           ADD 1 TO RYKKER-ANTAL
           IF RYKKER-GEBYR > 0
               PERFORM SKRIV-GEBYR-POSTERING
           END-IF
           PERFORM SKRIV-RYKKERBREV

           MOVE RT-RESTANCE (RYK-IX) TO WS-RESTANCE-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               BREV-OVERSKRIFT          DELIMITED BY "  "
               " - KONTO-ID: "          DELIMITED BY SIZE
               RT-KONTO-ID (RYK-IX)     DELIMITED BY SIZE
               " SAG: "                 DELIMITED BY SIZE
               RT-TYPE (RYK-IX)         DELIMITED BY SIZE
               " KUNDE-ID: "            DELIMITED BY SIZE
               RT-KUNDE-ID (RYK-IX)     DELIMITED BY SIZE
               " RESTANCE: "            DELIMITED BY SIZE
               WS-RESTANCE-EDIT         DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Emit one DEBIT posting for the reminder fee on the case's fee
      *account
       SKRIV-GEBYR-POSTERING.
           MOVE SPACES TO POST-REKORD
           MOVE KOERSELS-DATO TO POST-DATO
           MOVE RT-GEBYRKONTO (RYK-IX) TO POST-KONTO-ID
           ADD 1 TO GEBYR-REF-SEQ
           STRING
               "K"                    DELIMITED BY SIZE
               KOERSELS-DATO (3:6)    DELIMITED BY SIZE
               GEBYR-REF-SEQ          DELIMITED BY SIZE
               INTO POST-REFERENCE
           END-STRING
           MOVE RYKKER-GEBYR TO POST-BELOB
           MOVE "DEBIT" TO POST-TYPE
           WRITE POST-REKORD
           ADD RYKKER-GEBYR TO RT-GEBYR-SUM (RYK-IX)
           ADD 1 TO GEBYR-POSTERET-ANTAL
           ADD RYKKER-GEBYR TO GEBYR-POSTERET-SUM
           EXIT.

      * -------------------------------------------------
      *Have BREVFLET write the step's letter from its template and
      *route it to the customer's channel - a customer missing from
      *the master goes to the letter archive only
       SKRIV-RYKKERBREV.
           PERFORM HENT-KUNDE
           IF NOT KUNDE-FUNDET
               INITIALIZE KUNDEFIL-REKORD
               MOVE RT-KUNDE-ID (RYK-IX) TO KUNDE-ID OF KUNDEFIL-REKORD
           END-IF

           INITIALIZE BREV-DATA
           MOVE "B" TO BD-FUNKTION
           MOVE "OPG69" TO BD-PROGRAM
           EVALUATE TRUE
               WHEN RT-TRIN (RYK-IX) < 3 AND RT-OVERTRAEK (RYK-IX)
                   MOVE "RYKOVT" TO BD-KODE
               WHEN RT-TRIN (RYK-IX) < 3
                   MOVE "RYKLAAN" TO BD-KODE
               WHEN RT-OVERTRAEK (RYK-IX)
                   MOVE "RYKOVT3" TO BD-KODE
               WHEN OTHER
                   MOVE "RYKLAAN3" TO BD-KODE
           END-EVALUATE
           IF RT-TRIN (RYK-IX) < 3
               MOVE RYKKER-INTERVAL-DAGE TO BD-DAGE
           ELSE
               MOVE RYKKER-OVERDRAG-DAGE TO BD-DAGE
           END-IF
           MOVE RT-KONTO-ID (RYK-IX)   TO BD-KONTO-ID
           MOVE RT-GEBYRKONTO (RYK-IX) TO BD-KONTO2
           MOVE RT-RESTANCE (RYK-IX)   TO BD-BELOB
           MOVE RYKKER-GEBYR           TO BD-BELOB2
           MOVE RT-GEBYR-SUM (RYK-IX)  TO BD-BELOB3
           MOVE BREV-OVERSKRIFT        TO BD-TEKST
           CALL "BREVFLET" USING BREV-DATA KUNDEFIL-REKORD

           IF NOT BD-OK
               ADD 1 TO SKABELON-MANGLER-ANTAL
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "BREVSKABELON MANGLER - " DELIMITED BY SIZE
                   BD-KODE                   DELIMITED BY SPACE
                   " KONTO-ID: "             DELIMITED BY SIZE
                   RT-KONTO-ID (RYK-IX)      DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
           ELSE
               EVALUATE BD-KANAL
                   WHEN "P"
                       ADD 1 TO PAPIR-BREVE-ANTAL
                   WHEN "D"
                   WHEN "E"
                       ADD 1 TO DIGITALE-BREVE-ANTAL
               END-EVALUATE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Read the case's customer and format their name and address
      *lines the way KONTOUDTOG does. A customer missing from the
      *master still gets the letter in the archive, under the
      *KUNDE-ID alone, and is reported.
       HENT-KUNDE.
           MOVE "N" TO KUNDE-FUNDET-SW
           MOVE SPACES TO FULDT-NAVN
                          ADR-LINJE
                          BY-LINJE
           MOVE RT-KUNDE-ID (RYK-IX) TO KUNDE-ID OF KUNDEFIL-REKORD
           READ KUNDEFIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET KUNDE-FUNDET TO TRUE
           END-READ
           IF NOT KUNDE-FUNDET
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "KUNDE MANGLER - KONTO-ID: " DELIMITED BY SIZE
                   RT-KONTO-ID (RYK-IX)         DELIMITED BY SIZE
                   " KUNDE-ID: "                DELIMITED BY SIZE
                   RT-KUNDE-ID (RYK-IX)         DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
           ELSE
               CALL "KUNDENAVN" USING KUNDEFIL-REKORD FULDT-NAVN
               STRING
                   VEJNAVN OF ADDRESSE OF KUNDEFIL-REKORD
                                              DELIMITED BY SPACE
                   " "                        DELIMITED BY SIZE
                   HUSNR   OF ADDRESSE OF KUNDEFIL-REKORD
                                              DELIMITED BY SPACE
                   " "                        DELIMITED BY SIZE
                   ETAGE   OF ADDRESSE OF KUNDEFIL-REKORD
                                              DELIMITED BY SPACE
                   " "                        DELIMITED BY SIZE
                   SIDE    OF ADDRESSE OF KUNDEFIL-REKORD
                                              DELIMITED BY SPACE
                   INTO ADR-LINJE
               END-STRING
               STRING
                   POSTNR     OF ADDRESSE OF KUNDEFIL-REKORD
                                              DELIMITED BY SIZE
                   " "                        DELIMITED BY SIZE
                   BY-X       OF ADDRESSE OF KUNDEFIL-REKORD
                                              DELIMITED BY SPACE
                   " "                        DELIMITED BY SIZE
                   LANDE-KODE OF ADDRESSE OF KUNDEFIL-REKORD
                                              DELIMITED BY SPACE
                   INTO BY-LINJE
               END-STRING
           END-IF
           EXIT.

      * -------------------------------------------------
      *Hand a case past its final notice over to the debt collector
      *with its history and the fees to date. The case stays on the
      *register as handed over, so it is neither dunned nor handed
      *over again.
       OVERDRAG-SAG.
           PERFORM HENT-KUNDE
           MOVE SPACES TO OVERDRAG-REKORD
           MOVE KOERSELS-DATO           TO OVD-DATO
           MOVE RT-TYPE (RYK-IX)        TO OVD-TYPE
           MOVE RT-KONTO-ID (RYK-IX)    TO OVD-KONTO-ID
           MOVE RT-GEBYRKONTO (RYK-IX)  TO OVD-GEBYRKONTO
           MOVE RT-KUNDE-ID (RYK-IX)    TO OVD-KUNDE-ID
           IF KUNDE-FUNDET
               MOVE CPR-NUMMER OF KUNDEFIL-REKORD TO OVD-CPR-NUMMER
           END-IF
           MOVE FULDT-NAVN              TO OVD-NAVN
           MOVE ADR-LINJE               TO OVD-ADRESSE
           MOVE BY-LINJE                TO OVD-BY
           MOVE RT-AABNET-DATO (RYK-IX) TO OVD-AABNET-DATO
           MOVE RT-DATO-1 (RYK-IX)      TO OVD-DATO-1
           MOVE RT-DATO-2 (RYK-IX)      TO OVD-DATO-2
           MOVE RT-DATO-3 (RYK-IX)      TO OVD-DATO-3
           MOVE RT-RESTANCE (RYK-IX)    TO OVD-RESTANCE
           MOVE RT-GEBYR-SUM (RYK-IX)   TO OVD-GEBYR-SUM
           WRITE OVERDRAG-REKORD
           MOVE "OVERDRAGET"  TO RT-STATUS (RYK-IX)
           MOVE KOERSELS-DATO TO RT-OVERDRAG-DATO (RYK-IX)
           ADD 1 TO OVERDRAGET-ANTAL
           ADD RT-RESTANCE (RYK-IX)  TO OVERDRAGET-SUM
           ADD RT-GEBYR-SUM (RYK-IX) TO OVERDRAGET-SUM

           MOVE RT-RESTANCE (RYK-IX) TO WS-RESTANCE-EDIT
           MOVE RT-GEBYR-SUM (RYK-IX) TO WS-GEBYR-SUM-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "OVERDRAGET TIL INKASSO - KONTO-ID: " DELIMITED BY SIZE
               RT-KONTO-ID (RYK-IX)     DELIMITED BY SIZE
               " RESTANCE: "            DELIMITED BY SIZE
               WS-RESTANCE-EDIT         DELIMITED BY SIZE
               " GEBYRER: "             DELIMITED BY SIZE
               WS-GEBYR-SUM-EDIT        DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Close a case whose arrears are settled - the dunning stops
      *here, and the row is dropped from the register at rewrite
       AFSLUT-SAG.
           MOVE "AFSLUTTET" TO RT-STATUS (RYK-IX)
           ADD 1 TO SAGER-AFSLUTTET-ANTAL
           MOVE RT-GEBYR-SUM (RYK-IX) TO WS-GEBYR-SUM-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "AFSLUTTET - KONTO-ID: " DELIMITED BY SIZE
               RT-KONTO-ID (RYK-IX)     DELIMITED BY SIZE
               " SAG: "                 DELIMITED BY SIZE
               RT-TYPE (RYK-IX)         DELIMITED BY SIZE
               " TRIN NAAET: "          DELIMITED BY SIZE
               RT-TRIN (RYK-IX)         DELIMITED BY SIZE
               " GEBYRER: "             DELIMITED BY SIZE
               WS-GEBYR-SUM-EDIT        DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Rewrite the case register from RYK-TABEL, keeping the open and
      *handed-over cases
       SKRIV-RYKKERREGISTER.
           OPEN OUTPUT RYKKER-FIL
           PERFORM VARYING RYK-IX FROM 1 BY 1
               UNTIL RYK-IX > RYK-ANTAL
               IF NOT RT-AFSLUTTET (RYK-IX)
                   MOVE RT-TYPE (RYK-IX)          TO RYK-TYPE
                   MOVE RT-KONTO-ID (RYK-IX)      TO RYK-KONTO-ID
                   MOVE RT-GEBYRKONTO (RYK-IX)    TO RYK-GEBYRKONTO
                   MOVE RT-KUNDE-ID (RYK-IX)      TO RYK-KUNDE-ID
                   MOVE RT-AABNET-DATO (RYK-IX)   TO RYK-AABNET-DATO
                   MOVE RT-TRIN (RYK-IX)          TO RYK-TRIN
                   MOVE RT-DATO-1 (RYK-IX)        TO RYK-DATO-1
                   MOVE RT-DATO-2 (RYK-IX)        TO RYK-DATO-2
                   MOVE RT-DATO-3 (RYK-IX)        TO RYK-DATO-3
                   MOVE RT-GEBYR-SUM (RYK-IX)     TO RYK-GEBYR-SUM
                   MOVE RT-RESTANCE (RYK-IX)      TO RYK-RESTANCE
                   MOVE RT-STATUS (RYK-IX)        TO RYK-STATUS
                   MOVE RT-OVERDRAG-DATO (RYK-IX) TO RYK-OVERDRAG-DATO
                   WRITE RYKKER-REKORD
               END-IF
           END-PERFORM
           CLOSE RYKKER-FIL
           EXIT.

      * -------------------------------------------------
      *Write the control-total trailer so operations can tie the
      *fees out against what OPG15 applies
       SKRIV-TRAILER.
           MOVE GEBYR-POSTERET-SUM TO WS-GEBYR-SUM-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Sager aabnet: "           DELIMITED BY SIZE
               SAGER-AABNET-ANTAL         DELIMITED BY SIZE
               "  Rykkere sendt: "        DELIMITED BY SIZE
               RYKKER-ANTAL               DELIMITED BY SIZE
               "  Afsluttet: "            DELIMITED BY SIZE
               SAGER-AFSLUTTET-ANTAL      DELIMITED BY SIZE
               "  Overdraget: "           DELIMITED BY SIZE
               OVERDRAGET-ANTAL           DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Gebyrer posteret: "       DELIMITED BY SIZE
               GEBYR-POSTERET-ANTAL       DELIMITED BY SIZE
               "  Beloeb: "               DELIMITED BY SIZE
               WS-GEBYR-SUM-EDIT          DELIMITED BY SIZE
               "  Papir: "                DELIMITED BY SIZE
               PAPIR-BREVE-ANTAL          DELIMITED BY SIZE
               "  Digital: "              DELIMITED BY SIZE
               DIGITALE-BREVE-ANTAL       DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           IF SKABELON-MANGLER-ANTAL > 0
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "Breve uden skabelon: "    DELIMITED BY SIZE
                   SKABELON-MANGLER-ANTAL     DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
           END-IF
           DISPLAY "Sager aabnet: "     SAGER-AABNET-ANTAL
                   " Rykkere sendt: "   RYKKER-ANTAL
                   " Afsluttet: "       SAGER-AFSLUTTET-ANTAL
                   " Overdraget: "      OVERDRAGET-ANTAL
           DISPLAY "Gebyrer posteret: " GEBYR-POSTERET-ANTAL
                   " Beloeb: "          WS-GEBYR-SUM-EDIT
           EXIT.
