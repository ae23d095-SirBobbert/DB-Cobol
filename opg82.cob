      *Monthly customer profitability report - sweeps the posting
      *history (the report year's archive, then the live trail) for
      *the year up to and including the report month and picks out
      *the income and cost postings by their reference series: "R"
      *from RENTETILSKRIVNING (KREDIT is credit interest paid, DEBIT
      *is debit interest earned), "G" from OVERTRAEKSGEBYR and "F"
      *from GEBYRBEREGNING as fee income, and "Y" from LAANYDELSE,
      *whose interest part is worked back from the loan leg's
      *balance before the installment and the loan's rate on
      *Laaneregister.txt. Fees waived for a balance over the
      *product's PROD-GEBYRFRI-SALDO come from OPG46's
      *Gebyrfritagelser.txt, and deposits earn a funding value at
      *the internal rate INTERN-FUNDING-RENTE (percent a year,
      *default 2). Month and year-to-date figures are reported per
      *customer, ranked from most to least profitable by the
      *month's contribution, and per AFDELING. Customers whose
      *contribution has been negative RENTAB-NEG-MAANEDER months
      *running (default 3) go to the companion extract for the
      *branches' pricing review. Run as: opg82 <YYYYMM> - last month
      *when omitted, since the month-end postings land the next day.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KUNDERENTABILITET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind OPG15's fixed-format history
           SELECT OPTIONAL HISTDATA-FIL
               ASSIGN TO "opg15-historik-data.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTDATA-FIL-STATUS.
      *Bind the report year's yearly history archive - once the
      *roll-off has run, part of the year's rows live there and
      *not in the live file
           SELECT OPTIONAL ARKIV-FIL ASSIGN TO WS-ARKIV-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARKIV-FIL-STATUS.
      *Bind the loan register - read for each loan's rate
           SELECT OPTIONAL LAAN-FIL ASSIGN TO "Laaneregister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAAN-FIL-STATUS.
      *Bind OPG46's waived-fee log
           SELECT OPTIONAL FRITAGET-FIL
               ASSIGN TO "Gebyrfritagelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRITAGET-FIL-STATUS.
      *Bind the per-customer profitability status - loaded whole
      *and rewritten with the month counted in
           SELECT OPTIONAL STATUS-FIL
               ASSIGN TO "Rentabilitetsstatus.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIL-STATUS.
      *Bind account master - swept for the deposits and read by key
      *to roll each history row up to its customer
           SELECT KONTOFIL ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOFIL-REKORD
               ALTERNATE RECORD KEY IS KUNDE-ID OF KONTOFIL-REKORD
                   WITH DUPLICATES.
      *Bind customer master - read by key for the customer's
      *AFDELING
           SELECT KUNDEFIL ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEFIL-REKORD.
      *Ranking work file - one row per customer, then sorted on the
      *month's contribution for the ranked report
           SELECT ARB-FIL ASSIGN TO "RENTAB82.ARB"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARB-SORT-FIL ASSIGN TO "RENTAB82W.SRT".
           SELECT ARB-SORT-UD ASSIGN TO "RENTAB82.SRT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *Bind the profitability report
           SELECT RAPPORT-FIL ASSIGN TO "opg82-rentabilitet.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *Bind the companion extract of persistently negative customers
           SELECT NEGATIV-FIL ASSIGN TO "opg82-negative-kunder.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Fixed-format history record layouts - live and archived
       FD  HISTDATA-FIL.
       01  HISTDATA-REKORD.
           COPY "KONTOHISTORIK.cpy".

       FD  ARKIV-FIL.
       01  ARKIV-REKORD.
           COPY "KONTOHISTORIK.cpy".

      *Loan register record layout - shared with LAANYDELSE
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

      *Waived-fee log record layout - shared with OPG46
       FD  FRITAGET-FIL.
       01  FRITAGET-REKORD.
           COPY "GEBYRFRITAGELSE.cpy".

      *Profitability status record layout
       FD  STATUS-FIL.
       01  STATUS-REKORD.
           COPY "RENTABILITETSSTATUS.cpy".

      *Account master record layout
       FD  KONTOFIL.
       01  KONTOFIL-REKORD.
           COPY "KONTOOPL.cpy".

      *Customer master record layout
       FD  KUNDEFIL.
       01  KUNDEFIL-REKORD.
           COPY "KUNDEOPL.cpy".

      *Ranking work rows - the sort key and the customer's row in
      *KB-TABEL
       FD  ARB-FIL.
       01  ARB-REKORD.
           02  ARB-BIDRAG          PIC S9(9)V99.
           02  ARB-KB-IX           PIC 9(4).

       SD  ARB-SORT-FIL.
       01  ARB-SORT-REKORD.
           02  ARBS-BIDRAG         PIC S9(9)V99.
           02  ARBS-KB-IX          PIC 9(4).

       FD  ARB-SORT-UD.
       01  ARB-SORT-UD-REKORD.
           02  ARBU-BIDRAG         PIC S9(9)V99.
           02  ARBU-KB-IX          PIC 9(4).

      *Report record layouts
       FD  RAPPORT-FIL.
       01  RAPPORT-REKORD.
           02  RAPPORT-TEXT        PIC X(132).

       FD  NEGATIV-FIL.
       01  NEGATIV-REKORD.
           02  NEGATIV-TEXT        PIC X(132).

       WORKING-STORAGE SECTION.

      *Today's date, the report month and the year it belongs to
       01  KOERSELS-DATO        PIC 9(8) VALUE 0.
       01  WS-KOMMANDOLINJE     PIC X(20) VALUE SPACES.
       01  RAPPORT-PERIODE      PIC 9(6) VALUE 0.
       01  RAPPORT-PERIODE-R REDEFINES RAPPORT-PERIODE.
           05  RAPPORT-AAR          PIC 9(4).
           05  RAPPORT-MD           PIC 9(2).
       01  FORRIGE-PERIODE      PIC 9(6) VALUE 0.
       01  FORRIGE-PERIODE-R REDEFINES FORRIGE-PERIODE.
           05  FORRIGE-AAR          PIC 9(4).
           05  FORRIGE-MD           PIC 9(2).

      *File status for the SELECT OPTIONAL files, and the archive's
      *built name
       01  HISTDATA-FIL-STATUS  PIC X(2) VALUE "00".
       01  ARKIV-FIL-STATUS     PIC X(2) VALUE "00".
       01  LAAN-FIL-STATUS      PIC X(2) VALUE "00".
       01  FRITAGET-FIL-STATUS  PIC X(2) VALUE "00".
       01  STATUS-FIL-STATUS    PIC X(2) VALUE "00".
       01  WS-ARKIV-FILNAVN     PIC X(40) VALUE SPACES.

      *Parameter fields for the shared runtime-parameter subprogram
       01  PARAM-NAVN           PIC X(20) VALUE SPACES.
       01  PARAM-VAERDI         PIC X(20) VALUE SPACES.
       01  PARAM-TAL            PIC S9(9)V99 VALUE 0.
       01  PARAM-FUNDET         PIC X(1) VALUE SPACE.

      *The internal funding rate in percent a year, and the run of
      *negative months that puts a customer on the extract
       01  FUNDING-RENTE        PIC 9(2)V9999 VALUE 2.
       01  NEG-GRAENSE          PIC 9(3) VALUE 3.

      *Loan rates from the register, for the installment split
       01  LAAN-TABEL.
           05  LAAN-POST OCCURS 500 TIMES INDEXED BY LAAN-IX.
               10  LT-KONTO-ID         PIC X(10).
               10  LT-AARLIG-RENTE     PIC 9(2)V9999.
       01  LAAN-ANTAL           PIC 9(3) VALUE 0.
       01  WS-LAAN-IX           PIC 9(3) VALUE 0.
       01  MD-RENTE             PIC 9(3)V9(8) VALUE 0.
       01  LAAN-RENTE-DEL       PIC 9(9)V99 VALUE 0.

      *Per-customer figures - the month (KB-MD-) and the year to
      *date (KB-AAR-), the customer's status as last counted, and
      *the contribution and negative run worked out this month
       01  KB-TABEL.
           05  KB-POST OCCURS 5000 TIMES INDEXED BY KB-IX.
               10  KB-KUNDE-ID         PIC X(10).
               10  KB-AFDELING         PIC X(3).
               10  KB-INDLAAN          PIC 9(9)V99.
               10  KB-MD-KREDITRENTE   PIC 9(9)V99.
               10  KB-MD-DEBETRENTE    PIC 9(9)V99.
               10  KB-MD-LAANRENTE     PIC 9(9)V99.
               10  KB-MD-GEBYRER       PIC 9(9)V99.
               10  KB-MD-FRITAGET      PIC 9(9)V99.
               10  KB-MD-FUNDING       PIC 9(9)V99.
               10  KB-MD-BIDRAG        PIC S9(9)V99.
               10  KB-AAR-KREDITRENTE  PIC 9(9)V99.
               10  KB-AAR-DEBETRENTE   PIC 9(9)V99.
               10  KB-AAR-LAANRENTE    PIC 9(9)V99.
               10  KB-AAR-GEBYRER      PIC 9(9)V99.
               10  KB-AAR-FRITAGET     PIC 9(9)V99.
               10  KB-AAR-FUNDING      PIC 9(9)V99.
               10  KB-AAR-BIDRAG       PIC S9(9)V99.
               10  KB-STATUS-SW        PIC X(1).
                   88  KB-HAR-STATUS       VALUE "J".
               10  KB-STATUS           PIC X(55).
               10  KB-NEG-MAANEDER     PIC 9(3).
       01  KB-ANTAL             PIC 9(4) VALUE 0.
       01  WS-KB-IX             PIC 9(4) VALUE 0.
       01  KB-OVERLOEB-SW       PIC X VALUE "N".
           88  KB-OVERLOEB          VALUE "J".

      *The account on the row in hand, and the customer resolved
      *for it
       01  SOEG-KONTO-ID        PIC X(10) VALUE SPACES.
       01  FUNDET-KUNDE-ID      PIC X(10) VALUE SPACES.
       01  FUNDET-AFDELING      PIC X(3) VALUE SPACES.
       01  KUNDE-FUNDET-SW      PIC X VALUE "N".
           88  KUNDE-FUNDET         VALUE "Y".

      *The year and month of the row in hand
       01  WS-HIST-PERIODE      PIC 9(6) VALUE 0.
       01  WS-HIST-BELOB        PIC 9(9)V99 VALUE 0.

      *The last waived-fee key taken - a rerun of OPG46 appends the
      *same day's rows again, and the key stops rising there
       01  FRITAGET-NOEGLE      PIC X(18) VALUE LOW-VALUES.
       01  WS-FRITAGET-NOEGLE   PIC X(18) VALUE SPACES.

      *Status values carried forward into the month
       01  BASIS-NEG            PIC 9(3) VALUE 0.
       01  BASIS-FUNDING        PIC 9(9)V99 VALUE 0.

      *Per-branch totals - the same find-or-add shape the other
      *per-AFDELING reports use
       01  AFD-TABEL.
           05  AFD-POST OCCURS 50 TIMES INDEXED BY AFD-IX.
               10  AFD-KODE            PIC X(3).
               10  AFD-KUNDER          PIC 9(5).
               10  AFD-NEGATIVE        PIC 9(5).
               10  AFD-MD-INDTAEGT     PIC S9(11)V99.
               10  AFD-MD-BIDRAG       PIC S9(11)V99.
               10  AFD-AAR-INDTAEGT    PIC S9(11)V99.
               10  AFD-AAR-BIDRAG      PIC S9(11)V99.
       01  AFD-TABEL-ANTAL      PIC 9(3) VALUE 0.
       01  WS-AFD-IX            PIC 9(3) VALUE 0.

      *End-of-file flags
       01  EOF-HIST             PIC X VALUE "N".
           88  END-HIST             VALUE "Y".
       01  EOF-KONTI            PIC X VALUE "N".
           88  END-KONTI            VALUE "Y".
       01  EOF-LAAN             PIC X VALUE "N".
           88  END-LAAN             VALUE "Y".
       01  EOF-FRITAGET         PIC X VALUE "N".
           88  END-FRITAGET         VALUE "Y".
       01  EOF-STATUS           PIC X VALUE "N".
           88  END-STATUS           VALUE "Y".
       01  EOF-ARB              PIC X VALUE "N".
           88  END-ARB              VALUE "Y".

      *Edited amounts for the report lines
       01  WS-RANG-EDIT         PIC ZZZZ9.
       01  WS-RENTE-EDIT        PIC Z9.9999.
       01  WS-KREDIT-EDIT       PIC -ZZZZZZZZ9.99.
       01  WS-DEBET-EDIT        PIC -ZZZZZZZZ9.99.
       01  WS-LAAN-EDIT         PIC -ZZZZZZZZ9.99.
       01  WS-GEBYR-EDIT        PIC -ZZZZZZZZ9.99.
       01  WS-FRITAGET-EDIT     PIC -ZZZZZZZZ9.99.
       01  WS-FUNDING-EDIT      PIC -ZZZZZZZZ9.99.
       01  WS-BIDRAG-EDIT       PIC -ZZZZZZZZ9.99.
       01  WS-SUM-EDIT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-SUM2-EDIT         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

      *Control totals for the trailer
       01  HIST-LAEST-ANTAL     PIC 9(7) VALUE 0.
       01  RAEKKER-TALT-ANTAL   PIC 9(7) VALUE 0.
       01  UDEN-KUNDE-ANTAL     PIC 9(7) VALUE 0.
       01  FRITAGET-LAEST-ANTAL PIC 9(7) VALUE 0.
       01  FRITAGET-GENTAGET-ANTAL PIC 9(7) VALUE 0.
       01  RANG-NR              PIC 9(5) VALUE 0.
       01  NEGATIV-ANTAL        PIC 9(5) VALUE 0.
       01  TOTAL-MD-BIDRAG      PIC S9(11)V99 VALUE 0.
       01  TOTAL-AAR-BIDRAG     PIC S9(11)V99 VALUE 0.

      *Parameter fields for the shared run-count subprogram
       01  KT-PROGRAM           PIC X(8) VALUE "OPG82".
       01  KT-ANTAL             PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
           ACCEPT WS-KOMMANDOLINJE FROM COMMAND-LINE
           IF WS-KOMMANDOLINJE (1:6) NUMERIC
               MOVE WS-KOMMANDOLINJE (1:6) TO RAPPORT-PERIODE
           ELSE
      *The month-end run reports the month just closed, whose last
      *postings OPG15 applied on the first day of this one
               MOVE KOERSELS-DATO (1:6) TO RAPPORT-PERIODE
               IF RAPPORT-MD = 1
                   SUBTRACT 1 FROM RAPPORT-AAR
                   MOVE 12 TO RAPPORT-MD
               ELSE
                   SUBTRACT 1 FROM RAPPORT-MD
               END-IF
           END-IF
           MOVE RAPPORT-PERIODE TO FORRIGE-PERIODE
           IF FORRIGE-MD = 1
               SUBTRACT 1 FROM FORRIGE-AAR
               MOVE 12 TO FORRIGE-MD
           ELSE
               SUBTRACT 1 FROM FORRIGE-MD
           END-IF

           MOVE "INTERN-FUNDING-RENTE" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-TAL TO FUNDING-RENTE
           END-IF
           MOVE "RENTAB-NEG-MAANEDER" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J" AND PARAM-TAL > 0
               MOVE PARAM-TAL TO NEG-GRAENSE
           END-IF

           PERFORM LAES-LAANEREGISTER

           OPEN INPUT KONTOFIL
                      KUNDEFIL

      *Every customer with an account gets a row, with the month's
      *funding value on the deposits - a customer table too small
      *for the master refuses the run rather than rank a part
           PERFORM GENNEMGAA-KONTI
           IF KB-OVERLOEB
               CLOSE KONTOFIL
                     KUNDEFIL
               DISPLAY "OPG82: kundetabellen er for lille til"
                       " kontoregistret, koerslen afvises."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *Sweep the year's income and cost rows - the rolled-off
      *archive first, then the live trail - and the waived fees
           PERFORM GENNEMGAA-ARKIV
           PERFORM GENNEMGAA-HISTORIK
           PERFORM LAES-FRITAGELSER

           CLOSE KONTOFIL
                 KUNDEFIL

      *Bring forward each customer's status and count the month in
           PERFORM LAES-STATUS
           PERFORM VARYING KB-IX FROM 1 BY 1
               UNTIL KB-IX > KB-ANTAL
               PERFORM BEREGN-BIDRAG
           END-PERFORM
           PERFORM SKRIV-STATUS

      *Rank, report and extract
           PERFORM SORTER-KUNDER
           OPEN OUTPUT RAPPORT-FIL
                       NEGATIV-FIL
           PERFORM SKRIV-RAPPORT-HOVED
           PERFORM SKRIV-KUNDER
           PERFORM SKRIV-AFDELINGS-TOTALER
           PERFORM SKRIV-TRAILER
           CLOSE RAPPORT-FIL
                 NEGATIV-FIL

      *Leave this run's headline count for OPG28's run report
           MOVE KB-ANTAL TO KT-ANTAL
           CALL "KOERSELSTAL" USING KT-PROGRAM KT-ANTAL
           STOP RUN.

      * -------------------------------------------------
      *Load each loan's rate from the register
       LAES-LAANEREGISTER.
           MOVE 0 TO LAAN-ANTAL
           MOVE "N" TO EOF-LAAN
           OPEN INPUT LAAN-FIL
           IF LAAN-FIL-STATUS = "00"
               OR LAAN-FIL-STATUS = "05"
               PERFORM UNTIL END-LAAN
                   READ LAAN-FIL
                       AT END
                           SET END-LAAN TO TRUE
                       NOT AT END
                           IF LAAN-KONTO-ID NOT = SPACES
                               AND LAAN-ANTAL < 500
                               ADD 1 TO LAAN-ANTAL
                               MOVE LAAN-KONTO-ID
                                   TO LT-KONTO-ID (LAAN-ANTAL)
                               MOVE LAAN-AARLIG-RENTE
                                   TO LT-AARLIG-RENTE (LAAN-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAAN-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Sweep the account master once: every account's customer gets
      *a row, and a credit balance earns the month's funding value
      *at the internal rate
       GENNEMGAA-KONTI.
           MOVE "N" TO EOF-KONTI
           PERFORM UNTIL END-KONTI OR KB-OVERLOEB
               READ KONTOFIL NEXT RECORD
                   AT END
                       SET END-KONTI TO TRUE
                   NOT AT END
                       MOVE KUNDE-ID OF KONTOFIL-REKORD
                           TO FUNDET-KUNDE-ID
                       PERFORM FIND-AFDELING
                       PERFORM FIND-KUNDE-RAEKKE
                       IF WS-KB-IX = 0
                           SET KB-OVERLOEB TO TRUE
                       ELSE
                           IF KONTO-AKTIV OF KONTOFIL-REKORD
                               AND BALANCE OF KONTOFIL-REKORD > 0
                               ADD BALANCE OF KONTOFIL-REKORD
                                   TO KB-INDLAAN (WS-KB-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING KB-IX FROM 1 BY 1
               UNTIL KB-IX > KB-ANTAL
               COMPUTE KB-MD-FUNDING (KB-IX) ROUNDED =
                   KB-INDLAAN (KB-IX) * FUNDING-RENTE / 1200
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Sweep the history once, folding the year's rows up to the
      *report month into the per-customer figures
       GENNEMGAA-HISTORIK.
           MOVE "N" TO EOF-HIST
           OPEN INPUT HISTDATA-FIL
           IF HISTDATA-FIL-STATUS = "00"
               OR HISTDATA-FIL-STATUS = "05"
               PERFORM UNTIL END-HIST
                   READ HISTDATA-FIL
                       AT END
                           SET END-HIST TO TRUE
                       NOT AT END
                           PERFORM BEDOEM-HISTORIK-RAEKKE
                   END-READ
               END-PERFORM
               CLOSE HISTDATA-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Sweep the report year's archive the same way - rows the
      *roll-off has already moved out of the live file
       GENNEMGAA-ARKIV.
           MOVE SPACES TO WS-ARKIV-FILNAVN
           STRING
               "HISTARKIV_" DELIMITED BY SIZE
               RAPPORT-AAR  DELIMITED BY SIZE
               ".txt"       DELIMITED BY SIZE
               INTO WS-ARKIV-FILNAVN
           END-STRING
           MOVE "N" TO EOF-HIST
           OPEN INPUT ARKIV-FIL
           IF ARKIV-FIL-STATUS = "00"
               PERFORM UNTIL END-HIST
                   READ ARKIV-FIL
                       AT END
                           SET END-HIST TO TRUE
                       NOT AT END
                           MOVE ARKIV-REKORD TO HISTDATA-REKORD
                           PERFORM BEDOEM-HISTORIK-RAEKKE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARKIV-FIL
           EXIT.

      * -------------------------------------------------
      *Hold one history row against the report year up to the
      *report month and the income and cost reference series
       BEDOEM-HISTORIK-RAEKKE.
           ADD 1 TO HIST-LAEST-ANTAL
           MOVE HIST-DATO OF HISTDATA-REKORD (1:6) TO WS-HIST-PERIODE
           IF WS-HIST-PERIODE (1:4) = RAPPORT-AAR
               AND WS-HIST-PERIODE <= RAPPORT-PERIODE
               EVALUATE HIST-REFERENCE OF HISTDATA-REKORD (1:1)
                   WHEN "R"
                   WHEN "G"
                   WHEN "F"
                       PERFORM OPTAEL-RAEKKE
                   WHEN "Y"
                       PERFORM OPTAEL-LAANRENTE
               END-EVALUATE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Fold one interest or fee row into its customer's month and
      *year figures - an account no longer on the master is
      *counted separately so the trailer shows what fell out
       OPTAEL-RAEKKE.
           MOVE HIST-KONTO-ID OF HISTDATA-REKORD TO SOEG-KONTO-ID
           PERFORM FIND-KUNDE
           IF NOT KUNDE-FUNDET
               ADD 1 TO UDEN-KUNDE-ANTAL
           ELSE
               PERFORM FIND-KUNDE-RAEKKE
               IF WS-KB-IX > 0
                   ADD 1 TO RAEKKER-TALT-ANTAL
                   MOVE HIST-BELOB OF HISTDATA-REKORD
                       TO WS-HIST-BELOB
                   EVALUATE TRUE
                       WHEN HIST-REFERENCE OF HISTDATA-REKORD
                               (1:1) NOT = "R"
                           ADD WS-HIST-BELOB
                               TO KB-AAR-GEBYRER (WS-KB-IX)
                           IF WS-HIST-PERIODE = RAPPORT-PERIODE
                               ADD WS-HIST-BELOB
                                   TO KB-MD-GEBYRER (WS-KB-IX)
                           END-IF
                       WHEN HIST-TYPE OF HISTDATA-REKORD
                               = "KREDIT"
                           ADD WS-HIST-BELOB
                               TO KB-AAR-KREDITRENTE (WS-KB-IX)
                           IF WS-HIST-PERIODE = RAPPORT-PERIODE
                               ADD WS-HIST-BELOB
                                   TO KB-MD-KREDITRENTE (WS-KB-IX)
                           END-IF
                       WHEN OTHER
                           ADD WS-HIST-BELOB
                               TO KB-AAR-DEBETRENTE (WS-KB-IX)
                           IF WS-HIST-PERIODE = RAPPORT-PERIODE
                               ADD WS-HIST-BELOB
                                   TO KB-MD-DEBETRENTE (WS-KB-IX)
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Work the interest part back out of one installment. Both
      *legs of the transfer carry the "Y" reference; only the loan
      *account's leg is counted, and its balance before the
      *installment is the debt LAANYDELSE charged the month's
      *interest on, at the loan's rate - never more than the
      *installment itself
       OPTAEL-LAANRENTE.
           MOVE 0 TO WS-LAAN-IX
           PERFORM VARYING LAAN-IX FROM 1 BY 1
               UNTIL LAAN-IX > LAAN-ANTAL
               IF LT-KONTO-ID (LAAN-IX)
                       = HIST-KONTO-ID OF HISTDATA-REKORD
                   SET WS-LAAN-IX TO LAAN-IX
               END-IF
           END-PERFORM
           IF WS-LAAN-IX > 0
               AND HIST-SALDO-FOER OF HISTDATA-REKORD < 0
               COMPUTE MD-RENTE =
                   LT-AARLIG-RENTE (WS-LAAN-IX) / 1200
               COMPUTE LAAN-RENTE-DEL ROUNDED =
                   (0 - HIST-SALDO-FOER OF HISTDATA-REKORD)
                   * MD-RENTE
               MOVE HIST-BELOB OF HISTDATA-REKORD TO WS-HIST-BELOB
               IF LAAN-RENTE-DEL > WS-HIST-BELOB
                   MOVE WS-HIST-BELOB TO LAAN-RENTE-DEL
               END-IF
               PERFORM FIND-KUNDE
               IF NOT KUNDE-FUNDET
                   ADD 1 TO UDEN-KUNDE-ANTAL
               ELSE
                   PERFORM FIND-KUNDE-RAEKKE
                   IF WS-KB-IX > 0
                       ADD 1 TO RAEKKER-TALT-ANTAL
                       ADD LAAN-RENTE-DEL
                           TO KB-AAR-LAANRENTE (WS-KB-IX)
                       IF WS-HIST-PERIODE = RAPPORT-PERIODE
                           ADD LAAN-RENTE-DEL
                               TO KB-MD-LAANRENTE (WS-KB-IX)
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Read OPG46's waived-fee log for the fees waived on the
      *fee-free balance this year. A rerun of the fee run appends
      *the same day's rows again; its key (date, account) then
      *stops rising and the repeat is skipped.
       LAES-FRITAGELSER.
           MOVE "N" TO EOF-FRITAGET
           OPEN INPUT FRITAGET-FIL
           IF FRITAGET-FIL-STATUS = "00"
               OR FRITAGET-FIL-STATUS = "05"
               PERFORM UNTIL END-FRITAGET
                   READ FRITAGET-FIL
                       AT END
                           SET END-FRITAGET TO TRUE
                       NOT AT END
                           ADD 1 TO FRITAGET-LAEST-ANTAL
                           PERFORM BEDOEM-FRITAGELSE
                   END-READ
               END-PERFORM
               CLOSE FRITAGET-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Count one waived fee into its customer's figures
       BEDOEM-FRITAGELSE.
           MOVE SPACES TO WS-FRITAGET-NOEGLE
           STRING
               GFT-DATO     DELIMITED BY SIZE
               GFT-KONTO-ID DELIMITED BY SIZE
               INTO WS-FRITAGET-NOEGLE
           END-STRING
           IF WS-FRITAGET-NOEGLE NOT > FRITAGET-NOEGLE
               ADD 1 TO FRITAGET-GENTAGET-ANTAL
           ELSE
               MOVE WS-FRITAGET-NOEGLE TO FRITAGET-NOEGLE
               MOVE GFT-DATO (1:6) TO WS-HIST-PERIODE
               IF GFT-SALDO
                   AND WS-HIST-PERIODE (1:4) = RAPPORT-AAR
                   AND WS-HIST-PERIODE <= RAPPORT-PERIODE
                   MOVE GFT-KONTO-ID TO SOEG-KONTO-ID
                   PERFORM FIND-KUNDE
                   IF KUNDE-FUNDET
                       PERFORM FIND-KUNDE-RAEKKE
                       IF WS-KB-IX > 0
                           ADD GFT-BELOB
                               TO KB-AAR-FRITAGET (WS-KB-IX)
                           IF WS-HIST-PERIODE = RAPPORT-PERIODE
                               ADD GFT-BELOB
                                   TO KB-MD-FRITAGET (WS-KB-IX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Resolve the row's account to its customer and the
      *customer's AFDELING through the two masters
       FIND-KUNDE.
           MOVE "N" TO KUNDE-FUNDET-SW
           MOVE SPACES TO FUNDET-KUNDE-ID
           MOVE SOEG-KONTO-ID TO KONTO-ID OF KONTOFIL-REKORD
           READ KONTOFIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE KUNDE-ID OF KONTOFIL-REKORD
                       TO FUNDET-KUNDE-ID
                   SET KUNDE-FUNDET TO TRUE
                   PERFORM FIND-AFDELING
           END-READ
           EXIT.

      * -------------------------------------------------
      *The customer's AFDELING off the customer master - the
      *account's own when the customer is missing there
       FIND-AFDELING.
           MOVE AFDELING OF KONTOFIL-REKORD TO FUNDET-AFDELING
           MOVE FUNDET-KUNDE-ID TO KUNDE-ID OF KUNDEFIL-REKORD
           READ KUNDEFIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AFDELING OF KUNDEFIL-REKORD
                       TO FUNDET-AFDELING
           END-READ
           EXIT.

      * -------------------------------------------------
      *Find or add the row for the resolved customer. Leaves its
      *index in WS-KB-IX, zero only when the table is full.
       FIND-KUNDE-RAEKKE.
           MOVE 0 TO WS-KB-IX
           PERFORM VARYING KB-IX FROM 1 BY 1
               UNTIL KB-IX > KB-ANTAL
               IF KB-KUNDE-ID (KB-IX) = FUNDET-KUNDE-ID
                   SET WS-KB-IX TO KB-IX
               END-IF
           END-PERFORM
           IF WS-KB-IX = 0 AND KB-ANTAL < 5000
               ADD 1 TO KB-ANTAL
               MOVE KB-ANTAL TO WS-KB-IX
               INITIALIZE KB-POST (WS-KB-IX)
               MOVE FUNDET-KUNDE-ID TO KB-KUNDE-ID (WS-KB-IX)
               MOVE FUNDET-AFDELING TO KB-AFDELING (WS-KB-IX)
               MOVE "N" TO KB-STATUS-SW (WS-KB-IX)
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load last month's status onto the customers still on the
      *master - a customer who has left drops off the file
       LAES-STATUS.
           MOVE "N" TO EOF-STATUS
           OPEN INPUT STATUS-FIL
           IF STATUS-FIL-STATUS = "00"
               OR STATUS-FIL-STATUS = "05"
               PERFORM UNTIL END-STATUS
                   READ STATUS-FIL
                       AT END
                           SET END-STATUS TO TRUE
                       NOT AT END
                           PERFORM VARYING KB-IX FROM 1 BY 1
                               UNTIL KB-IX > KB-ANTAL
                               IF KB-KUNDE-ID (KB-IX) = RS-KUNDE-ID
                                   MOVE "J" TO KB-STATUS-SW (KB-IX)
                                   MOVE STATUS-REKORD
                                       TO KB-STATUS (KB-IX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE STATUS-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Work out one customer's contribution for the month and the
      *year, and the run of negative months it extends. The status
      *counts forward from last month's values, or from the values
      *before this month when the month is being run again; a gap
      *of a month or more starts the run over. The year's funding
      *value is carried in the status, since the deposits of past
      *months cannot be read back from the history.
       BEREGN-BIDRAG.
           MOVE 0 TO BASIS-NEG
           MOVE 0 TO BASIS-FUNDING
           IF KB-HAR-STATUS (KB-IX)
               MOVE KB-STATUS (KB-IX) TO STATUS-REKORD
               EVALUATE TRUE
                   WHEN RS-PERIODE = RAPPORT-PERIODE
                       MOVE RS-NEG-FOER     TO BASIS-NEG
                       MOVE RS-FUNDING-FOER TO BASIS-FUNDING
                   WHEN RS-PERIODE = FORRIGE-PERIODE
                       MOVE RS-NEG-MAANEDER TO BASIS-NEG
                       MOVE RS-FUNDING-AAR  TO BASIS-FUNDING
               END-EVALUATE
               IF RS-PERIODE (1:4) NOT = RAPPORT-AAR
                   MOVE 0 TO BASIS-FUNDING
               END-IF
           END-IF
           COMPUTE KB-AAR-FUNDING (KB-IX) =
               BASIS-FUNDING + KB-MD-FUNDING (KB-IX)

           COMPUTE KB-MD-BIDRAG (KB-IX) =
               KB-MD-DEBETRENTE (KB-IX) + KB-MD-LAANRENTE (KB-IX)
               + KB-MD-GEBYRER (KB-IX) + KB-MD-FUNDING (KB-IX)
               - KB-MD-KREDITRENTE (KB-IX)
           COMPUTE KB-AAR-BIDRAG (KB-IX) =
               KB-AAR-DEBETRENTE (KB-IX) + KB-AAR-LAANRENTE (KB-IX)
               + KB-AAR-GEBYRER (KB-IX) + KB-AAR-FUNDING (KB-IX)
               - KB-AAR-KREDITRENTE (KB-IX)
           IF KB-MD-BIDRAG (KB-IX) < 0
               COMPUTE KB-NEG-MAANEDER (KB-IX) = BASIS-NEG + 1
           ELSE
               MOVE 0 TO KB-NEG-MAANEDER (KB-IX)
           END-IF

      *A status already past the report month (an older month run
      *again) is kept as it stands
           IF KB-HAR-STATUS (KB-IX)
               AND RS-PERIODE > RAPPORT-PERIODE
               CONTINUE
           ELSE
               MOVE KB-KUNDE-ID (KB-IX)     TO RS-KUNDE-ID
               MOVE RAPPORT-PERIODE         TO RS-PERIODE
               MOVE KB-NEG-MAANEDER (KB-IX) TO RS-NEG-MAANEDER
               MOVE BASIS-NEG               TO RS-NEG-FOER
               MOVE KB-AAR-FUNDING (KB-IX)  TO RS-FUNDING-AAR
               MOVE BASIS-FUNDING           TO RS-FUNDING-FOER
               MOVE KB-MD-BIDRAG (KB-IX)    TO RS-BIDRAG
               MOVE STATUS-REKORD TO KB-STATUS (KB-IX)
               MOVE "J" TO KB-STATUS-SW (KB-IX)
           END-IF
           EXIT.

      * -------------------------------------------------
      *Rewrite the status file with every customer on the master
       SKRIV-STATUS.
           OPEN OUTPUT STATUS-FIL
           PERFORM VARYING KB-IX FROM 1 BY 1
               UNTIL KB-IX > KB-ANTAL
               MOVE KB-STATUS (KB-IX) TO STATUS-REKORD
               WRITE STATUS-REKORD
           END-PERFORM
           CLOSE STATUS-FIL
           EXIT.

      * -------------------------------------------------
      *Sort the customers from the highest month's contribution to
      *the lowest
       SORTER-KUNDER.
           OPEN OUTPUT ARB-FIL
           PERFORM VARYING KB-IX FROM 1 BY 1
               UNTIL KB-IX > KB-ANTAL
               MOVE KB-MD-BIDRAG (KB-IX) TO ARB-BIDRAG
               SET ARB-KB-IX TO KB-IX
               WRITE ARB-REKORD
           END-PERFORM
           CLOSE ARB-FIL
           SORT ARB-SORT-FIL
               ON DESCENDING KEY ARBS-BIDRAG
               ON ASCENDING KEY ARBS-KB-IX
               USING ARB-FIL
               GIVING ARB-SORT-UD
           EXIT.

      * -------------------------------------------------
      *Write the report heading and the column captions
       SKRIV-RAPPORT-HOVED.
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Kunderentabilitet for "  DELIMITED BY SIZE
               RAPPORT-AAR               DELIMITED BY SIZE
               "-"                       DELIMITED BY SIZE
               RAPPORT-MD                DELIMITED BY SIZE
               " og aaret til dato - koert " DELIMITED BY SIZE
               KOERSELS-DATO             DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE FUNDING-RENTE TO WS-RENTE-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Intern fundingrente (pct. p.a.): " DELIMITED BY SIZE
               WS-RENTE-EDIT                       DELIMITED BY SIZE
               "  Rangeret efter maanedens bidrag"  DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               " RANG KUNDE-ID   AFD       "  DELIMITED BY SIZE
               "  KREDITRENTE   DEBETRENTE"   DELIMITED BY SIZE
               "    LAANRENTE      GEBYRER"   DELIMITED BY SIZE
               "     FRITAGET      FUNDING"   DELIMITED BY SIZE
               "       BIDRAG"                DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD

           MOVE SPACES TO NEGATIV-TEXT
           STRING
               "Kunder med negativt bidrag i " DELIMITED BY SIZE
               NEG-GRAENSE                     DELIMITED BY SIZE
               " maaneder eller flere til og med "
                                               DELIMITED BY SIZE
               RAPPORT-AAR                     DELIMITED BY SIZE
               "-"                             DELIMITED BY SIZE
               RAPPORT-MD                      DELIMITED BY SIZE
               INTO NEGATIV-TEXT
           END-STRING
           WRITE NEGATIV-REKORD
           EXIT.

      * -------------------------------------------------
      *Walk the ranked customers: two report lines each, the branch
      *totals, and the extract row for a persistently negative one
       SKRIV-KUNDER.
           MOVE 0 TO RANG-NR
           MOVE "N" TO EOF-ARB
           OPEN INPUT ARB-SORT-UD
           PERFORM UNTIL END-ARB
               READ ARB-SORT-UD
                   AT END
                       SET END-ARB TO TRUE
                   NOT AT END
                       SET KB-IX TO ARBU-KB-IX
                       ADD 1 TO RANG-NR
                       PERFORM SKRIV-KUNDE
               END-READ
           END-PERFORM
           CLOSE ARB-SORT-UD
           EXIT.

      * -------------------------------------------------
      *Write one customer's month line and year-to-date line
       SKRIV-KUNDE.
           MOVE RANG-NR                   TO WS-RANG-EDIT
           MOVE KB-MD-KREDITRENTE (KB-IX) TO WS-KREDIT-EDIT
           MOVE KB-MD-DEBETRENTE (KB-IX)  TO WS-DEBET-EDIT
           MOVE KB-MD-LAANRENTE (KB-IX)   TO WS-LAAN-EDIT
           MOVE KB-MD-GEBYRER (KB-IX)     TO WS-GEBYR-EDIT
           MOVE KB-MD-FRITAGET (KB-IX)    TO WS-FRITAGET-EDIT
           MOVE KB-MD-FUNDING (KB-IX)     TO WS-FUNDING-EDIT
           MOVE KB-MD-BIDRAG (KB-IX)      TO WS-BIDRAG-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               WS-RANG-EDIT         DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               KB-KUNDE-ID (KB-IX)  DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               KB-AFDELING (KB-IX)  DELIMITED BY SIZE
               " MAANED"            DELIMITED BY SIZE
               WS-KREDIT-EDIT       DELIMITED BY SIZE
               WS-DEBET-EDIT        DELIMITED BY SIZE
               WS-LAAN-EDIT         DELIMITED BY SIZE
               WS-GEBYR-EDIT        DELIMITED BY SIZE
               WS-FRITAGET-EDIT     DELIMITED BY SIZE
               WS-FUNDING-EDIT      DELIMITED BY SIZE
               WS-BIDRAG-EDIT       DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD

           MOVE KB-AAR-KREDITRENTE (KB-IX) TO WS-KREDIT-EDIT
           MOVE KB-AAR-DEBETRENTE (KB-IX)  TO WS-DEBET-EDIT
           MOVE KB-AAR-LAANRENTE (KB-IX)   TO WS-LAAN-EDIT
           MOVE KB-AAR-GEBYRER (KB-IX)     TO WS-GEBYR-EDIT
           MOVE KB-AAR-FRITAGET (KB-IX)    TO WS-FRITAGET-EDIT
           MOVE KB-AAR-FUNDING (KB-IX)     TO WS-FUNDING-EDIT
           MOVE KB-AAR-BIDRAG (KB-IX)      TO WS-BIDRAG-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "                     " DELIMITED BY SIZE
               "AAR   "             DELIMITED BY SIZE
               WS-KREDIT-EDIT       DELIMITED BY SIZE
               WS-DEBET-EDIT        DELIMITED BY SIZE
               WS-LAAN-EDIT         DELIMITED BY SIZE
               WS-GEBYR-EDIT        DELIMITED BY SIZE
               WS-FRITAGET-EDIT     DELIMITED BY SIZE
               WS-FUNDING-EDIT      DELIMITED BY SIZE
               WS-BIDRAG-EDIT       DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD

           ADD KB-MD-BIDRAG (KB-IX)  TO TOTAL-MD-BIDRAG
           ADD KB-AAR-BIDRAG (KB-IX) TO TOTAL-AAR-BIDRAG
           PERFORM AKKUMULER-AFDELING
           IF KB-NEG-MAANEDER (KB-IX) >= NEG-GRAENSE
               PERFORM SKRIV-NEGATIV
           END-IF
           EXIT.

      * -------------------------------------------------
      *Write the extract row for a customer negative too long
       SKRIV-NEGATIV.
           ADD 1 TO NEGATIV-ANTAL
           MOVE KB-MD-BIDRAG (KB-IX)  TO WS-BIDRAG-EDIT
           MOVE KB-AAR-BIDRAG (KB-IX) TO WS-SUM-EDIT
           MOVE SPACES TO NEGATIV-TEXT
           STRING
               "NEGATIV - KUNDE-ID: "  DELIMITED BY SIZE
               KB-KUNDE-ID (KB-IX)     DELIMITED BY SIZE
               " AFD: "                DELIMITED BY SIZE
               KB-AFDELING (KB-IX)     DELIMITED BY SIZE
               " MAANEDER: "           DELIMITED BY SIZE
               KB-NEG-MAANEDER (KB-IX) DELIMITED BY SIZE
               " BIDRAG MD: "          DELIMITED BY SIZE
               WS-BIDRAG-EDIT          DELIMITED BY SIZE
               " AAR: "                DELIMITED BY SIZE
               WS-SUM-EDIT             DELIMITED BY SIZE
               INTO NEGATIV-TEXT
           END-STRING
           WRITE NEGATIV-REKORD
           EXIT.

      * -------------------------------------------------
      *Fold one customer into its branch's totals - income is the
      *interest earned and the fees, before credit interest and
      *funding
       AKKUMULER-AFDELING.
           MOVE 0 TO WS-AFD-IX
           PERFORM VARYING AFD-IX FROM 1 BY 1
               UNTIL AFD-IX > AFD-TABEL-ANTAL
               IF AFD-KODE (AFD-IX) = KB-AFDELING (KB-IX)
                   SET WS-AFD-IX TO AFD-IX
               END-IF
           END-PERFORM
           IF WS-AFD-IX = 0 AND AFD-TABEL-ANTAL < 50
               ADD 1 TO AFD-TABEL-ANTAL
               MOVE AFD-TABEL-ANTAL TO WS-AFD-IX
               MOVE KB-AFDELING (KB-IX) TO AFD-KODE (WS-AFD-IX)
               MOVE 0 TO AFD-KUNDER (WS-AFD-IX)
               MOVE 0 TO AFD-NEGATIVE (WS-AFD-IX)
               MOVE 0 TO AFD-MD-INDTAEGT (WS-AFD-IX)
               MOVE 0 TO AFD-MD-BIDRAG (WS-AFD-IX)
               MOVE 0 TO AFD-AAR-INDTAEGT (WS-AFD-IX)
               MOVE 0 TO AFD-AAR-BIDRAG (WS-AFD-IX)
           END-IF
           IF WS-AFD-IX > 0
               ADD 1 TO AFD-KUNDER (WS-AFD-IX)
               IF KB-NEG-MAANEDER (KB-IX) >= NEG-GRAENSE
                   ADD 1 TO AFD-NEGATIVE (WS-AFD-IX)
               END-IF
               COMPUTE AFD-MD-INDTAEGT (WS-AFD-IX) =
                   AFD-MD-INDTAEGT (WS-AFD-IX)
                   + KB-MD-DEBETRENTE (KB-IX)
                   + KB-MD-LAANRENTE (KB-IX)
                   + KB-MD-GEBYRER (KB-IX)
               COMPUTE AFD-AAR-INDTAEGT (WS-AFD-IX) =
                   AFD-AAR-INDTAEGT (WS-AFD-IX)
                   + KB-AAR-DEBETRENTE (KB-IX)
                   + KB-AAR-LAANRENTE (KB-IX)
                   + KB-AAR-GEBYRER (KB-IX)
               ADD KB-MD-BIDRAG (KB-IX)  TO AFD-MD-BIDRAG (WS-AFD-IX)
               ADD KB-AAR-BIDRAG (KB-IX)
                   TO AFD-AAR-BIDRAG (WS-AFD-IX)
           END-IF
           EXIT.

      * -------------------------------------------------
      *Write the per-branch totals
       SKRIV-AFDELINGS-TOTALER.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE "Totaler pr. afdeling:" TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           PERFORM VARYING AFD-IX FROM 1 BY 1
               UNTIL AFD-IX > AFD-TABEL-ANTAL
               MOVE AFD-MD-INDTAEGT (AFD-IX) TO WS-SUM-EDIT
               MOVE AFD-MD-BIDRAG (AFD-IX)   TO WS-SUM2-EDIT
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "AFD: "                DELIMITED BY SIZE
                   AFD-KODE (AFD-IX)      DELIMITED BY SIZE
                   " KUNDER: "            DELIMITED BY SIZE
                   AFD-KUNDER (AFD-IX)    DELIMITED BY SIZE
                   " NEGATIVE: "          DELIMITED BY SIZE
                   AFD-NEGATIVE (AFD-IX)  DELIMITED BY SIZE
                   " MAANED INDTAEGT: "   DELIMITED BY SIZE
                   WS-SUM-EDIT            DELIMITED BY SIZE
                   " BIDRAG: "            DELIMITED BY SIZE
                   WS-SUM2-EDIT           DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
               MOVE AFD-AAR-INDTAEGT (AFD-IX) TO WS-SUM-EDIT
               MOVE AFD-AAR-BIDRAG (AFD-IX)   TO WS-SUM2-EDIT
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "                                    "
                                          DELIMITED BY SIZE
                   "  AAR INDTAEGT: "     DELIMITED BY SIZE
                   WS-SUM-EDIT            DELIMITED BY SIZE
                   " BIDRAG: "            DELIMITED BY SIZE
                   WS-SUM2-EDIT           DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Write the control-total trailer
       SKRIV-TRAILER.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Historikraekker laest: " DELIMITED BY SIZE
               HIST-LAEST-ANTAL          DELIMITED BY SIZE
               "  Talt med: "            DELIMITED BY SIZE
               RAEKKER-TALT-ANTAL        DELIMITED BY SIZE
               "  Uden kunde: "          DELIMITED BY SIZE
               UDEN-KUNDE-ANTAL          DELIMITED BY SIZE
               "  Fritagelser laest: "   DELIMITED BY SIZE
               FRITAGET-LAEST-ANTAL      DELIMITED BY SIZE
               "  Gentagne: "            DELIMITED BY SIZE
               FRITAGET-GENTAGET-ANTAL   DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE TOTAL-MD-BIDRAG  TO WS-SUM-EDIT
           MOVE TOTAL-AAR-BIDRAG TO WS-SUM2-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Kunder: "              DELIMITED BY SIZE
               KB-ANTAL                DELIMITED BY SIZE
               "  Negative: "          DELIMITED BY SIZE
               NEGATIV-ANTAL           DELIMITED BY SIZE
               "  Bidrag maaned: "     DELIMITED BY SIZE
               WS-SUM-EDIT             DELIMITED BY SIZE
               "  Aar: "               DELIMITED BY SIZE
               WS-SUM2-EDIT            DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           DISPLAY "Kunder: " KB-ANTAL
                   " Negative: " NEGATIV-ANTAL
                   " Uden kunde: " UDEN-KUNDE-ANTAL
           EXIT.
