      *Monthly balance statistics for Danmarks Nationalbank - builds
      *the month's balance-sheet statistics delivery straight from
      *the masters instead of the spreadsheet put together from
      *SLUTRAPPORT. Every account is classified by its owner's
      *sector (S14 households for a private customer, S11
      *non-financial corporations for a business customer), the
      *owner's residence from LANDE-KODE (blank is Denmark), the
      *account's currency VALUTA-KD, and its original maturity from
      *the product class on Kontoprodukter.txt: an ordinary account
      *and an overdraft are on demand, a term deposit runs its
      *PROD-TERMIN-MDR (or the span from KONTO-EFF-DATO to
      *KONTO-UDLOEBSDATO when the product names no term), and a loan
      *runs its installment count on Laaneregister.txt. A positive
      *balance is a deposit and a negative one a loan, summed per
      *cell in the account currency and in DKK at the month's rate.
      *The period's interest flows come from the posting history:
      *"R" postings from RENTETILSKRIVNING (KREDIT is interest paid
      *on deposits, DEBIT interest earned on lending) and the
      *interest part of LAANYDELSE's "Y" installments, worked back
      *the way KUNDERENTABILITET does it. The month-end interest run
      *lands its postings in opg15-posteringer.txt the same evening,
      *so rows still waiting there for KONTOPOSTERING are counted
      *too. The delivery file NB_BALANCE_<YYYYMM>.txt - header,
      *one row per cell and a count and amount trailer - is logged
      *through FORSENDELSE so KVITTERING tracks the central bank's
      *receipt. Run as: opg87 <YYYYMM> - this month when omitted,
      *since the month-end chain runs on the month's last banking
      *day.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NATIONALBANKSTAT.

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
      *Bind customer master - read by key for the owner's sector and
      *residence
           SELECT KUNDEFIL ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEFIL-REKORD.
      *Bind the product table - read for each product's class and
      *term
           SELECT OPTIONAL PRODUKT-FIL ASSIGN TO "Kontoprodukter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODUKT-FIL-STATUS.
      *Bind the loan register - read for each loan's installment
      *count and rate
           SELECT OPTIONAL LAAN-FIL ASSIGN TO "Laaneregister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAAN-FIL-STATUS.
      *Bind the FX-rate reference file for the conversion to DKK
           SELECT OPTIONAL KURSFIL ASSIGN TO "Valutakurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KURSFIL-STATUS.
      *Bind OPG15's fixed-format history
           SELECT OPTIONAL HISTDATA-FIL
               ASSIGN TO "opg15-historik-data.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTDATA-FIL-STATUS.
      *Bind the period year's yearly history archive - once the
      *roll-off has run, part of the period's rows may live there
           SELECT OPTIONAL ARKIV-FIL ASSIGN TO WS-ARKIV-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARKIV-FIL-STATUS.
      *Bind the postings still waiting for KONTOPOSTERING - the
      *month-end interest run's rows sit here until the next day
           SELECT OPTIONAL POST-FIL ASSIGN TO "opg15-posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POST-FIL-STATUS.
      *Bind the delivery file - its name carries the period
           SELECT UDTRAEK-FIL ASSIGN TO WS-UDTRAEK-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL.
      *Bind the control report for the delivery
           SELECT RAPPORT-FIL ASSIGN TO "opg87-nationalbank.txt"
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

      *Product table record layout
       FD  PRODUKT-FIL.
       01  PRODUKT-REKORD.
           COPY "KONTOPRODUKT.cpy".

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

      *FX-rate reference record layout - the same dated layout OPG9
      *and OPG31 read
       FD  KURSFIL.
       01  KURSFIL-REKORD.
           02  KURS-F-DATO      PIC 9(8).
           02  KURS-F-VALUTA    PIC X(3).
           02  KURS-F-RATE      PIC 9(3)V9999.

      *Fixed-format history record layouts - live and archived
       FD  HISTDATA-FIL.
       01  HISTDATA-REKORD.
           COPY "KONTOHISTORIK.cpy".

       FD  ARKIV-FIL.
       01  ARKIV-REKORD.
           COPY "KONTOHISTORIK.cpy".

      *Posting record layout
       FD  POST-FIL.
       01  POST-REKORD.
           COPY "POSTERING.cpy".

      *Delivery record layout - semicolon-separated rows
       FD  UDTRAEK-FIL.
       01  UDTRAEK-REKORD.
           02  UDTRAEK-TEXT        PIC X(200).

      *Control report record layout
       FD  RAPPORT-FIL.
       01  RAPPORT-REKORD.
           02  RAPPORT-TEXT        PIC X(132).

       WORKING-STORAGE SECTION.

      *Today's date and the statistics period
       01  KOERSELS-DATO        PIC 9(8) VALUE 0.
       01  WS-KOMMANDOLINJE     PIC X(20) VALUE SPACES.
       01  RAPPORT-PERIODE      PIC 9(6) VALUE 0.
       01  RAPPORT-PERIODE-R REDEFINES RAPPORT-PERIODE.
           05  RAPPORT-AAR          PIC 9(4).
           05  RAPPORT-MD           PIC 9(2).
       01  WS-HIST-PERIODE      PIC 9(6) VALUE 0.

      *File status for the SELECT OPTIONAL files, and the built
      *names of the archive and the delivery
       01  PRODUKT-FIL-STATUS   PIC X(2) VALUE "00".
       01  LAAN-FIL-STATUS      PIC X(2) VALUE "00".
       01  KURSFIL-STATUS       PIC X(2) VALUE "00".
       01  HISTDATA-FIL-STATUS  PIC X(2) VALUE "00".
       01  ARKIV-FIL-STATUS     PIC X(2) VALUE "00".
       01  POST-FIL-STATUS      PIC X(2) VALUE "00".
       01  WS-ARKIV-FILNAVN     PIC X(40) VALUE SPACES.
       01  WS-UDTRAEK-FILNAVN   PIC X(40) VALUE SPACES.

      *Parameter fields for the shared registration-number
      *subprogram - the bank's own reg.nr is the reporting
      *institution on the delivery header
       01  RN-FUNKTION          PIC X(1) VALUE "A".
       01  RN-AFDELING          PIC X(3) VALUE SPACES.
       01  RN-REGNR             PIC X(4) VALUE SPACES.
       01  RN-KONTO-ID          PIC X(10) VALUE SPACES.
       01  RN-IBAN              PIC X(18) VALUE SPACES.
       01  RN-SVAR              PIC X(1) VALUE SPACE.

      *The delivery's layout version
       01  SKEMA-VERSION        PIC X(1) VALUE "1".

      *Product classes and terms from the product table
       01  PRODUKT-TABEL.
           05  PRODUKT-POST OCCURS 50 TIMES INDEXED BY PROD-IX.
               10  PT-PROD-KODE        PIC X(10).
               10  PT-KLASSE           PIC X(1).
               10  PT-TERMIN-MDR       PIC 9(3).
       01  PRODUKT-ANTAL        PIC 9(3) VALUE 0.
       01  WS-PROD-IX           PIC 9(3) VALUE 0.

      *Loans on the register - the installment count is the loan's
      *original maturity in months, and the rate splits the
      *interest out of an installment
       01  LAAN-TABEL.
           05  LAAN-POST OCCURS 500 TIMES INDEXED BY LAAN-IX.
               10  LT-KONTO-ID         PIC X(10).
               10  LT-TERMINER         PIC 9(3).
               10  LT-AARLIG-RENTE     PIC 9(2)V9999.
       01  LAAN-ANTAL           PIC 9(3) VALUE 0.
       01  WS-LAAN-IX           PIC 9(3) VALUE 0.
       01  MD-RENTE             PIC 9(3)V9(8) VALUE 0.
       01  LAAN-RENTE-DEL       PIC 9(9)V99 VALUE 0.

      *In-memory FX-rate table - the rate in effect for today per
      *currency, picked from the dated rows the way OPG31 picks them
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

      *Every account's classification, kept from the master sweep
      *so the history rows can be placed in the same cells: the
      *sector, residence and currency, the maturity the account has
      *as a deposit and as a loan, and its rate to DKK
       01  KONTO-TABEL.
           05  KONTO-POST OCCURS 5000 TIMES INDEXED BY KT-IX.
               10  KK-KONTO-ID         PIC X(10).
               10  KK-SEKTOR           PIC X(3).
               10  KK-LAND             PIC X(2).
               10  KK-VALUTA           PIC X(3).
               10  KK-LOEBETID-IND     PIC X(4).
               10  KK-LOEBETID-UD      PIC X(4).
               10  KK-RATE             PIC 9(3)V9999.
               10  KK-KURS-SW          PIC X(1).
                   88  KK-KURS-FUNDET      VALUE "Y".
       01  KONTO-ANTAL          PIC 9(4) VALUE 0.
       01  WS-KT-IX             PIC 9(4) VALUE 0.
       01  SOEG-KONTO-ID        PIC X(10) VALUE SPACES.

      *The statistics cells - instrument ("I" deposit, "U" loan),
      *sector, residence, currency and original maturity, with the
      *accounts counted, the stock in the account currency and in
      *DKK, and the period's interest flow in DKK
       01  CELLE-TABEL.
           05  CELLE-POST OCCURS 1000 TIMES INDEXED BY CEL-IX.
               10  CT-INSTRUMENT       PIC X(1).
               10  CT-SEKTOR           PIC X(3).
               10  CT-LAND             PIC X(2).
               10  CT-VALUTA           PIC X(3).
               10  CT-LOEBETID         PIC X(4).
               10  CT-KONTI            PIC 9(7).
               10  CT-BEHOLDNING-VAL   PIC 9(13)V99.
               10  CT-BEHOLDNING-DKK   PIC 9(13)V99.
               10  CT-RENTER-DKK       PIC 9(13)V99.
       01  CELLE-ANTAL          PIC 9(4) VALUE 0.
       01  WS-CEL-IX            PIC 9(4) VALUE 0.
      *Set when the accounts or the cells outgrew their tables - no
      *delivery is made, since a short one would misstate the
      *balance sheet
       01  TABEL-OVERLOEB-SW    PIC X VALUE "N".
           88  TABEL-OVERLOEB       VALUE "Y".

      *The cell the amount in hand belongs to
       01  SOEG-INSTRUMENT      PIC X(1) VALUE SPACE.
       01  SOEG-LOEBETID        PIC X(4) VALUE SPACES.

      *Work fields for the account in hand
       01  KONTO-KLASSE         PIC X(1) VALUE SPACE.
       01  KONTO-TERMIN-MDR     PIC 9(5) VALUE 0.
       01  WS-DAGE              PIC S9(7) VALUE 0.
       01  WS-LOEBETID          PIC X(4) VALUE SPACES.
       01  WS-BELOB-VAL         PIC 9(13)V99 VALUE 0.
       01  WS-BELOB-DKK         PIC 9(13)V99 VALUE 0.

      *Parameter fields for the shared date-routine subprogram
       01  DATO-FUNKTION        PIC X(1) VALUE SPACE.
       01  DATO-ARG             PIC 9(8) VALUE 0.
       01  DATO-SERIAL          PIC 9(7) VALUE 0.
       01  DATO-UGEDAG          PIC 9(1) VALUE 0.
       01  FRA-SERIAL           PIC 9(7) VALUE 0.

      *Parameter fields for the shared transmission-register
      *subprogram
       01  FSD-PROGRAM          PIC X(8) VALUE "OPG87".
       01  FSD-FILNAVN          PIC X(40) VALUE SPACES.
       01  FSD-ANTAL            PIC 9(7) VALUE 0.
       01  FSD-SUM              PIC S9(13)V99 VALUE 0.

      *End-of-file flags
       01  EOF-KONTI            PIC X VALUE "N".
           88  END-KONTI            VALUE "Y".
       01  EOF-PRODUKT          PIC X VALUE "N".
           88  END-PRODUKT          VALUE "Y".
       01  EOF-LAAN             PIC X VALUE "N".
           88  END-LAAN             VALUE "Y".
       01  EOF-KURS             PIC X VALUE "N".
           88  END-KURS             VALUE "Y".
       01  EOF-HIST             PIC X VALUE "N".
           88  END-HIST             VALUE "Y".
       01  EOF-POST             PIC X VALUE "N".
           88  END-POST             VALUE "Y".

      *Delivery field formats - unsigned, zero-filled, with a
      *decimal point, as the central bank's loader reads them
       01  UD-KONTI             PIC 9(7).
       01  UD-BELOB-VAL         PIC 9(13).99.
       01  UD-BELOB-DKK         PIC 9(13).99.
       01  UD-RENTER            PIC 9(13).99.

      *Edited amounts for the control report
       01  WS-BEH-EDIT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-RENTE-EDIT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *Control totals for the trailer
       01  KONTI-LAEST-ANTAL    PIC 9(7) VALUE 0.
       01  KONTI-TALT-ANTAL     PIC 9(7) VALUE 0.
       01  UDEN-KUNDE-ANTAL     PIC 9(7) VALUE 0.
       01  UDEN-KURS-ANTAL      PIC 9(7) VALUE 0.
       01  HIST-LAEST-ANTAL     PIC 9(7) VALUE 0.
       01  RENTE-RAEKKER-ANTAL  PIC 9(7) VALUE 0.
       01  AFVENTER-ANTAL       PIC 9(7) VALUE 0.
       01  UKENDT-KONTO-ANTAL   PIC 9(7) VALUE 0.
       01  UD-RAEKKER-ANTAL     PIC 9(7) VALUE 0.
       01  TOTAL-INDLAAN-DKK    PIC 9(13)V99 VALUE 0.
       01  TOTAL-UDLAAN-DKK     PIC 9(13)V99 VALUE 0.
       01  TOTAL-BEHOLDNING-DKK PIC 9(13)V99 VALUE 0.
       01  TOTAL-RENTER-DKK     PIC 9(13)V99 VALUE 0.

      *Parameter fields for the shared run-count subprogram
       01  KT-PROGRAM           PIC X(8) VALUE "OPG87".
       01  KT-ANTAL             PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
           ACCEPT WS-KOMMANDOLINJE FROM COMMAND-LINE
           IF WS-KOMMANDOLINJE (1:6) NUMERIC
               MOVE WS-KOMMANDOLINJE (1:6) TO RAPPORT-PERIODE
           ELSE
               MOVE KOERSELS-DATO (1:6) TO RAPPORT-PERIODE
           END-IF

           PERFORM LAES-PRODUKTER
           PERFORM LAES-LAAN
           PERFORM LAES-KURSER

           OPEN INPUT  KONTOFIL
                       KUNDEFIL
                OUTPUT RAPPORT-FIL
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Balancestatistik til Nationalbanken - periode "
                                          DELIMITED BY SIZE
               RAPPORT-PERIODE            DELIMITED BY SIZE
               " koert "                  DELIMITED BY SIZE
               KOERSELS-DATO              DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD

      *Classify every account and sum the month-end stock per cell
           PERFORM UNTIL END-KONTI
               READ KONTOFIL NEXT RECORD
                   AT END
                       SET END-KONTI TO TRUE
                   NOT AT END
                       ADD 1 TO KONTI-LAEST-ANTAL
                       PERFORM BEHANDL-KONTO
               END-READ
           END-PERFORM

      *Fold the period's interest flows in - the archive, the live
      *history and the postings still waiting
           PERFORM GENNEMGAA-ARKIV
           PERFORM GENNEMGAA-HISTORIK
           PERFORM GENNEMGAA-AFVENTENDE

      *A delivery with cells missing would misstate the balance
      *sheet - refuse it whole
           IF TABEL-OVERLOEB
               MOVE SPACES TO RAPPORT-TEXT
               MOVE "TABELLERNE ER FULDE - INGEN LEVERANCE DANNET"
                   TO RAPPORT-TEXT
               WRITE RAPPORT-REKORD
               CLOSE KONTOFIL
                     KUNDEFIL
                     RAPPORT-FIL
               DISPLAY "OPG87: for mange konti eller statistikceller,"
                       " leverancen afvises."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM SKRIV-UDTRAEK
           PERFORM SKRIV-RAPPORT

           CLOSE KONTOFIL
                 KUNDEFIL
                 RAPPORT-FIL
           IF UDEN-KURS-ANTAL > 0
               MOVE 4 TO RETURN-CODE
           END-IF
      *Leave this run's headline count for OPG28's run report
           MOVE UD-RAEKKER-ANTAL TO KT-ANTAL
           CALL "KOERSELSTAL" USING KT-PROGRAM KT-ANTAL
           STOP RUN.

      * -------------------------------------------------
      *Load the product classes and terms into PRODUKT-TABEL.
      *Trailing rule fields on rows from before they existed come up
      *blank and are taken as no term.
       LAES-PRODUKTER.
           MOVE 0 TO PRODUKT-ANTAL
           MOVE "N" TO EOF-PRODUKT
           OPEN INPUT PRODUKT-FIL
           IF PRODUKT-FIL-STATUS = "00"
               OR PRODUKT-FIL-STATUS = "05"
               PERFORM UNTIL END-PRODUKT
                   READ PRODUKT-FIL
                       AT END
                           SET END-PRODUKT TO TRUE
                       NOT AT END
                           IF PRODUKT-ANTAL < 50
                               ADD 1 TO PRODUKT-ANTAL
                               MOVE PROD-KODE
                                   TO PT-PROD-KODE (PRODUKT-ANTAL)
                               MOVE PROD-KLASSE
                                   TO PT-KLASSE (PRODUKT-ANTAL)
                               IF PROD-TERMIN-MDR NUMERIC
                                   MOVE PROD-TERMIN-MDR
                                       TO PT-TERMIN-MDR (PRODUKT-ANTAL)
                               ELSE
                                   MOVE 0
                                       TO PT-TERMIN-MDR (PRODUKT-ANTAL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUKT-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the loans not yet paid off into LAAN-TABEL
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
                           IF LAAN-STATUS NOT = "INDFRIET"
                               AND LAAN-ANTAL < 500
                               ADD 1 TO LAAN-ANTAL
                               MOVE LAAN-KONTO-ID
                                   TO LT-KONTO-ID (LAAN-ANTAL)
                               MOVE LAAN-TERMINER
                                   TO LT-TERMINER (LAAN-ANTAL)
                               MOVE LAAN-AARLIG-RENTE
                                   TO LT-AARLIG-RENTE (LAAN-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAAN-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the FX-rate reference file, keeping per currency only
      *the rate in effect for today - the same dated selection OPG31
      *makes
       LAES-KURSER.
           MOVE "N" TO EOF-KURS
           MOVE 0 TO KURS-ANTAL
           OPEN INPUT KURSFIL
           IF KURSFIL-STATUS = "00"
               OR KURSFIL-STATUS = "05"
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
      *Classify one account into KONTO-TABEL and, when it is open
      *and carries a balance, add the balance to its cell. An
      *account whose owner is missing from the customer master is
      *still counted - as a Danish household, the class a blank
      *KUNDE-TYPE has - so the totals keep agreeing with the
      *balance sheet, and is named on the control report.
       BEHANDL-KONTO.
           IF KONTO-ANTAL >= 5000
               SET TABEL-OVERLOEB TO TRUE
           ELSE
               ADD 1 TO KONTO-ANTAL
               MOVE KONTO-ANTAL TO WS-KT-IX
               MOVE KONTO-ID OF KONTOFIL-REKORD
                   TO KK-KONTO-ID (WS-KT-IX)
               MOVE VALUTA-KD OF KONTOFIL-REKORD
                   TO KK-VALUTA (WS-KT-IX)
               MOVE "S14" TO KK-SEKTOR (WS-KT-IX)
               MOVE "DK" TO KK-LAND (WS-KT-IX)
               MOVE KUNDE-ID OF KONTOFIL-REKORD
                   TO KUNDE-ID OF KUNDEFIL-REKORD
               READ KUNDEFIL
                   INVALID KEY
                       ADD 1 TO UDEN-KUNDE-ANTAL
                       MOVE SPACES TO RAPPORT-TEXT
                       STRING
                           "KUNDE MANGLER - KONTO-ID: "
                                             DELIMITED BY SIZE
                           KONTO-ID OF KONTOFIL-REKORD
                                             DELIMITED BY SIZE
                           " KUNDE-ID: "     DELIMITED BY SIZE
                           KUNDE-ID OF KONTOFIL-REKORD
                                             DELIMITED BY SIZE
                           INTO RAPPORT-TEXT
                       END-STRING
                       WRITE RAPPORT-REKORD
                       END-WRITE
                   NOT INVALID KEY
                       IF KUNDE-ERHVERV OF KUNDEFIL-REKORD
                           MOVE "S11" TO KK-SEKTOR (WS-KT-IX)
                       END-IF
                       IF LANDE-KODE OF ADDRESSE OF KUNDEFIL-REKORD
                               NOT = SPACES
                           MOVE LANDE-KODE OF ADDRESSE
                               OF KUNDEFIL-REKORD
                               TO KK-LAND (WS-KT-IX)
                       END-IF
               END-READ
               PERFORM BEREGN-LOEBETID
               PERFORM FIND-KURS
               MOVE KURS-FUNDET-RATE TO KK-RATE (WS-KT-IX)
               MOVE KURS-FUNDET-SW TO KK-KURS-SW (WS-KT-IX)
               IF NOT KONTO-LUKKET OF KONTOFIL-REKORD
                   AND BALANCE OF KONTOFIL-REKORD NOT = 0
                   PERFORM OPTAEL-BEHOLDNING
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *The account's original maturity as a deposit and as a loan.
      *A loan on the register runs its installment count in months;
      *a term deposit runs its product's term, or the span from the
      *account's effective date to its maturity date when the
      *product names none; everything else - ordinary accounts and
      *overdrafts - is on demand.
       BEREGN-LOEBETID.
           MOVE "ANF " TO KK-LOEBETID-IND (WS-KT-IX)
           MOVE "ANF " TO KK-LOEBETID-UD (WS-KT-IX)
           MOVE SPACE TO KONTO-KLASSE
           MOVE 0 TO KONTO-TERMIN-MDR
           MOVE 0 TO WS-PROD-IX
           PERFORM VARYING PROD-IX FROM 1 BY 1
               UNTIL PROD-IX > PRODUKT-ANTAL
               IF PT-PROD-KODE (PROD-IX) =
                       KONTO-TYPE OF KONTOFIL-REKORD
                   SET WS-PROD-IX TO PROD-IX
               END-IF
           END-PERFORM
           IF WS-PROD-IX > 0
               MOVE PT-KLASSE (WS-PROD-IX) TO KONTO-KLASSE
           END-IF
           MOVE 0 TO WS-LAAN-IX
           PERFORM VARYING LAAN-IX FROM 1 BY 1
               UNTIL LAAN-IX > LAAN-ANTAL
               IF LT-KONTO-ID (LAAN-IX) =
                       KONTO-ID OF KONTOFIL-REKORD
                   SET WS-LAAN-IX TO LAAN-IX
               END-IF
           END-PERFORM
           IF WS-LAAN-IX > 0
               MOVE LT-TERMINER (WS-LAAN-IX) TO KONTO-TERMIN-MDR
               PERFORM KLASSIFICER-MDR
               MOVE WS-LOEBETID TO KK-LOEBETID-UD (WS-KT-IX)
           END-IF
           IF KONTO-KLASSE = "T"
               AND KONTO-UDLOEBSDATO OF KONTOFIL-REKORD NUMERIC
               AND KONTO-UDLOEBSDATO OF KONTOFIL-REKORD > 0
               MOVE PT-TERMIN-MDR (WS-PROD-IX) TO KONTO-TERMIN-MDR
               IF KONTO-TERMIN-MDR = 0
                   AND KONTO-EFF-DATO OF KONTOFIL-REKORD NUMERIC
                   AND KONTO-EFF-DATO OF KONTOFIL-REKORD > 0
                   PERFORM BEREGN-TERMIN-FRA-DATOER
               END-IF
               IF KONTO-TERMIN-MDR > 0
                   PERFORM KLASSIFICER-MDR
                   MOVE WS-LOEBETID TO KK-LOEBETID-IND (WS-KT-IX)
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *A term deposit's term from its dates - the days between the
      *effective date and the maturity date, in whole months of 30
      *days, rounded up so a term of a year and a day is over one
      *year
       BEREGN-TERMIN-FRA-DATOER.
           MOVE "S" TO DATO-FUNKTION
           MOVE KONTO-EFF-DATO OF KONTOFIL-REKORD TO DATO-ARG
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           MOVE DATO-SERIAL TO FRA-SERIAL
           MOVE KONTO-UDLOEBSDATO OF KONTOFIL-REKORD TO DATO-ARG
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           COMPUTE WS-DAGE = DATO-SERIAL - FRA-SERIAL
           IF WS-DAGE > 0
               COMPUTE KONTO-TERMIN-MDR = (WS-DAGE + 29) / 30
           END-IF
           EXIT.

      * -------------------------------------------------
      *Put a term in months into the central bank's original
      *maturity bands: up to one year, over one and up to two, over
      *two and up to five, and over five years
       KLASSIFICER-MDR.
           EVALUATE TRUE
               WHEN KONTO-TERMIN-MDR = 0
                   MOVE "ANF " TO WS-LOEBETID
               WHEN KONTO-TERMIN-MDR <= 12
                   MOVE "0-1A" TO WS-LOEBETID
               WHEN KONTO-TERMIN-MDR <= 24
                   MOVE "1-2A" TO WS-LOEBETID
               WHEN KONTO-TERMIN-MDR <= 60
                   MOVE "2-5A" TO WS-LOEBETID
               WHEN OTHER
                   MOVE "5+A " TO WS-LOEBETID
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *Look the account's currency up in the rate table - DKK is
      *its own rate
       FIND-KURS.
           MOVE "N" TO KURS-FUNDET-SW
           MOVE 0 TO KURS-FUNDET-RATE
           IF VALUTA-KD OF KONTOFIL-REKORD = "DKK"
               MOVE 1 TO KURS-FUNDET-RATE
               SET KURS-FUNDET TO TRUE
           ELSE
               PERFORM VARYING KURS-IX FROM 1 BY 1
                   UNTIL KURS-IX > KURS-ANTAL
                   IF KURS-T-VALUTA (KURS-IX) =
                           VALUTA-KD OF KONTOFIL-REKORD
                       MOVE KURS-T-RATE (KURS-IX)
                           TO KURS-FUNDET-RATE
                       SET KURS-FUNDET TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           EXIT.

      * -------------------------------------------------
      *Add the open account's month-end balance to its cell - a
      *positive balance as a deposit, a negative one as a loan. A
      *currency with no rate cannot be put into DKK; the account is
      *left out and named on the control report.
       OPTAEL-BEHOLDNING.
           IF NOT KK-KURS-FUNDET (WS-KT-IX)
               ADD 1 TO UDEN-KURS-ANTAL
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "KURS MANGLER - KONTO-ID: "  DELIMITED BY SIZE
                   KONTO-ID OF KONTOFIL-REKORD  DELIMITED BY SIZE
                   " VALUTA: "                  DELIMITED BY SIZE
                   VALUTA-KD OF KONTOFIL-REKORD DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
           ELSE
               IF BALANCE OF KONTOFIL-REKORD > 0
                   MOVE "I" TO SOEG-INSTRUMENT
                   MOVE KK-LOEBETID-IND (WS-KT-IX) TO SOEG-LOEBETID
                   MOVE BALANCE OF KONTOFIL-REKORD TO WS-BELOB-VAL
               ELSE
                   MOVE "U" TO SOEG-INSTRUMENT
                   MOVE KK-LOEBETID-UD (WS-KT-IX) TO SOEG-LOEBETID
                   COMPUTE WS-BELOB-VAL =
                       0 - BALANCE OF KONTOFIL-REKORD
               END-IF
               COMPUTE WS-BELOB-DKK ROUNDED =
                   WS-BELOB-VAL * KK-RATE (WS-KT-IX)
               PERFORM FIND-CELLE
               IF WS-CEL-IX > 0
                   ADD 1 TO KONTI-TALT-ANTAL
                   ADD 1 TO CT-KONTI (WS-CEL-IX)
                   ADD WS-BELOB-VAL TO CT-BEHOLDNING-VAL (WS-CEL-IX)
                   ADD WS-BELOB-DKK TO CT-BEHOLDNING-DKK (WS-CEL-IX)
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Find the cell for SOEG-INSTRUMENT and SOEG-LOEBETID and the
      *account in WS-KT-IX, adding it when it is new. Leaves its
      *index in WS-CEL-IX, zero when the table is full.
       FIND-CELLE.
           MOVE 0 TO WS-CEL-IX
           PERFORM VARYING CEL-IX FROM 1 BY 1
               UNTIL CEL-IX > CELLE-ANTAL
               IF CT-INSTRUMENT (CEL-IX) = SOEG-INSTRUMENT
                   AND CT-SEKTOR (CEL-IX) = KK-SEKTOR (WS-KT-IX)
                   AND CT-LAND (CEL-IX) = KK-LAND (WS-KT-IX)
                   AND CT-VALUTA (CEL-IX) = KK-VALUTA (WS-KT-IX)
                   AND CT-LOEBETID (CEL-IX) = SOEG-LOEBETID
                   SET WS-CEL-IX TO CEL-IX
               END-IF
           END-PERFORM
           IF WS-CEL-IX = 0
               IF CELLE-ANTAL < 1000
                   ADD 1 TO CELLE-ANTAL
                   MOVE CELLE-ANTAL TO WS-CEL-IX
                   MOVE SOEG-INSTRUMENT TO CT-INSTRUMENT (WS-CEL-IX)
                   MOVE KK-SEKTOR (WS-KT-IX) TO CT-SEKTOR (WS-CEL-IX)
                   MOVE KK-LAND (WS-KT-IX) TO CT-LAND (WS-CEL-IX)
                   MOVE KK-VALUTA (WS-KT-IX) TO CT-VALUTA (WS-CEL-IX)
                   MOVE SOEG-LOEBETID TO CT-LOEBETID (WS-CEL-IX)
                   MOVE 0 TO CT-KONTI (WS-CEL-IX)
                   MOVE 0 TO CT-BEHOLDNING-VAL (WS-CEL-IX)
                   MOVE 0 TO CT-BEHOLDNING-DKK (WS-CEL-IX)
                   MOVE 0 TO CT-RENTER-DKK (WS-CEL-IX)
               ELSE
                   SET TABEL-OVERLOEB TO TRUE
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Find the account a history or posting row names in
      *KONTO-TABEL. Leaves its index in WS-KT-IX, zero when the
      *account is no longer on the master.
       FIND-KONTO.
           MOVE 0 TO WS-KT-IX
           PERFORM VARYING KT-IX FROM 1 BY 1
               UNTIL KT-IX > KONTO-ANTAL
               IF KK-KONTO-ID (KT-IX) = SOEG-KONTO-ID
                   SET WS-KT-IX TO KT-IX
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Sweep the period year's archive - rows the roll-off has
      *already moved out of the live file
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
      *Sweep the live history the same way
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
      *Hold one history row against the period and the interest
      *reference series
       BEDOEM-HISTORIK-RAEKKE.
           ADD 1 TO HIST-LAEST-ANTAL
           MOVE HIST-DATO OF HISTDATA-REKORD (1:6) TO WS-HIST-PERIODE
           IF WS-HIST-PERIODE = RAPPORT-PERIODE
               MOVE HIST-KONTO-ID OF HISTDATA-REKORD TO SOEG-KONTO-ID
               EVALUATE HIST-REFERENCE OF HISTDATA-REKORD (1:1)
                   WHEN "R"
                       MOVE HIST-BELOB OF HISTDATA-REKORD
                           TO WS-BELOB-VAL
                       IF HIST-TYPE OF HISTDATA-REKORD = "KREDIT"
                           MOVE "I" TO SOEG-INSTRUMENT
                       ELSE
                           MOVE "U" TO SOEG-INSTRUMENT
                       END-IF
                       PERFORM OPTAEL-RENTE
                   WHEN "Y"
                       PERFORM BEREGN-LAANRENTE
               END-EVALUATE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Work the interest part back out of one installment - only
      *the loan account's leg counts, and its balance before the
      *installment is the debt LAANYDELSE charged the month's
      *interest on, never more than the installment itself
       BEREGN-LAANRENTE.
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
               IF LAAN-RENTE-DEL > HIST-BELOB OF HISTDATA-REKORD
                   MOVE HIST-BELOB OF HISTDATA-REKORD
                       TO LAAN-RENTE-DEL
               END-IF
               MOVE LAAN-RENTE-DEL TO WS-BELOB-VAL
               MOVE "U" TO SOEG-INSTRUMENT
               PERFORM OPTAEL-RENTE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Sweep the postings still waiting for KONTOPOSTERING for the
      *period's interest rows - the month-end capitalization is
      *written there the same evening and only reaches the history
      *the next day
       GENNEMGAA-AFVENTENDE.
           MOVE "N" TO EOF-POST
           OPEN INPUT POST-FIL
           IF POST-FIL-STATUS = "00"
               OR POST-FIL-STATUS = "05"
               PERFORM UNTIL END-POST
                   READ POST-FIL
                       AT END
                           SET END-POST TO TRUE
                       NOT AT END
                           IF POST-DATO (1:6) = RAPPORT-PERIODE
                               AND POST-REFERENCE (1:1) = "R"
                               ADD 1 TO AFVENTER-ANTAL
                               MOVE POST-KONTO-ID TO SOEG-KONTO-ID
                               MOVE POST-BELOB TO WS-BELOB-VAL
                               IF POST-ER-KREDIT
                                   MOVE "I" TO SOEG-INSTRUMENT
                               ELSE
                                   MOVE "U" TO SOEG-INSTRUMENT
                               END-IF
                               PERFORM OPTAEL-RENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POST-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Add one interest amount (WS-BELOB-VAL, in the account
      *currency) to the cell of the account in SOEG-KONTO-ID, on the
      *instrument side in SOEG-INSTRUMENT
       OPTAEL-RENTE.
           PERFORM FIND-KONTO
           IF WS-KT-IX = 0
               ADD 1 TO UKENDT-KONTO-ANTAL
           ELSE
               IF KK-KURS-FUNDET (WS-KT-IX)
                   IF SOEG-INSTRUMENT = "I"
                       MOVE KK-LOEBETID-IND (WS-KT-IX) TO SOEG-LOEBETID
                   ELSE
                       MOVE KK-LOEBETID-UD (WS-KT-IX) TO SOEG-LOEBETID
                   END-IF
                   COMPUTE WS-BELOB-DKK ROUNDED =
                       WS-BELOB-VAL * KK-RATE (WS-KT-IX)
                   PERFORM FIND-CELLE
                   IF WS-CEL-IX > 0
                       ADD 1 TO RENTE-RAEKKER-ANTAL
                       ADD WS-BELOB-DKK TO CT-RENTER-DKK (WS-CEL-IX)
                   END-IF
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Write the delivery - a header naming us and the period, one
      *row per cell, and a trailer with the row count and the DKK
      *stock total the central bank's loader checks - and log it in
      *the transmission register
       SKRIV-UDTRAEK.
           MOVE SPACES TO WS-UDTRAEK-FILNAVN
           STRING
               "NB_BALANCE_"    DELIMITED BY SIZE
               RAPPORT-PERIODE  DELIMITED BY SIZE
               ".txt"           DELIMITED BY SIZE
               INTO WS-UDTRAEK-FILNAVN
           END-STRING
      *Name us by the bank's own reg.nr - a blank branch is under it
           MOVE "A" TO RN-FUNKTION
           MOVE SPACES TO RN-AFDELING
           CALL "REGNUMMER" USING RN-FUNKTION RN-AFDELING RN-REGNR
                                  RN-KONTO-ID RN-IBAN RN-SVAR
           OPEN OUTPUT UDTRAEK-FIL
           MOVE SPACES TO UDTRAEK-TEXT
           STRING
               "H;"             DELIMITED BY SIZE
               RN-REGNR         DELIMITED BY SIZE
               ";"              DELIMITED BY SIZE
               RAPPORT-PERIODE  DELIMITED BY SIZE
               ";"              DELIMITED BY SIZE
               KOERSELS-DATO    DELIMITED BY SIZE
               ";"              DELIMITED BY SIZE
               SKEMA-VERSION    DELIMITED BY SIZE
               INTO UDTRAEK-TEXT
           END-STRING
           WRITE UDTRAEK-REKORD
           PERFORM VARYING CEL-IX FROM 1 BY 1
               UNTIL CEL-IX > CELLE-ANTAL
               PERFORM SKRIV-CELLE
           END-PERFORM
           MOVE TOTAL-BEHOLDNING-DKK TO UD-BELOB-DKK
           MOVE SPACES TO UDTRAEK-TEXT
           STRING
               "T;"             DELIMITED BY SIZE
               UD-RAEKKER-ANTAL DELIMITED BY SIZE
               ";"              DELIMITED BY SIZE
               UD-BELOB-DKK     DELIMITED BY SIZE
               INTO UDTRAEK-TEXT
           END-STRING
           WRITE UDTRAEK-REKORD
           CLOSE UDTRAEK-FIL
           MOVE WS-UDTRAEK-FILNAVN   TO FSD-FILNAVN
           MOVE UD-RAEKKER-ANTAL     TO FSD-ANTAL
           MOVE TOTAL-BEHOLDNING-DKK TO FSD-SUM
           CALL "FORSENDELSE" USING FSD-PROGRAM FSD-FILNAVN
                                    FSD-ANTAL FSD-SUM
           EXIT.

      * -------------------------------------------------
      *One cell's row on the delivery
       SKRIV-CELLE.
           MOVE CT-KONTI (CEL-IX)          TO UD-KONTI
           MOVE CT-BEHOLDNING-VAL (CEL-IX) TO UD-BELOB-VAL
           MOVE CT-BEHOLDNING-DKK (CEL-IX) TO UD-BELOB-DKK
           MOVE CT-RENTER-DKK (CEL-IX)     TO UD-RENTER
           MOVE SPACES TO UDTRAEK-TEXT
           STRING
               "D;"                     DELIMITED BY SIZE
               CT-INSTRUMENT (CEL-IX)   DELIMITED BY SIZE
               ";"                      DELIMITED BY SIZE
               CT-SEKTOR (CEL-IX)       DELIMITED BY SIZE
               ";"                      DELIMITED BY SIZE
               CT-LAND (CEL-IX)         DELIMITED BY SIZE
               ";"                      DELIMITED BY SIZE
               CT-VALUTA (CEL-IX)       DELIMITED BY SIZE
               ";"                      DELIMITED BY SIZE
               CT-LOEBETID (CEL-IX)     DELIMITED BY SPACE
               ";"                      DELIMITED BY SIZE
               UD-KONTI                 DELIMITED BY SIZE
               ";"                      DELIMITED BY SIZE
               UD-BELOB-VAL             DELIMITED BY SIZE
               ";"                      DELIMITED BY SIZE
               UD-BELOB-DKK             DELIMITED BY SIZE
               ";"                      DELIMITED BY SIZE
               UD-RENTER                DELIMITED BY SIZE
               INTO UDTRAEK-TEXT
           END-STRING
           WRITE UDTRAEK-REKORD
           ADD 1 TO UD-RAEKKER-ANTAL
           ADD CT-BEHOLDNING-DKK (CEL-IX) TO TOTAL-BEHOLDNING-DKK
           ADD CT-RENTER-DKK (CEL-IX) TO TOTAL-RENTER-DKK
           IF CT-INSTRUMENT (CEL-IX) = "I"
               ADD CT-BEHOLDNING-DKK (CEL-IX) TO TOTAL-INDLAAN-DKK
           ELSE
               ADD CT-BEHOLDNING-DKK (CEL-IX) TO TOTAL-UDLAAN-DKK
           END-IF
           EXIT.

      * -------------------------------------------------
      *The control report - one line per cell as delivered and the
      *totals the delivery can be reconciled against
       SKRIV-RAPPORT.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           PERFORM VARYING CEL-IX FROM 1 BY 1
               UNTIL CEL-IX > CELLE-ANTAL
               MOVE CT-BEHOLDNING-DKK (CEL-IX) TO WS-BEH-EDIT
               MOVE CT-RENTER-DKK (CEL-IX) TO WS-RENTE-EDIT
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   CT-INSTRUMENT (CEL-IX)   DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   CT-SEKTOR (CEL-IX)       DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   CT-LAND (CEL-IX)         DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   CT-VALUTA (CEL-IX)       DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   CT-LOEBETID (CEL-IX)     DELIMITED BY SIZE
                   " KONTI: "               DELIMITED BY SIZE
                   CT-KONTI (CEL-IX)        DELIMITED BY SIZE
                   " DKK: "                 DELIMITED BY SIZE
                   WS-BEH-EDIT              DELIMITED BY SIZE
                   " RENTER: "              DELIMITED BY SIZE
                   WS-RENTE-EDIT            DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
           END-PERFORM
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE TOTAL-INDLAAN-DKK TO WS-BEH-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Indlaan i alt DKK: "  DELIMITED BY SIZE
               WS-BEH-EDIT            DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE TOTAL-UDLAAN-DKK TO WS-BEH-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Udlaan i alt DKK: "   DELIMITED BY SIZE
               WS-BEH-EDIT            DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE TOTAL-RENTER-DKK TO WS-RENTE-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Renter i perioden DKK: " DELIMITED BY SIZE
               WS-RENTE-EDIT             DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Leverance: "          DELIMITED BY SIZE
               WS-UDTRAEK-FILNAVN     DELIMITED BY SPACE
               " Raekker: "           DELIMITED BY SIZE
               UD-RAEKKER-ANTAL       DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Konti laest: "        DELIMITED BY SIZE
               KONTI-LAEST-ANTAL      DELIMITED BY SIZE
               "  Med saldo: "        DELIMITED BY SIZE
               KONTI-TALT-ANTAL       DELIMITED BY SIZE
               "  Uden kunde: "       DELIMITED BY SIZE
               UDEN-KUNDE-ANTAL       DELIMITED BY SIZE
               "  Uden kurs: "        DELIMITED BY SIZE
               UDEN-KURS-ANTAL        DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Historik laest: "     DELIMITED BY SIZE
               HIST-LAEST-ANTAL       DELIMITED BY SIZE
               "  Renteraekker: "     DELIMITED BY SIZE
               RENTE-RAEKKER-ANTAL    DELIMITED BY SIZE
               "  Heraf afventende: " DELIMITED BY SIZE
               AFVENTER-ANTAL         DELIMITED BY SIZE
               "  Ukendt konto: "     DELIMITED BY SIZE
               UKENDT-KONTO-ANTAL     DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           DISPLAY "Statistikceller: " UD-RAEKKER-ANTAL
                   " Uden kunde: "     UDEN-KUNDE-ANTAL
                   " Uden kurs: "      UDEN-KURS-ANTAL
           EXIT.
