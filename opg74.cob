      *Liquidity maturity ladder - buckets every balance on
      *KontoOpl.txt by when it can leave the bank or come back:
      *next day, one week, one month, three months, one year and
      *longer. Demand deposits fall due the next day except for the
      *configurable stable share, which is placed in the longest
      *bucket; term deposits fall due on KONTO-UDLOEBSDATO; notice
      *accounts after their product's PROD-OPSIGELSES-DAGE; loans
      *come back by the remaining installments of the annuity
      *schedule LAANPLAN builds, walked from the actual debt.
      *Overdrafts carry no contractual maturity and are placed in
      *the longest bucket. Each currency gets its own ladder with
      *inflow, outflow, gap and cumulative gap per bucket, and a
      *last ladder totals all currencies in DKK through
      *Valutakurser.txt. Runs as a month-end step under
      *MAANEDSKORSEL and on demand with the ladder date (YYYYMMDD)
      *on the command line - the buckets are counted from that date.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIKVIDITETSSTIGE.

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
      *Bind the product catalog for each product's class and notice
      *period
           SELECT OPTIONAL PRODUKT-FIL ASSIGN TO "Kontoprodukter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODUKT-FIL-STATUS.
      *Bind the loan register for the annuity terms of each loan
           SELECT OPTIONAL LAAN-FIL ASSIGN TO "Laaneregister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAAN-FIL-STATUS.
      *Bind the FX-rate reference file for the DKK total
           SELECT OPTIONAL KURSFIL ASSIGN TO "Valutakurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KURSFIL-STATUS.
      *Bind the ladder report
           SELECT RAPPORT-FIL ASSIGN TO "opg74-likviditetsstige.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Account master record layout
       FD  KONTOFIL.
       01  KONTOFIL-REKORD.
           COPY "KONTOOPL.cpy".

      *Product catalog record layout
       FD  PRODUKT-FIL.
       01  PRODUKT-REKORD.
           COPY "KONTOPRODUKT.cpy".

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

      *Ladder report record layout
       FD  RAPPORT-FIL.
       01  RAPPORT-REKORD.
           02  RAPPORT-TEXT     PIC X(120).

       WORKING-STORAGE SECTION.

      *The ladder date - today, or the date on the command line - and
      *its serial day number for the bucket arithmetic
       01  WS-KOMMANDOLINJE     PIC X(20) VALUE SPACES.
       01  STIGE-DATO           PIC 9(8) VALUE 0.
       01  STIGE-SERIAL         PIC 9(7) VALUE 0.

      *Parameter fields for the shared date subprogram
       01  DATO-FUNKTION        PIC X(1) VALUE SPACE.
       01  DATO-ARG             PIC 9(8) VALUE 0.
       01  DATO-SERIAL          PIC 9(7) VALUE 0.
       01  DATO-UGEDAG          PIC 9(1) VALUE 0.

      *Basis currency, and the share of demand deposits in percent
      *held to be stable and placed in the longest bucket
       01  BASIS-VALUTAKODE     PIC X(3) VALUE "DKK".
       01  STABIL-PROCENT       PIC 9(3)V99 VALUE 60.

      *Parameter fields for the shared runtime-parameter subprogram
       01  PARAM-NAVN           PIC X(20) VALUE SPACES.
       01  PARAM-VAERDI         PIC X(20) VALUE SPACES.
       01  PARAM-TAL            PIC S9(9)V99 VALUE 0.
       01  PARAM-FUNDET         PIC X(1) VALUE SPACE.

      *File status fields for the SELECT OPTIONAL files
       01  PRODUKT-FIL-STATUS   PIC X(2) VALUE "00".
       01  LAAN-FIL-STATUS      PIC X(2) VALUE "00".
       01  KURSFIL-STATUS       PIC X(2) VALUE "00".

      *The buckets - the last day each one reaches, counted in
      *calendar days from the ladder date, and its report label.
      *Anything past the fifth limit lands in the sixth bucket.
       01  BAAND-GRAENSE-TABEL.
           05  FILLER PIC 9(4) VALUE 1.
           05  FILLER PIC 9(4) VALUE 7.
           05  FILLER PIC 9(4) VALUE 30.
           05  FILLER PIC 9(4) VALUE 91.
           05  FILLER PIC 9(4) VALUE 365.
       01  BAAND-GRAENSER REDEFINES BAAND-GRAENSE-TABEL.
           05  BAAND-GRAENSE PIC 9(4) OCCURS 5 TIMES.
       01  BAAND-NAVN-TABEL.
           05  FILLER PIC X(12) VALUE "NAESTE DAG".
           05  FILLER PIC X(12) VALUE "1 UGE".
           05  FILLER PIC X(12) VALUE "1 MAANED".
           05  FILLER PIC X(12) VALUE "3 MAANEDER".
           05  FILLER PIC X(12) VALUE "1 AAR".
           05  FILLER PIC X(12) VALUE "OVER 1 AAR".
       01  BAAND-NAVNE REDEFINES BAAND-NAVN-TABEL.
           05  BAAND-NAVN PIC X(12) OCCURS 6 TIMES.

      *In-memory product catalog - class and notice period per
      *product
       01  PRODUKT-TABEL.
           05  PRODUKT-POST OCCURS 50 TIMES INDEXED BY PROD-IX.
               10  PT-PROD-KODE        PIC X(10).
               10  PT-KLASSE           PIC X(1).
               10  PT-OPSIGELSES-DAGE  PIC 9(3).
       01  PRODUKT-ANTAL        PIC 9(3) VALUE 0.
       01  WS-PROD-IX           PIC 9(3) VALUE 0.

      *In-memory loan register - the annuity terms per loan
       01  LAAN-TABEL.
           05  LAAN-POST OCCURS 500 TIMES INDEXED BY LAAN-IX.
               10  LT-KONTO-ID         PIC X(10).
               10  LT-HOVEDSTOL        PIC 9(9)V99.
               10  LT-AARLIG-RENTE     PIC 9(2)V9999.
               10  LT-TERMINER         PIC 9(3).
               10  LT-NAESTE-TERMIN    PIC 9(3).
               10  LT-STATUS           PIC X(10).
       01  LAAN-ANTAL           PIC 9(3) VALUE 0.
       01  WS-LAAN-IX           PIC 9(3) VALUE 0.

      *In-memory FX-rate table - one row per currency holding the
      *rate in effect for the ladder date, picked from the dated rows
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

      *The ladder per currency - inflow and outflow per bucket
       01  VALUTA-TABEL.
           05  VALUTA-POST OCCURS 20 TIMES INDEXED BY VAL-IX.
               10  VT-VALUTA           PIC X(3).
               10  VT-BAAND OCCURS 6 TIMES.
                   15  VT-IND          PIC 9(13)V99.
                   15  VT-UD           PIC 9(13)V99.
       01  VALUTA-ANTAL         PIC 9(3) VALUE 0.
       01  WS-VAL-IX            PIC 9(3) VALUE 0.

      *The DKK total ladder, summed over the currencies with a rate
       01  TOTAL-TABEL.
           05  TOT-BAAND OCCURS 6 TIMES.
               10  TOT-IND             PIC 9(13)V99.
               10  TOT-UD              PIC 9(13)V99.

      *The ladder being printed, whichever currency it belongs to
       01  UDSKRIFT-TABEL.
           05  UDS-BAAND OCCURS 6 TIMES.
               10  UDS-IND             PIC 9(13)V99.
               10  UDS-UD              PIC 9(13)V99.
       01  UDSKRIFT-VALUTA      PIC X(3) VALUE SPACES.
       01  BAAND-SUB            PIC 9(1) VALUE 0.

      *The cash flow being placed - amount, direction, and the days
      *from the ladder date until it falls due
       01  STROEM-BELOB         PIC 9(11)V99 VALUE 0.
       01  STROEM-RETNING       PIC X(1) VALUE SPACE.
           88  STROEM-IND           VALUE "I".
           88  STROEM-UD            VALUE "U".
       01  STROEM-DAGE          PIC 9(7) VALUE 0.
       01  STABIL-BELOB         PIC 9(11)V99 VALUE 0.

      *The annuity walk over a loan's remaining installments - the
      *same arithmetic LAANPLAN and LAANYDELSE use
       01  MD-RENTE             PIC 9(3)V9(8) VALUE 0.
       01  VAEKST-FAKTOR        PIC 9(9)V9(8) VALUE 0.
       01  YDELSE               PIC 9(9)V99 VALUE 0.
       01  RESTGAELD            PIC S9(9)V99 VALUE 0.
       01  RENTE-DEL            PIC 9(9)V99 VALUE 0.
       01  TERMIN-BELOB         PIC 9(9)V99 VALUE 0.
       01  TERMIN-REST          PIC 9(3) VALUE 0.
       01  TERMIN-DATO          PIC 9(8) VALUE 0.

      *End-of-file flags
       01  EOF-KONTI            PIC X VALUE "N".
           88  END-KONTI            VALUE "Y".
       01  EOF-PRODUKT          PIC X VALUE "N".
           88  END-PRODUKT          VALUE "Y".
       01  EOF-LAAN             PIC X VALUE "N".
           88  END-LAAN             VALUE "Y".
       01  EOF-KURS             PIC X VALUE "N".
           88  END-KURS             VALUE "Y".

      *Gap arithmetic and edited amounts for the report
       01  GAB                  PIC S9(13)V99 VALUE 0.
       01  AKK-GAB              PIC S9(13)V99 VALUE 0.
       01  WS-IND-EDIT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-UD-EDIT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-GAB-EDIT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AKK-EDIT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PROCENT-EDIT      PIC ZZ9.99.

      *Control totals for the trailer
       01  KONTI-LAEST-ANTAL    PIC 9(7) VALUE 0.
       01  LAAN-PLACERET-ANTAL  PIC 9(7) VALUE 0.
       01  UDEN-KURS-ANTAL      PIC 9(3) VALUE 0.
      *Accounts whose currency did not fit the full currency table -
      *counted so a short ladder is visible instead of silent
       01  TABT-ANTAL           PIC 9(7) VALUE 0.

      *Parameter fields for the shared run-count subprogram
       01  KT-PROGRAM           PIC X(8) VALUE "OPG74".
       01  KT-ANTAL             PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
      *The ladder date - the command line's when it names one
           ACCEPT STIGE-DATO FROM DATE YYYYMMDD
           ACCEPT WS-KOMMANDOLINJE FROM COMMAND-LINE
           IF WS-KOMMANDOLINJE (1:8) NUMERIC
               MOVE WS-KOMMANDOLINJE (1:8) TO STIGE-DATO
           END-IF
           MOVE "S" TO DATO-FUNKTION
           MOVE STIGE-DATO TO DATO-ARG
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           MOVE DATO-SERIAL TO STIGE-SERIAL

           PERFORM HENT-PARAMETRE
           PERFORM LAES-PRODUKTKATALOG
           PERFORM LAES-LAAN
           PERFORM LAES-KURSER
           INITIALIZE VALUTA-TABEL
           INITIALIZE TOTAL-TABEL

           OPEN INPUT  KONTOFIL
                OUTPUT RAPPORT-FIL

           PERFORM UNTIL END-KONTI
               READ KONTOFIL NEXT RECORD
                   AT END
                       SET END-KONTI TO TRUE
                   NOT AT END
                       ADD 1 TO KONTI-LAEST-ANTAL
                       IF NOT KONTO-LUKKET OF KONTOFIL-REKORD
                           AND BALANCE OF KONTOFIL-REKORD NOT = 0
                           PERFORM BEHANDL-KONTO
                       END-IF
               END-READ
           END-PERFORM

           PERFORM SKRIV-OVERSKRIFT
           PERFORM VARYING VAL-IX FROM 1 BY 1
               UNTIL VAL-IX > VALUTA-ANTAL
               PERFORM SKRIV-VALUTA-STIGE
           END-PERFORM
           PERFORM SKRIV-TOTAL-STIGE
           PERFORM SKRIV-TRAILER

           CLOSE KONTOFIL
                 RAPPORT-FIL

      *Leave this run's headline count for OPG28's run report
           MOVE KONTI-LAEST-ANTAL TO KT-ANTAL
           CALL "KOERSELSTAL" USING KT-PROGRAM KT-ANTAL
           STOP RUN.

      * -------------------------------------------------
      *Pick the basis currency and the stable share up from the
      *central parameter file, keeping the compiled-in defaults
      *when absent
       HENT-PARAMETRE.
           MOVE "BASIS-VALUTAKODE" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-VAERDI (1:3) TO BASIS-VALUTAKODE
           END-IF
           MOVE "LIKVID-STABIL-PCT" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               AND PARAM-TAL >= 0 AND PARAM-TAL <= 100
               MOVE PARAM-TAL TO STABIL-PROCENT
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the product catalog into PRODUKT-TABEL. Rule fields on
      *rows from before they existed read back blank and mean an
      *ordinary demand product.
       LAES-PRODUKTKATALOG.
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
                               IF PROD-OPSIGELSES-DAGE NUMERIC
                                   MOVE PROD-OPSIGELSES-DAGE TO
                                   PT-OPSIGELSES-DAGE (PRODUKT-ANTAL)
                               ELSE
                                   MOVE 0 TO
                                   PT-OPSIGELSES-DAGE (PRODUKT-ANTAL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUKT-FIL
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
                               MOVE LAAN-KONTO-ID
                                   TO LT-KONTO-ID (LAAN-ANTAL)
                               MOVE LAAN-HOVEDSTOL
                                   TO LT-HOVEDSTOL (LAAN-ANTAL)
                               MOVE LAAN-AARLIG-RENTE
                                   TO LT-AARLIG-RENTE (LAAN-ANTAL)
                               MOVE LAAN-TERMINER
                                   TO LT-TERMINER (LAAN-ANTAL)
                               MOVE LAAN-NAESTE-TERMIN
                                   TO LT-NAESTE-TERMIN (LAAN-ANTAL)
                               MOVE LAAN-STATUS
                                   TO LT-STATUS (LAAN-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAAN-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the FX-rate reference file into KURS-TABEL, keeping per
      *currency only the rate in effect for the ladder date - the
      *same dated selection OPG31 makes
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
                           IF KURS-F-DATO <= STIGE-DATO
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
      *Place one account's balance on its currency's ladder: a loan
      *by its installment schedule, any other debit balance in the
      *longest bucket, and a deposit by its product's class
       BEHANDL-KONTO.
           PERFORM FIND-VALUTA
           IF WS-VAL-IX = 0
               ADD 1 TO TABT-ANTAL
           ELSE
               PERFORM FIND-LAAN
               IF BALANCE OF KONTOFIL-REKORD < 0
                   IF WS-LAAN-IX > 0
                       AND LT-STATUS (WS-LAAN-IX) NOT = "INDFRIET"
                       AND LT-TERMINER (WS-LAAN-IX) > 0
                       PERFORM PLACER-LAAN
                   ELSE
                       COMPUTE STROEM-BELOB =
                           0 - BALANCE OF KONTOFIL-REKORD
                       SET STROEM-IND TO TRUE
                       MOVE 6 TO BAAND-SUB
                       PERFORM LAEG-I-BAAND
                   END-IF
               ELSE
                   PERFORM PLACER-INDLAAN
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Place a deposit. A term deposit falls due on its expiry date
      *(the next day once it has passed or when none is set); a
      *notice account after its notice period; an ordinary demand
      *deposit the next day, less the stable share, which stays
      *beyond the year.
       PLACER-INDLAAN.
           PERFORM FIND-PRODUKT
           SET STROEM-UD TO TRUE
           MOVE BALANCE OF KONTOFIL-REKORD TO STROEM-BELOB
           EVALUATE TRUE
               WHEN WS-PROD-IX > 0
                   AND PT-KLASSE (WS-PROD-IX) = "T"
                   AND KONTO-UDLOEBSDATO OF KONTOFIL-REKORD NUMERIC
                   AND KONTO-UDLOEBSDATO OF KONTOFIL-REKORD
                       > STIGE-DATO
                   MOVE "S" TO DATO-FUNKTION
                   MOVE KONTO-UDLOEBSDATO OF KONTOFIL-REKORD
                       TO DATO-ARG
                   CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                            DATO-SERIAL DATO-UGEDAG
                   COMPUTE STROEM-DAGE = DATO-SERIAL - STIGE-SERIAL
                   PERFORM FIND-BAAND
                   PERFORM LAEG-I-BAAND
               WHEN WS-PROD-IX > 0
                   AND PT-OPSIGELSES-DAGE (WS-PROD-IX) > 0
                   MOVE PT-OPSIGELSES-DAGE (WS-PROD-IX) TO STROEM-DAGE
                   PERFORM FIND-BAAND
                   PERFORM LAEG-I-BAAND
               WHEN WS-PROD-IX > 0
                   AND PT-KLASSE (WS-PROD-IX) = "T"
                   MOVE 1 TO BAAND-SUB
                   PERFORM LAEG-I-BAAND
               WHEN OTHER
                   COMPUTE STABIL-BELOB ROUNDED =
                       STROEM-BELOB * STABIL-PROCENT / 100
                   SUBTRACT STABIL-BELOB FROM STROEM-BELOB
                   MOVE 1 TO BAAND-SUB
                   PERFORM LAEG-I-BAAND
                   MOVE STABIL-BELOB TO STROEM-BELOB
                   MOVE 6 TO BAAND-SUB
                   PERFORM LAEG-I-BAAND
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *Place a loan's remaining installments - the fixed annuity
      *installment from the agreed terms, walked against the actual
      *debt the way LAANYDELSE splits it, one installment a month
      *from the ladder date. The last installment takes whatever
      *debt is left, so the schedule returns exactly the debt plus
      *its interest.
       PLACER-LAAN.
           ADD 1 TO LAAN-PLACERET-ANTAL
           SET STROEM-IND TO TRUE
           COMPUTE RESTGAELD = 0 - BALANCE OF KONTOFIL-REKORD
           COMPUTE MD-RENTE = LT-AARLIG-RENTE (WS-LAAN-IX) / 1200
           IF MD-RENTE = 0
               COMPUTE YDELSE ROUNDED =
                   LT-HOVEDSTOL (WS-LAAN-IX) / LT-TERMINER (WS-LAAN-IX)
           ELSE
               COMPUTE VAEKST-FAKTOR =
                   (1 + MD-RENTE) ** LT-TERMINER (WS-LAAN-IX)
               COMPUTE YDELSE ROUNDED =
                   LT-HOVEDSTOL (WS-LAAN-IX) * MD-RENTE
                   * VAEKST-FAKTOR / (VAEKST-FAKTOR - 1)
           END-IF
           IF LT-NAESTE-TERMIN (WS-LAAN-IX) < LT-TERMINER (WS-LAAN-IX)
               COMPUTE TERMIN-REST = LT-TERMINER (WS-LAAN-IX)
                   - LT-NAESTE-TERMIN (WS-LAAN-IX)
           ELSE
               MOVE 1 TO TERMIN-REST
           END-IF
           MOVE STIGE-DATO TO TERMIN-DATO
           PERFORM UNTIL TERMIN-REST = 0 OR RESTGAELD <= 0
               MOVE "M" TO DATO-FUNKTION
               MOVE TERMIN-DATO TO DATO-ARG
               CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                        DATO-SERIAL DATO-UGEDAG
               MOVE DATO-ARG TO TERMIN-DATO
               COMPUTE RENTE-DEL ROUNDED = RESTGAELD * MD-RENTE
               IF TERMIN-REST = 1
                   OR YDELSE > RESTGAELD + RENTE-DEL
                   COMPUTE TERMIN-BELOB = RESTGAELD + RENTE-DEL
               ELSE
                   MOVE YDELSE TO TERMIN-BELOB
               END-IF
               COMPUTE RESTGAELD =
                   RESTGAELD - (TERMIN-BELOB - RENTE-DEL)
               SUBTRACT 1 FROM TERMIN-REST
               MOVE "S" TO DATO-FUNKTION
               MOVE TERMIN-DATO TO DATO-ARG
               CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                        DATO-SERIAL DATO-UGEDAG
               COMPUTE STROEM-DAGE = DATO-SERIAL - STIGE-SERIAL
               MOVE TERMIN-BELOB TO STROEM-BELOB
               PERFORM FIND-BAAND
               PERFORM LAEG-I-BAAND
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *The bucket STROEM-DAGE falls in, into BAAND-SUB
       FIND-BAAND.
           MOVE 6 TO BAAND-SUB
           PERFORM VARYING BAAND-SUB FROM 1 BY 1
               UNTIL BAAND-SUB > 5
               OR STROEM-DAGE <= BAAND-GRAENSE (BAAND-SUB)
               CONTINUE
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Add the cash flow in hand to its currency and bucket
       LAEG-I-BAAND.
           IF STROEM-IND
               ADD STROEM-BELOB TO VT-IND (WS-VAL-IX, BAAND-SUB)
           ELSE
               ADD STROEM-BELOB TO VT-UD (WS-VAL-IX, BAAND-SUB)
           END-IF
           EXIT.

      * -------------------------------------------------
      *Find (or add) the account's currency in VALUTA-TABEL. Leaves
      *the row's index in WS-VAL-IX, zero only when the table is
      *full.
       FIND-VALUTA.
           MOVE 0 TO WS-VAL-IX
           PERFORM VARYING VAL-IX FROM 1 BY 1
               UNTIL VAL-IX > VALUTA-ANTAL
               IF VT-VALUTA (VAL-IX) = VALUTA-KD OF KONTOFIL-REKORD
                   SET WS-VAL-IX TO VAL-IX
               END-IF
           END-PERFORM
           IF WS-VAL-IX = 0 AND VALUTA-ANTAL < 20
               ADD 1 TO VALUTA-ANTAL
               MOVE VALUTA-ANTAL TO WS-VAL-IX
               MOVE VALUTA-KD OF KONTOFIL-REKORD
                   TO VT-VALUTA (WS-VAL-IX)
           END-IF
           EXIT.

      * -------------------------------------------------
      *Find the account's product in PRODUKT-TABEL (zero when off
      *the catalog)
       FIND-PRODUKT.
           MOVE 0 TO WS-PROD-IX
           PERFORM VARYING PROD-IX FROM 1 BY 1
               UNTIL PROD-IX > PRODUKT-ANTAL
               IF PT-PROD-KODE (PROD-IX) =
                       KONTO-TYPE OF KONTOFIL-REKORD
                   SET WS-PROD-IX TO PROD-IX
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Find the account's row in LAAN-TABEL (zero when it is no loan)
       FIND-LAAN.
           MOVE 0 TO WS-LAAN-IX
           PERFORM VARYING LAAN-IX FROM 1 BY 1
               UNTIL LAAN-IX > LAAN-ANTAL
               IF LT-KONTO-ID (LAAN-IX) = KONTO-ID OF KONTOFIL-REKORD
                   SET WS-LAAN-IX TO LAAN-IX
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Report headline
       SKRIV-OVERSKRIFT.
           MOVE STABIL-PROCENT TO WS-PROCENT-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "LIKVIDITETSSTIGE PR. "   DELIMITED BY SIZE
               STIGE-DATO                DELIMITED BY SIZE
               "  STABIL ANDEL AF ANFORDRINGSINDLAAN (%): "
                                         DELIMITED BY SIZE
               WS-PROCENT-EDIT           DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Print the ladder at VAL-IX and fold it into the DKK total at
      *the currency's rate - a currency without a rate on file is
      *left out of the total and counted
       SKRIV-VALUTA-STIGE.
           MOVE VT-VALUTA (VAL-IX) TO UDSKRIFT-VALUTA
           PERFORM VARYING BAAND-SUB FROM 1 BY 1 UNTIL BAAND-SUB > 6
               MOVE VT-IND (VAL-IX, BAAND-SUB) TO UDS-IND (BAAND-SUB)
               MOVE VT-UD (VAL-IX, BAAND-SUB) TO UDS-UD (BAAND-SUB)
           END-PERFORM
           PERFORM SKRIV-STIGE

           MOVE "N" TO KURS-FUNDET-SW
           IF VT-VALUTA (VAL-IX) = BASIS-VALUTAKODE
               OR VT-VALUTA (VAL-IX) = SPACES
               MOVE 1 TO KURS-FUNDET-RATE
               SET KURS-FUNDET TO TRUE
           ELSE
               PERFORM VARYING KURS-IX FROM 1 BY 1
                   UNTIL KURS-IX > KURS-ANTAL
                   IF KURS-T-VALUTA (KURS-IX) = VT-VALUTA (VAL-IX)
                       MOVE KURS-T-RATE (KURS-IX) TO KURS-FUNDET-RATE
                       SET KURS-FUNDET TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF KURS-FUNDET
               PERFORM VARYING BAAND-SUB FROM 1 BY 1
                   UNTIL BAAND-SUB > 6
                   COMPUTE TOT-IND (BAAND-SUB) ROUNDED =
                       TOT-IND (BAAND-SUB)
                       + VT-IND (VAL-IX, BAAND-SUB) * KURS-FUNDET-RATE
                   COMPUTE TOT-UD (BAAND-SUB) ROUNDED =
                       TOT-UD (BAAND-SUB)
                       + VT-UD (VAL-IX, BAAND-SUB) * KURS-FUNDET-RATE
               END-PERFORM
           ELSE
               ADD 1 TO UDEN-KURS-ANTAL
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "KURS MANGLER - VALUTA "  DELIMITED BY SIZE
                   VT-VALUTA (VAL-IX)        DELIMITED BY SIZE
                   " ER IKKE MED I DKK-TOTALEN"
                                             DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
           END-IF
           EXIT.

      * -------------------------------------------------
      *Print the DKK total ladder
       SKRIV-TOTAL-STIGE.
           MOVE "DKK" TO UDSKRIFT-VALUTA
           PERFORM VARYING BAAND-SUB FROM 1 BY 1 UNTIL BAAND-SUB > 6
               MOVE TOT-IND (BAAND-SUB) TO UDS-IND (BAAND-SUB)
               MOVE TOT-UD (BAAND-SUB) TO UDS-UD (BAAND-SUB)
           END-PERFORM
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE "TOTAL ALLE VALUTAER OMREGNET TIL DKK" TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           PERFORM SKRIV-STIGE
           EXIT.

      * -------------------------------------------------
      *Print the ladder in UDSKRIFT-TABEL - inflow, outflow, the gap
      *per bucket and the cumulative gap from the next day out
       SKRIV-STIGE.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "VALUTA: "        DELIMITED BY SIZE
               UDSKRIFT-VALUTA   DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "BAAND                 INDSTROEM"  DELIMITED BY SIZE
               "            UDSTROEM"             DELIMITED BY SIZE
               "                 GAB"             DELIMITED BY SIZE
               "            AKK. GAB"             DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE 0 TO AKK-GAB
           PERFORM VARYING BAAND-SUB FROM 1 BY 1 UNTIL BAAND-SUB > 6
               COMPUTE GAB = UDS-IND (BAAND-SUB) - UDS-UD (BAAND-SUB)
               ADD GAB TO AKK-GAB
               MOVE UDS-IND (BAAND-SUB) TO WS-IND-EDIT
               MOVE UDS-UD (BAAND-SUB) TO WS-UD-EDIT
               MOVE GAB TO WS-GAB-EDIT
               MOVE AKK-GAB TO WS-AKK-EDIT
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   BAAND-NAVN (BAAND-SUB) DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WS-IND-EDIT            DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WS-UD-EDIT             DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WS-GAB-EDIT            DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WS-AKK-EDIT            DELIMITED BY SIZE
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
               "Konti laest: "       DELIMITED BY SIZE
               KONTI-LAEST-ANTAL     DELIMITED BY SIZE
               "  Laan efter plan: " DELIMITED BY SIZE
               LAAN-PLACERET-ANTAL   DELIMITED BY SIZE
               "  Valutaer: "        DELIMITED BY SIZE
               VALUTA-ANTAL          DELIMITED BY SIZE
               "  Uden kurs: "       DELIMITED BY SIZE
               UDEN-KURS-ANTAL       DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           IF TABT-ANTAL > 0
               DISPLAY "ADVARSEL: likviditetsstigen mangler "
                       TABT-ANTAL " konti - valutatabellen er fuld."
           END-IF
           DISPLAY "Likviditetsstige pr. " STIGE-DATO
                   " Konti laest: " KONTI-LAEST-ANTAL
           EXIT.
