      *Daily customer risk classification (KYC) - gives every
      *KUNDE-ID on the customer master a money-laundering risk class
      *(lav/mellem/hoej) from what the suite already knows about the
      *customer: POSTOVERVAAGNING's hits, incoming international
      *payments through IBANIMPORT, outgoing SEPA volume through
      *IBANEKSPORT (all three collected in kyc-haendelser.txt over a
      *rolling window), an address outside Denmark and the risk of
      *the products the customer holds. Each class carries its own
      *review interval; the AML officer's sign-offs in
      *kyc-gennemgang.txt restart the interval, and the register
      *Kunderisiko.txt records when each customer was classified and
      *last reviewed. A high-risk customer more than the allowed
      *days past the review date is flagged blocked, and
      *NETBANKORDRER holds their orders until the review is signed
      *off. Run with the argument LISTE (monthly) the program also
      *writes the list of reviews due and overdue.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KUNDERISIKO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind the risk register - loaded whole and rewritten with the
      *day's classification. SELECT OPTIONAL so the first run on a
      *site with no register yet does not abend
           SELECT OPTIONAL RISIKO-FIL ASSIGN TO "Kunderisiko.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RISIKO-FIL-STATUS.
      *Bind the shared KYC event file OPG26, OPG35 and OPG43 append
      *to - read for the scoring and rewritten cut to the window
           SELECT OPTIONAL KYC-FIL ASSIGN TO "kyc-haendelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KYC-FIL-STATUS.
      *Bind the work copy of the events still inside the window,
      *copied back over the event file once the sweep is through
           SELECT KYC-NY-FIL ASSIGN TO "opg70-haendelser.wrk"
               ORGANIZATION IS LINE SEQUENTIAL.
      *Bind the AML officer's review sign-offs - one line per
      *customer reviewed, with the date and who signed
           SELECT OPTIONAL GENNEMGANG-FIL
               ASSIGN TO "kyc-gennemgang.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENNEMGANG-FIL-STATUS.
      *Bind the account product catalog for the product risk
           SELECT OPTIONAL PRODUKT-FIL ASSIGN TO "Kontoprodukter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODUKT-FIL-STATUS.
      *Bind account master - read by key to resolve an event's
      *customer, and by customer for the products held
           SELECT KONTOFIL ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOFIL-REKORD
               ALTERNATE RECORD KEY IS KUNDE-ID OF KONTOFIL-REKORD
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.
      *Bind customer master - swept for the classification and read
      *by key for the names on the review list
           SELECT KUNDEFIL ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEFIL-REKORD
               FILE STATUS IS KUNDEFIL-STATUS.
      *Bind the monthly list of reviews due and overdue
           SELECT LISTE-FIL ASSIGN TO "opg70-gennemgangsliste.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *Bind the classification report
           SELECT RAPPORT-FIL ASSIGN TO "opg70-risikorapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Risk register record layout - shared with NETBANKORDRER
       FD  RISIKO-FIL.
       01  RISIKO-REKORD.
           COPY "KUNDERISIKO.cpy".

      *KYC event record layout
       FD  KYC-FIL.
       01  KYC-REKORD.
           COPY "KYCHAENDELSE.cpy".

      *Work copy of the KYC event record
       FD  KYC-NY-FIL.
       01  KYC-NY-REKORD          PIC X(44).

      *Review sign-off record layout - the customer, the date the
      *review was completed and who signed it off
       FD  GENNEMGANG-FIL.
       01  GENNEMGANG-REKORD.
           02  KG-KUNDE-ID         PIC X(10).
           02  KG-DATO             PIC 9(8).
           02  KG-AF               PIC X(10).

      *Product catalog record layout - shared with OPG10 and OPG15
       FD  PRODUKT-FIL.
       01  PRODUKT-REKORD.
           COPY "KONTOPRODUKT.cpy".

      *Account master record layout
       FD  KONTOFIL.
       01  KONTOFIL-REKORD.
           COPY "KONTOOPL.cpy".

      *Customer master record layout
       FD  KUNDEFIL.
       01  KUNDEFIL-REKORD.
           COPY "KUNDEOPL.cpy".

      *Review list record layout
       FD  LISTE-FIL.
       01  LISTE-REKORD.
           02  LISTE-TEXT          PIC X(132).

      *Classification report record layout
       FD  RAPPORT-FIL.
       01  RAPPORT-REKORD.
           02  RAPPORT-TEXT        PIC X(120).

       WORKING-STORAGE SECTION.

      *Today's date and its serial day number for the interval
      *arithmetic
       01  KOERSELS-DATO            PIC 9(8) VALUE 0.
       01  KOERSELS-SERIAL          PIC 9(7) VALUE 0.

      *Command-line argument - LISTE adds the monthly review list
       01  WS-KOMMANDOLINJE         PIC X(20) VALUE SPACES.
       01  KOERSEL-SW               PIC X VALUE "D".
           88  LISTE-KOERSEL            VALUE "L".

      *Parameter fields for the shared date subprogram
       01  DATO-FUNKTION            PIC X(1) VALUE SPACE.
       01  DATO-ARG                 PIC 9(8) VALUE 0.
       01  DATO-SERIAL              PIC 9(7) VALUE 0.
       01  DATO-UGEDAG              PIC 9(1) VALUE 0.

      *Scoring rules, configurable through the central parameter
      *file: the event window in days, the points per monitoring hit
      *and the international volume above which a direction scores
      *extra, and the scores at which a customer becomes medium and
      *high risk
       01  KYC-VINDUE-DAGE          PIC 9(5) VALUE 365.
       01  KYC-HIT-POINT            PIC 9(3) VALUE 2.
       01  KYC-UDLAND-GRAENSE       PIC 9(9)V99 VALUE 100000.00.
       01  KYC-GRAENSE-MELLEM       PIC 9(3) VALUE 2.
       01  KYC-GRAENSE-HOEJ         PIC 9(3) VALUE 5.
      *Review interval per class in calendar days, the days a
      *high-risk review may be overdue before netbank orders are
      *held, and how far ahead the monthly list warns
       01  KYC-INTERVAL-LAV         PIC 9(5) VALUE 1095.
       01  KYC-INTERVAL-MELLEM      PIC 9(5) VALUE 730.
       01  KYC-INTERVAL-HOEJ        PIC 9(5) VALUE 365.
       01  KYC-SPAER-DAGE           PIC 9(5) VALUE 30.
       01  KYC-VARSEL-DAGE          PIC 9(5) VALUE 30.

      *Parameter fields for the shared runtime-parameter subprogram
       01  PARAM-NAVN           PIC X(20) VALUE SPACES.
       01  PARAM-VAERDI         PIC X(20) VALUE SPACES.
       01  PARAM-TAL            PIC S9(9)V99 VALUE 0.
       01  PARAM-FUNDET         PIC X(1) VALUE SPACE.

      *File status fields
       01  RISIKO-FIL-STATUS        PIC X(2) VALUE "00".
       01  KYC-FIL-STATUS           PIC X(2) VALUE "00".
       01  GENNEMGANG-FIL-STATUS    PIC X(2) VALUE "00".
       01  PRODUKT-FIL-STATUS       PIC X(2) VALUE "00".
       01  KONTOFIL-STATUS          PIC X(2) VALUE "00".
       01  KUNDEFIL-STATUS          PIC X(2) VALUE "00".

      *In-memory risk register, loaded once and rewritten in full at
      *the end of the run - rows for customers no longer on the
      *master are dropped
       01  RISIKO-TABEL.
           05  RISIKO-POST OCCURS 5000 TIMES INDEXED BY RK-IX.
               10  RK-KUNDE-ID         PIC X(10).
               10  RK-KLASSE           PIC X(1).
               10  RK-SCORE            PIC 9(3).
               10  RK-KLASSE-DATO      PIC 9(8).
               10  RK-FOERSTE-DATO     PIC 9(8).
               10  RK-GENNEMGAAET-DATO PIC 9(8).
               10  RK-GENNEMGAAET-AF   PIC X(10).
               10  RK-NAESTE-DATO      PIC 9(8).
               10  RK-SPAERRET         PIC X(1).
               10  RK-SET-SW           PIC X(1).
                   88  RK-SET              VALUE "Y".
       01  RISIKO-ANTAL             PIC 9(4) VALUE 0.
      *Set when the register outgrew the table - the run is refused
      *whole so the rewrite can never drop a customer
       01  RK-OVERLOEB-SW           PIC X VALUE "N".
           88  RK-OVERLOEB              VALUE "Y".
       01  WS-RK-IX                 PIC 9(4) VALUE 0.

      *Per-customer event totals over the window
       01  AGG-TABEL.
           05  AGG-POST OCCURS 5000 TIMES INDEXED BY AG-IX.
               10  AG-KUNDE-ID         PIC X(10).
               10  AG-HITS             PIC 9(5).
               10  AG-IND-ANTAL        PIC 9(5).
               10  AG-IND-SUM          PIC 9(11)V99.
               10  AG-UD-ANTAL         PIC 9(5).
               10  AG-UD-SUM           PIC 9(11)V99.
       01  AGG-ANTAL                PIC 9(4) VALUE 0.
       01  AG-OVERLOEB-SW           PIC X VALUE "N".
           88  AG-OVERLOEB              VALUE "Y".
       01  WS-AG-IX                 PIC 9(4) VALUE 0.

      *In-memory product risk, loaded once at start-up
       01  PRODUKT-TABEL.
           05  PRODUKT-POST OCCURS 50 TIMES INDEXED BY PROD-IX.
               10  PT-PROD-KODE        PIC X(10).
               10  PT-RISIKO           PIC X(1).
       01  PRODUKT-ANTAL            PIC 9(3) VALUE 0.

      *End-of-file flags
       01  EOF-RISIKO               PIC X VALUE "N".
           88  END-RISIKO               VALUE "Y".
       01  EOF-KYC                  PIC X VALUE "N".
           88  END-KYC                  VALUE "Y".
       01  EOF-GENNEMGANG           PIC X VALUE "N".
           88  END-GENNEMGANG           VALUE "Y".
       01  EOF-PRODUKT              PIC X VALUE "N".
           88  END-PRODUKT              VALUE "Y".
       01  EOF-KUNDER               PIC X VALUE "N".
           88  END-KUNDER               VALUE "Y".
       01  SOEG-SLUT-SW             PIC X VALUE "N".
           88  SOEG-SLUT                VALUE "Y".

      *First serial day inside the event window
       01  VINDUE-SERIAL            PIC S9(7) VALUE 0.

      *The customer in hand: score, the highest product risk held
      *and the class the score gives
       01  SCORE                    PIC 9(7) VALUE 0.
       01  PRODUKT-RISIKO           PIC X(1) VALUE SPACE.
       01  NY-KLASSE                PIC X(1) VALUE SPACE.

      *Review deadline work fields
       01  BASIS-DATO               PIC 9(8) VALUE 0.
       01  INTERVAL-DAGE            PIC 9(5) VALUE 0.
       01  NAESTE-SERIAL            PIC 9(7) VALUE 0.
       01  DAGE-OVER                PIC S9(7) VALUE 0.
       01  NY-SPAERRET              PIC X(1) VALUE SPACE.
       01  LISTE-KLASSE             PIC X(1) VALUE SPACE.
       01  LISTE-STATUS             PIC X(11) VALUE SPACES.

      *Customer's formatted name for the review list
       01  FULDT-NAVN               PIC X(40) VALUE SPACES.

      *Edited fields for the report lines
       01  WS-SCORE-EDIT            PIC ZZ9.
       01  WS-DAGE-EDIT             PIC -ZZZZZ9.

      *Control totals for the trailer
       01  KUNDER-ANTAL             PIC 9(7) VALUE 0.
       01  NYE-ANTAL                PIC 9(7) VALUE 0.
       01  SKIFT-ANTAL              PIC 9(7) VALUE 0.
       01  HOEJ-ANTAL               PIC 9(7) VALUE 0.
       01  MELLEM-ANTAL             PIC 9(7) VALUE 0.
       01  LAV-ANTAL                PIC 9(7) VALUE 0.
       01  GENNEMGANG-ANTAL         PIC 9(7) VALUE 0.
       01  SPAERRET-ANTAL           PIC 9(7) VALUE 0.
       01  FJERNET-ANTAL            PIC 9(7) VALUE 0.
       01  HAENDELSER-LAEST-ANTAL   PIC 9(7) VALUE 0.
       01  HAENDELSER-SLETTET-ANTAL PIC 9(7) VALUE 0.
       01  LISTE-ANTAL              PIC 9(7) VALUE 0.
       01  OVERSKREDET-ANTAL        PIC 9(7) VALUE 0.

      *Parameter fields for the shared run-count subprogram
       01  KT-PROGRAM           PIC X(8) VALUE "OPG70".
       01  KT-ANTAL             PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
           MOVE "S" TO DATO-FUNKTION
           MOVE KOERSELS-DATO TO DATO-ARG
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           MOVE DATO-SERIAL TO KOERSELS-SERIAL
           ACCEPT WS-KOMMANDOLINJE FROM COMMAND-LINE
           IF WS-KOMMANDOLINJE = "LISTE"
               SET LISTE-KOERSEL TO TRUE
           END-IF

           PERFORM HENT-PARAMETRE
           COMPUTE VINDUE-SERIAL = KOERSELS-SERIAL - KYC-VINDUE-DAGE

      *Load the product risk and the register - a register too big
      *for the table refuses the run
           PERFORM LAES-PRODUKTKATALOG
           PERFORM LAES-RISIKOREGISTER
           IF RK-OVERLOEB
               DISPLAY "OPG70: risikoregistret er for stort til"
                       " tabellen, koerslen afvises."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT  KONTOFIL
                       KUNDEFIL
                OUTPUT RAPPORT-FIL
           PERFORM SKRIV-RAPPORT-HOVED

      *Total the window's events per customer, cutting the expired
      *ones away on the way through
           PERFORM SAML-HAENDELSER
           IF AG-OVERLOEB
               DISPLAY "OPG70: for mange kunder med haendelser til"
                       " tabellen, koerslen afvises."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *Classify every customer on the master, then fold in the
      *review sign-offs and work out each review deadline
           PERFORM KLASSIFICER-KUNDER
           IF RK-OVERLOEB
               DISPLAY "OPG70: risikoregistret er for stort til"
                       " tabellen, koerslen afvises."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ANVEND-GENNEMGANGE
           PERFORM VARYING RK-IX FROM 1 BY 1
               UNTIL RK-IX > RISIKO-ANTAL
               IF RK-SET (RK-IX)
                   SET WS-RK-IX TO RK-IX
                   PERFORM BEREGN-FRIST
               END-IF
           END-PERFORM

           PERFORM SKRIV-RISIKOREGISTER
           PERFORM KOPIER-HAENDELSER

           IF LISTE-KOERSEL
               PERFORM SKRIV-GENNEMGANGSLISTE
           END-IF

           PERFORM SKRIV-TRAILER
           CLOSE KONTOFIL
                 KUNDEFIL
                 RAPPORT-FIL
      *Leave this run's headline count for OPG28's run report
           MOVE KUNDER-ANTAL TO KT-ANTAL
           CALL "KOERSELSTAL" USING KT-PROGRAM KT-ANTAL
           STOP RUN.

      * -------------------------------------------------
      *Pick the scoring rules and the review intervals up from the
      *central parameter file, keeping the compiled-in defaults
      *when absent
       HENT-PARAMETRE.
           MOVE "KYC-VINDUE-DAGE" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-TAL TO KYC-VINDUE-DAGE
           END-IF
           MOVE "KYC-HIT-POINT" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-TAL TO KYC-HIT-POINT
           END-IF
           MOVE "KYC-UDLAND-GRAENSE" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-TAL TO KYC-UDLAND-GRAENSE
           END-IF
           MOVE "KYC-GRAENSE-MELLEM" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-TAL TO KYC-GRAENSE-MELLEM
           END-IF
           MOVE "KYC-GRAENSE-HOEJ" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-TAL TO KYC-GRAENSE-HOEJ
           END-IF
           MOVE "KYC-INTERVAL-LAV" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-TAL TO KYC-INTERVAL-LAV
           END-IF
           MOVE "KYC-INTERVAL-MELLEM" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-TAL TO KYC-INTERVAL-MELLEM
           END-IF
           MOVE "KYC-INTERVAL-HOEJ" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-TAL TO KYC-INTERVAL-HOEJ
           END-IF
           MOVE "KYC-SPAER-DAGE" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-TAL TO KYC-SPAER-DAGE
           END-IF
           MOVE "KYC-VARSEL-DAGE" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-TAL TO KYC-VARSEL-DAGE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load each product's risk into PRODUKT-TABEL, once at start-up.
      *Rows from before the field existed read back blank - low
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
                               MOVE PROD-RISIKO
                                   TO PT-RISIKO (PRODUKT-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUKT-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the risk register into RISIKO-TABEL
       LAES-RISIKOREGISTER.
           MOVE 0 TO RISIKO-ANTAL
           MOVE "N" TO EOF-RISIKO
           OPEN INPUT RISIKO-FIL
           IF RISIKO-FIL-STATUS = "00"
               OR RISIKO-FIL-STATUS = "05"
               PERFORM UNTIL END-RISIKO
                   READ RISIKO-FIL
                       AT END
                           SET END-RISIKO TO TRUE
                       NOT AT END
                           IF RISIKO-ANTAL < 5000
                               ADD 1 TO RISIKO-ANTAL
                               PERFORM GEM-RISIKO-RAEKKE
                           ELSE
                               SET RK-OVERLOEB TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RISIKO-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Keep one register row, blank dates read as zero
       GEM-RISIKO-RAEKKE.
           MOVE KR-KUNDE-ID TO RK-KUNDE-ID (RISIKO-ANTAL)
           MOVE KR-KLASSE   TO RK-KLASSE (RISIKO-ANTAL)
           IF KR-SCORE NUMERIC
               MOVE KR-SCORE TO RK-SCORE (RISIKO-ANTAL)
           ELSE
               MOVE 0 TO RK-SCORE (RISIKO-ANTAL)
           END-IF
           IF KR-KLASSE-DATO NUMERIC
               MOVE KR-KLASSE-DATO TO RK-KLASSE-DATO (RISIKO-ANTAL)
           ELSE
               MOVE KOERSELS-DATO TO RK-KLASSE-DATO (RISIKO-ANTAL)
           END-IF
           IF KR-FOERSTE-DATO NUMERIC
               MOVE KR-FOERSTE-DATO
                   TO RK-FOERSTE-DATO (RISIKO-ANTAL)
           ELSE
               MOVE KOERSELS-DATO TO RK-FOERSTE-DATO (RISIKO-ANTAL)
           END-IF
           IF KR-GENNEMGAAET-DATO NUMERIC
               MOVE KR-GENNEMGAAET-DATO
                   TO RK-GENNEMGAAET-DATO (RISIKO-ANTAL)
           ELSE
               MOVE 0 TO RK-GENNEMGAAET-DATO (RISIKO-ANTAL)
           END-IF
           MOVE KR-GENNEMGAAET-AF TO RK-GENNEMGAAET-AF (RISIKO-ANTAL)
           IF KR-NAESTE-DATO NUMERIC
               MOVE KR-NAESTE-DATO TO RK-NAESTE-DATO (RISIKO-ANTAL)
           ELSE
               MOVE 0 TO RK-NAESTE-DATO (RISIKO-ANTAL)
           END-IF
           MOVE KR-SPAERRET TO RK-SPAERRET (RISIKO-ANTAL)
           MOVE "N" TO RK-SET-SW (RISIKO-ANTAL)
           EXIT.

      * -------------------------------------------------
      *Sweep the event file once: events older than the window are
      *dropped, a missing customer is resolved from the account,
      *and what is kept goes to the work copy and into the
      *customer's totals
       SAML-HAENDELSER.
           MOVE 0 TO AGG-ANTAL
           MOVE "N" TO EOF-KYC
           OPEN OUTPUT KYC-NY-FIL
           OPEN INPUT KYC-FIL
           IF KYC-FIL-STATUS = "00"
               OR KYC-FIL-STATUS = "05"
               PERFORM UNTIL END-KYC
                   READ KYC-FIL
                       AT END
                           SET END-KYC TO TRUE
                       NOT AT END
                           ADD 1 TO HAENDELSER-LAEST-ANTAL
                           PERFORM BEHANDL-HAENDELSE
                   END-READ
               END-PERFORM
               CLOSE KYC-FIL
           END-IF
           CLOSE KYC-NY-FIL
           EXIT.

      * -------------------------------------------------
      *Judge one event against the window and count it
       BEHANDL-HAENDELSE.
           MOVE 0 TO DATO-SERIAL
           IF KH-DATO NUMERIC AND KH-DATO > 0
               MOVE "S" TO DATO-FUNKTION
               MOVE KH-DATO TO DATO-ARG
               CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                        DATO-SERIAL DATO-UGEDAG
           END-IF
           IF DATO-SERIAL = 0 OR DATO-SERIAL < VINDUE-SERIAL
               ADD 1 TO HAENDELSER-SLETTET-ANTAL
           ELSE
               IF KH-KUNDE-ID = SPACES
                   MOVE KH-KONTO-ID TO KONTO-ID OF KONTOFIL-REKORD
                   READ KONTOFIL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE KUNDE-ID OF KONTOFIL-REKORD
                               TO KH-KUNDE-ID
                   END-READ
               END-IF
               MOVE KYC-REKORD TO KYC-NY-REKORD
               WRITE KYC-NY-REKORD
               IF KH-KUNDE-ID NOT = SPACES
                   PERFORM TAEL-HAENDELSE
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Add the event to its customer's totals, opening a totals row
      *the first time the customer is seen
       TAEL-HAENDELSE.
           MOVE 0 TO WS-AG-IX
           PERFORM VARYING AG-IX FROM 1 BY 1
               UNTIL AG-IX > AGG-ANTAL
               IF AG-KUNDE-ID (AG-IX) = KH-KUNDE-ID
                   SET WS-AG-IX TO AG-IX
               END-IF
           END-PERFORM
           IF WS-AG-IX = 0
               IF AGG-ANTAL < 5000
                   ADD 1 TO AGG-ANTAL
                   MOVE AGG-ANTAL TO WS-AG-IX
                   MOVE KH-KUNDE-ID TO AG-KUNDE-ID (WS-AG-IX)
                   MOVE 0 TO AG-HITS (WS-AG-IX)
                   MOVE 0 TO AG-IND-ANTAL (WS-AG-IX)
                   MOVE 0 TO AG-IND-SUM (WS-AG-IX)
                   MOVE 0 TO AG-UD-ANTAL (WS-AG-IX)
                   MOVE 0 TO AG-UD-SUM (WS-AG-IX)
               ELSE
                   SET AG-OVERLOEB TO TRUE
               END-IF
           END-IF
           IF WS-AG-IX > 0
               EVALUATE TRUE
                   WHEN KH-OVERVAAGNING
                       ADD 1 TO AG-HITS (WS-AG-IX)
                   WHEN KH-UDLAND-IND
                       ADD 1 TO AG-IND-ANTAL (WS-AG-IX)
                       IF KH-BELOB NUMERIC
                           ADD KH-BELOB TO AG-IND-SUM (WS-AG-IX)
                       END-IF
                   WHEN KH-UDLAND-UD
                       ADD 1 TO AG-UD-ANTAL (WS-AG-IX)
                       IF KH-BELOB NUMERIC
                           ADD KH-BELOB TO AG-UD-SUM (WS-AG-IX)
                       END-IF
               END-EVALUATE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Copy the events still inside the window back over the event
      *file, so it never grows past the window it is scored over
       KOPIER-HAENDELSER.
           MOVE "N" TO EOF-KYC
           OPEN INPUT KYC-NY-FIL
           OPEN OUTPUT KYC-FIL
           PERFORM UNTIL END-KYC
               READ KYC-NY-FIL
                   AT END
                       SET END-KYC TO TRUE
                   NOT AT END
                       MOVE KYC-NY-REKORD TO KYC-REKORD
                       WRITE KYC-REKORD
               END-READ
           END-PERFORM
           CLOSE KYC-NY-FIL
                 KYC-FIL
           EXIT.

      * -------------------------------------------------
      *Sweep the customer master and classify every customer
       KLASSIFICER-KUNDER.
           MOVE "N" TO EOF-KUNDER
           PERFORM UNTIL END-KUNDER OR RK-OVERLOEB
               READ KUNDEFIL NEXT RECORD
                   AT END
                       SET END-KUNDER TO TRUE
                   NOT AT END
                       ADD 1 TO KUNDER-ANTAL
                       PERFORM KLASSIFICER-KUNDE
               END-READ
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Score the customer in the record area, set the class and
      *carry it into the register - a new customer gets a row, a
      *changed class is reported and restamped
       KLASSIFICER-KUNDE.
           PERFORM BEREGN-SCORE
           EVALUATE TRUE
               WHEN SCORE >= KYC-GRAENSE-HOEJ
                   MOVE "H" TO NY-KLASSE
                   ADD 1 TO HOEJ-ANTAL
               WHEN SCORE >= KYC-GRAENSE-MELLEM
                   MOVE "M" TO NY-KLASSE
                   ADD 1 TO MELLEM-ANTAL
               WHEN OTHER
                   MOVE "L" TO NY-KLASSE
                   ADD 1 TO LAV-ANTAL
           END-EVALUATE
           IF SCORE > 999
               MOVE 999 TO SCORE
           END-IF

           MOVE 0 TO WS-RK-IX
           PERFORM VARYING RK-IX FROM 1 BY 1
               UNTIL RK-IX > RISIKO-ANTAL
               IF RK-KUNDE-ID (RK-IX) = KUNDE-ID OF KUNDEFIL-REKORD
                   SET WS-RK-IX TO RK-IX
               END-IF
           END-PERFORM

           IF WS-RK-IX = 0
               IF RISIKO-ANTAL < 5000
                   ADD 1 TO RISIKO-ANTAL
                   MOVE RISIKO-ANTAL TO WS-RK-IX
                   MOVE KUNDE-ID OF KUNDEFIL-REKORD
                       TO RK-KUNDE-ID (WS-RK-IX)
                   MOVE NY-KLASSE TO RK-KLASSE (WS-RK-IX)
                   MOVE KOERSELS-DATO TO RK-KLASSE-DATO (WS-RK-IX)
                   MOVE KOERSELS-DATO TO RK-FOERSTE-DATO (WS-RK-IX)
                   MOVE 0 TO RK-GENNEMGAAET-DATO (WS-RK-IX)
                   MOVE SPACES TO RK-GENNEMGAAET-AF (WS-RK-IX)
                   MOVE 0 TO RK-NAESTE-DATO (WS-RK-IX)
                   MOVE "N" TO RK-SPAERRET (WS-RK-IX)
                   ADD 1 TO NYE-ANTAL
                   IF NY-KLASSE NOT = "L"
                       MOVE "NY KUNDE" TO LISTE-STATUS
                       PERFORM SKRIV-KLASSE-LINJE
                   END-IF
               ELSE
                   SET RK-OVERLOEB TO TRUE
               END-IF
           ELSE
               IF RK-KLASSE (WS-RK-IX) NOT = NY-KLASSE
                   ADD 1 TO SKIFT-ANTAL
                   MOVE "KLASSESKIFT" TO LISTE-STATUS
                   PERFORM SKRIV-KLASSE-LINJE
                   MOVE NY-KLASSE TO RK-KLASSE (WS-RK-IX)
                   MOVE KOERSELS-DATO TO RK-KLASSE-DATO (WS-RK-IX)
               END-IF
           END-IF
           IF WS-RK-IX > 0
               MOVE SCORE TO RK-SCORE (WS-RK-IX)
               MOVE "Y" TO RK-SET-SW (WS-RK-IX)
           END-IF
           EXIT.

      * -------------------------------------------------
      *Add up the customer's points: each monitoring hit, incoming
      *and outgoing international payments (more above the volume
      *threshold), an address outside Denmark, and the riskiest
      *product held
       BEREGN-SCORE.
           MOVE 0 TO SCORE
           MOVE 0 TO WS-AG-IX
           PERFORM VARYING AG-IX FROM 1 BY 1
               UNTIL AG-IX > AGG-ANTAL
               IF AG-KUNDE-ID (AG-IX) = KUNDE-ID OF KUNDEFIL-REKORD
                   SET WS-AG-IX TO AG-IX
               END-IF
           END-PERFORM
           IF WS-AG-IX > 0
               COMPUTE SCORE = SCORE
                   + AG-HITS (WS-AG-IX) * KYC-HIT-POINT
               IF AG-IND-ANTAL (WS-AG-IX) > 0
                   ADD 1 TO SCORE
                   IF AG-IND-SUM (WS-AG-IX) > KYC-UDLAND-GRAENSE
                       ADD 2 TO SCORE
                   END-IF
               END-IF
               IF AG-UD-ANTAL (WS-AG-IX) > 0
                   ADD 1 TO SCORE
                   IF AG-UD-SUM (WS-AG-IX) > KYC-UDLAND-GRAENSE
                       ADD 2 TO SCORE
                   END-IF
               END-IF
           END-IF
           IF LANDE-KODE OF ADDRESSE OF KUNDEFIL-REKORD NOT = SPACES
               AND LANDE-KODE OF ADDRESSE OF KUNDEFIL-REKORD
                   NOT = "DK"
               ADD 2 TO SCORE
           END-IF
           PERFORM FIND-PRODUKT-RISIKO
           EVALUATE PRODUKT-RISIKO
               WHEN "H"
                   ADD 3 TO SCORE
               WHEN "M"
                   ADD 1 TO SCORE
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *The highest product risk among the customer's accounts that
      *are not closed, into PRODUKT-RISIKO
       FIND-PRODUKT-RISIKO.
           MOVE SPACE TO PRODUKT-RISIKO
           MOVE "N" TO SOEG-SLUT-SW
           MOVE KUNDE-ID OF KUNDEFIL-REKORD
               TO KUNDE-ID OF KONTOFIL-REKORD
           START KONTOFIL KEY IS = KUNDE-ID OF KONTOFIL-REKORD
               INVALID KEY
                   SET SOEG-SLUT TO TRUE
           END-START
           PERFORM UNTIL SOEG-SLUT
               READ KONTOFIL NEXT RECORD
                   AT END
                       SET SOEG-SLUT TO TRUE
                   NOT AT END
                       IF KUNDE-ID OF KONTOFIL-REKORD NOT =
                               KUNDE-ID OF KUNDEFIL-REKORD
                           SET SOEG-SLUT TO TRUE
                       ELSE
                           IF NOT KONTO-LUKKET OF KONTOFIL-REKORD
                               PERFORM VURDER-KONTO-PRODUKT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Raise PRODUKT-RISIKO to the account's product risk when that
      *is higher
       VURDER-KONTO-PRODUKT.
           PERFORM VARYING PROD-IX FROM 1 BY 1
               UNTIL PROD-IX > PRODUKT-ANTAL
               IF PT-PROD-KODE (PROD-IX) =
                       KONTO-TYPE OF KONTOFIL-REKORD
                   EVALUATE TRUE
                       WHEN PT-RISIKO (PROD-IX) = "H"
                           MOVE "H" TO PRODUKT-RISIKO
                       WHEN PT-RISIKO (PROD-IX) = "M"
                           AND PRODUKT-RISIKO NOT = "H"
                           MOVE "M" TO PRODUKT-RISIKO
                   END-EVALUATE
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Fold the AML officer's sign-offs into the register. A
      *sign-off no later than the review already recorded has been
      *applied before and is passed over, so the file can stand
      *until the officer clears it
       ANVEND-GENNEMGANGE.
           MOVE "N" TO EOF-GENNEMGANG
           OPEN INPUT GENNEMGANG-FIL
           IF GENNEMGANG-FIL-STATUS = "00"
               OR GENNEMGANG-FIL-STATUS = "05"
               PERFORM UNTIL END-GENNEMGANG
                   READ GENNEMGANG-FIL
                       AT END
                           SET END-GENNEMGANG TO TRUE
                       NOT AT END
                           PERFORM ANVEND-GENNEMGANG
                   END-READ
               END-PERFORM
               CLOSE GENNEMGANG-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Apply one sign-off
       ANVEND-GENNEMGANG.
           MOVE 0 TO WS-RK-IX
           PERFORM VARYING RK-IX FROM 1 BY 1
               UNTIL RK-IX > RISIKO-ANTAL
               IF RK-KUNDE-ID (RK-IX) = KG-KUNDE-ID
                   AND RK-SET (RK-IX)
                   SET WS-RK-IX TO RK-IX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN KG-DATO NOT NUMERIC
                   OR KG-DATO = 0
                   OR KG-DATO > KOERSELS-DATO
                   MOVE SPACES TO RAPPORT-TEXT
                   STRING
                       "GENNEMGANG AFVIST - Kunde: " DELIMITED BY SIZE
                       KG-KUNDE-ID                   DELIMITED BY SIZE
                       " ugyldig dato"               DELIMITED BY SIZE
                       INTO RAPPORT-TEXT
                   END-STRING
                   WRITE RAPPORT-REKORD
               WHEN WS-RK-IX = 0
                   MOVE SPACES TO RAPPORT-TEXT
                   STRING
                       "GENNEMGANG AFVIST - Kunde: " DELIMITED BY SIZE
                       KG-KUNDE-ID                   DELIMITED BY SIZE
                       " findes ikke paa kundemasteren"
                                                     DELIMITED BY SIZE
                       INTO RAPPORT-TEXT
                   END-STRING
                   WRITE RAPPORT-REKORD
               WHEN KG-DATO > RK-GENNEMGAAET-DATO (WS-RK-IX)
                   MOVE KG-DATO TO RK-GENNEMGAAET-DATO (WS-RK-IX)
                   MOVE KG-AF   TO RK-GENNEMGAAET-AF (WS-RK-IX)
                   ADD 1 TO GENNEMGANG-ANTAL
                   MOVE SPACES TO RAPPORT-TEXT
                   STRING
                       "GENNEMGAAET - Kunde: " DELIMITED BY SIZE
                       KG-KUNDE-ID             DELIMITED BY SIZE
                       " Dato: "               DELIMITED BY SIZE
                       KG-DATO                 DELIMITED BY SIZE
                       " Af: "                 DELIMITED BY SIZE
                       KG-AF                   DELIMITED BY SIZE
                       INTO RAPPORT-TEXT
                   END-STRING
                   WRITE RAPPORT-REKORD
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *Work out the next review date for the row at WS-RK-IX - the
      *last review (or the first classification, for a customer
      *never reviewed) plus the class's interval - and whether a
      *high-risk customer is far enough past it to be blocked
       BEREGN-FRIST.
           IF RK-GENNEMGAAET-DATO (WS-RK-IX) > 0
               MOVE RK-GENNEMGAAET-DATO (WS-RK-IX) TO BASIS-DATO
           ELSE
               MOVE RK-FOERSTE-DATO (WS-RK-IX) TO BASIS-DATO
           END-IF
           EVALUATE RK-KLASSE (WS-RK-IX)
               WHEN "H"
                   MOVE KYC-INTERVAL-HOEJ TO INTERVAL-DAGE
               WHEN "M"
                   MOVE KYC-INTERVAL-MELLEM TO INTERVAL-DAGE
               WHEN OTHER
                   MOVE KYC-INTERVAL-LAV TO INTERVAL-DAGE
           END-EVALUATE
           MOVE "S" TO DATO-FUNKTION
           MOVE BASIS-DATO TO DATO-ARG
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           COMPUTE NAESTE-SERIAL = DATO-SERIAL + INTERVAL-DAGE
           MOVE "D" TO DATO-FUNKTION
           MOVE NAESTE-SERIAL TO DATO-SERIAL
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           MOVE DATO-ARG TO RK-NAESTE-DATO (WS-RK-IX)
           COMPUTE DAGE-OVER = KOERSELS-SERIAL - NAESTE-SERIAL

           MOVE "N" TO NY-SPAERRET
           IF RK-KLASSE (WS-RK-IX) = "H"
               AND DAGE-OVER > KYC-SPAER-DAGE
               MOVE "J" TO NY-SPAERRET
               ADD 1 TO SPAERRET-ANTAL
           END-IF
           EVALUATE TRUE
               WHEN NY-SPAERRET = "J"
                   AND RK-SPAERRET (WS-RK-IX) NOT = "J"
                   MOVE "SPAERRET" TO LISTE-STATUS
                   PERFORM SKRIV-SPAERRE-LINJE
               WHEN NY-SPAERRET NOT = "J"
                   AND RK-SPAERRET (WS-RK-IX) = "J"
                   MOVE "FRIGIVET" TO LISTE-STATUS
                   PERFORM SKRIV-SPAERRE-LINJE
           END-EVALUATE
           MOVE NY-SPAERRET TO RK-SPAERRET (WS-RK-IX)
           EXIT.

      * -------------------------------------------------
      *Rewrite the register from the table - customers no longer on
      *the master are left out
       SKRIV-RISIKOREGISTER.
           OPEN OUTPUT RISIKO-FIL
           PERFORM VARYING RK-IX FROM 1 BY 1
               UNTIL RK-IX > RISIKO-ANTAL
               IF RK-SET (RK-IX)
                   MOVE SPACES TO RISIKO-REKORD
                   MOVE RK-KUNDE-ID (RK-IX)     TO KR-KUNDE-ID
                   MOVE RK-KLASSE (RK-IX)       TO KR-KLASSE
                   MOVE RK-SCORE (RK-IX)        TO KR-SCORE
                   MOVE RK-KLASSE-DATO (RK-IX)  TO KR-KLASSE-DATO
                   MOVE RK-FOERSTE-DATO (RK-IX) TO KR-FOERSTE-DATO
                   MOVE RK-GENNEMGAAET-DATO (RK-IX)
                       TO KR-GENNEMGAAET-DATO
                   MOVE RK-GENNEMGAAET-AF (RK-IX)
                       TO KR-GENNEMGAAET-AF
                   MOVE RK-NAESTE-DATO (RK-IX)  TO KR-NAESTE-DATO
                   MOVE RK-SPAERRET (RK-IX)     TO KR-SPAERRET
                   WRITE RISIKO-REKORD
               ELSE
                   ADD 1 TO FJERNET-ANTAL
               END-IF
           END-PERFORM
           CLOSE RISIKO-FIL
           EXIT.

      * -------------------------------------------------
      *Write the monthly list of reviews due within the warning
      *horizon or already overdue, high risk first
       SKRIV-GENNEMGANGSLISTE.
           OPEN OUTPUT LISTE-FIL
           MOVE SPACES TO LISTE-TEXT
           STRING
               "Gennemgangsliste " DELIMITED BY SIZE
               KOERSELS-DATO       DELIMITED BY SIZE
               " | Varsel: "       DELIMITED BY SIZE
               KYC-VARSEL-DAGE     DELIMITED BY SIZE
               " dage Spaerring efter: " DELIMITED BY SIZE
               KYC-SPAER-DAGE      DELIMITED BY SIZE
               " dage"             DELIMITED BY SIZE
               INTO LISTE-TEXT
           END-STRING
           WRITE LISTE-REKORD
           MOVE SPACES TO LISTE-TEXT
           WRITE LISTE-REKORD
           MOVE "H" TO LISTE-KLASSE
           PERFORM SKRIV-LISTE-KLASSE
           MOVE "M" TO LISTE-KLASSE
           PERFORM SKRIV-LISTE-KLASSE
           MOVE "L" TO LISTE-KLASSE
           PERFORM SKRIV-LISTE-KLASSE
           MOVE SPACES TO LISTE-TEXT
           WRITE LISTE-REKORD
           MOVE SPACES TO LISTE-TEXT
           STRING
               "Til gennemgang: " DELIMITED BY SIZE
               LISTE-ANTAL        DELIMITED BY SIZE
               "  Heraf overskredet: " DELIMITED BY SIZE
               OVERSKREDET-ANTAL  DELIMITED BY SIZE
               INTO LISTE-TEXT
           END-STRING
           WRITE LISTE-REKORD
           CLOSE LISTE-FIL
           EXIT.

      * -------------------------------------------------
      *List the due and overdue reviews of the class in LISTE-KLASSE
       SKRIV-LISTE-KLASSE.
           PERFORM VARYING RK-IX FROM 1 BY 1
               UNTIL RK-IX > RISIKO-ANTAL
               IF RK-SET (RK-IX)
                   AND RK-KLASSE (RK-IX) = LISTE-KLASSE
                   SET WS-RK-IX TO RK-IX
                   PERFORM VURDER-LISTE-RAEKKE
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Put the row at WS-RK-IX on the list when its review falls
      *inside the warning horizon
       VURDER-LISTE-RAEKKE.
           MOVE "S" TO DATO-FUNKTION
           MOVE RK-NAESTE-DATO (WS-RK-IX) TO DATO-ARG
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           COMPUTE DAGE-OVER = KOERSELS-SERIAL - DATO-SERIAL
           IF DAGE-OVER + KYC-VARSEL-DAGE >= 0
               ADD 1 TO LISTE-ANTAL
               IF DAGE-OVER > 0
                   MOVE "OVERSKREDET" TO LISTE-STATUS
                   ADD 1 TO OVERSKREDET-ANTAL
               ELSE
                   MOVE "FORFALDER" TO LISTE-STATUS
               END-IF
               MOVE SPACES TO FULDT-NAVN
               MOVE RK-KUNDE-ID (WS-RK-IX)
                   TO KUNDE-ID OF KUNDEFIL-REKORD
               READ KUNDEFIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       CALL "KUNDENAVN" USING
                           KUNDEFIL-REKORD FULDT-NAVN
               END-READ
               MOVE DAGE-OVER TO WS-DAGE-EDIT
               MOVE SPACES TO LISTE-TEXT
               STRING
                   RK-KLASSE (WS-RK-IX)     DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   LISTE-STATUS             DELIMITED BY SIZE
                   " Kunde: "               DELIMITED BY SIZE
                   RK-KUNDE-ID (WS-RK-IX)   DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   FULDT-NAVN               DELIMITED BY SIZE
                   " Frist: "               DELIMITED BY SIZE
                   RK-NAESTE-DATO (WS-RK-IX) DELIMITED BY SIZE
                   " Dage over: "           DELIMITED BY SIZE
                   WS-DAGE-EDIT             DELIMITED BY SIZE
                   " Sidst: "               DELIMITED BY SIZE
                   RK-GENNEMGAAET-DATO (WS-RK-IX) DELIMITED BY SIZE
                   INTO LISTE-TEXT
               END-STRING
               IF RK-SPAERRET (WS-RK-IX) = "J"
                   MOVE "SPAERRET" TO LISTE-TEXT (125:8)
               END-IF
               WRITE LISTE-REKORD
           END-IF
           EXIT.

      * -------------------------------------------------
      *Report a new or changed class for the customer in the record
      *area, with the score behind it
       SKRIV-KLASSE-LINJE.
           MOVE SCORE TO WS-SCORE-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           IF WS-RK-IX > 0 AND LISTE-STATUS = "KLASSESKIFT"
               STRING
                   "KLASSESKIFT - Kunde: "       DELIMITED BY SIZE
                   KUNDE-ID OF KUNDEFIL-REKORD   DELIMITED BY SIZE
                   " Fra: "                      DELIMITED BY SIZE
                   RK-KLASSE (WS-RK-IX)          DELIMITED BY SIZE
                   " Til: "                      DELIMITED BY SIZE
                   NY-KLASSE                     DELIMITED BY SIZE
                   " Score: "                    DELIMITED BY SIZE
                   WS-SCORE-EDIT                 DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
           ELSE
               STRING
                   "NY KUNDE - Kunde: "          DELIMITED BY SIZE
                   KUNDE-ID OF KUNDEFIL-REKORD   DELIMITED BY SIZE
                   " Klasse: "                   DELIMITED BY SIZE
                   NY-KLASSE                     DELIMITED BY SIZE
                   " Score: "                    DELIMITED BY SIZE
                   WS-SCORE-EDIT                 DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
           END-IF
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Report a netbank block set or lifted for the row at WS-RK-IX
       SKRIV-SPAERRE-LINJE.
           MOVE DAGE-OVER TO WS-DAGE-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               LISTE-STATUS              DELIMITED BY SPACE
               " - Kunde: "              DELIMITED BY SIZE
               RK-KUNDE-ID (WS-RK-IX)    DELIMITED BY SIZE
               " Klasse: "               DELIMITED BY SIZE
               RK-KLASSE (WS-RK-IX)      DELIMITED BY SIZE
               " Frist: "                DELIMITED BY SIZE
               RK-NAESTE-DATO (WS-RK-IX) DELIMITED BY SIZE
               " Dage over: "            DELIMITED BY SIZE
               WS-DAGE-EDIT              DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Write the report header with the effective rules, so each
      *day's classification documents what it was judged against
       SKRIV-RAPPORT-HOVED.
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Kunderisiko " DELIMITED BY SIZE
               KOERSELS-DATO  DELIMITED BY SIZE
               " | Vindue: "  DELIMITED BY SIZE
               KYC-VINDUE-DAGE DELIMITED BY SIZE
               " dage Mellem fra: " DELIMITED BY SIZE
               KYC-GRAENSE-MELLEM DELIMITED BY SIZE
               " Hoej fra: "  DELIMITED BY SIZE
               KYC-GRAENSE-HOEJ DELIMITED BY SIZE
               " Interval L/M/H: " DELIMITED BY SIZE
               KYC-INTERVAL-LAV DELIMITED BY SIZE
               "/"            DELIMITED BY SIZE
               KYC-INTERVAL-MELLEM DELIMITED BY SIZE
               "/"            DELIMITED BY SIZE
               KYC-INTERVAL-HOEJ DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Write the control-total trailer
       SKRIV-TRAILER.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Kunder: "        DELIMITED BY SIZE
               KUNDER-ANTAL      DELIMITED BY SIZE
               "  Nye: "         DELIMITED BY SIZE
               NYE-ANTAL         DELIMITED BY SIZE
               "  Klasseskift: " DELIMITED BY SIZE
               SKIFT-ANTAL       DELIMITED BY SIZE
               "  Fjernet: "     DELIMITED BY SIZE
               FJERNET-ANTAL     DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Hoej: "          DELIMITED BY SIZE
               HOEJ-ANTAL        DELIMITED BY SIZE
               "  Mellem: "      DELIMITED BY SIZE
               MELLEM-ANTAL      DELIMITED BY SIZE
               "  Lav: "         DELIMITED BY SIZE
               LAV-ANTAL         DELIMITED BY SIZE
               "  Gennemgaaet: " DELIMITED BY SIZE
               GENNEMGANG-ANTAL  DELIMITED BY SIZE
               "  Spaerret: "    DELIMITED BY SIZE
               SPAERRET-ANTAL    DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Haendelser laest: "  DELIMITED BY SIZE
               HAENDELSER-LAEST-ANTAL DELIMITED BY SIZE
               "  Udloebet: "        DELIMITED BY SIZE
               HAENDELSER-SLETTET-ANTAL DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           DISPLAY "Kunder: "        KUNDER-ANTAL
                   " Klasseskift: "  SKIFT-ANTAL
                   " Hoej: "         HOEJ-ANTAL
                   " Spaerret: "     SPAERRET-ANTAL
           IF LISTE-KOERSEL
               DISPLAY "Til gennemgang: " LISTE-ANTAL
                       " Overskredet: "   OVERSKREDET-ANTAL
           END-IF
           EXIT.
