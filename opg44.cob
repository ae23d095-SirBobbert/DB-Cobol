      *01 ukendt konto, 02 ikke kontoejer, 03 konto ikke aktiv,
      *04 manglende daekning, 05 dagsgraense overskredet,
      *06 ugyldigt beloeb, 07 blank modkonto, 08 fuldmagt daekker
      *ikke ordren, 10 mindreaarig over beloebsgraensen, 11 ny
      *modtager afventer bekraeftelse, 12 bekraeftelse udloebet, 13
      *afvist af kunden. A customer
      *under eighteen (by the CPR on the customer master) ordering on
      *their own account may not order more per transfer than the
      *MINDREAARIG-GRAENSE parameter allows; the guardian ordering
      *under a mandate is not held to it. A customer who does not
      *own the paying account may still order on it when the
      *power-of-attorney register carries a live posting mandate
      *for them. An order from (or on
      *the account of) a customer KUNDERISIKO has blocked for an
      *overdue high-risk review is not rejected but held under code
      *09: it waits in opg44-tilbageholdt.txt and is judged again at
      *the start of every run, going through the ordinary checks
      *once the review is signed off and the block lifted.
      *An order above the NY-MODTAGER-GRAENSE parameter to a payee
      *the paying account's owner has never paid before (no row in
      *the payee history OPG98 builds) is held the same way under
      *code 11, and a confirmation request goes out on the ordering
      *customer's alert channel - SMS to the phone number on the
      *customer master, else e-mail, else the netbank inbox alone.
      *The order is released (FRIGIVET) once the customer confirms
      *it through the front end's confirmation file, rejected under
      *code 13 when the customer declines, and under code 12 once
      *the NY-MODTAGER-TIMER hours pass unanswered. A confirmed
      *payee is written to the payee history and trusted from then
      *on.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NETBANKORDRER.

               RECORD KEY IS KONTO-ID OF KONTOFIL-REKORD
               ALTERNATE RECORD KEY IS KUNDE-ID OF KONTOFIL-REKORD
                   WITH DUPLICATES.
      *Bind customer master - read by key for the ordering owner's
      *CPR-nummer
           SELECT KUNDEFIL ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEFIL-REKORD.
      *Bind the power-of-attorney register FULDMAGT maintains -
      *an order from someone other than the owner is held against
      *it. SELECT OPTIONAL so a site without mandates validates
               ASSIGN TO "opg44-forbrug.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FORBRUG-FIL-STATUS.
      *Bind the KYC risk register KUNDERISIKO keeps - the customers
      *blocked for an overdue review are loaded from it
           SELECT OPTIONAL RISIKO-FIL ASSIGN TO "Kunderisiko.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RISIKO-FIL-STATUS.
      *Bind the held orders - loaded at start-up to be judged again
      *and rewritten in full with what is still held
           SELECT OPTIONAL HOLD-FIL
               ASSIGN TO "opg44-tilbageholdt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-FIL-STATUS.
      *Bind the payee history OPG98 builds - loaded at start-up and
      *opened EXTEND for the payees customers confirm this run.
      *SELECT OPTIONAL and created on first use
           SELECT OPTIONAL MH-FIL ASSIGN TO "Modtagerhistorik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MH-FIL-STATUS.
      *Bind the front end's confirmation file - the customers'
      *answers to the confirmation requests
           SELECT OPTIONAL BEKR-FIL
               ASSIGN TO "netbank-bekraeftelser-ind.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BEKR-FIL-STATUS.
      *Bind the confirmation requests for the alert channel - opened
      *EXTEND so every run's requests are appended
           SELECT OPTIONAL ANMOD-FIL
               ASSIGN TO "opg44-bekraeftelsesanmodninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANMOD-FIL-STATUS.
      *Bind the order-status file the front end reads back
           SELECT STATUS-FIL ASSIGN TO "opg44-ordrestatus.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       01  KONTOFIL-REKORD.
           COPY "KONTOOPL.cpy".

      *Customer master record layout
       FD  KUNDEFIL.
       01  KUNDEFIL-REKORD.
           COPY "KUNDEOPL.cpy".

      *Mandate record layout - must match what FULDMAGT keeps
       FD  FM-FIL.
       01  FM-REKORD.
           02  FRB-KUNDE-ID        PIC X(10).
           02  FRB-SUM             PIC 9(9)V99.

      *Risk register record layout - must match what KUNDERISIKO
      *writes
       FD  RISIKO-FIL.
       01  RISIKO-REKORD.
           COPY "KUNDERISIKO.cpy".

      *Held order record layout - the day the order was first held,
      *the order's full image, the code it is held under and the
      *time of day it was held (both blank on rows from before the
      *fields, which are KYC holds)
       FD  HOLD-FIL.
       01  HOLD-REKORD.
           02  HLD-HOLDT-DATO      PIC 9(8).
           02  HLD-ORDRE           PIC X(59).
           02  HLD-KODE            PIC X(2).
           02  HLD-HOLDT-TID       PIC 9(4).

      *Payee history record layout
       FD  MH-FIL.
       01  MH-REKORD.
           COPY "MODTAGERHISTORIK.cpy".

      *Confirmation record layout - the held order, the customer
      *answering and the answer, "J" confirm or "N" decline
       FD  BEKR-FIL.
       01  BEKR-REKORD.
           02  NBB-ORDRE-REF       PIC X(12).
           02  NBB-KUNDE-ID        PIC X(10).
           02  NBB-SVAR            PIC X(1).

      *Confirmation request record layout - who to ask, on which
      *channel and address, about which order, and when the order
      *lapses unanswered
       FD  ANMOD-FIL.
       01  ANMOD-REKORD.
           02  BKA-DATO            PIC 9(8).
           02  BKA-TID             PIC 9(4).
           02  BKA-KUNDE-ID        PIC X(10).
           02  BKA-KANAL           PIC X(5).
           02  BKA-ADRESSE         PIC X(30).
           02  BKA-ORDRE-REF       PIC X(12).
           02  BKA-MODKONTO-ID     PIC X(10).
           02  BKA-BELOB           PIC 9(7)V99.
           02  BKA-FRIST-DATO      PIC 9(8).
           02  BKA-FRIST-TID       PIC 9(4).

      *Order-status record layout - what the front end shows the
      *customer
       FD  STATUS-FIL.
       01  ORDRE-FIL-STATUS     PIC X(2) VALUE "00".
       01  POST-FIL-STATUS      PIC X(2) VALUE "00".
       01  FORBRUG-FIL-STATUS   PIC X(2) VALUE "00".
       01  RISIKO-FIL-STATUS    PIC X(2) VALUE "00".
       01  HOLD-FIL-STATUS      PIC X(2) VALUE "00".
       01  MH-FIL-STATUS        PIC X(2) VALUE "00".
       01  BEKR-FIL-STATUS      PIC X(2) VALUE "00".
       01  ANMOD-FIL-STATUS     PIC X(2) VALUE "00".

      *Time of day of the run (HHMM) - stamps a new payee hold and
      *measures how long it has waited
       01  KOERSELS-TID         PIC 9(4) VALUE 0.
       01  WS-TID-LANG          PIC 9(8) VALUE 0.

      *Per-customer daily transfer limit, configurable through the
      *central parameter file
       01  NETBANK-DAGSGRAENSE  PIC 9(9)V99 VALUE 50000.00.
      *Largest single transfer a customer under eighteen may order
      *on their own account, configurable the same way
       01  MINDREAARIG-GRAENSE  PIC 9(9)V99 VALUE 1000.00.
      *Largest transfer to a first-time payee that goes through
      *without the customer's confirmation, and how many hours a
      *held order waits for the confirmation, configurable the same
      *way
       01  NY-MODTAGER-GRAENSE  PIC 9(9)V99 VALUE 10000.00.
       01  NY-MODTAGER-TIMER    PIC 9(4) VALUE 24.

      *Parameter fields for the shared age subprogram
       01  ALDER-DATO           PIC 9(8) VALUE 0.
       01  ALDER-FOEDSELSDATO   PIC 9(8) VALUE 0.
       01  ALDER-MYNDIG-DATO    PIC 9(8) VALUE 0.
       01  ALDER-SVAR           PIC X(1) VALUE SPACE.

      *Parameter fields for the shared runtime-parameter subprogram
       01  PARAM-NAVN           PIC X(20) VALUE SPACES.
       01  FULDMAGT-OK-SW       PIC X VALUE "N".
           88  FULDMAGT-OK          VALUE "Y".

      *Customers blocked for an overdue KYC review, loaded once at
      *start-up
       01  SPAER-TABEL.
           05  SPAER-POST OCCURS 5000 TIMES INDEXED BY SP-IX.
               10  SP-KUNDE-ID         PIC X(10).
       01  SPAER-ANTAL          PIC 9(4) VALUE 0.
       01  SPAERRET-SW          PIC X VALUE "N".
           88  KUNDE-SPAERRET       VALUE "Y".
       01  SOEG-KUNDE-ID        PIC X(10) VALUE SPACES.

      *Orders held on earlier runs, loaded at start-up and judged
      *again before the day's new orders
       01  HOLD-TABEL.
           05  HOLD-POST OCCURS 2000 TIMES INDEXED BY HLD-IX.
               10  HT-HOLDT-DATO       PIC 9(8).
               10  HT-ORDRE            PIC X(59).
               10  HT-KODE             PIC X(2).
               10  HT-HOLDT-TID        PIC 9(4).
       01  HOLD-ANTAL           PIC 9(4) VALUE 0.
      *Set when the held orders outgrew the table - the run is
      *refused whole so the rewrite can never drop an order
       01  HOLD-OVERLOEB-SW     PIC X VALUE "N".
           88  HOLD-OVERLOEB        VALUE "Y".
      *The held date of the order in hand - today for a new order
       01  AKTUEL-HOLDT-DATO    PIC 9(8) VALUE 0.
      *Set while the held orders are being judged again, so a
      *still-held order is not reported to the front end twice
       01  GENBEHANDLING-SW     PIC X VALUE "N".
           88  GENBEHANDLING        VALUE "Y".
      *Set when the order in hand is held afresh - a new order, or a
      *held order now held under another code - so the front end
      *hears of it
       01  NY-HOLD-SW           PIC X VALUE "N".
           88  NY-HOLD              VALUE "Y".

      *The payee history, loaded once at start-up - every payee
      *each customer has paid or confirmed before
       01  MODTAGER-TABEL.
           05  MODTAGER-POST OCCURS 20000 TIMES INDEXED BY MDT-IX.
               10  MDT-KUNDE-ID        PIC X(10).
               10  MDT-MODTAGER        PIC X(34).
       01  MODTAGER-ANTAL       PIC 9(5) VALUE 0.
      *Set when the payee history outgrew the table - the run is
      *refused whole rather than holding orders to known payees
       01  MODTAGER-OVERLOEB-SW PIC X VALUE "N".
           88  MODTAGER-OVERLOEB    VALUE "Y".
       01  KENDT-MODTAGER-SW    PIC X VALUE "N".
           88  KENDT-MODTAGER       VALUE "Y".
      *The customer and payee being looked up or added
       01  SOEG-MODTAGER-KUNDE  PIC X(10) VALUE SPACES.
       01  SOEG-MODTAGER        PIC X(34) VALUE SPACES.

      *The customers' answers from the front end, loaded once at
      *start-up
       01  BEKR-TABEL.
           05  BEKR-POST OCCURS 2000 TIMES INDEXED BY BKR-IX.
               10  BT-ORDRE-REF        PIC X(12).
               10  BT-KUNDE-ID         PIC X(10).
               10  BT-SVAR             PIC X(1).
       01  BEKR-ANTAL           PIC 9(4) VALUE 0.
       01  BEKR-OVERLOEB-SW     PIC X VALUE "N".
           88  BEKR-OVERLOEB        VALUE "Y".
      *The answer found for the held order in hand
       01  BEKR-SVAR            PIC X(1) VALUE SPACE.
           88  BEKR-JA              VALUE "J".
           88  BEKR-NEJ             VALUE "N".
      *Set while a confirmed order goes through the ordinary checks,
      *so its acceptance is reported as a release
       01  BEKRAEFTET-SW        PIC X VALUE "N".
           88  ORDRE-BEKRAEFTET     VALUE "Y".

      *The code and time of day the held order in hand was held
      *under - "09" for rows from before the code was kept
       01  AKTUEL-HOLD-KODE     PIC X(2) VALUE SPACES.
       01  AKTUEL-HOLDT-TID     PIC 9(4) VALUE 0.

      *Minutes counted from the start of the calendar, for the
      *confirmation timeout
       01  HOLDT-MINUT          PIC 9(11) VALUE 0.
       01  NU-MINUT             PIC 9(11) VALUE 0.
       01  FRIST-MINUT          PIC 9(11) VALUE 0.
       01  FRIST-REST           PIC 9(4) VALUE 0.
      *A day and time of day (HHMM) in, its minute count out
       01  MINUT-TID            PIC 9(4) VALUE 0.
       01  MINUT-TIMER          PIC 9(2) VALUE 0.
       01  MINUT-MIN            PIC 9(2) VALUE 0.
       01  MINUT-RESULTAT       PIC 9(11) VALUE 0.

      *Parameter fields for the shared date subprogram
       01  DATO-FUNKTION        PIC X(1) VALUE SPACE.
       01  DATO-ARG             PIC 9(8) VALUE 0.
       01  DATO-SERIAL          PIC 9(7) VALUE 0.
       01  DATO-UGEDAG          PIC 9(1) VALUE 0.

      *End-of-file flags
       01  EOF-ORDRE            PIC X VALUE "N".
           88  END-ORDRE            VALUE "Y".
           88  END-FORBRUG          VALUE "Y".
       01  EOF-FM               PIC X VALUE "N".
           88  END-FM               VALUE "Y".
       01  EOF-RISIKO           PIC X VALUE "N".
           88  END-RISIKO           VALUE "Y".
       01  EOF-HOLD             PIC X VALUE "N".
           88  END-HOLD             VALUE "Y".
       01  EOF-MH               PIC X VALUE "N".
           88  END-MH               VALUE "Y".
       01  EOF-BEKR             PIC X VALUE "N".
           88  END-BEKR             VALUE "Y".

      *Outcome of the current order's validation and the reason
      *code a rejection goes back under
       01  ORDRER-LAEST-ANTAL   PIC 9(7) VALUE 0.
       01  GODKENDT-ANTAL       PIC 9(7) VALUE 0.
       01  AFVIST-ANTAL         PIC 9(7) VALUE 0.
       01  HOLDT-ANTAL          PIC 9(7) VALUE 0.
       01  FRIGIVET-ANTAL       PIC 9(7) VALUE 0.
       01  ANMODET-ANTAL        PIC 9(7) VALUE 0.

      *Parameter fields for the shared inbound-file reception
      *subprogram - a duplicate of a file already taken in, or a
      *file held for the next banking day, is not read
       01  MOD-PROGRAM          PIC X(8) VALUE "OPG44".
       01  MOD-FILNAVN          PIC X(40)
                                VALUE "netbank-ordrer-ind.txt".
       01  MOD-SVAR             PIC X(1) VALUE SPACE.
           88  MOD-AFVIST           VALUE "D" "H".
           88  MOD-DUBLET           VALUE "D".
           88  MOD-HOLDT            VALUE "H".

      *Parameter fields for the shared run-count subprogram
       01  KT-PROGRAM           PIC X(8) VALUE "OPG44".
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
           ACCEPT WS-TID-LANG FROM TIME
           MOVE WS-TID-LANG (1:4) TO KOERSELS-TID

      *Pick the daily limit up from the central parameter file
           MOVE "NETBANK-DAGSGRAENSE" TO PARAM-NAVN
           IF PARAM-FUNDET = "J"
               MOVE PARAM-TAL TO NETBANK-DAGSGRAENSE
           END-IF
           MOVE "MINDREAARIG-GRAENSE" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-TAL TO MINDREAARIG-GRAENSE
           END-IF
           MOVE "NY-MODTAGER-GRAENSE" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-TAL TO NY-MODTAGER-GRAENSE
           END-IF
           MOVE "NY-MODTAGER-TIMER" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-TAL TO NY-MODTAGER-TIMER
           END-IF

      *Load what each customer has already transferred today, and
      *the power-of-attorney register the originators are held
           PERFORM LAES-FORBRUG
           PERFORM LAES-FULDMAGTER

      *Load the customers blocked for an overdue KYC review and the
      *orders held on earlier runs - too many held orders for the
      *table refuses the run
           PERFORM LAES-SPAERREDE-KUNDER
           PERFORM LAES-TILBAGEHOLDTE
           IF HOLD-OVERLOEB
               DISPLAY "OPG44: tilbageholdte ordrer er for mange til"
                       " tabellen, koerslen afvises."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *Load the payee history and the customers' answers to the
      *confirmation requests - either outgrowing its table refuses
      *the run
           PERFORM LAES-MODTAGERHISTORIK
           PERFORM LAES-BEKRAEFTELSER
           IF MODTAGER-OVERLOEB
               DISPLAY "OPG44: modtagerhistorikken er for stor til"
                       " tabellen, koerslen afvises."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF BEKR-OVERLOEB
               DISPLAY "OPG44: bekraeftelserne er for mange til"
                       " tabellen, koerslen afvises."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT  KONTOFIL
                       KUNDEFIL
                OUTPUT STATUS-FIL
                       RAPPORT-FIL
                       HOLD-FIL
           PERFORM ABEN-POST-FIL
           PERFORM ABEN-MH-FIL
           PERFORM ABEN-ANMOD-FIL

      *Judge the held orders again first, in the order they came in -
      *an order whose block has lifted goes through the ordinary
      *checks, one still blocked is written back to the hold file.
      *An order waiting for a first-time payee's confirmation is
      *judged on the customer's answer instead
           SET GENBEHANDLING TO TRUE
           PERFORM VARYING HLD-IX FROM 1 BY 1
               UNTIL HLD-IX > HOLD-ANTAL
               MOVE HT-ORDRE (HLD-IX) TO ORDRE-REKORD
               MOVE HT-HOLDT-DATO (HLD-IX) TO AKTUEL-HOLDT-DATO
               MOVE HT-KODE (HLD-IX) TO AKTUEL-HOLD-KODE
               MOVE HT-HOLDT-TID (HLD-IX) TO AKTUEL-HOLDT-TID
               IF NBO-DATO NUMERIC AND NBO-DATO < KOERSELS-DATO
                   MOVE KOERSELS-DATO TO NBO-DATO
               END-IF
               IF AKTUEL-HOLD-KODE = "11"
                   PERFORM GENBEHANDL-NY-MODTAGER
               ELSE
                   PERFORM BEHANDL-ORDRE
               END-IF
           END-PERFORM
           MOVE "N" TO GENBEHANDLING-SW
           MOVE KOERSELS-DATO TO AKTUEL-HOLDT-DATO
           MOVE KOERSELS-TID TO AKTUEL-HOLDT-TID
           MOVE SPACES TO AKTUEL-HOLD-KODE

      *Work every order in the front end's file
           PERFORM MODTAG-INDFIL
           IF NOT MOD-AFVIST
               MOVE "N" TO EOF-ORDRE
               OPEN INPUT ORDRE-FIL
               IF ORDRE-FIL-STATUS = "00"
                   OR ORDRE-FIL-STATUS = "05"
                   PERFORM UNTIL END-ORDRE
                       READ ORDRE-FIL
                           AT END
                               SET END-ORDRE TO TRUE
                           NOT AT END
                               ADD 1 TO ORDRER-LAEST-ANTAL
                               PERFORM BEHANDL-ORDRE
                       END-READ
                   END-PERFORM
                   CLOSE ORDRE-FIL
               END-IF
           END-IF

      *Rewrite today's usage for the next run the same day

           PERFORM SKRIV-TRAILER
           CLOSE KONTOFIL
                 KUNDEFIL
                 POST-FIL
                 STATUS-FIL
                 HOLD-FIL
                 MH-FIL
                 ANMOD-FIL
                 RAPPORT-FIL
      *Leave this run's headline count for OPG28's run report
           MOVE ORDRER-LAEST-ANTAL TO KT-ANTAL
                       PERFORM KONTROLLER-ORDRE-DETALJER
               END-READ
           END-IF
           IF ORDRE-OK
               PERFORM KONTROLLER-KYC-SPAERRING
           END-IF
           IF ORDRE-OK
               PERFORM KONTROLLER-DAGSGRAENSE
           END-IF
           IF ORDRE-OK
               PERFORM KONTROLLER-NY-MODTAGER
           END-IF
           EVALUATE TRUE
               WHEN AFVIS-KODE = "09" OR AFVIS-KODE = "11"
                   PERFORM TILBAGEHOLD-ORDRE
               WHEN ORDRE-OK
                   IF GENBEHANDLING
                       ADD 1 TO FRIGIVET-ANTAL
                   END-IF
                   PERFORM GODKEND-ORDRE
               WHEN OTHER
                   PERFORM AFVIS-ORDRE
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *Hold the order when the ordering customer or the account's
      *owner is blocked for an overdue KYC review - code 09
       KONTROLLER-KYC-SPAERRING.
           MOVE NBO-KUNDE-ID TO SOEG-KUNDE-ID
           PERFORM FIND-SPAERRING
           IF NOT KUNDE-SPAERRET
               MOVE KUNDE-ID OF KONTOFIL-REKORD TO SOEG-KUNDE-ID
               PERFORM FIND-SPAERRING
           END-IF
           IF KUNDE-SPAERRET
               MOVE "N" TO ORDRE-OK-SW
               MOVE "09" TO AFVIS-KODE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Set KUNDE-SPAERRET when SOEG-KUNDE-ID is on the block list
       FIND-SPAERRING.
           MOVE "N" TO SPAERRET-SW
           PERFORM VARYING SP-IX FROM 1 BY 1
               UNTIL SP-IX > SPAER-ANTAL
               IF SP-KUNDE-ID (SP-IX) = SOEG-KUNDE-ID
                   SET KUNDE-SPAERRET TO TRUE
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Park the order in the hold file until the block lifts or the
      *customer confirms the payee. A new hold is reported to the
      *front end as HOLDT under its code - 09 or 11, the latter with
      *a confirmation request on the customer's alert channel; an
      *order already held under the same code is only carried
      *forward
       TILBAGEHOLD-ORDRE.
           MOVE "N" TO NY-HOLD-SW
           IF NOT GENBEHANDLING
               SET NY-HOLD TO TRUE
           END-IF
           IF GENBEHANDLING AND AFVIS-KODE NOT = AKTUEL-HOLD-KODE
               SET NY-HOLD TO TRUE
               MOVE KOERSELS-DATO TO AKTUEL-HOLDT-DATO
               MOVE KOERSELS-TID  TO AKTUEL-HOLDT-TID
           END-IF
           MOVE AKTUEL-HOLDT-DATO TO HLD-HOLDT-DATO
           MOVE ORDRE-REKORD      TO HLD-ORDRE
           MOVE AFVIS-KODE        TO HLD-KODE
           MOVE AKTUEL-HOLDT-TID  TO HLD-HOLDT-TID
           WRITE HOLD-REKORD
           ADD 1 TO HOLDT-ANTAL
           IF NY-HOLD
               MOVE NBO-ORDRE-REF TO NBS-ORDRE-REF
               MOVE "HOLDT"       TO NBS-STATUS
               MOVE AFVIS-KODE    TO NBS-KODE
               WRITE STATUS-REKORD

               MOVE SPACES TO RAPPORT-TEXT
               IF AFVIS-KODE = "11"
                   STRING
                       "HOLDT - ORDRE: " DELIMITED BY SIZE
                       NBO-ORDRE-REF     DELIMITED BY SIZE
                       " KUNDE: "        DELIMITED BY SIZE
                       NBO-KUNDE-ID      DELIMITED BY SIZE
                       " NY MODTAGER: "  DELIMITED BY SIZE
                       NBO-MODKONTO-ID   DELIMITED BY SIZE
                       " AFVENTER BEKRAEFTELSE"
                                         DELIMITED BY SIZE
                       INTO RAPPORT-TEXT
                   END-STRING
               ELSE
                   STRING
                       "HOLDT - ORDRE: " DELIMITED BY SIZE
                       NBO-ORDRE-REF     DELIMITED BY SIZE
                       " KUNDE: "        DELIMITED BY SIZE
                       NBO-KUNDE-ID      DELIMITED BY SIZE
                       " KYC-GENNEMGANG OVERSKREDET"
                                         DELIMITED BY SIZE
                       INTO RAPPORT-TEXT
                   END-STRING
               END-IF
               WRITE RAPPORT-REKORD
               IF AFVIS-KODE = "11"
                   PERFORM SEND-BEKRAEFTELSESANMODNING
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the customers KUNDERISIKO has blocked into SPAER-TABEL
       LAES-SPAERREDE-KUNDER.
           MOVE 0 TO SPAER-ANTAL
           MOVE "N" TO EOF-RISIKO
           OPEN INPUT RISIKO-FIL
           IF RISIKO-FIL-STATUS = "00"
               OR RISIKO-FIL-STATUS = "05"
               PERFORM UNTIL END-RISIKO
                   READ RISIKO-FIL
                       AT END
                           SET END-RISIKO TO TRUE
                       NOT AT END
                           IF KR-ER-SPAERRET
                               AND SPAER-ANTAL < 5000
                               ADD 1 TO SPAER-ANTAL
                               MOVE KR-KUNDE-ID
                                   TO SP-KUNDE-ID (SPAER-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RISIKO-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the orders held on earlier runs into HOLD-TABEL
       LAES-TILBAGEHOLDTE.
           MOVE 0 TO HOLD-ANTAL
           MOVE "N" TO EOF-HOLD
           OPEN INPUT HOLD-FIL
           IF HOLD-FIL-STATUS = "00"
               OR HOLD-FIL-STATUS = "05"
               PERFORM UNTIL END-HOLD
                   READ HOLD-FIL
                       AT END
                           SET END-HOLD TO TRUE
                       NOT AT END
                           IF HOLD-ANTAL < 2000
                               ADD 1 TO HOLD-ANTAL
                               MOVE HLD-HOLDT-DATO
                                   TO HT-HOLDT-DATO (HOLD-ANTAL)
                               MOVE HLD-ORDRE
                                   TO HT-ORDRE (HOLD-ANTAL)
                               MOVE HLD-KODE
                                   TO HT-KODE (HOLD-ANTAL)
                               IF HLD-KODE = SPACES
                                   MOVE "09" TO HT-KODE (HOLD-ANTAL)
                               END-IF
                               MOVE 0 TO HT-HOLDT-TID (HOLD-ANTAL)
                               IF HLD-HOLDT-TID IS NUMERIC
                                   MOVE HLD-HOLDT-TID
                                       TO HT-HOLDT-TID (HOLD-ANTAL)
                               END-IF
                           ELSE
                               SET HOLD-OVERLOEB TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FIL
           END-IF
           EXIT.

                   MOVE "N" TO ORDRE-OK-SW
                   MOVE "03" TO AFVIS-KODE
               WHEN OTHER
                   PERFORM KONTROLLER-MINDREAARIG
                   IF ORDRE-OK
                       PERFORM KONTROLLER-DAEKNING
                   END-IF
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *An owner still under eighteen ordering on their own account
      *is held to the minor's per-transfer limit - code 10. A
      *missing customer row or a CPR that proves no age passes
       KONTROLLER-MINDREAARIG.
           IF NBO-BELOB > MINDREAARIG-GRAENSE
               MOVE NBO-KUNDE-ID TO KUNDE-ID OF KUNDEFIL-REKORD
               READ KUNDEFIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE KOERSELS-DATO TO ALDER-DATO
                       CALL "CPRALDER" USING
                           CPR-NUMMER OF KUNDEFIL-REKORD
                           ALDER-DATO ALDER-FOEDSELSDATO
                           ALDER-MYNDIG-DATO ALDER-SVAR
                       IF ALDER-SVAR = "M"
                           MOVE "N" TO ORDRE-OK-SW
                           MOVE "10" TO AFVIS-KODE
                       END-IF
               END-READ
           END-IF
           EXIT.

      * -------------------------------------------------
      *Judge whether a live mandate lets the originator order on
      *someone else's account - the scope must allow posting and
           MOVE "OVERF"         TO POST-TYPE
           MOVE NBO-MODKONTO-ID TO POST-MODKONTO-ID
           MOVE NBO-ORDRE-REF   TO POST-REFERENCE
           IF KUNDE-ID OF KONTOFIL-REKORD = NBO-KUNDE-ID
               MOVE NBO-KUNDE-ID TO POST-ORDREGIVER
           END-IF
           WRITE POST-REKORD
           ADD 1 TO GODKENDT-ANTAL

               END-IF
           END-IF

      *An order the customer confirmed a first-time payee for goes
      *back to the front end as released under the hold's code
           MOVE NBO-ORDRE-REF TO NBS-ORDRE-REF
           IF ORDRE-BEKRAEFTET
               MOVE "FRIGIVET" TO NBS-STATUS
               MOVE "11"       TO NBS-KODE
           ELSE
               MOVE "GODKENDT" TO NBS-STATUS
               MOVE SPACES     TO NBS-KODE
           END-IF
           WRITE STATUS-REKORD

           MOVE NBO-BELOB TO WS-BELOB-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               NBS-STATUS           DELIMITED BY SPACE
               " - ORDRE: "         DELIMITED BY SIZE
               NBO-ORDRE-REF        DELIMITED BY SIZE
               " FRA: "             DELIMITED BY SIZE
               NBO-KONTO-ID         DELIMITED BY SIZE
               GODKENDT-ANTAL    DELIMITED BY SIZE
               "  Afvist: "      DELIMITED BY SIZE
               AFVIST-ANTAL      DELIMITED BY SIZE
               "  Holdt: "       DELIMITED BY SIZE
               HOLDT-ANTAL       DELIMITED BY SIZE
               "  Frigivet: "    DELIMITED BY SIZE
               FRIGIVET-ANTAL    DELIMITED BY SIZE
               "  Anmodninger: " DELIMITED BY SIZE
               ANMODET-ANTAL     DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           DISPLAY "Ordrer laest: " ORDRER-LAEST-ANTAL
                   " Godkendt: "    GODKENDT-ANTAL
                   " Afvist: "      AFVIST-ANTAL
                   " Holdt: "       HOLDT-ANTAL
           EXIT.

      * -------------------------------------------------
      *Open the payee history for append. When no file exists yet
      *(FILE STATUS 35), create it first so OPEN EXTEND has
      *something to append to
       ABEN-MH-FIL.
           OPEN EXTEND MH-FIL
           IF MH-FIL-STATUS = "35"
               OPEN OUTPUT MH-FIL
               CLOSE MH-FIL
               OPEN EXTEND MH-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Open the confirmation requests for append, created on first
      *use the same way
       ABEN-ANMOD-FIL.
           OPEN EXTEND ANMOD-FIL
           IF ANMOD-FIL-STATUS = "35"
               OPEN OUTPUT ANMOD-FIL
               CLOSE ANMOD-FIL
               OPEN EXTEND ANMOD-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the payee history into MODTAGER-TABEL
       LAES-MODTAGERHISTORIK.
           MOVE 0 TO MODTAGER-ANTAL
           MOVE "N" TO EOF-MH
           OPEN INPUT MH-FIL
           IF MH-FIL-STATUS = "00" OR MH-FIL-STATUS = "05"
               PERFORM UNTIL END-MH
                   READ MH-FIL
                       AT END
                           SET END-MH TO TRUE
                       NOT AT END
                           IF MODTAGER-ANTAL < 20000
                               ADD 1 TO MODTAGER-ANTAL
                               MOVE MH-KUNDE-ID
                                   TO MDT-KUNDE-ID (MODTAGER-ANTAL)
                               MOVE MH-MODTAGER
                                   TO MDT-MODTAGER (MODTAGER-ANTAL)
                           ELSE
                               SET MODTAGER-OVERLOEB TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MH-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the customers' answers from the front end into
      *BEKR-TABEL
       LAES-BEKRAEFTELSER.
           MOVE 0 TO BEKR-ANTAL
           MOVE "N" TO EOF-BEKR
           OPEN INPUT BEKR-FIL
           IF BEKR-FIL-STATUS = "00" OR BEKR-FIL-STATUS = "05"
               PERFORM UNTIL END-BEKR
                   READ BEKR-FIL
                       AT END
                           SET END-BEKR TO TRUE
                       NOT AT END
                           IF BEKR-ANTAL < 2000
                               ADD 1 TO BEKR-ANTAL
                               MOVE NBB-ORDRE-REF
                                   TO BT-ORDRE-REF (BEKR-ANTAL)
                               MOVE NBB-KUNDE-ID
                                   TO BT-KUNDE-ID (BEKR-ANTAL)
                               MOVE NBB-SVAR
                                   TO BT-SVAR (BEKR-ANTAL)
                           ELSE
                               SET BEKR-OVERLOEB TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BEKR-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Hold an order above the first-time payee limit when the
      *paying account's owner has never paid the receiving account
      *before - code 11. A transfer between two of the owner's own
      *accounts is no new payee. The paying account is read back
      *into the record area afterwards
       KONTROLLER-NY-MODTAGER.
           IF NBO-BELOB > NY-MODTAGER-GRAENSE
               MOVE KUNDE-ID OF KONTOFIL-REKORD TO SOEG-MODTAGER-KUNDE
               MOVE NBO-MODKONTO-ID TO SOEG-MODTAGER
               PERFORM FIND-MODTAGER
               IF NOT KENDT-MODTAGER
                   MOVE NBO-MODKONTO-ID TO KONTO-ID OF KONTOFIL-REKORD
                   READ KONTOFIL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF KUNDE-ID OF KONTOFIL-REKORD
                               = SOEG-MODTAGER-KUNDE
                               SET KENDT-MODTAGER TO TRUE
                           END-IF
                   END-READ
                   MOVE NBO-KONTO-ID TO KONTO-ID OF KONTOFIL-REKORD
                   READ KONTOFIL
                       INVALID KEY
                           CONTINUE
                   END-READ
               END-IF
               IF NOT KENDT-MODTAGER
                   MOVE "N" TO ORDRE-OK-SW
                   MOVE "11" TO AFVIS-KODE
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Set KENDT-MODTAGER when SOEG-MODTAGER-KUNDE has paid
      *SOEG-MODTAGER before
       FIND-MODTAGER.
           MOVE "N" TO KENDT-MODTAGER-SW
           PERFORM VARYING MDT-IX FROM 1 BY 1
               UNTIL MDT-IX > MODTAGER-ANTAL OR KENDT-MODTAGER
               IF MDT-KUNDE-ID (MDT-IX) = SOEG-MODTAGER-KUNDE
                   AND MDT-MODTAGER (MDT-IX) = SOEG-MODTAGER
                   SET KENDT-MODTAGER TO TRUE
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Judge an order held for a first-time payee on the customer's
      *answer: confirmed, the payee is trusted and the order goes
      *through the ordinary checks; declined, it is rejected under
      *code 13; unanswered, it is rejected under code 12 once the
      *confirmation window has passed and carried forward until then
       GENBEHANDL-NY-MODTAGER.
           PERFORM FIND-BEKRAEFTELSE
           EVALUATE TRUE
               WHEN BEKR-JA
                   PERFORM STOL-PAA-MODTAGER
                   SET ORDRE-BEKRAEFTET TO TRUE
                   PERFORM BEHANDL-ORDRE
                   MOVE "N" TO BEKRAEFTET-SW
               WHEN BEKR-NEJ
                   MOVE "13" TO AFVIS-KODE
                   PERFORM AFVIS-ORDRE
               WHEN OTHER
                   MOVE AKTUEL-HOLDT-DATO TO DATO-ARG
                   MOVE AKTUEL-HOLDT-TID  TO MINUT-TID
                   PERFORM BEREGN-MINUT
                   COMPUTE FRIST-MINUT =
                       MINUT-RESULTAT + NY-MODTAGER-TIMER * 60
                   MOVE KOERSELS-DATO TO DATO-ARG
                   MOVE KOERSELS-TID  TO MINUT-TID
                   PERFORM BEREGN-MINUT
                   MOVE MINUT-RESULTAT TO NU-MINUT
                   IF NU-MINUT >= FRIST-MINUT
                       MOVE "12" TO AFVIS-KODE
                       PERFORM AFVIS-ORDRE
                   ELSE
                       MOVE "11" TO AFVIS-KODE
                       PERFORM TILBAGEHOLD-ORDRE
                   END-IF
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *Find the ordering customer's answer for the order in hand -
      *the last answer given counts
       FIND-BEKRAEFTELSE.
           MOVE SPACE TO BEKR-SVAR
           PERFORM VARYING BKR-IX FROM 1 BY 1
               UNTIL BKR-IX > BEKR-ANTAL
               IF BT-ORDRE-REF (BKR-IX) = NBO-ORDRE-REF
                   AND BT-KUNDE-ID (BKR-IX) = NBO-KUNDE-ID
                   MOVE BT-SVAR (BKR-IX) TO BEKR-SVAR
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Trust a payee the customer has confirmed - it goes into the
      *table for the rest of the run and onto the payee history for
      *every run after
       STOL-PAA-MODTAGER.
           MOVE NBO-KONTO-ID TO KONTO-ID OF KONTOFIL-REKORD
           READ KONTOFIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE KUNDE-ID OF KONTOFIL-REKORD
                       TO SOEG-MODTAGER-KUNDE
                   MOVE NBO-MODKONTO-ID TO SOEG-MODTAGER
                   PERFORM FIND-MODTAGER
                   IF NOT KENDT-MODTAGER
                       IF MODTAGER-ANTAL < 20000
                           ADD 1 TO MODTAGER-ANTAL
                           MOVE SOEG-MODTAGER-KUNDE
                               TO MDT-KUNDE-ID (MODTAGER-ANTAL)
                           MOVE SOEG-MODTAGER
                               TO MDT-MODTAGER (MODTAGER-ANTAL)
                       END-IF
                       MOVE SOEG-MODTAGER-KUNDE TO MH-KUNDE-ID
                       MOVE SOEG-MODTAGER       TO MH-MODTAGER
                       MOVE "B"                 TO MH-KILDE
                       MOVE KOERSELS-DATO       TO MH-FOERSTE-DATO
                       MOVE KOERSELS-DATO       TO MH-SIDSTE-DATO
                       WRITE MH-REKORD
                   END-IF
           END-READ
           EXIT.

      * -------------------------------------------------
      *Ask the ordering customer to confirm a first-time payee on
      *their alert channel - SMS to the phone number on the customer
      *master, else e-mail, else the netbank inbox alone - with the
      *time the order lapses unanswered
       SEND-BEKRAEFTELSESANMODNING.
           MOVE SPACES            TO ANMOD-REKORD
           MOVE KOERSELS-DATO     TO BKA-DATO
           MOVE KOERSELS-TID      TO BKA-TID
           MOVE NBO-KUNDE-ID      TO BKA-KUNDE-ID
           MOVE NBO-ORDRE-REF     TO BKA-ORDRE-REF
           MOVE NBO-MODKONTO-ID   TO BKA-MODKONTO-ID
           MOVE NBO-BELOB         TO BKA-BELOB
           MOVE "NETB"            TO BKA-KANAL
           MOVE NBO-KUNDE-ID TO KUNDE-ID OF KUNDEFIL-REKORD
           READ KUNDEFIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN TELEFON OF KUNDEFIL-REKORD NOT = SPACES
                           MOVE "SMS" TO BKA-KANAL
                           MOVE TELEFON OF KUNDEFIL-REKORD
                               TO BKA-ADRESSE
                       WHEN EMAIL OF KUNDEFIL-REKORD NOT = SPACES
                           MOVE "EMAIL" TO BKA-KANAL
                           MOVE EMAIL OF KUNDEFIL-REKORD
                               TO BKA-ADRESSE
                   END-EVALUATE
           END-READ
           MOVE AKTUEL-HOLDT-DATO TO DATO-ARG
           MOVE AKTUEL-HOLDT-TID  TO MINUT-TID
           PERFORM BEREGN-MINUT
           COMPUTE FRIST-MINUT =
               MINUT-RESULTAT + NY-MODTAGER-TIMER * 60
           DIVIDE FRIST-MINUT BY 1440
               GIVING DATO-SERIAL REMAINDER FRIST-REST
           MOVE "D" TO DATO-FUNKTION
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           MOVE DATO-ARG TO BKA-FRIST-DATO
           DIVIDE FRIST-REST BY 60
               GIVING MINUT-TIMER REMAINDER MINUT-MIN
           COMPUTE BKA-FRIST-TID = MINUT-TIMER * 100 + MINUT-MIN
           WRITE ANMOD-REKORD
           ADD 1 TO ANMODET-ANTAL
           EXIT.

      * -------------------------------------------------
      *Count the minutes from the start of the calendar to the day
      *in DATO-ARG at the time of day in MINUT-TID (HHMM)
       BEREGN-MINUT.
           MOVE "S" TO DATO-FUNKTION
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           DIVIDE MINUT-TID BY 100
               GIVING MINUT-TIMER REMAINDER MINUT-MIN
           COMPUTE MINUT-RESULTAT =
               DATO-SERIAL * 1440 + MINUT-TIMER * 60 + MINUT-MIN
           EXIT.

      * -------------------------------------------------
      *Hand the inbound file to the reception register before it is
      *read - a byte-identical redelivery has been moved aside, and
      *a file that came after its cut-off waits for its banking day
       MODTAG-INDFIL.
           CALL "FILMODTAGELSE" USING MOD-PROGRAM MOD-FILNAVN MOD-SVAR
           IF MOD-DUBLET
               DISPLAY "OPG44: " MOD-FILNAVN
                       " er en dublet og laeses ikke."
           END-IF
           IF MOD-HOLDT
               DISPLAY "OPG44: " MOD-FILNAVN
                       " holdes til naeste bankdag."
           END-IF
           EXIT.
