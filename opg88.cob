      *Customer complaint register - keeps Klagesager.txt, one case
      *per complaint naming the customer, a category, a status and
      *the statutory answer deadline, and Klageposter.txt, the
      *disputed postings on each case by their POST-REFERENCE in
      *opg15-historik-data.txt. A batch of case transactions
      *(opret/tilfoej/refunder/afvis/luk) is applied with the same
      *validation, operator check and audit trail as the other
      *registers. A refund decision writes a KREDIT to
      *opg15-posteringer.txt on the disputed posting's account under
      *its own "D" reference, linked on the case to the original;
      *being keyed money it goes through KONTOPOSTERING's approval
      *threshold like any clerk's posting, and an original posting
      *already refunded can never be refunded again. Run with the
      *argument RAPPORT (monthly) the program also writes the
      *complaint report: open cases by age and category, the
      *month's refunds per category and product, and the cases past
      *their answer deadline.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KLAGEREGISTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind the case register - loaded whole and rewritten in full
      *at the end of the run. SELECT OPTIONAL so a site with no
      *cases yet runs clean
           SELECT OPTIONAL SAG-FIL ASSIGN TO "Klagesager.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAG-FIL-STATUS.
      *Bind the disputed postings - loaded and rewritten with the
      *register
           SELECT OPTIONAL KP-FIL ASSIGN TO "Klageposter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KP-FIL-STATUS.
      *Bind the day's case transactions - cleared once applied, so
      *a rerun or the month-end run cannot apply them twice
           SELECT OPTIONAL TRANS-FIL
               ASSIGN TO "opg88-transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FIL-STATUS.
      *Bind OPG15's fixed-format history - searched for a disputed
      *posting's account, date and amount
           SELECT OPTIONAL HISTDATA-FIL
               ASSIGN TO "opg15-historik-data.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTDATA-FIL-STATUS.
      *Bind today's posting file - refunds are appended for OPG15
      *to apply
           SELECT OPTIONAL POST-FIL ASSIGN TO "opg15-posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POST-FIL-STATUS.
      *Bind account master - read by key for the disputed account's
      *owner, product and status
           SELECT KONTOFIL ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOFIL-REKORD
               ALTERNATE RECORD KEY IS KUNDE-ID OF KONTOFIL-REKORD
                   WITH DUPLICATES.
      *Bind customer master - read by key for a new case's customer
           SELECT KUNDEFIL ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEFIL-REKORD.
      *Bind the audit log - opened EXTEND so case changes land in
      *the same trail VEDLIGEHOLD writes
           SELECT OPTIONAL AUDIT-FIL ASSIGN TO "opg10-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FIL-STATUS.
      *Bind the daily case report
           SELECT RAPPORT-FIL ASSIGN TO "opg88-klage-rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *Bind the monthly complaint report
           SELECT MD-FIL ASSIGN TO "opg88-klage-maaned.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Case register record layout
       FD  SAG-FIL.
       01  SAG-REKORD.
           COPY "KLAGESAG.cpy".

      *Disputed posting record layout
       FD  KP-FIL.
       01  KP-REKORD.
           COPY "KLAGEPOST.cpy".

      *Case transaction record layout - the action, the case, the
      *customer, category and text of a new case, the disputed
      *reference, a refund amount (zero refunds the whole posting)
      *and the operator keying it
       FD  TRANS-FIL.
       01  TRANS-REKORD.
           02  KTR-AKTION          PIC X(10).
           02  KTR-SAG-ID          PIC X(10).
           02  KTR-KUNDE-ID        PIC X(10).
           02  KTR-KATEGORI        PIC X(1).
           02  KTR-REFERENCE       PIC X(12).
           02  KTR-BELOB           PIC 9(7)V99.
           02  KTR-BESKRIVELSE     PIC X(40).
           02  KTR-KOERT-AF        PIC X(10).

      *Fixed-format history record layout
       FD  HISTDATA-FIL.
       01  HISTDATA-REKORD.
           COPY "KONTOHISTORIK.cpy".

      *Posting record layout
       FD  POST-FIL.
       01  POST-REKORD.
           COPY "POSTERING.cpy".

      *Account master record layout
       FD  KONTOFIL.
       01  KONTOFIL-REKORD.
           COPY "KONTOOPL.cpy".

      *Customer master record layout
       FD  KUNDEFIL.
       01  KUNDEFIL-REKORD.
           COPY "KUNDEOPL.cpy".

      *Audit log record layout
       FD  AUDIT-FIL.
       01  AUDIT-REKORD.
           02  AUDIT-TEXT          PIC X(150).

      *Daily report record layout
       FD  RAPPORT-FIL.
       01  RAPPORT-REKORD.
           02  RAPPORT-TEXT        PIC X(132).

      *Monthly report record layout
       FD  MD-FIL.
       01  MD-REKORD.
           02  MD-TEXT             PIC X(132).

       WORKING-STORAGE SECTION.

      *Today's date, stamped on cases, refunds and audit entries
       01  KOERSELS-DATO        PIC 9(8) VALUE 0.
       01  KOERSELS-SERIAL      PIC 9(7) VALUE 0.

      *Command-line argument - RAPPORT adds the monthly report
       01  WS-KOMMANDOLINJE     PIC X(20) VALUE SPACES.
       01  KOERSEL-SW           PIC X VALUE "D".
           88  MAANEDS-KOERSEL      VALUE "M".

      *File status fields for the SELECT OPTIONAL files
       01  SAG-FIL-STATUS       PIC X(2) VALUE "00".
       01  KP-FIL-STATUS        PIC X(2) VALUE "00".
       01  TRANS-FIL-STATUS     PIC X(2) VALUE "00".
       01  HISTDATA-FIL-STATUS  PIC X(2) VALUE "00".
       01  POST-FIL-STATUS      PIC X(2) VALUE "00".
       01  AUDIT-FIL-STATUS     PIC X(2) VALUE "00".

      *In-memory case register, loaded once and rewritten at the
      *end of the run
       01  SAG-TABEL.
           05  SAG-TABEL-POST OCCURS 5000 TIMES INDEXED BY SAG-IX.
               10  SG-ID               PIC X(10).
               10  SG-KUNDE-ID         PIC X(10).
               10  SG-KATEGORI         PIC X(1).
               10  SG-STATUS           PIC X(1).
               10  SG-OPRETTET-DATO    PIC 9(8).
               10  SG-FRIST-DATO       PIC 9(8).
               10  SG-SVAR-DATO        PIC 9(8).
               10  SG-BESKRIVELSE      PIC X(40).
               10  SG-OPRETTET-AF      PIC X(10).
       01  SAG-ANTAL            PIC 9(5) VALUE 0.
       01  SAG-LAEST-ANTAL      PIC 9(7) VALUE 0.
       01  WS-SAG-IX            PIC 9(5) VALUE 0.

      *In-memory disputed postings, loaded and rewritten with the
      *register
       01  KP-TABEL.
           05  KP-TABEL-POST OCCURS 10000 TIMES INDEXED BY KP-IX.
               10  KPT-SAG-ID          PIC X(10).
               10  KPT-REFERENCE       PIC X(12).
               10  KPT-KONTO-ID        PIC X(10).
               10  KPT-PRODUKT         PIC X(10).
               10  KPT-POST-DATO       PIC 9(8).
               10  KPT-BELOB           PIC 9(7)V99.
               10  KPT-REFUSION-REF    PIC X(12).
               10  KPT-REFUSION-BELOB  PIC 9(7)V99.
               10  KPT-REFUSION-DATO   PIC 9(8).
       01  KP-ANTAL             PIC 9(5) VALUE 0.
       01  KP-LAEST-ANTAL       PIC 9(7) VALUE 0.
       01  WS-KP-IX             PIC 9(5) VALUE 0.

      *Set when either file outgrew its table - the run is refused
      *whole so the rewrite can never truncate the register
       01  SAG-OVERLOEB-SW      PIC X VALUE "N".
           88  SAG-OVERLOEB         VALUE "Y".

      *The refund reference series - "D" and a running number, the
      *next one above the highest already on the register
       01  REFUSION-NR          PIC 9(6) VALUE 0.
       01  WS-REFUSION-REF      PIC X(12) VALUE SPACES.
       01  WS-REFUSION-BELOB    PIC 9(7)V99 VALUE 0.

      *A disputed posting found in the history - the account, the
      *value date and the amount of its debit leg
       01  HIST-FUNDET-SW       PIC X VALUE "N".
           88  HIST-FUNDET          VALUE "Y".
       01  FUNDET-KONTO-ID      PIC X(10) VALUE SPACES.
       01  FUNDET-DATO          PIC 9(8) VALUE 0.
       01  FUNDET-BELOB         PIC 9(7)V99 VALUE 0.
       01  EOF-HIST             PIC X VALUE "N".
           88  END-HIST             VALUE "Y".

      *Whether the reference in hand is on an open case, or has
      *already been refunded on any case
       01  REF-AABEN-SW         PIC X VALUE "N".
           88  REF-PAA-AABEN-SAG    VALUE "Y".
       01  REF-REFUNDERET-SW    PIC X VALUE "N".
           88  REF-REFUNDERET       VALUE "Y".

      *End-of-file flags
       01  EOF-SAG              PIC X VALUE "N".
           88  END-SAG              VALUE "Y".
       01  EOF-KP               PIC X VALUE "N".
           88  END-KP               VALUE "Y".
       01  EOF-TRANS            PIC X VALUE "N".
           88  END-TRANS            VALUE "Y".

      *Operator-register check on the maker - the identity, the
      *role, the amount and the answer from OPERATOERKONTROL
       01  OPK-OPERATOER        PIC X(10) VALUE SPACES.
       01  OPK-ROLLE            PIC X(1) VALUE SPACE.
       01  OPK-BELOB            PIC S9(9)V99 VALUE 0.
       01  OPK-SVAR             PIC X(2) VALUE SPACES.
       01  OPK-AARSAG           PIC X(40) VALUE SPACES.

      *Parameter fields for the shared runtime-parameter subprogram
       01  PARAM-NAVN           PIC X(20) VALUE SPACES.
       01  PARAM-VAERDI         PIC X(20) VALUE SPACES.
       01  PARAM-TAL            PIC S9(9)V99 VALUE 0.
       01  PARAM-FUNDET         PIC X(1) VALUE SPACE.

      *Answer deadlines in calendar days - the general one, and the
      *shorter one the payment-services rules set for card and
      *Betalingsservice complaints; overridable in
      *Driftsparametre.txt
       01  SVARFRIST-DAGE       PIC 9(3) VALUE 30.
       01  SVARFRIST-BET-DAGE   PIC 9(3) VALUE 15.

      *Parameter fields for the shared date-routine subprogram
       01  DATO-FUNKTION        PIC X(1) VALUE SPACE.
       01  DATO-ARG             PIC 9(8) VALUE 0.
       01  DATO-SERIAL          PIC 9(7) VALUE 0.
       01  DATO-UGEDAG          PIC 9(1) VALUE 0.

      *Outcome of the current transaction's validation
       01  TRANS-OK-SW          PIC X VALUE "Y".
           88  TRANS-OK             VALUE "Y".
       01  TRANS-FEJL-AARSAG    PIC X(40) VALUE SPACES.

      *The monthly report's open-case matrix - per category the
      *cases aged 0-14, 15-30, 31-60 and over 60 days
       01  KATEGORI-KODER       PIC X(5) VALUE "GOKBA".
       01  KATEGORI-KODE-R REDEFINES KATEGORI-KODER.
           05  KAT-KODE         PIC X(1) OCCURS 5 TIMES.
       01  ALDER-TABEL.
           05  ALDER-KAT OCCURS 5 TIMES INDEXED BY KAT-IX.
               10  ALDER-ANTAL      PIC 9(5) OCCURS 4 TIMES.
       01  WS-KAT-IX            PIC 9(1) VALUE 0.
       01  WS-ALDER-IX          PIC 9(1) VALUE 0.
       01  SAG-ALDER            PIC S9(7) VALUE 0.
       01  AABNE-ANTAL          PIC 9(5) VALUE 0.

      *The month's refunds per category and product
       01  REF-TABEL.
           05  REF-TABEL-POST OCCURS 200 TIMES INDEXED BY REF-IX.
               10  RT-KATEGORI         PIC X(1).
               10  RT-PRODUKT          PIC X(10).
               10  RT-ANTAL            PIC 9(5).
               10  RT-BELOB            PIC 9(9)V99.
       01  REF-ANTAL            PIC 9(3) VALUE 0.
       01  WS-REF-IX            PIC 9(3) VALUE 0.
       01  REF-MD-ANTAL         PIC 9(5) VALUE 0.
       01  REF-MD-SUM           PIC 9(11)V99 VALUE 0.
       01  FRIST-OVER-ANTAL     PIC 9(5) VALUE 0.

      *Edited fields for the report lines
       01  WS-BELOB-EDIT        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-SUM-EDIT          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-ANTAL-EDIT        PIC ZZZZ9.
       01  WS-A1-EDIT           PIC ZZZZ9.
       01  WS-A2-EDIT           PIC ZZZZ9.
       01  WS-A3-EDIT           PIC ZZZZ9.
       01  WS-A4-EDIT           PIC ZZZZ9.

      *Control totals for the trailer
       01  TRANS-LAEST-ANTAL    PIC 9(7) VALUE 0.
       01  TRANS-OK-ANTAL       PIC 9(7) VALUE 0.
       01  TRANS-AFVIST-ANTAL   PIC 9(7) VALUE 0.
       01  REFUSION-ANTAL       PIC 9(7) VALUE 0.
       01  REFUSION-SUM         PIC 9(11)V99 VALUE 0.

      *Parameter fields for the shared run-count subprogram
       01  KT-PROGRAM           PIC X(8) VALUE "OPG88".
       01  KT-ANTAL             PIC 9(7) VALUE 0.

      *Parameter fields for the shared sealing subprogram
       01  SGL-FUNKTION         PIC X(1) VALUE SPACE.
       01  SGL-FIL              PIC X(1) VALUE SPACE.
       01  SGL-PROGRAM          PIC X(8) VALUE "OPG88".
       01  SGL-AARSAG           PIC X(30) VALUE SPACES.
       01  SGL-SVAR             PIC X(2) VALUE SPACES.
       01  SGL-RAEKKER          PIC 9(9) VALUE 0.
       01  SGL-NYE              PIC 9(9) VALUE 0.
       01  SGL-BRUD             PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
           ACCEPT WS-KOMMANDOLINJE FROM COMMAND-LINE
           IF WS-KOMMANDOLINJE = "RAPPORT"
               SET MAANEDS-KOERSEL TO TRUE
           END-IF
           PERFORM HENT-PARAMETRE
           MOVE "S" TO DATO-FUNKTION
           MOVE KOERSELS-DATO TO DATO-ARG
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           MOVE DATO-SERIAL TO KOERSELS-SERIAL

      *Load the register and its postings - a register too big for
      *the tables refuses the whole run
           PERFORM LAES-SAGER
           PERFORM LAES-KLAGEPOSTER
           IF SAG-OVERLOEB
               DISPLAY "OPG88: klageregistret er for stort til"
                       " tabellen, koerslen afvises."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT  KONTOFIL
                       KUNDEFIL
                OUTPUT RAPPORT-FIL
           PERFORM ABEN-AUDIT-FIL
           PERFORM ABEN-POST-FIL

      *Work the day's transactions against the register, then clear
      *them
           MOVE "N" TO EOF-TRANS
           OPEN INPUT TRANS-FIL
           IF TRANS-FIL-STATUS = "00"
               OR TRANS-FIL-STATUS = "05"
               PERFORM UNTIL END-TRANS
                   READ TRANS-FIL
                       AT END
                           SET END-TRANS TO TRUE
                       NOT AT END
                           ADD 1 TO TRANS-LAEST-ANTAL
                           PERFORM BEHANDL-TRANSAKTION
                   END-READ
               END-PERFORM
               CLOSE TRANS-FIL
               OPEN OUTPUT TRANS-FIL
               CLOSE TRANS-FIL
           END-IF

      *Rewrite the register and its postings with the day's changes
           PERFORM SKRIV-SAGER
           PERFORM SKRIV-KLAGEPOSTER
           PERFORM SKRIV-TRAILER

      *The month's report works from the register as it now stands
           IF MAANEDS-KOERSEL
               OPEN OUTPUT MD-FIL
               PERFORM SKRIV-MAANEDSRAPPORT
               CLOSE MD-FIL
           END-IF

           CLOSE KONTOFIL
                 KUNDEFIL
                 POST-FIL
                 AUDIT-FIL
                 RAPPORT-FIL

      *Seal the rows this run added to the audit trail
           PERFORM FORSEGL-AUDIT

      *Leave this run's headline count for OPG28's run report
           MOVE TRANS-LAEST-ANTAL TO KT-ANTAL
           CALL "KOERSELSTAL" USING KT-PROGRAM KT-ANTAL
           STOP RUN.

      * -------------------------------------------------
      *Look the two answer deadlines up in the central parameter
      *file - absent parameters leave the compiled-in values
      *standing
       HENT-PARAMETRE.
           MOVE "KLAGE-SVARFRIST-DAGE" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J" AND PARAM-TAL > 0
               MOVE PARAM-TAL TO SVARFRIST-DAGE
           END-IF
           MOVE "KLAGE-FRIST-BET-DAGE" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J" AND PARAM-TAL > 0
               MOVE PARAM-TAL TO SVARFRIST-BET-DAGE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Open the audit log for append. When no previous run has left
      *one behind (FILE STATUS 35), create it first so OPEN EXTEND
      *has something to append to
       ABEN-AUDIT-FIL.
           OPEN EXTEND AUDIT-FIL
           IF AUDIT-FIL-STATUS = "35"
               OPEN OUTPUT AUDIT-FIL
               CLOSE AUDIT-FIL
               OPEN EXTEND AUDIT-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Open today's posting file for append the same way
       ABEN-POST-FIL.
           OPEN EXTEND POST-FIL
           IF POST-FIL-STATUS = "35"
               OPEN OUTPUT POST-FIL
               CLOSE POST-FIL
               OPEN EXTEND POST-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the case register into SAG-TABEL
       LAES-SAGER.
           MOVE 0 TO SAG-ANTAL
           MOVE "N" TO EOF-SAG
           OPEN INPUT SAG-FIL
           IF SAG-FIL-STATUS = "00"
               OR SAG-FIL-STATUS = "05"
               PERFORM UNTIL END-SAG
                   READ SAG-FIL
                       AT END
                           SET END-SAG TO TRUE
                       NOT AT END
                           ADD 1 TO SAG-LAEST-ANTAL
                           IF SAG-ANTAL < 5000
                               ADD 1 TO SAG-ANTAL
                               PERFORM HENT-SAG-REKORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SAG-FIL
           END-IF
           IF SAG-LAEST-ANTAL > SAG-ANTAL
               SET SAG-OVERLOEB TO TRUE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Copy the case row just read into the table's last row
       HENT-SAG-REKORD.
           MOVE KS-SAG-ID        TO SG-ID (SAG-ANTAL)
           MOVE KS-KUNDE-ID      TO SG-KUNDE-ID (SAG-ANTAL)
           MOVE KS-KATEGORI      TO SG-KATEGORI (SAG-ANTAL)
           MOVE KS-STATUS        TO SG-STATUS (SAG-ANTAL)
           MOVE KS-OPRETTET-DATO TO SG-OPRETTET-DATO (SAG-ANTAL)
           MOVE KS-FRIST-DATO    TO SG-FRIST-DATO (SAG-ANTAL)
           MOVE KS-SVAR-DATO     TO SG-SVAR-DATO (SAG-ANTAL)
           MOVE KS-BESKRIVELSE   TO SG-BESKRIVELSE (SAG-ANTAL)
           MOVE KS-OPRETTET-AF   TO SG-OPRETTET-AF (SAG-ANTAL)
           EXIT.

      * -------------------------------------------------
      *Load the disputed postings into KP-TABEL, and find the
      *highest refund number already used
       LAES-KLAGEPOSTER.
           MOVE 0 TO KP-ANTAL
           MOVE 0 TO REFUSION-NR
           MOVE "N" TO EOF-KP
           OPEN INPUT KP-FIL
           IF KP-FIL-STATUS = "00"
               OR KP-FIL-STATUS = "05"
               PERFORM UNTIL END-KP
                   READ KP-FIL
                       AT END
                           SET END-KP TO TRUE
                       NOT AT END
                           ADD 1 TO KP-LAEST-ANTAL
                           IF KP-ANTAL < 10000
                               ADD 1 TO KP-ANTAL
                               PERFORM HENT-KP-REKORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KP-FIL
           END-IF
           IF KP-LAEST-ANTAL > KP-ANTAL
               SET SAG-OVERLOEB TO TRUE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Copy the disputed-posting row just read into the table's
      *last row
       HENT-KP-REKORD.
           MOVE KP-SAG-ID         TO KPT-SAG-ID (KP-ANTAL)
           MOVE KP-REFERENCE      TO KPT-REFERENCE (KP-ANTAL)
           MOVE KP-KONTO-ID       TO KPT-KONTO-ID (KP-ANTAL)
           MOVE KP-PRODUKT        TO KPT-PRODUKT (KP-ANTAL)
           MOVE KP-POST-DATO      TO KPT-POST-DATO (KP-ANTAL)
           MOVE KP-BELOB          TO KPT-BELOB (KP-ANTAL)
           MOVE KP-REFUSION-REF   TO KPT-REFUSION-REF (KP-ANTAL)
           MOVE KP-REFUSION-BELOB TO KPT-REFUSION-BELOB (KP-ANTAL)
           MOVE KP-REFUSION-DATO  TO KPT-REFUSION-DATO (KP-ANTAL)
           IF KP-REFUSION-REF (2:6) NUMERIC
               AND KP-REFUSION-REF (2:6) > REFUSION-NR
               MOVE KP-REFUSION-REF (2:6) TO REFUSION-NR
           END-IF
           EXIT.

      * -------------------------------------------------
      *Find the case a transaction names. Leaves its index in
      *WS-SAG-IX, zero when there is no such case.
       FIND-SAG.
           MOVE 0 TO WS-SAG-IX
           PERFORM VARYING SAG-IX FROM 1 BY 1
               UNTIL SAG-IX > SAG-ANTAL
               IF SG-ID (SAG-IX) = KTR-SAG-ID
                   SET WS-SAG-IX TO SAG-IX
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Find the transaction's reference on its case, and whether it
      *sits on any open case or has been refunded on any case.
      *Leaves the row on this case in WS-KP-IX, zero when the case
      *does not name it.
       FIND-KLAGEPOST.
           MOVE 0 TO WS-KP-IX
           MOVE "N" TO REF-AABEN-SW
           MOVE "N" TO REF-REFUNDERET-SW
           PERFORM VARYING KP-IX FROM 1 BY 1
               UNTIL KP-IX > KP-ANTAL
               IF KPT-REFERENCE (KP-IX) = KTR-REFERENCE
                   IF KPT-SAG-ID (KP-IX) = KTR-SAG-ID
                       SET WS-KP-IX TO KP-IX
                   END-IF
                   IF KPT-REFUSION-REF (KP-IX) NOT = SPACES
                       SET REF-REFUNDERET TO TRUE
                   END-IF
                   PERFORM VARYING SAG-IX FROM 1 BY 1
                       UNTIL SAG-IX > SAG-ANTAL
                       IF SG-ID (SAG-IX) = KPT-SAG-ID (KP-IX)
                           AND SG-STATUS (SAG-IX) = "O"
                           SET REF-PAA-AABEN-SAG TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Apply one case transaction - the operator must hold the
      *maintenance role for the case itself and the posting role,
      *within their amount limit, for a refund
       BEHANDL-TRANSAKTION.
           MOVE "Y" TO TRANS-OK-SW
           MOVE SPACES TO TRANS-FEJL-AARSAG
           MOVE 0 TO WS-REFUSION-BELOB
           MOVE SPACES TO WS-REFUSION-REF
           IF KTR-SAG-ID = SPACES
               MOVE "N" TO TRANS-OK-SW
               MOVE "Blank SAG-ID" TO TRANS-FEJL-AARSAG
           END-IF
           IF TRANS-OK
               PERFORM FIND-SAG
               IF KTR-AKTION NOT = "OPRET"
                   EVALUATE TRUE
                       WHEN WS-SAG-IX = 0
                           MOVE "N" TO TRANS-OK-SW
                           MOVE "Sagen findes ikke"
                               TO TRANS-FEJL-AARSAG
                       WHEN SG-STATUS (WS-SAG-IX) NOT = "O"
                           MOVE "N" TO TRANS-OK-SW
                           MOVE "Sagen er ikke aaben"
                               TO TRANS-FEJL-AARSAG
                   END-EVALUATE
               END-IF
           END-IF
           IF TRANS-OK
               MOVE KTR-KOERT-AF TO OPK-OPERATOER
               MOVE "V" TO OPK-ROLLE
               MOVE 0 TO OPK-BELOB
               IF KTR-AKTION = "REFUNDER"
                   MOVE "P" TO OPK-ROLLE
                   PERFORM BEREGN-REFUSION
               END-IF
           END-IF
           IF TRANS-OK
               MOVE WS-REFUSION-BELOB TO OPK-BELOB
               CALL "OPERATOERKONTROL" USING OPK-OPERATOER OPK-ROLLE
                                             OPK-BELOB OPK-SVAR
                                             OPK-AARSAG
               IF OPK-SVAR NOT = "OK"
                   MOVE "N" TO TRANS-OK-SW
                   MOVE OPK-AARSAG TO TRANS-FEJL-AARSAG
               END-IF
           END-IF
           IF TRANS-OK
               EVALUATE KTR-AKTION
                   WHEN "OPRET"
                       PERFORM OPRET-SAG
                   WHEN "TILFOEJ"
                       PERFORM TILFOEJ-POSTERING
                   WHEN "REFUNDER"
                       PERFORM SKRIV-REFUSION
                   WHEN "AFVIS"
                       MOVE "A" TO SG-STATUS (WS-SAG-IX)
                       MOVE KOERSELS-DATO TO SG-SVAR-DATO (WS-SAG-IX)
                   WHEN "LUK"
                       MOVE "B" TO SG-STATUS (WS-SAG-IX)
                       MOVE KOERSELS-DATO TO SG-SVAR-DATO (WS-SAG-IX)
                   WHEN OTHER
                       MOVE "N" TO TRANS-OK-SW
                       MOVE "Ukendt aktion" TO TRANS-FEJL-AARSAG
               END-EVALUATE
           END-IF
           IF TRANS-OK
               ADD 1 TO TRANS-OK-ANTAL
               PERFORM SKRIV-AUDIT-AENDRING
           ELSE
               ADD 1 TO TRANS-AFVIST-ANTAL
               PERFORM SKRIV-AUDIT-AFVIST
           END-IF
           EXIT.

      * -------------------------------------------------
      *Open a new case - the customer must be on the master and the
      *category known. The answer deadline runs from today, shorter
      *for the payment services.
       OPRET-SAG.
      *A case keyed without a category takes it from the disputed
      *reference's series - GEBYRBEREGNING and dunning fees, the
      *overdraft fee and Betalingsservice
           IF KTR-KATEGORI = SPACE
               EVALUATE KTR-REFERENCE (1:1)
                   WHEN "F"
                   WHEN "K"
                       MOVE "G" TO KTR-KATEGORI
                   WHEN "G"
                       MOVE "O" TO KTR-KATEGORI
                   WHEN "B"
                       MOVE "B" TO KTR-KATEGORI
                   WHEN OTHER
                       MOVE "A" TO KTR-KATEGORI
               END-EVALUATE
           END-IF
           EVALUATE TRUE
               WHEN WS-SAG-IX > 0
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Sagen findes allerede" TO TRANS-FEJL-AARSAG
               WHEN KTR-KATEGORI NOT = "G" AND KTR-KATEGORI NOT = "O"
                   AND KTR-KATEGORI NOT = "K"
                   AND KTR-KATEGORI NOT = "B"
                   AND KTR-KATEGORI NOT = "A"
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Ukendt kategori" TO TRANS-FEJL-AARSAG
               WHEN SAG-ANTAL >= 5000
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Klageregistret er fuldt" TO TRANS-FEJL-AARSAG
           END-EVALUATE
           IF TRANS-OK
               MOVE KTR-KUNDE-ID TO KUNDE-ID OF KUNDEFIL-REKORD
               READ KUNDEFIL
                   INVALID KEY
                       MOVE "N" TO TRANS-OK-SW
                       MOVE "KUNDE-ID ikke fundet"
                           TO TRANS-FEJL-AARSAG
               END-READ
           END-IF
           IF TRANS-OK
               ADD 1 TO SAG-ANTAL
               MOVE SAG-ANTAL TO WS-SAG-IX
               MOVE KTR-SAG-ID    TO SG-ID (WS-SAG-IX)
               MOVE KTR-KUNDE-ID  TO SG-KUNDE-ID (WS-SAG-IX)
               MOVE KTR-KATEGORI  TO SG-KATEGORI (WS-SAG-IX)
               MOVE "O"           TO SG-STATUS (WS-SAG-IX)
               MOVE KOERSELS-DATO TO SG-OPRETTET-DATO (WS-SAG-IX)
               MOVE 0             TO SG-SVAR-DATO (WS-SAG-IX)
               MOVE KTR-BESKRIVELSE TO SG-BESKRIVELSE (WS-SAG-IX)
               MOVE KTR-KOERT-AF  TO SG-OPRETTET-AF (WS-SAG-IX)
               MOVE KOERSELS-SERIAL TO DATO-SERIAL
               IF KTR-KATEGORI = "K" OR KTR-KATEGORI = "B"
                   ADD SVARFRIST-BET-DAGE TO DATO-SERIAL
               ELSE
                   ADD SVARFRIST-DAGE TO DATO-SERIAL
               END-IF
               MOVE "D" TO DATO-FUNKTION
               CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                        DATO-SERIAL DATO-UGEDAG
               MOVE DATO-ARG TO SG-FRIST-DATO (WS-SAG-IX)
           END-IF
           EXIT.

      * -------------------------------------------------
      *Add a disputed posting to an open case - the reference must
      *be a debit in the posting history on an account the case's
      *customer owns, and may not already be disputed on another
      *open case or have been refunded before
       TILFOEJ-POSTERING.
           PERFORM FIND-KLAGEPOST
           EVALUATE TRUE
               WHEN KTR-REFERENCE = SPACES
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Blank reference" TO TRANS-FEJL-AARSAG
               WHEN REF-REFUNDERET
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Posteringen er allerede refunderet"
                       TO TRANS-FEJL-AARSAG
               WHEN REF-PAA-AABEN-SAG
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Posteringen er paa en aaben sag"
                       TO TRANS-FEJL-AARSAG
               WHEN KP-ANTAL >= 10000
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Klageregistret er fuldt" TO TRANS-FEJL-AARSAG
           END-EVALUATE
           IF TRANS-OK
               PERFORM FIND-HISTORIK
               IF NOT HIST-FUNDET
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Debitering ikke fundet i historikken"
                       TO TRANS-FEJL-AARSAG
               END-IF
           END-IF
           IF TRANS-OK
               MOVE FUNDET-KONTO-ID TO KONTO-ID OF KONTOFIL-REKORD
               READ KONTOFIL
                   INVALID KEY
                       MOVE "N" TO TRANS-OK-SW
                       MOVE "KONTO-ID ikke fundet"
                           TO TRANS-FEJL-AARSAG
               END-READ
           END-IF
           IF TRANS-OK
               IF KUNDE-ID OF KONTOFIL-REKORD
                       NOT = SG-KUNDE-ID (WS-SAG-IX)
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Kontoen tilhoerer ikke sagens kunde"
                       TO TRANS-FEJL-AARSAG
               END-IF
           END-IF
           IF TRANS-OK
               ADD 1 TO KP-ANTAL
               MOVE KTR-SAG-ID      TO KPT-SAG-ID (KP-ANTAL)
               MOVE KTR-REFERENCE   TO KPT-REFERENCE (KP-ANTAL)
               MOVE FUNDET-KONTO-ID TO KPT-KONTO-ID (KP-ANTAL)
               MOVE KONTO-TYPE OF KONTOFIL-REKORD
                   TO KPT-PRODUKT (KP-ANTAL)
               MOVE FUNDET-DATO     TO KPT-POST-DATO (KP-ANTAL)
               MOVE FUNDET-BELOB    TO KPT-BELOB (KP-ANTAL)
               MOVE SPACES          TO KPT-REFUSION-REF (KP-ANTAL)
               MOVE 0               TO KPT-REFUSION-BELOB (KP-ANTAL)
               MOVE 0               TO KPT-REFUSION-DATO (KP-ANTAL)
           END-IF
           EXIT.

      * -------------------------------------------------
      *Search the posting history for the disputed reference's
      *debit leg - the row that took money off its account. A
      *transfer carries its reference on both legs; only the paying
      *one is what the customer disputes.
       FIND-HISTORIK.
           MOVE "N" TO HIST-FUNDET-SW
           MOVE "N" TO EOF-HIST
           OPEN INPUT HISTDATA-FIL
           IF HISTDATA-FIL-STATUS = "00"
               OR HISTDATA-FIL-STATUS = "05"
               PERFORM UNTIL END-HIST OR HIST-FUNDET
                   READ HISTDATA-FIL
                       AT END
                           SET END-HIST TO TRUE
                       NOT AT END
                           IF HIST-REFERENCE = KTR-REFERENCE
                               AND HIST-SALDO-EFTER < HIST-SALDO-FOER
                               SET HIST-FUNDET TO TRUE
                               MOVE HIST-KONTO-ID TO FUNDET-KONTO-ID
                               MOVE HIST-DATO TO FUNDET-DATO
                               COMPUTE FUNDET-BELOB =
                                   HIST-SALDO-FOER - HIST-SALDO-EFTER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTDATA-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Work out a refund and check it may be paid: the case must
      *name the posting, the posting may never have been refunded
      *on any case, the amount may not exceed what was taken (zero
      *keyed refunds all of it), and the account must still be open
      *to receive it
       BEREGN-REFUSION.
           PERFORM FIND-KLAGEPOST
           EVALUATE TRUE
               WHEN WS-KP-IX = 0
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Posteringen er ikke paa sagen"
                       TO TRANS-FEJL-AARSAG
               WHEN REF-REFUNDERET
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Posteringen er allerede refunderet"
                       TO TRANS-FEJL-AARSAG
               WHEN KTR-BELOB > KPT-BELOB (WS-KP-IX)
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Refusion over det debiterede beloeb"
                       TO TRANS-FEJL-AARSAG
           END-EVALUATE
           IF TRANS-OK
               IF KTR-BELOB = 0
                   MOVE KPT-BELOB (WS-KP-IX) TO WS-REFUSION-BELOB
               ELSE
                   MOVE KTR-BELOB TO WS-REFUSION-BELOB
               END-IF
               MOVE KPT-KONTO-ID (WS-KP-IX)
                   TO KONTO-ID OF KONTOFIL-REKORD
               READ KONTOFIL
                   INVALID KEY
                       MOVE "N" TO TRANS-OK-SW
                       MOVE "KONTO-ID ikke fundet"
                           TO TRANS-FEJL-AARSAG
                   NOT INVALID KEY
                       IF KONTO-LUKKET OF KONTOFIL-REKORD
                           MOVE "N" TO TRANS-OK-SW
                           MOVE "Kontoen er lukket"
                               TO TRANS-FEJL-AARSAG
                       END-IF
               END-READ
           END-IF
           EXIT.

      * -------------------------------------------------
      *Write the refund KREDIT for KONTOPOSTERING under the next
      *"D" reference and stamp it on the disputed posting, which
      *ties the refund to the original for good
       SKRIV-REFUSION.
           ADD 1 TO REFUSION-NR
           MOVE SPACES TO WS-REFUSION-REF
           STRING
               "D"           DELIMITED BY SIZE
               REFUSION-NR   DELIMITED BY SIZE
               INTO WS-REFUSION-REF
           END-STRING
           MOVE SPACES TO POST-REKORD
           MOVE KOERSELS-DATO           TO POST-DATO
           MOVE KPT-KONTO-ID (WS-KP-IX) TO POST-KONTO-ID
           MOVE WS-REFUSION-BELOB       TO POST-BELOB
           MOVE "KREDIT"                TO POST-TYPE
           MOVE WS-REFUSION-REF         TO POST-REFERENCE
           WRITE POST-REKORD
           MOVE WS-REFUSION-REF   TO KPT-REFUSION-REF (WS-KP-IX)
           MOVE WS-REFUSION-BELOB TO KPT-REFUSION-BELOB (WS-KP-IX)
           MOVE KOERSELS-DATO     TO KPT-REFUSION-DATO (WS-KP-IX)
           ADD 1 TO REFUSION-ANTAL
           ADD WS-REFUSION-BELOB TO REFUSION-SUM
           MOVE WS-REFUSION-BELOB TO WS-BELOB-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "REFUSION - SAG: "         DELIMITED BY SIZE
               KTR-SAG-ID                 DELIMITED BY SIZE
               " ORIGINAL: "              DELIMITED BY SIZE
               KTR-REFERENCE              DELIMITED BY SIZE
               " REFUSION: "              DELIMITED BY SIZE
               WS-REFUSION-REF            DELIMITED BY SIZE
               " KONTO-ID: "              DELIMITED BY SIZE
               KPT-KONTO-ID (WS-KP-IX)    DELIMITED BY SIZE
               " BELOEB: "                DELIMITED BY SIZE
               WS-BELOB-EDIT              DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Audit entry for one applied case transaction
       SKRIV-AUDIT-AENDRING.
           MOVE WS-REFUSION-BELOB TO WS-BELOB-EDIT
           MOVE SPACES TO AUDIT-TEXT
           STRING
               KOERSELS-DATO                DELIMITED BY SIZE
               " AF: "                      DELIMITED BY SIZE
               KTR-KOERT-AF                 DELIMITED BY SPACE
               " KLAGESAG "                 DELIMITED BY SIZE
               KTR-AKTION                   DELIMITED BY SPACE
               " SAG: "                     DELIMITED BY SIZE
               KTR-SAG-ID                   DELIMITED BY SPACE
               " REF: "                     DELIMITED BY SIZE
               KTR-REFERENCE                DELIMITED BY SPACE
               " REFUSION: "                DELIMITED BY SIZE
               WS-REFUSION-REF              DELIMITED BY SPACE
               " BELOEB: "                  DELIMITED BY SIZE
               WS-BELOB-EDIT                DELIMITED BY SIZE
               INTO AUDIT-TEXT
           END-STRING
           WRITE AUDIT-REKORD
           EXIT.

      * -------------------------------------------------
      *Audit entry and report line for one rejected transaction
       SKRIV-AUDIT-AFVIST.
           MOVE SPACES TO AUDIT-TEXT
           STRING
               KOERSELS-DATO                DELIMITED BY SIZE
               " AF: "                      DELIMITED BY SIZE
               KTR-KOERT-AF                 DELIMITED BY SPACE
               " KLAGESAG AFVIST "          DELIMITED BY SIZE
               KTR-AKTION                   DELIMITED BY SPACE
               " SAG: "                     DELIMITED BY SIZE
               KTR-SAG-ID                   DELIMITED BY SPACE
               " REF: "                     DELIMITED BY SIZE
               KTR-REFERENCE                DELIMITED BY SPACE
               " AARSAG: "                  DELIMITED BY SIZE
               TRANS-FEJL-AARSAG            DELIMITED BY SIZE
               INTO AUDIT-TEXT
           END-STRING
           WRITE AUDIT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "AFVIST - "                  DELIMITED BY SIZE
               KTR-AKTION                   DELIMITED BY SPACE
               " SAG: "                     DELIMITED BY SIZE
               KTR-SAG-ID                   DELIMITED BY SIZE
               " REF: "                     DELIMITED BY SIZE
               KTR-REFERENCE                DELIMITED BY SIZE
               " - "                        DELIMITED BY SIZE
               TRANS-FEJL-AARSAG            DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Rewrite the case register from the table
       SKRIV-SAGER.
           OPEN OUTPUT SAG-FIL
           PERFORM VARYING SAG-IX FROM 1 BY 1
               UNTIL SAG-IX > SAG-ANTAL
               MOVE SG-ID (SAG-IX)            TO KS-SAG-ID
               MOVE SG-KUNDE-ID (SAG-IX)      TO KS-KUNDE-ID
               MOVE SG-KATEGORI (SAG-IX)      TO KS-KATEGORI
               MOVE SG-STATUS (SAG-IX)        TO KS-STATUS
               MOVE SG-OPRETTET-DATO (SAG-IX) TO KS-OPRETTET-DATO
               MOVE SG-FRIST-DATO (SAG-IX)    TO KS-FRIST-DATO
               MOVE SG-SVAR-DATO (SAG-IX)     TO KS-SVAR-DATO
               MOVE SG-BESKRIVELSE (SAG-IX)   TO KS-BESKRIVELSE
               MOVE SG-OPRETTET-AF (SAG-IX)   TO KS-OPRETTET-AF
               WRITE SAG-REKORD
           END-PERFORM
           CLOSE SAG-FIL
           EXIT.

      * -------------------------------------------------
      *Rewrite the disputed postings from the table
       SKRIV-KLAGEPOSTER.
           OPEN OUTPUT KP-FIL
           PERFORM VARYING KP-IX FROM 1 BY 1
               UNTIL KP-IX > KP-ANTAL
               MOVE KPT-SAG-ID (KP-IX)         TO KP-SAG-ID
               MOVE KPT-REFERENCE (KP-IX)      TO KP-REFERENCE
               MOVE KPT-KONTO-ID (KP-IX)       TO KP-KONTO-ID
               MOVE KPT-PRODUKT (KP-IX)        TO KP-PRODUKT
               MOVE KPT-POST-DATO (KP-IX)      TO KP-POST-DATO
               MOVE KPT-BELOB (KP-IX)          TO KP-BELOB
               MOVE KPT-REFUSION-REF (KP-IX)   TO KP-REFUSION-REF
               MOVE KPT-REFUSION-BELOB (KP-IX) TO KP-REFUSION-BELOB
               MOVE KPT-REFUSION-DATO (KP-IX)  TO KP-REFUSION-DATO
               WRITE KP-REKORD
           END-PERFORM
           CLOSE KP-FIL
           EXIT.

      * -------------------------------------------------
      *Daily trailer - the transactions and the refunds written
       SKRIV-TRAILER.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE REFUSION-SUM TO WS-SUM-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Transaktioner: "      DELIMITED BY SIZE
               TRANS-LAEST-ANTAL      DELIMITED BY SIZE
               "  OK: "               DELIMITED BY SIZE
               TRANS-OK-ANTAL         DELIMITED BY SIZE
               "  Afvist: "           DELIMITED BY SIZE
               TRANS-AFVIST-ANTAL     DELIMITED BY SIZE
               "  Refusioner: "       DELIMITED BY SIZE
               REFUSION-ANTAL         DELIMITED BY SIZE
               "  Beloeb: "           DELIMITED BY SIZE
               WS-SUM-EDIT            DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           DISPLAY "Klagetransaktioner: " TRANS-LAEST-ANTAL
                   " Afvist: "            TRANS-AFVIST-ANTAL
                   " Refusioner: "        REFUSION-ANTAL
           EXIT.

      * -------------------------------------------------
      *The monthly complaint report - the open cases by category
      *and age, the month's refunds per category and product, and
      *every case past its answer deadline
       SKRIV-MAANEDSRAPPORT.
           INITIALIZE ALDER-TABEL
           MOVE SPACES TO MD-TEXT
           STRING
               "Klagerapport per "    DELIMITED BY SIZE
               KOERSELS-DATO          DELIMITED BY SIZE
               INTO MD-TEXT
           END-STRING
           WRITE MD-REKORD
           MOVE SPACES TO MD-TEXT
           WRITE MD-REKORD
           PERFORM VARYING SAG-IX FROM 1 BY 1
               UNTIL SAG-IX > SAG-ANTAL
               IF SG-STATUS (SAG-IX) = "O"
                   PERFORM OPTAEL-AABEN-SAG
               END-IF
           END-PERFORM
           MOVE "Aabne sager efter kategori og alder (dage)"
               TO MD-TEXT
           WRITE MD-REKORD
           MOVE "KATEGORI      0-14    15-30    31-60      61+"
               TO MD-TEXT
           WRITE MD-REKORD
           PERFORM VARYING KAT-IX FROM 1 BY 1 UNTIL KAT-IX > 5
               MOVE ALDER-ANTAL (KAT-IX, 1) TO WS-A1-EDIT
               MOVE ALDER-ANTAL (KAT-IX, 2) TO WS-A2-EDIT
               MOVE ALDER-ANTAL (KAT-IX, 3) TO WS-A3-EDIT
               MOVE ALDER-ANTAL (KAT-IX, 4) TO WS-A4-EDIT
               MOVE SPACES TO MD-TEXT
               STRING
                   "   "                DELIMITED BY SIZE
                   KAT-KODE (KAT-IX)    DELIMITED BY SIZE
                   "     "              DELIMITED BY SIZE
                   WS-A1-EDIT           DELIMITED BY SIZE
                   "    "               DELIMITED BY SIZE
                   WS-A2-EDIT           DELIMITED BY SIZE
                   "    "               DELIMITED BY SIZE
                   WS-A3-EDIT           DELIMITED BY SIZE
                   "    "               DELIMITED BY SIZE
                   WS-A4-EDIT           DELIMITED BY SIZE
                   INTO MD-TEXT
               END-STRING
               WRITE MD-REKORD
           END-PERFORM
           MOVE AABNE-ANTAL TO WS-ANTAL-EDIT
           MOVE SPACES TO MD-TEXT
           STRING
               "Aabne sager i alt: "  DELIMITED BY SIZE
               WS-ANTAL-EDIT          DELIMITED BY SIZE
               INTO MD-TEXT
           END-STRING
           WRITE MD-REKORD

           PERFORM VARYING KP-IX FROM 1 BY 1
               UNTIL KP-IX > KP-ANTAL
               IF KPT-REFUSION-REF (KP-IX) NOT = SPACES
                   AND KPT-REFUSION-DATO (KP-IX) (1:6) =
                       KOERSELS-DATO (1:6)
                   PERFORM OPTAEL-REFUSION
               END-IF
           END-PERFORM
           MOVE SPACES TO MD-TEXT
           WRITE MD-REKORD
           MOVE "Maanedens refusioner efter kategori og produkt"
               TO MD-TEXT
           WRITE MD-REKORD
           PERFORM VARYING REF-IX FROM 1 BY 1
               UNTIL REF-IX > REF-ANTAL
               MOVE RT-ANTAL (REF-IX) TO WS-ANTAL-EDIT
               MOVE RT-BELOB (REF-IX) TO WS-SUM-EDIT
               MOVE SPACES TO MD-TEXT
               STRING
                   "   "                  DELIMITED BY SIZE
                   RT-KATEGORI (REF-IX)   DELIMITED BY SIZE
                   "  "                   DELIMITED BY SIZE
                   RT-PRODUKT (REF-IX)    DELIMITED BY SIZE
                   " ANTAL: "             DELIMITED BY SIZE
                   WS-ANTAL-EDIT          DELIMITED BY SIZE
                   " BELOEB: "            DELIMITED BY SIZE
                   WS-SUM-EDIT            DELIMITED BY SIZE
                   INTO MD-TEXT
               END-STRING
               WRITE MD-REKORD
           END-PERFORM
           MOVE REF-MD-ANTAL TO WS-ANTAL-EDIT
           MOVE REF-MD-SUM TO WS-SUM-EDIT
           MOVE SPACES TO MD-TEXT
           STRING
               "Refusioner i alt: "   DELIMITED BY SIZE
               WS-ANTAL-EDIT          DELIMITED BY SIZE
               " BELOEB: "            DELIMITED BY SIZE
               WS-SUM-EDIT            DELIMITED BY SIZE
               INTO MD-TEXT
           END-STRING
           WRITE MD-REKORD

           MOVE SPACES TO MD-TEXT
           WRITE MD-REKORD
           MOVE "Sager over den lovbestemte svarfrist" TO MD-TEXT
           WRITE MD-REKORD
           PERFORM VARYING SAG-IX FROM 1 BY 1
               UNTIL SAG-IX > SAG-ANTAL
               PERFORM BEDOEM-FRIST
           END-PERFORM
           MOVE FRIST-OVER-ANTAL TO WS-ANTAL-EDIT
           MOVE SPACES TO MD-TEXT
           STRING
               "Over fristen i alt: " DELIMITED BY SIZE
               WS-ANTAL-EDIT          DELIMITED BY SIZE
               INTO MD-TEXT
           END-STRING
           WRITE MD-REKORD
           EXIT.

      * -------------------------------------------------
      *Count one open case into its category's age band
       OPTAEL-AABEN-SAG.
           ADD 1 TO AABNE-ANTAL
           MOVE 5 TO WS-KAT-IX
           PERFORM VARYING KAT-IX FROM 1 BY 1 UNTIL KAT-IX > 5
               IF KAT-KODE (KAT-IX) = SG-KATEGORI (SAG-IX)
                   SET WS-KAT-IX TO KAT-IX
               END-IF
           END-PERFORM
           MOVE "S" TO DATO-FUNKTION
           MOVE SG-OPRETTET-DATO (SAG-IX) TO DATO-ARG
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           COMPUTE SAG-ALDER = KOERSELS-SERIAL - DATO-SERIAL
           EVALUATE TRUE
               WHEN SAG-ALDER <= 14
                   MOVE 1 TO WS-ALDER-IX
               WHEN SAG-ALDER <= 30
                   MOVE 2 TO WS-ALDER-IX
               WHEN SAG-ALDER <= 60
                   MOVE 3 TO WS-ALDER-IX
               WHEN OTHER
                   MOVE 4 TO WS-ALDER-IX
           END-EVALUATE
           ADD 1 TO ALDER-ANTAL (WS-KAT-IX, WS-ALDER-IX)
           EXIT.

      * -------------------------------------------------
      *Add one of the month's refunds to its category and product
      *row - the category is the case's
       OPTAEL-REFUSION.
           MOVE 0 TO WS-SAG-IX
           PERFORM VARYING SAG-IX FROM 1 BY 1
               UNTIL SAG-IX > SAG-ANTAL
               IF SG-ID (SAG-IX) = KPT-SAG-ID (KP-IX)
                   SET WS-SAG-IX TO SAG-IX
               END-IF
           END-PERFORM
           MOVE 0 TO WS-REF-IX
           IF WS-SAG-IX > 0
               PERFORM VARYING REF-IX FROM 1 BY 1
                   UNTIL REF-IX > REF-ANTAL
                   IF RT-KATEGORI (REF-IX) = SG-KATEGORI (WS-SAG-IX)
                       AND RT-PRODUKT (REF-IX) = KPT-PRODUKT (KP-IX)
                       SET WS-REF-IX TO REF-IX
                   END-IF
               END-PERFORM
               IF WS-REF-IX = 0 AND REF-ANTAL < 200
                   ADD 1 TO REF-ANTAL
                   MOVE REF-ANTAL TO WS-REF-IX
                   MOVE SG-KATEGORI (WS-SAG-IX)
                       TO RT-KATEGORI (WS-REF-IX)
                   MOVE KPT-PRODUKT (KP-IX) TO RT-PRODUKT (WS-REF-IX)
                   MOVE 0 TO RT-ANTAL (WS-REF-IX)
                   MOVE 0 TO RT-BELOB (WS-REF-IX)
               END-IF
           END-IF
           ADD 1 TO REF-MD-ANTAL
           ADD KPT-REFUSION-BELOB (KP-IX) TO REF-MD-SUM
           IF WS-REF-IX > 0
               ADD 1 TO RT-ANTAL (WS-REF-IX)
               ADD KPT-REFUSION-BELOB (KP-IX) TO RT-BELOB (WS-REF-IX)
           END-IF
           EXIT.

      * -------------------------------------------------
      *Name a case past its answer deadline - still open after the
      *deadline, or answered this month after it
       BEDOEM-FRIST.
           IF (SG-STATUS (SAG-IX) = "O"
                   AND SG-FRIST-DATO (SAG-IX) < KOERSELS-DATO)
               OR (SG-STATUS (SAG-IX) NOT = "O"
                   AND SG-SVAR-DATO (SAG-IX) (1:6) =
                       KOERSELS-DATO (1:6)
                   AND SG-SVAR-DATO (SAG-IX) > SG-FRIST-DATO (SAG-IX))
               ADD 1 TO FRIST-OVER-ANTAL
               MOVE SPACES TO MD-TEXT
               IF SG-STATUS (SAG-IX) = "O"
                   STRING
                       "   AABEN   SAG: "        DELIMITED BY SIZE
                       SG-ID (SAG-IX)            DELIMITED BY SIZE
                       " KUNDE-ID: "             DELIMITED BY SIZE
                       SG-KUNDE-ID (SAG-IX)      DELIMITED BY SIZE
                       " KATEGORI: "             DELIMITED BY SIZE
                       SG-KATEGORI (SAG-IX)      DELIMITED BY SIZE
                       " OPRETTET: "             DELIMITED BY SIZE
                       SG-OPRETTET-DATO (SAG-IX) DELIMITED BY SIZE
                       " FRIST: "                DELIMITED BY SIZE
                       SG-FRIST-DATO (SAG-IX)    DELIMITED BY SIZE
                       INTO MD-TEXT
                   END-STRING
               ELSE
                   STRING
                       "   FOR SENT SAG: "       DELIMITED BY SIZE
                       SG-ID (SAG-IX)            DELIMITED BY SIZE
                       " KUNDE-ID: "             DELIMITED BY SIZE
                       SG-KUNDE-ID (SAG-IX)      DELIMITED BY SIZE
                       " KATEGORI: "             DELIMITED BY SIZE
                       SG-KATEGORI (SAG-IX)      DELIMITED BY SIZE
                       " FRIST: "                DELIMITED BY SIZE
                       SG-FRIST-DATO (SAG-IX)    DELIMITED BY SIZE
                       " BESVARET: "             DELIMITED BY SIZE
                       SG-SVAR-DATO (SAG-IX)     DELIMITED BY SIZE
                       INTO MD-TEXT
                   END-STRING
               END-IF
               WRITE MD-REKORD
           END-IF
           EXIT.

      * -------------------------------------------------
      *Seal the rows this run appended to the audit trail through
      *FORSEGLING, so they are chained the moment they are written
      *rather than at the nightly OPG81 check. A broken chain seals
      *nothing and is left for OPG81 to report
       FORSEGL-AUDIT.
           MOVE "K" TO SGL-FUNKTION
           MOVE "A" TO SGL-FIL
           MOVE 0 TO SGL-BRUD
           CALL "FORSEGLING" USING SGL-FUNKTION SGL-FIL SGL-PROGRAM
                                   SGL-AARSAG SGL-SVAR SGL-RAEKKER
                                   SGL-NYE SGL-BRUD
           IF SGL-SVAR NOT = "OK"
               DISPLAY "OPG88: kaedebrud i opg10-audit.txt raekke "
                       SGL-BRUD
           END-IF
           EXIT.
