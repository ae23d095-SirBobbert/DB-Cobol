      *Interactive approvals workbench - one terminal screen over
      *every maker/checker queue the suite keeps: VEDLIGEHOLD's
      *parked maintenance transactions (opg10-afventer.txt, worked
      *in batch by GODKENDELSE), KONTOPOSTERING's parked high-value
      *postings (opg15-afventer.txt, POSTGODKEND), REFVEDLIGEHOLD's
      *parked rate changes (opg57-afventer.txt) and KASSEAFSTEMNING's
      *teller differences over tolerance (Kassedifferencer.txt). The
      *approver signs on, gets one list of everything pending with
      *its age, maker and amount, opens an item to see the proposed
      *change next to the current customer, account, rate or till,
      *and approves or rejects it with a reason on the spot. An
      *approval lands in the same file the batch program would have
      *written - the approved-transactions file VEDLIGEHOLD's second
      *pass reads, the day's posting file and the released-reference
      *register, the reference-transaction file carrying the
      *approver, or an over/short posting in the "C" series - every
      *decision is logged to opg10-audit.txt, and the decided item
      *leaves its queue at once. The maker never approves their own
      *item; on a clerk-keyed posting (reference series "E") the
      *maker is the clerk named in OPG78's entry log.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GODKENDELSESBORD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind customer master - indexed on KUNDE-ID, read-only here
           SELECT KUNDEFIL ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEFIL-REKORD
               FILE STATUS IS KUNDEFIL-STATUS.
      *Bind account master - indexed on KONTO-ID, read-only here
           SELECT KONTOFIL ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOFIL-REKORD
               FILE STATUS IS KONTOFIL-STATUS.
      *Bind VEDLIGEHOLD's pending-approvals queue
           SELECT OPTIONAL VAFVENT-FIL
               ASSIGN TO "opg10-afventer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAFVENT-FIL-STATUS.
      *Bind KONTOPOSTERING's pending-approvals queue
           SELECT OPTIONAL PAFVENT-FIL
               ASSIGN TO "opg15-afventer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAFVENT-FIL-STATUS.
      *Bind REFVEDLIGEHOLD's pending-approvals queue
           SELECT OPTIONAL RAFVENT-FIL
               ASSIGN TO "opg57-afventer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAFVENT-FIL-STATUS.
      *Bind KASSEAFSTEMNING's queue of differences over tolerance
           SELECT OPTIONAL DIFF-FIL ASSIGN TO "Kassedifferencer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIFF-FIL-STATUS.
      *Bind the till register - shown next to a difference
           SELECT OPTIONAL KASSEREG-FIL ASSIGN TO "Kasseregister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KASSEREG-FIL-STATUS.
      *Bind OPG78's entry log - names the clerk behind an "E"
      *posting parked by KONTOPOSTERING
           SELECT OPTIONAL INDTAST-FIL
               ASSIGN TO "opg78-indtastninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDTAST-FIL-STATUS.
      *Bind the rate tables - shown next to a parked rate change
           SELECT OPTIONAL RENTE-FIL ASSIGN TO "Rentesatser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RENTE-FIL-STATUS.
           SELECT OPTIONAL KURS-FIL ASSIGN TO "Valutakurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KURS-FIL-STATUS.
      *Bind the approved-transactions file VEDLIGEHOLD's second
      *pass applies - opened EXTEND, one decision at a time
           SELECT OPTIONAL VGODK-FIL
               ASSIGN TO "opg10-godkendte-transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VGODK-FIL-STATUS.
      *Bind the day's posting-transaction file - released postings
      *and approved over/short postings are appended for OPG15
           SELECT OPTIONAL POST-FIL ASSIGN TO "opg15-posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POST-FIL-STATUS.
      *Bind the released-reference register KONTOPOSTERING consults
      *before parking - indexed on the reference, created on first
      *use
           SELECT OPTIONAL GODKREF-FIL
               ASSIGN TO "opg15-godkendte-ref.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GODKREF-REFERENCE
               FILE STATUS IS GODKREF-FIL-STATUS.
      *Bind REFVEDLIGEHOLD's transaction file - an approved rate
      *change is appended carrying its approver, so the next run
      *applies it directly
           SELECT OPTIONAL RTRANS-FIL
               ASSIGN TO "opg57-transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RTRANS-FIL-STATUS.
      *Bind the audit log - opened EXTEND so decisions land in the
      *same trail the batch approval programs write
           SELECT OPTIONAL AUDIT-FIL ASSIGN TO "opg10-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Customer master record layout
       FD  KUNDEFIL.
       01  KUNDEFIL-REKORD.
           COPY "KUNDEOPL.cpy".

      *Account master record layout
       FD  KONTOFIL.
       01  KONTOFIL-REKORD.
           COPY "KONTOOPL.cpy".

      *Pending-approval record layouts - must match what
      *VEDLIGEHOLD, KONTOPOSTERING and REFVEDLIGEHOLD park
       FD  VAFVENT-FIL.
       01  VAFVENT-REKORD.
           02  VAFVENT-NR          PIC 9(6).
           02  VAFVENT-DATO        PIC 9(8).
           02  VAFVENT-MAKER       PIC X(10).
           02  VAFVENT-BILLEDE     PIC X(413).

       FD  PAFVENT-FIL.
       01  PAFVENT-REKORD.
           02  PAFVENT-NR          PIC 9(6).
           02  PAFVENT-DATO        PIC 9(8).
           02  PAFVENT-MAKER       PIC X(10).
           02  PAFVENT-BILLEDE     PIC X(250).

       FD  RAFVENT-FIL.
       01  RAFVENT-REKORD.
           02  RAFVENT-NR          PIC 9(6).
           02  RAFVENT-DATO        PIC 9(8).
           02  RAFVENT-MAKER       PIC X(10).
           02  RAFVENT-BILLEDE     PIC X(100).

      *Teller-difference record layout
       FD  DIFF-FIL.
       01  DIFF-REKORD.
           COPY "KASSEDIFF.cpy".

      *Till register record layout
       FD  KASSEREG-FIL.
       01  KASSEREG-REKORD.
           COPY "KASSEREGISTER.cpy".

      *Entry-log record layout - must match what OPG78 keeps
       FD  INDTAST-FIL.
       01  INDTAST-REKORD.
           02  IT-DATO             PIC 9(8).
           02  IT-TID              PIC 9(8).
           02  IT-SAGSBEHANDLER    PIC X(10).
           02  IT-POSTERING.
               03  IT-POST-DATO        PIC 9(8).
               03  IT-POST-KONTO-ID    PIC X(10).
               03  IT-POST-BELOB       PIC S9(7)V99.
               03  IT-POST-TYPE        PIC X(6).
               03  IT-POST-MODKONTO-ID PIC X(10).
               03  IT-POST-REFERENCE   PIC X(12).

      *Interest-rate and FX-rate record layouts
       FD  RENTE-FIL.
       01  RENTE-REKORD.
           02  RENTE-KONTO-TYPE    PIC X(10).
           02  RENTE-KREDIT-SATS   PIC 9(2)V9999.
           02  RENTE-DEBET-SATS    PIC 9(2)V9999.

       FD  KURS-FIL.
       01  KURS-REKORD.
           02  KURS-F-DATO      PIC 9(8).
           02  KURS-F-VALUTA    PIC X(3).
           02  KURS-F-RATE      PIC 9(3)V9999.

      *Output images - written FROM the working-storage layouts
      *below, which carry the field names
       FD  VGODK-FIL.
       01  VGODK-REKORD            PIC X(413).

       FD  POST-FIL.
       01  POST-UD-REKORD          PIC X(65).

       FD  RTRANS-FIL.
       01  RTRANS-REKORD           PIC X(89).

      *Released-reference register record layout
       FD  GODKREF-FIL.
       01  GODKREF-REKORD.
           02  GODKREF-REFERENCE   PIC X(12).

      *Audit log record layout
       FD  AUDIT-FIL.
       01  AUDIT-REKORD.
           02  AUDIT-TEXT          PIC X(150).

       WORKING-STORAGE SECTION.

      *Today's date, stamped on every audit entry, and its day
      *serial for the ages in the list
       01  KOERSELS-DATO        PIC 9(8) VALUE 0.
       01  KOERSELS-SERIAL      PIC 9(7) VALUE 0.

      *File status fields
       01  KUNDEFIL-STATUS      PIC X(2) VALUE "00".
       01  KONTOFIL-STATUS      PIC X(2) VALUE "00".
       01  VAFVENT-FIL-STATUS   PIC X(2) VALUE "00".
       01  PAFVENT-FIL-STATUS   PIC X(2) VALUE "00".
       01  RAFVENT-FIL-STATUS   PIC X(2) VALUE "00".
       01  DIFF-FIL-STATUS      PIC X(2) VALUE "00".
       01  KASSEREG-FIL-STATUS  PIC X(2) VALUE "00".
       01  INDTAST-FIL-STATUS   PIC X(2) VALUE "00".
       01  RENTE-FIL-STATUS     PIC X(2) VALUE "00".
       01  KURS-FIL-STATUS      PIC X(2) VALUE "00".
       01  VGODK-FIL-STATUS     PIC X(2) VALUE "00".
       01  POST-FIL-STATUS      PIC X(2) VALUE "00".
       01  GODKREF-FIL-STATUS   PIC X(2) VALUE "00".
       01  RTRANS-FIL-STATUS    PIC X(2) VALUE "00".
       01  AUDIT-FIL-STATUS     PIC X(2) VALUE "00".

      *The parked images opened up under their own field names
       01  VT-REKORD.
           COPY "VEDLTRANS.cpy".
       01  PB-REKORD.
           COPY "POSTERING.cpy".
       01  RFT-REKORD.
           05  RFT-FIL             PIC X(8).
           05  RFT-AKTION          PIC X(1).
           05  RFT-NOEGLE          PIC X(20).
           05  RFT-VAERDI1         PIC X(20).
           05  RFT-VAERDI2         PIC X(20).
           05  RFT-KOERT-AF        PIC X(10).
           05  RFT-GODKENDT-AF     PIC X(10).

      *Central parameter lookup - the over/short account the "C"
      *postings are booked against
       01  PARAM-NAVN           PIC X(20) VALUE SPACES.
       01  PARAM-VAERDI         PIC X(20) VALUE SPACES.
       01  PARAM-TAL            PIC S9(9)V99 VALUE 0.
       01  PARAM-FUNDET         PIC X(1) VALUE SPACE.
       01  KASSEDIFF-KONTO      PIC X(10) VALUE "KASSEDIFF".

      *Date routine arguments
       01  DATO-FUNKTION        PIC X(1) VALUE SPACE.
       01  DATO-ARG             PIC 9(8) VALUE 0.
       01  DATO-SERIAL          PIC 9(7) VALUE 0.
       01  DATO-UGEDAG          PIC 9(1) VALUE 0.

      *The approver signed on at the terminal
       01  GODKENDER            PIC X(10) VALUE SPACES.

      *Operator-register check on the approver - the identity, the
      *role, the item's amount, and the answer from OPERATOERKONTROL
       01  OPK-OPERATOER         PIC X(10) VALUE SPACES.
       01  OPK-ROLLE             PIC X(1) VALUE SPACE.
       01  OPK-BELOB             PIC S9(9)V99 VALUE 0.
       01  OPK-SVAR              PIC X(2) VALUE SPACES.
       01  OPK-AARSAG            PIC X(40) VALUE SPACES.

      *In-memory copies of the four queues, so a decided item can be
      *dropped when its queue is rewritten. Each queue is read fresh
      *before every decision, so items parked meanwhile by a batch
      *run are kept
       01  VAF-TABEL.
           05  VAF-POST OCCURS 1000 TIMES INDEXED BY VAF-IX.
               10  VA-NR               PIC 9(6).
               10  VA-DATO             PIC 9(8).
               10  VA-MAKER            PIC X(10).
               10  VA-BILLEDE          PIC X(413).
               10  VA-AFGJORT-SW       PIC X.
                   88  VA-AFGJORT          VALUE "Y".
       01  VAF-ANTAL            PIC 9(4) VALUE 0.
       01  VAF-LAEST-ANTAL      PIC 9(7) VALUE 0.

      *PA-MAKER is written back as parked; PA-VIST-MAKER is the
      *maker shown and checked - the clerk on an "E" posting
       01  PAF-TABEL.
           05  PAF-POST OCCURS 1000 TIMES INDEXED BY PAF-IX.
               10  PA-NR               PIC 9(6).
               10  PA-DATO             PIC 9(8).
               10  PA-MAKER            PIC X(10).
               10  PA-VIST-MAKER       PIC X(10).
               10  PA-REFERENCE        PIC X(12).
               10  PA-BILLEDE          PIC X(250).
               10  PA-AFGJORT-SW       PIC X.
                   88  PA-AFGJORT          VALUE "Y".
       01  PAF-ANTAL            PIC 9(4) VALUE 0.
       01  PAF-LAEST-ANTAL      PIC 9(7) VALUE 0.

       01  RAF-TABEL.
           05  RAF-POST OCCURS 500 TIMES INDEXED BY RAF-IX.
               10  RA-NR               PIC 9(6).
               10  RA-DATO             PIC 9(8).
               10  RA-MAKER            PIC X(10).
               10  RA-BILLEDE          PIC X(100).
               10  RA-AFGJORT-SW       PIC X.
                   88  RA-AFGJORT          VALUE "Y".
       01  RAF-ANTAL            PIC 9(4) VALUE 0.
       01  RAF-LAEST-ANTAL      PIC 9(7) VALUE 0.

       01  DIFF-TABEL.
           05  DIFF-POST OCCURS 500 TIMES INDEXED BY DIFF-IX.
               10  DF-NR               PIC 9(6).
               10  DF-DATO             PIC 9(8).
               10  DF-AFDELING         PIC X(3).
               10  DF-KASSE-ID         PIC X(4).
               10  DF-KASSERER         PIC X(10).
               10  DF-FORVENTET        PIC S9(9)V99.
               10  DF-OPTALT           PIC S9(9)V99.
               10  DF-DIFFERENCE       PIC S9(9)V99.
               10  DF-AFGJORT-SW       PIC X.
                   88  DF-AFGJORT          VALUE "Y".
       01  DIFF-ANTAL           PIC 9(4) VALUE 0.
       01  DIFF-LAEST-ANTAL     PIC 9(7) VALUE 0.

      *Set when any queue outgrew its table - the workbench refuses
      *to decide anything, so a rewrite never drops pending items
       01  KOE-OVERLOEB-SW      PIC X VALUE "N".
           88  KOE-OVERLOEB         VALUE "Y".

      *The combined list on the screen - one row per pending item,
      *pointing back into its queue table
       01  LISTE-TABEL.
           05  LISTE-POST OCCURS 3000 TIMES INDEXED BY LISTE-IX.
               10  LT-KOE              PIC X(1).
               10  LT-IX               PIC 9(4).
               10  LT-NR               PIC 9(6).
               10  LT-DATO             PIC 9(8).
               10  LT-ALDER            PIC 9(5).
               10  LT-MAKER            PIC X(10).
               10  LT-BELOB            PIC S9(9)V99.
               10  LT-TEKST            PIC X(20).
       01  LISTE-ANTAL          PIC 9(4) VALUE 0.

      *End-of-file flags
       01  EOF-AFVENT           PIC X VALUE "N".
           88  END-AFVENT           VALUE "Y".
       01  EOF-DIFF             PIC X VALUE "N".
           88  END-DIFF             VALUE "Y".
       01  EOF-REF              PIC X VALUE "N".
           88  END-REF              VALUE "Y".

      *Loop switch and terminal input
       01  FAERDIG-SW           PIC X VALUE "N".
           88  FAERDIG              VALUE "Y".
       01  KOMMANDO             PIC X(10) VALUE SPACES.
       01  SVAR-INPUT           PIC X(10) VALUE SPACES.
       01  AARSAG               PIC X(40) VALUE SPACES.
       01  LINJE-TXT            PIC X(4) JUSTIFIED RIGHT
                                VALUE SPACES.
       01  LINJE-NUM REDEFINES LINJE-TXT PIC 9(4).

      *Paging state - the first list row on the page in view
       01  SIDE-FRA             PIC 9(4) VALUE 1.
       01  SIDE-TIL             PIC 9(4) VALUE 0.
       01  SIDE-LINJER          PIC 9(2) VALUE 20.

      *The item opened from the list, and the decision taken on it
       01  VALGT-LINJE          PIC 9(4) VALUE 0.
       01  VALGT-KOE            PIC X(1) VALUE SPACE.
       01  VALGT-NR             PIC 9(6) VALUE 0.
       01  VALGT-MAKER          PIC X(10) VALUE SPACES.
       01  BESLUTNING           PIC X(1) VALUE SPACE.
      *Index of the item in its queue table, zero when it has been
      *decided or removed since the list was shown
       01  WS-FUNDET-IX         PIC 9(4) VALUE 0.

      *Over/short posting for an approved difference - "C" plus the
      *date and the day's 9xxxx range, numbered by the difference,
      *the same form KASSEAFSTEMNING gives its own approvals
       01  DIFF-BELOB           PIC S9(9)V99 VALUE 0.
       01  NY-REFERENCE         PIC X(12) VALUE SPACES.

      *Current rates found for a parked rate change
       01  FUNDET-SW            PIC X VALUE "N".
           88  FUNDET               VALUE "Y".
       01  NY-KURS-DATO         PIC 9(8) VALUE 0.

      *Customer name formatted by KUNDENAVN
       01  FULDT-NAVN           PIC X(40) VALUE SPACES.

      *Audit line build pointer
       01  AUDIT-PTR            PIC 9(3) VALUE 1.

      *Session totals for the sign-off line
       01  GODKENDT-ANTAL       PIC 9(5) VALUE 0.
       01  AFVIST-ANTAL         PIC 9(5) VALUE 0.

      *One list line as shown on the terminal
       01  VIS-LINJE.
           05  VL-LINJE            PIC ZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  VL-KOE              PIC X(1).
           05  FILLER              PIC X VALUE SPACE.
           05  VL-NR               PIC 9(6).
           05  FILLER              PIC X VALUE SPACE.
           05  VL-DATO             PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  VL-ALDER            PIC ZZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  VL-MAKER            PIC X(10).
           05  VL-BELOB            PIC -ZZZ,ZZZ,ZZ9.99
                                   BLANK WHEN ZERO.
           05  FILLER              PIC X VALUE SPACE.
           05  VL-TEKST            PIC X(20).

      *Edited fields for the terminal
       01  WS-BELOB-EDIT        PIC -Z,ZZZ,ZZ9.99.
       01  WS-STORT-EDIT        PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-SATS-EDIT         PIC ZZ9.9999.
       01  WS-KURS-EDIT         PIC ZZ9.9999.

      *Parameter fields for the shared sealing subprogram
       01  SGL-FUNKTION         PIC X(1) VALUE SPACE.
       01  SGL-FIL              PIC X(1) VALUE SPACE.
       01  SGL-PROGRAM          PIC X(8) VALUE "OPG79".
       01  SGL-AARSAG           PIC X(30) VALUE SPACES.
       01  SGL-SVAR             PIC X(2) VALUE SPACES.
       01  SGL-RAEKKER          PIC 9(9) VALUE 0.
       01  SGL-NYE              PIC 9(9) VALUE 0.
       01  SGL-BRUD             PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
           MOVE "S" TO DATO-FUNKTION
           MOVE KOERSELS-DATO TO DATO-ARG
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           MOVE DATO-SERIAL TO KOERSELS-SERIAL

           MOVE "KASSEDIFF-KONTO" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-VAERDI (1:10) TO KASSEDIFF-KONTO
           END-IF

      *Nothing is decided without a name on it
           DISPLAY "Godkender-ID: " WITH NO ADVANCING
           ACCEPT GODKENDER
           IF GODKENDER = SPACES
               DISPLAY "OPG79: ingen godkender angivet."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
      *...and only a registered approver opens the workbench
           MOVE GODKENDER TO OPK-OPERATOER
           MOVE "G" TO OPK-ROLLE
           MOVE 0 TO OPK-BELOB
           CALL "OPERATOERKONTROL" USING OPK-OPERATOER OPK-ROLLE
                                         OPK-BELOB OPK-SVAR
                                         OPK-AARSAG
           IF OPK-SVAR NOT = "OK"
               DISPLAY "OPG79: " OPK-AARSAG
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

      *Load the queues - any one too big for its table refuses the
      *session, the same guard the batch approval programs keep
           PERFORM LAES-KOEER
           IF KOE-OVERLOEB
               DISPLAY "OPG79: en afventkoe er for stor til"
                       " tabellen, godkendelse afvises."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT KUNDEFIL
                      KONTOFIL
           IF KUNDEFIL-STATUS NOT = "00"
               OR KONTOFIL-STATUS NOT = "00"
               DISPLAY "OPG79: masterfilerne kan ikke aabnes,"
                       " status " KUNDEFIL-STATUS " / "
                       KONTOFIL-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM BORD-LOOP
               CLOSE KUNDEFIL
                     KONTOFIL
               DISPLAY "Godkendt: " GODKENDT-ANTAL
                       "  Afvist: " AFVIST-ANTAL
           END-IF
           STOP RUN.

      * -------------------------------------------------
      *One command per turn until the approver keys X - a line
      *number opens that item, N and F page the list, O reads the
      *queues afresh
       BORD-LOOP.
           PERFORM UNTIL FAERDIG
               PERFORM VIS-LISTE
               DISPLAY "Linje-nr = aabn, N = naeste side, F = forrige"
                       " side, O = opdater, X = afslut: "
                       WITH NO ADVANCING
               MOVE SPACES TO KOMMANDO
               ACCEPT KOMMANDO
               EVALUATE TRUE
                   WHEN KOMMANDO = "X" OR KOMMANDO = "x"
                       SET FAERDIG TO TRUE
                   WHEN KOMMANDO = "N" OR KOMMANDO = "n"
                       IF SIDE-FRA + SIDE-LINJER <= LISTE-ANTAL
                           ADD SIDE-LINJER TO SIDE-FRA
                       END-IF
                   WHEN KOMMANDO = "F" OR KOMMANDO = "f"
                       IF SIDE-FRA > SIDE-LINJER
                           SUBTRACT SIDE-LINJER FROM SIDE-FRA
                       ELSE
                           MOVE 1 TO SIDE-FRA
                       END-IF
                   WHEN KOMMANDO = "O" OR KOMMANDO = "o"
                       PERFORM LAES-KOEER
                   WHEN KOMMANDO = SPACES
                       CONTINUE
                   WHEN OTHER
                       PERFORM PARS-LINJE-NR
                       IF VALGT-LINJE > 0
                           AND VALGT-LINJE <= LISTE-ANTAL
                           PERFORM BEHANDL-POST
                       ELSE
                           DISPLAY "Ukendt kommando: " KOMMANDO
                       END-IF
               END-EVALUATE
               IF KOE-OVERLOEB
                   DISPLAY "OPG79: en afventkoe er for stor til"
                           " tabellen, godkendelse afvises."
                   MOVE 8 TO RETURN-CODE
                   SET FAERDIG TO TRUE
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Turn the keyed command into a list line number, zero when it
      *is not a number
       PARS-LINJE-NR.
           MOVE 0 TO VALGT-LINJE
           MOVE SPACES TO LINJE-TXT
           IF KOMMANDO (5:6) = SPACES
               UNSTRING KOMMANDO DELIMITED BY SPACE
                   INTO LINJE-TXT
               END-UNSTRING
               INSPECT LINJE-TXT REPLACING LEADING SPACE BY ZERO
               IF LINJE-TXT NUMERIC
                   MOVE LINJE-NUM TO VALGT-LINJE
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Show the page of the list in view
       VIS-LISTE.
           IF SIDE-FRA > LISTE-ANTAL
               MOVE 1 TO SIDE-FRA
           END-IF
           COMPUTE SIDE-TIL = SIDE-FRA + SIDE-LINJER - 1
           IF SIDE-TIL > LISTE-ANTAL
               MOVE LISTE-ANTAL TO SIDE-TIL
           END-IF
           DISPLAY " "
           DISPLAY "AFVENTER GODKENDELSE - " LISTE-ANTAL " poster"
                   " (V vedligehold, P postering, R referencefil,"
                   " K kassedifference)"
           DISPLAY "LINJ K NR     OPRETTET ALDER MAKER     "
                   "          BELOB TEKST"
           IF LISTE-ANTAL = 0
               DISPLAY "Ingen afventende poster."
           ELSE
               PERFORM VARYING LISTE-IX FROM SIDE-FRA BY 1
                   UNTIL LISTE-IX > SIDE-TIL
                   SET VL-LINJE TO LISTE-IX
                   MOVE LT-KOE (LISTE-IX)   TO VL-KOE
                   MOVE LT-NR (LISTE-IX)    TO VL-NR
                   MOVE LT-DATO (LISTE-IX)  TO VL-DATO
                   MOVE LT-ALDER (LISTE-IX) TO VL-ALDER
                   MOVE LT-MAKER (LISTE-IX) TO VL-MAKER
                   MOVE LT-BELOB (LISTE-IX) TO VL-BELOB
                   MOVE LT-TEKST (LISTE-IX) TO VL-TEKST
                   DISPLAY VIS-LINJE
               END-PERFORM
           END-IF
           EXIT.

      * -------------------------------------------------
      *Read all four queues afresh and rebuild the list
       LAES-KOEER.
           MOVE "N" TO KOE-OVERLOEB-SW
           PERFORM LAES-VAF
           PERFORM LAES-PAF
           PERFORM FIND-SAGSBEHANDLERE
           PERFORM LAES-RAF
           PERFORM LAES-DIFF
           PERFORM OPBYG-LISTE
           EXIT.

      * -------------------------------------------------
      *Load VEDLIGEHOLD's queue
       LAES-VAF.
           MOVE 0 TO VAF-ANTAL
           MOVE 0 TO VAF-LAEST-ANTAL
           MOVE "N" TO EOF-AFVENT
           OPEN INPUT VAFVENT-FIL
           IF VAFVENT-FIL-STATUS = "00"
               OR VAFVENT-FIL-STATUS = "05"
               PERFORM UNTIL END-AFVENT
                   READ VAFVENT-FIL
                       AT END
                           SET END-AFVENT TO TRUE
                       NOT AT END
                           ADD 1 TO VAF-LAEST-ANTAL
                           IF VAF-ANTAL < 1000
                               ADD 1 TO VAF-ANTAL
                               MOVE VAFVENT-NR TO VA-NR (VAF-ANTAL)
                               MOVE VAFVENT-DATO TO
                                   VA-DATO (VAF-ANTAL)
                               MOVE VAFVENT-MAKER TO
                                   VA-MAKER (VAF-ANTAL)
                               MOVE VAFVENT-BILLEDE TO
                                   VA-BILLEDE (VAF-ANTAL)
                               MOVE "N" TO VA-AFGJORT-SW (VAF-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VAFVENT-FIL
           END-IF
           IF VAF-LAEST-ANTAL > VAF-ANTAL
               SET KOE-OVERLOEB TO TRUE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load KONTOPOSTERING's queue
       LAES-PAF.
           MOVE 0 TO PAF-ANTAL
           MOVE 0 TO PAF-LAEST-ANTAL
           MOVE "N" TO EOF-AFVENT
           OPEN INPUT PAFVENT-FIL
           IF PAFVENT-FIL-STATUS = "00"
               OR PAFVENT-FIL-STATUS = "05"
               PERFORM UNTIL END-AFVENT
                   READ PAFVENT-FIL
                       AT END
                           SET END-AFVENT TO TRUE
                       NOT AT END
                           ADD 1 TO PAF-LAEST-ANTAL
                           IF PAF-ANTAL < 1000
                               ADD 1 TO PAF-ANTAL
                               MOVE PAFVENT-NR TO PA-NR (PAF-ANTAL)
                               MOVE PAFVENT-DATO TO
                                   PA-DATO (PAF-ANTAL)
                               MOVE PAFVENT-MAKER TO
                                   PA-MAKER (PAF-ANTAL)
                                   PA-VIST-MAKER (PAF-ANTAL)
                               MOVE PAFVENT-BILLEDE TO
                                   PA-BILLEDE (PAF-ANTAL)
                               MOVE PAFVENT-BILLEDE TO PB-REKORD
                               MOVE POST-REFERENCE TO
                                   PA-REFERENCE (PAF-ANTAL)
                               MOVE "N" TO PA-AFGJORT-SW (PAF-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAFVENT-FIL
           END-IF
           IF PAF-LAEST-ANTAL > PAF-ANTAL
               SET KOE-OVERLOEB TO TRUE
           END-IF
           EXIT.

      * -------------------------------------------------
      *KONTOPOSTERING parks every posting under its own name; a
      *clerk-keyed posting (reference series "E") really has the
      *clerk as maker, so take the name from OPG78's entry log in
      *one pass
       FIND-SAGSBEHANDLERE.
           MOVE "N" TO FUNDET-SW
           PERFORM VARYING PAF-IX FROM 1 BY 1
               UNTIL PAF-IX > PAF-ANTAL
               IF PA-REFERENCE (PAF-IX) (1:1) = "E"
                   SET FUNDET TO TRUE
               END-IF
           END-PERFORM
           IF FUNDET
               MOVE "N" TO EOF-REF
               OPEN INPUT INDTAST-FIL
               IF INDTAST-FIL-STATUS = "00"
                   OR INDTAST-FIL-STATUS = "05"
                   PERFORM UNTIL END-REF
                       READ INDTAST-FIL
                           AT END
                               SET END-REF TO TRUE
                           NOT AT END
                               PERFORM MATCH-SAGSBEHANDLER
                       END-READ
                   END-PERFORM
                   CLOSE INDTAST-FIL
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Name the clerk on the parked posting one log line matches
       MATCH-SAGSBEHANDLER.
           IF IT-POST-REFERENCE (1:1) = "E"
               PERFORM VARYING PAF-IX FROM 1 BY 1
                   UNTIL PAF-IX > PAF-ANTAL
                   IF PA-REFERENCE (PAF-IX) = IT-POST-REFERENCE
                       MOVE IT-SAGSBEHANDLER TO
                           PA-VIST-MAKER (PAF-IX)
                   END-IF
               END-PERFORM
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load REFVEDLIGEHOLD's queue
       LAES-RAF.
           MOVE 0 TO RAF-ANTAL
           MOVE 0 TO RAF-LAEST-ANTAL
           MOVE "N" TO EOF-AFVENT
           OPEN INPUT RAFVENT-FIL
           IF RAFVENT-FIL-STATUS = "00"
               OR RAFVENT-FIL-STATUS = "05"
               PERFORM UNTIL END-AFVENT
                   READ RAFVENT-FIL
                       AT END
                           SET END-AFVENT TO TRUE
                       NOT AT END
                           ADD 1 TO RAF-LAEST-ANTAL
                           IF RAF-ANTAL < 500
                               ADD 1 TO RAF-ANTAL
                               MOVE RAFVENT-NR TO RA-NR (RAF-ANTAL)
                               MOVE RAFVENT-DATO TO
                                   RA-DATO (RAF-ANTAL)
                               MOVE RAFVENT-MAKER TO
                                   RA-MAKER (RAF-ANTAL)
                               MOVE RAFVENT-BILLEDE TO
                                   RA-BILLEDE (RAF-ANTAL)
                               MOVE "N" TO RA-AFGJORT-SW (RAF-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RAFVENT-FIL
           END-IF
           IF RAF-LAEST-ANTAL > RAF-ANTAL
               SET KOE-OVERLOEB TO TRUE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load KASSEAFSTEMNING's queue of differences
       LAES-DIFF.
           MOVE 0 TO DIFF-ANTAL
           MOVE 0 TO DIFF-LAEST-ANTAL
           MOVE "N" TO EOF-DIFF
           OPEN INPUT DIFF-FIL
           IF DIFF-FIL-STATUS = "00"
               OR DIFF-FIL-STATUS = "05"
               PERFORM UNTIL END-DIFF
                   READ DIFF-FIL
                       AT END
                           SET END-DIFF TO TRUE
                       NOT AT END
                           ADD 1 TO DIFF-LAEST-ANTAL
                           IF DIFF-ANTAL < 500
                               ADD 1 TO DIFF-ANTAL
                               MOVE KD-NR TO DF-NR (DIFF-ANTAL)
                               MOVE KD-DATO TO DF-DATO (DIFF-ANTAL)
                               MOVE KD-AFDELING TO
                                   DF-AFDELING (DIFF-ANTAL)
                               MOVE KD-KASSE-ID TO
                                   DF-KASSE-ID (DIFF-ANTAL)
                               MOVE KD-KASSERER TO
                                   DF-KASSERER (DIFF-ANTAL)
                               MOVE KD-FORVENTET TO
                                   DF-FORVENTET (DIFF-ANTAL)
                               MOVE KD-OPTALT TO
                                   DF-OPTALT (DIFF-ANTAL)
                               MOVE KD-DIFFERENCE TO
                                   DF-DIFFERENCE (DIFF-ANTAL)
                               MOVE "N" TO
                                   DF-AFGJORT-SW (DIFF-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIFF-FIL
           END-IF
           IF DIFF-LAEST-ANTAL > DIFF-ANTAL
               SET KOE-OVERLOEB TO TRUE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Build the combined list - queue by queue, oldest first as
      *each queue is kept - with age, maker, amount and a short text
       OPBYG-LISTE.
           MOVE 0 TO LISTE-ANTAL
           PERFORM VARYING VAF-IX FROM 1 BY 1
               UNTIL VAF-IX > VAF-ANTAL
               ADD 1 TO LISTE-ANTAL
               MOVE "V" TO LT-KOE (LISTE-ANTAL)
               SET LT-IX (LISTE-ANTAL) TO VAF-IX
               MOVE VA-NR (VAF-IX)    TO LT-NR (LISTE-ANTAL)
               MOVE VA-DATO (VAF-IX)  TO LT-DATO (LISTE-ANTAL)
               MOVE VA-MAKER (VAF-IX) TO LT-MAKER (LISTE-ANTAL)
               MOVE VA-BILLEDE (VAF-IX) TO VT-REKORD
               MOVE 0 TO LT-BELOB (LISTE-ANTAL)
               IF TRANS-BALANCE-SAT = "Y"
                   AND TRANS-BALANCE IS NUMERIC
                   MOVE TRANS-BALANCE TO LT-BELOB (LISTE-ANTAL)
               ELSE
                   IF TRANS-KREDITMAX-SAT = "Y"
                       AND TRANS-KREDITMAX IS NUMERIC
                       MOVE TRANS-KREDITMAX TO LT-BELOB (LISTE-ANTAL)
                   END-IF
               END-IF
               MOVE SPACES TO LT-TEKST (LISTE-ANTAL)
               IF TRANS-KONTO-ID NOT = SPACES
                   STRING TRANS-TYPE DELIMITED BY SPACE
                          " "        DELIMITED BY SIZE
                          TRANS-KONTO-ID DELIMITED BY SIZE
                          INTO LT-TEKST (LISTE-ANTAL)
                   END-STRING
               ELSE
                   STRING TRANS-TYPE DELIMITED BY SPACE
                          " "        DELIMITED BY SIZE
                          TRANS-KUNDE-ID DELIMITED BY SIZE
                          INTO LT-TEKST (LISTE-ANTAL)
                   END-STRING
               END-IF
               PERFORM BEREGN-ALDER
           END-PERFORM
           PERFORM VARYING PAF-IX FROM 1 BY 1
               UNTIL PAF-IX > PAF-ANTAL
               ADD 1 TO LISTE-ANTAL
               MOVE "P" TO LT-KOE (LISTE-ANTAL)
               SET LT-IX (LISTE-ANTAL) TO PAF-IX
               MOVE PA-NR (PAF-IX)    TO LT-NR (LISTE-ANTAL)
               MOVE PA-DATO (PAF-IX)  TO LT-DATO (LISTE-ANTAL)
               MOVE PA-VIST-MAKER (PAF-IX) TO LT-MAKER (LISTE-ANTAL)
               MOVE PA-BILLEDE (PAF-IX) TO PB-REKORD
               MOVE POST-BELOB TO LT-BELOB (LISTE-ANTAL)
               MOVE SPACES TO LT-TEKST (LISTE-ANTAL)
               STRING POST-TYPE     DELIMITED BY SPACE
                      " "           DELIMITED BY SIZE
                      POST-KONTO-ID DELIMITED BY SIZE
                      INTO LT-TEKST (LISTE-ANTAL)
               END-STRING
               PERFORM BEREGN-ALDER
           END-PERFORM
           PERFORM VARYING RAF-IX FROM 1 BY 1
               UNTIL RAF-IX > RAF-ANTAL
               ADD 1 TO LISTE-ANTAL
               MOVE "R" TO LT-KOE (LISTE-ANTAL)
               SET LT-IX (LISTE-ANTAL) TO RAF-IX
               MOVE RA-NR (RAF-IX)    TO LT-NR (LISTE-ANTAL)
               MOVE RA-DATO (RAF-IX)  TO LT-DATO (LISTE-ANTAL)
               MOVE RA-MAKER (RAF-IX) TO LT-MAKER (LISTE-ANTAL)
               MOVE RA-BILLEDE (RAF-IX) TO RFT-REKORD
               MOVE 0 TO LT-BELOB (LISTE-ANTAL)
               MOVE SPACES TO LT-TEKST (LISTE-ANTAL)
               IF RFT-FIL = "KURS"
                   STRING RFT-FIL        DELIMITED BY SPACE
                          " "            DELIMITED BY SIZE
                          RFT-NOEGLE (1:3) DELIMITED BY SIZE
                          " "            DELIMITED BY SIZE
                          RFT-VAERDI2    DELIMITED BY SPACE
                          INTO LT-TEKST (LISTE-ANTAL)
                   END-STRING
               ELSE
                   STRING RFT-FIL        DELIMITED BY SPACE
                          " "            DELIMITED BY SIZE
                          RFT-NOEGLE     DELIMITED BY SPACE
                          " "            DELIMITED BY SIZE
                          RFT-VAERDI1    DELIMITED BY SPACE
                          INTO LT-TEKST (LISTE-ANTAL)
                   END-STRING
               END-IF
               PERFORM BEREGN-ALDER
           END-PERFORM
           PERFORM VARYING DIFF-IX FROM 1 BY 1
               UNTIL DIFF-IX > DIFF-ANTAL
               ADD 1 TO LISTE-ANTAL
               MOVE "K" TO LT-KOE (LISTE-ANTAL)
               SET LT-IX (LISTE-ANTAL) TO DIFF-IX
               MOVE DF-NR (DIFF-IX)       TO LT-NR (LISTE-ANTAL)
               MOVE DF-DATO (DIFF-IX)     TO LT-DATO (LISTE-ANTAL)
               MOVE DF-KASSERER (DIFF-IX) TO LT-MAKER (LISTE-ANTAL)
               MOVE DF-DIFFERENCE (DIFF-IX) TO LT-BELOB (LISTE-ANTAL)
               MOVE SPACES TO LT-TEKST (LISTE-ANTAL)
               STRING "KASSE "              DELIMITED BY SIZE
                      DF-AFDELING (DIFF-IX) DELIMITED BY SIZE
                      "/"                   DELIMITED BY SIZE
                      DF-KASSE-ID (DIFF-IX) DELIMITED BY SIZE
                      INTO LT-TEKST (LISTE-ANTAL)
               END-STRING
               PERFORM BEREGN-ALDER
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Age in days of the list row just built
       BEREGN-ALDER.
           MOVE 0 TO LT-ALDER (LISTE-ANTAL)
           MOVE "S" TO DATO-FUNKTION
           MOVE LT-DATO (LISTE-ANTAL) TO DATO-ARG
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           IF DATO-SERIAL > 0 AND DATO-SERIAL < KOERSELS-SERIAL
               COMPUTE LT-ALDER (LISTE-ANTAL) =
                   KOERSELS-SERIAL - DATO-SERIAL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Open one list item: show its detail next to the current
      *record it would change, then take the decision
       BEHANDL-POST.
           MOVE LT-KOE (VALGT-LINJE)   TO VALGT-KOE
           MOVE LT-NR (VALGT-LINJE)    TO VALGT-NR
           MOVE LT-MAKER (VALGT-LINJE) TO VALGT-MAKER
           MOVE LT-IX (VALGT-LINJE)    TO WS-FUNDET-IX
           DISPLAY " "
           EVALUATE VALGT-KOE
               WHEN "V"
                   PERFORM VIS-VEDL-DETALJE
               WHEN "P"
                   PERFORM VIS-POST-DETALJE
               WHEN "R"
                   PERFORM VIS-REF-DETALJE
               WHEN "K"
                   PERFORM VIS-KASSE-DETALJE
           END-EVALUATE
           PERFORM INDTAST-BESLUTNING
           EXIT.

      * -------------------------------------------------
      *A parked maintenance transaction against the customer and
      *account as they stand
       VIS-VEDL-DETALJE.
           MOVE VA-BILLEDE (WS-FUNDET-IX) TO VT-REKORD
           DISPLAY "VEDLIGEHOLDELSE NR " VALGT-NR
                   " - MAKER " VALGT-MAKER
           DISPLAY "Foreslaaet:  " TRANS-TYPE
                   " kunde " TRANS-KUNDE-ID
                   " konto " TRANS-KONTO-ID
           IF TRANS-FORNAVN NOT = SPACES
               OR TRANS-EFTERNAVN NOT = SPACES
               DISPLAY "  Navn:      " TRANS-FORNAVN " "
                       TRANS-EFTERNAVN
           END-IF
           IF TRANS-FIRMANAVN NOT = SPACES
               DISPLAY "  Firma:     " TRANS-FIRMANAVN
           END-IF
           IF TRANS-VEJNAVN NOT = SPACES
               DISPLAY "  Adresse:   " TRANS-VEJNAVN " "
                       TRANS-HUSNR " " TRANS-POSTNR " "
                       TRANS-BY-X
           END-IF
           IF TRANS-KONTO-TYPE NOT = SPACES
               DISPLAY "  Kontotype: " TRANS-KONTO-TYPE
                       " " TRANS-VALUTA-KD
           END-IF
           IF TRANS-BALANCE-SAT = "Y"
               MOVE TRANS-BALANCE TO WS-BELOB-EDIT
               DISPLAY "  Ny saldo:  " WS-BELOB-EDIT
           END-IF
           IF TRANS-KREDITMAX-SAT = "Y"
               MOVE TRANS-KREDITMAX TO WS-BELOB-EDIT
               DISPLAY "  Ny ramme:  " WS-BELOB-EDIT
                       " udloeb " TRANS-KREDIT-UDLOEB
           END-IF
           IF TRANS-AFDELING NOT = SPACES
               DISPLAY "  Afdeling:  " TRANS-AFDELING
           END-IF
           IF TRANS-KUNDE-ID NOT = SPACES
               MOVE TRANS-KUNDE-ID TO KUNDE-ID OF KUNDEFIL-REKORD
               READ KUNDEFIL
                   INVALID KEY
                       DISPLAY "Nuvaerende kunde: findes ikke"
                   NOT INVALID KEY
                       PERFORM VIS-KUNDE
               END-READ
           END-IF
           IF TRANS-KONTO-ID NOT = SPACES
               MOVE TRANS-KONTO-ID TO KONTO-ID OF KONTOFIL-REKORD
               READ KONTOFIL
                   INVALID KEY
                       DISPLAY "Nuvaerende konto: findes ikke"
                   NOT INVALID KEY
                       PERFORM VIS-KONTO
               END-READ
           END-IF
           EXIT.

      * -------------------------------------------------
      *A parked posting against the account and counter-account as
      *they stand
       VIS-POST-DETALJE.
           MOVE PA-BILLEDE (WS-FUNDET-IX) TO PB-REKORD
           MOVE POST-BELOB TO WS-BELOB-EDIT
           DISPLAY "POSTERING NR " VALGT-NR
                   " - MAKER " VALGT-MAKER
           DISPLAY "Foreslaaet:  " POST-TYPE " " WS-BELOB-EDIT
                   " dato " POST-DATO " ref " POST-REFERENCE
           DISPLAY "  Konto:     " POST-KONTO-ID
                   "  Modkonto: " POST-MODKONTO-ID
           MOVE POST-KONTO-ID TO KONTO-ID OF KONTOFIL-REKORD
           READ KONTOFIL
               INVALID KEY
                   DISPLAY "Nuvaerende konto: findes ikke"
               NOT INVALID KEY
                   PERFORM VIS-KONTO
                   MOVE KUNDE-ID OF KONTOFIL-REKORD TO
                       KUNDE-ID OF KUNDEFIL-REKORD
                   READ KUNDEFIL
                       INVALID KEY
                           DISPLAY "  Kunde:     findes ikke"
                       NOT INVALID KEY
                           PERFORM VIS-KUNDE
                   END-READ
           END-READ
           IF POST-MODKONTO-ID NOT = SPACES
               MOVE POST-MODKONTO-ID TO KONTO-ID OF KONTOFIL-REKORD
               READ KONTOFIL
                   INVALID KEY
                       DISPLAY "Nuvaerende modkonto: findes ikke"
                   NOT INVALID KEY
                       PERFORM VIS-KONTO
               END-READ
           END-IF
           EXIT.

      * -------------------------------------------------
      *A parked rate change against the rate in force
       VIS-REF-DETALJE.
           MOVE RA-BILLEDE (WS-FUNDET-IX) TO RFT-REKORD
           DISPLAY "REFERENCEAENDRING NR " VALGT-NR
                   " - MAKER " VALGT-MAKER
           DISPLAY "Foreslaaet:  " RFT-FIL " aktion " RFT-AKTION
                   " noegle " RFT-NOEGLE
           DISPLAY "  Vaerdier:  " RFT-VAERDI1 " " RFT-VAERDI2
           MOVE "N" TO FUNDET-SW
           MOVE "N" TO EOF-REF
           IF RFT-FIL = "RENTE"
               OPEN INPUT RENTE-FIL
               IF RENTE-FIL-STATUS = "00"
                   OR RENTE-FIL-STATUS = "05"
                   PERFORM UNTIL END-REF
                       READ RENTE-FIL
                           AT END
                               SET END-REF TO TRUE
                           NOT AT END
                               IF RENTE-KONTO-TYPE =
                                       RFT-NOEGLE (1:10)
                                   SET FUNDET TO TRUE
                                   SET END-REF TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RENTE-FIL
               END-IF
               IF FUNDET
                   MOVE RENTE-KREDIT-SATS TO WS-SATS-EDIT
                   MOVE RENTE-DEBET-SATS TO WS-KURS-EDIT
                   DISPLAY "Nuvaerende:  kreditsats " WS-SATS-EDIT
                           " debetsats " WS-KURS-EDIT
               ELSE
                   DISPLAY "Nuvaerende:  ingen sats for "
                           RFT-NOEGLE (1:10)
               END-IF
           END-IF
           IF RFT-FIL = "KURS"
               MOVE 0 TO NY-KURS-DATO
               OPEN INPUT KURS-FIL
               IF KURS-FIL-STATUS = "00"
                   OR KURS-FIL-STATUS = "05"
                   PERFORM UNTIL END-REF
                       READ KURS-FIL
                           AT END
                               SET END-REF TO TRUE
                           NOT AT END
                               IF KURS-F-VALUTA = RFT-NOEGLE (1:3)
                                   AND KURS-F-DATO >= NY-KURS-DATO
                                   SET FUNDET TO TRUE
                                   MOVE KURS-F-DATO TO NY-KURS-DATO
                                   MOVE KURS-F-RATE TO WS-KURS-EDIT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE KURS-FIL
               END-IF
               IF FUNDET
                   DISPLAY "Nuvaerende:  kurs " WS-KURS-EDIT
                           " fra " NY-KURS-DATO
               ELSE
                   DISPLAY "Nuvaerende:  ingen kurs for "
                           RFT-NOEGLE (1:3)
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *A teller difference against the till as the register has it
       VIS-KASSE-DETALJE.
           DISPLAY "KASSEDIFFERENCE NR " VALGT-NR
                   " - KASSERER " VALGT-MAKER
           MOVE DF-FORVENTET (WS-FUNDET-IX) TO WS-STORT-EDIT
           DISPLAY "  Kasse:     " DF-AFDELING (WS-FUNDET-IX) "/"
                   DF-KASSE-ID (WS-FUNDET-IX)
                   " afstemt " DF-DATO (WS-FUNDET-IX)
           DISPLAY "  Forventet: " WS-STORT-EDIT
           MOVE DF-OPTALT (WS-FUNDET-IX) TO WS-STORT-EDIT
           DISPLAY "  Optalt:    " WS-STORT-EDIT
           MOVE DF-DIFFERENCE (WS-FUNDET-IX) TO WS-STORT-EDIT
           DISPLAY "  Difference:" WS-STORT-EDIT
                   " til konto " KASSEDIFF-KONTO
           MOVE "N" TO FUNDET-SW
           MOVE "N" TO EOF-REF
           OPEN INPUT KASSEREG-FIL
           IF KASSEREG-FIL-STATUS = "00"
               OR KASSEREG-FIL-STATUS = "05"
               PERFORM UNTIL END-REF
                   READ KASSEREG-FIL
                       AT END
                           SET END-REF TO TRUE
                       NOT AT END
                           IF KA-AFDELING = DF-AFDELING (WS-FUNDET-IX)
                               AND KA-KASSE-ID =
                                   DF-KASSE-ID (WS-FUNDET-IX)
                               SET FUNDET TO TRUE
                               SET END-REF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KASSEREG-FIL
           END-IF
           IF FUNDET
               MOVE KA-BEHOLDNING TO WS-STORT-EDIT
               DISPLAY "Nuvaerende:  status " KA-STATUS
                       " kasserer " KA-KASSERER
                       " beholdning " WS-STORT-EDIT
                       " afstemt " KA-AFSTEMT-DATO
           ELSE
               DISPLAY "Nuvaerende:  kassen findes ikke i registret"
           END-IF
           EXIT.

      * -------------------------------------------------
      *Current customer lines
       VIS-KUNDE.
           CALL "KUNDENAVN" USING KUNDEFIL-REKORD FULDT-NAVN
           DISPLAY "Nuvaerende kunde: " KUNDE-ID OF KUNDEFIL-REKORD
                   " " FULDT-NAVN
           DISPLAY "  Adresse:   " VEJNAVN " " HUSNR " " POSTNR
                   " " BY-X
           DISPLAY "  Afdeling:  " AFDELING OF KUNDEFIL-REKORD
                   "  Kundetype: " KUNDE-TYPE OF KUNDEFIL-REKORD
           EXIT.

      * -------------------------------------------------
      *Current account lines
       VIS-KONTO.
           MOVE BALANCE OF KONTOFIL-REKORD TO WS-BELOB-EDIT
           DISPLAY "Nuvaerende konto: " KONTO-ID OF KONTOFIL-REKORD
                   " " KONTO-TYPE OF KONTOFIL-REKORD
                   " status " KONTO-STATUS
                   " saldo " WS-BELOB-EDIT " " VALUTA-KD
           IF KONTO-KREDITMAX IS NUMERIC
               MOVE KONTO-KREDITMAX TO WS-BELOB-EDIT
           ELSE
               MOVE 0 TO WS-BELOB-EDIT
           END-IF
           DISPLAY "  Ramme:     " WS-BELOB-EDIT
                   " udloeb " KONTO-KREDIT-UDLOEB
                   "  Afdeling: " AFDELING OF KONTOFIL-REKORD
           EXIT.

      * -------------------------------------------------
      *Take the approver's decision on the item in view - an
      *approval by the item's own maker is refused and logged, a
      *rejection must carry a reason
       INDTAST-BESLUTNING.
           MOVE SPACES TO AARSAG
           MOVE SPACE TO BESLUTNING
           DISPLAY "G = godkend, A = afvis, blank = tilbage: "
                   WITH NO ADVANCING
           MOVE SPACES TO SVAR-INPUT
           ACCEPT SVAR-INPUT
           EVALUATE TRUE
               WHEN SVAR-INPUT = "G" OR SVAR-INPUT = "g"
                   MOVE "G" TO BESLUTNING
                   IF GODKENDER = VALGT-MAKER
                       DISPLAY "AFVIST: godkender er samme bruger"
                               " som maker."
                       PERFORM SKRIV-AUDIT-SAMME-BRUGER
                   ELSE
                       PERFORM UDFOER-BESLUTNING
                   END-IF
               WHEN SVAR-INPUT = "A" OR SVAR-INPUT = "a"
                   DISPLAY "Aarsag: " WITH NO ADVANCING
                   ACCEPT AARSAG
                   IF AARSAG = SPACES
                       DISPLAY "En afvisning skal have en aarsag."
                   ELSE
                       MOVE "X" TO BESLUTNING
                       PERFORM UDFOER-BESLUTNING
                   END-IF
               WHEN SVAR-INPUT = SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Ukendt svar: " SVAR-INPUT
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *Carry one decision out against a freshly read queue - the
      *item may have been decided in batch since the list was shown
       UDFOER-BESLUTNING.
           PERFORM LAES-KOEER
           PERFORM FIND-VALGT
           MOVE "OK" TO OPK-SVAR
           IF BESLUTNING = "G" AND WS-FUNDET-IX > 0
               AND NOT KOE-OVERLOEB
               PERFORM KONTROLLER-GODKENDER
           END-IF
           EVALUATE TRUE
               WHEN KOE-OVERLOEB
                   CONTINUE
               WHEN WS-FUNDET-IX = 0
                   DISPLAY "Posten er afgjort eller fjernet siden"
                           " listen blev vist."
               WHEN BESLUTNING = "G" AND GODKENDER = VALGT-MAKER
                   DISPLAY "AFVIST: godkender er samme bruger"
                           " som maker."
                   PERFORM SKRIV-AUDIT-SAMME-BRUGER
               WHEN OPK-SVAR NOT = "OK"
                   DISPLAY "AFVIST: " OPK-AARSAG
                   PERFORM SKRIV-AUDIT-OPERATOER
               WHEN OTHER
                   EVALUATE VALGT-KOE
                       WHEN "V"
                           PERFORM AFGOER-VEDL
                       WHEN "P"
                           PERFORM AFGOER-POST
                       WHEN "R"
                           PERFORM AFGOER-REF
                       WHEN "K"
                           PERFORM AFGOER-KASSE
                   END-EVALUATE
                   IF BESLUTNING = "G"
                       ADD 1 TO GODKENDT-ANTAL
                       DISPLAY "Godkendt."
                   ELSE
                       ADD 1 TO AFVIST-ANTAL
                       DISPLAY "Afvist."
                   END-IF
                   PERFORM SKRIV-AUDIT-BESLUTNING
                   PERFORM LAES-KOEER
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *The approver's own limit in the operator register must cover
      *the item - the same amount the list shows for a maintenance
      *transaction, the posting amount, the cash difference, and
      *nothing for a reference-data change
       KONTROLLER-GODKENDER.
           MOVE 0 TO OPK-BELOB
           EVALUATE VALGT-KOE
               WHEN "V"
                   MOVE VA-BILLEDE (WS-FUNDET-IX) TO VT-REKORD
                   IF TRANS-BALANCE-SAT = "Y"
                       AND TRANS-BALANCE IS NUMERIC
                       MOVE TRANS-BALANCE TO OPK-BELOB
                       IF OPK-BELOB < 0
                           COMPUTE OPK-BELOB = 0 - OPK-BELOB
                       END-IF
                   END-IF
                   IF TRANS-KREDITMAX-SAT = "Y"
                       AND TRANS-KREDITMAX IS NUMERIC
                       AND TRANS-KREDITMAX > OPK-BELOB
                       MOVE TRANS-KREDITMAX TO OPK-BELOB
                   END-IF
               WHEN "P"
                   MOVE PA-BILLEDE (WS-FUNDET-IX) TO PB-REKORD
                   MOVE POST-BELOB TO OPK-BELOB
               WHEN "K"
                   MOVE DF-DIFFERENCE (WS-FUNDET-IX) TO OPK-BELOB
           END-EVALUATE
           MOVE GODKENDER TO OPK-OPERATOER
           MOVE "G" TO OPK-ROLLE
           CALL "OPERATOERKONTROL" USING OPK-OPERATOER OPK-ROLLE
                                         OPK-BELOB OPK-SVAR
                                         OPK-AARSAG
           EXIT.

      * -------------------------------------------------
      *Find the chosen item, still undecided, in its queue table -
      *leaves its index in WS-FUNDET-IX and refreshes the maker
       FIND-VALGT.
           MOVE 0 TO WS-FUNDET-IX
           EVALUATE VALGT-KOE
               WHEN "V"
                   PERFORM VARYING VAF-IX FROM 1 BY 1
                       UNTIL VAF-IX > VAF-ANTAL
                       IF VA-NR (VAF-IX) = VALGT-NR
                           SET WS-FUNDET-IX TO VAF-IX
                           MOVE VA-MAKER (VAF-IX) TO VALGT-MAKER
                       END-IF
                   END-PERFORM
               WHEN "P"
                   PERFORM VARYING PAF-IX FROM 1 BY 1
                       UNTIL PAF-IX > PAF-ANTAL
                       IF PA-NR (PAF-IX) = VALGT-NR
                           SET WS-FUNDET-IX TO PAF-IX
                           MOVE PA-VIST-MAKER (PAF-IX) TO VALGT-MAKER
                       END-IF
                   END-PERFORM
               WHEN "R"
                   PERFORM VARYING RAF-IX FROM 1 BY 1
                       UNTIL RAF-IX > RAF-ANTAL
                       IF RA-NR (RAF-IX) = VALGT-NR
                           SET WS-FUNDET-IX TO RAF-IX
                           MOVE RA-MAKER (RAF-IX) TO VALGT-MAKER
                       END-IF
                   END-PERFORM
               WHEN "K"
                   PERFORM VARYING DIFF-IX FROM 1 BY 1
                       UNTIL DIFF-IX > DIFF-ANTAL
                       IF DF-NR (DIFF-IX) = VALGT-NR
                           SET WS-FUNDET-IX TO DIFF-IX
                           MOVE DF-KASSERER (DIFF-IX) TO VALGT-MAKER
                       END-IF
                   END-PERFORM
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *Maintenance transaction: an approval goes to the approved-
      *transactions file carrying the approver, as GODKENDELSE
      *writes it
       AFGOER-VEDL.
           IF BESLUTNING = "G"
               MOVE VA-BILLEDE (WS-FUNDET-IX) TO VT-REKORD
               MOVE GODKENDER TO TRANS-GODKENDT-AF
               OPEN EXTEND VGODK-FIL
               IF VGODK-FIL-STATUS = "35"
                   OPEN OUTPUT VGODK-FIL
                   CLOSE VGODK-FIL
                   OPEN EXTEND VGODK-FIL
               END-IF
               WRITE VGODK-REKORD FROM VT-REKORD
               CLOSE VGODK-FIL
           END-IF
           SET VA-AFGJORT (WS-FUNDET-IX) TO TRUE
           OPEN OUTPUT VAFVENT-FIL
           PERFORM VARYING VAF-IX FROM 1 BY 1
               UNTIL VAF-IX > VAF-ANTAL
               IF NOT VA-AFGJORT (VAF-IX)
                   MOVE VA-NR (VAF-IX)      TO VAFVENT-NR
                   MOVE VA-DATO (VAF-IX)    TO VAFVENT-DATO
                   MOVE VA-MAKER (VAF-IX)   TO VAFVENT-MAKER
                   MOVE VA-BILLEDE (VAF-IX) TO VAFVENT-BILLEDE
                   WRITE VAFVENT-REKORD
               END-IF
           END-PERFORM
           CLOSE VAFVENT-FIL
           EXIT.

      * -------------------------------------------------
      *Posting: an approval is released into the day's posting file
      *under its original reference and the reference registered,
      *as POSTGODKEND does it
       AFGOER-POST.
           IF BESLUTNING = "G"
               MOVE PA-BILLEDE (WS-FUNDET-IX) TO PB-REKORD
               PERFORM ABEN-POST-FIL
               WRITE POST-UD-REKORD FROM PB-REKORD
               CLOSE POST-FIL
               OPEN I-O GODKREF-FIL
               MOVE POST-REFERENCE TO GODKREF-REFERENCE
               WRITE GODKREF-REKORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               CLOSE GODKREF-FIL
           END-IF
           SET PA-AFGJORT (WS-FUNDET-IX) TO TRUE
           OPEN OUTPUT PAFVENT-FIL
           PERFORM VARYING PAF-IX FROM 1 BY 1
               UNTIL PAF-IX > PAF-ANTAL
               IF NOT PA-AFGJORT (PAF-IX)
                   MOVE PA-NR (PAF-IX)      TO PAFVENT-NR
                   MOVE PA-DATO (PAF-IX)    TO PAFVENT-DATO
                   MOVE PA-MAKER (PAF-IX)   TO PAFVENT-MAKER
                   MOVE PA-BILLEDE (PAF-IX) TO PAFVENT-BILLEDE
                   WRITE PAFVENT-REKORD
               END-IF
           END-PERFORM
           CLOSE PAFVENT-FIL
           EXIT.

      * -------------------------------------------------
      *Rate change: an approval goes back to REFVEDLIGEHOLD's
      *transaction file carrying an approver distinct from the
      *maker, so its next run applies it without parking
       AFGOER-REF.
           IF BESLUTNING = "G"
               MOVE RA-BILLEDE (WS-FUNDET-IX) TO RFT-REKORD
               MOVE GODKENDER TO RFT-GODKENDT-AF
               OPEN EXTEND RTRANS-FIL
               IF RTRANS-FIL-STATUS = "35"
                   OPEN OUTPUT RTRANS-FIL
                   CLOSE RTRANS-FIL
                   OPEN EXTEND RTRANS-FIL
               END-IF
               WRITE RTRANS-REKORD FROM RFT-REKORD
               CLOSE RTRANS-FIL
           END-IF
           SET RA-AFGJORT (WS-FUNDET-IX) TO TRUE
           OPEN OUTPUT RAFVENT-FIL
           PERFORM VARYING RAF-IX FROM 1 BY 1
               UNTIL RAF-IX > RAF-ANTAL
               IF NOT RA-AFGJORT (RAF-IX)
                   MOVE RA-NR (RAF-IX)      TO RAFVENT-NR
                   MOVE RA-DATO (RAF-IX)    TO RAFVENT-DATO
                   MOVE RA-MAKER (RAF-IX)   TO RAFVENT-MAKER
                   MOVE RA-BILLEDE (RAF-IX) TO RAFVENT-BILLEDE
                   WRITE RAFVENT-REKORD
               END-IF
           END-PERFORM
           CLOSE RAFVENT-FIL
           EXIT.

      * -------------------------------------------------
      *Teller difference: an approval books the over/short against
      *the difference account in the "C" series, as
      *KASSEAFSTEMNING does it - an overage is a KREDIT, a shortage
      *a DEBIT
       AFGOER-KASSE.
           IF BESLUTNING = "G"
               MOVE DF-DIFFERENCE (WS-FUNDET-IX) TO DIFF-BELOB
               MOVE SPACES TO NY-REFERENCE
               STRING
                   "C"                       DELIMITED BY SIZE
                   KOERSELS-DATO (3:6)       DELIMITED BY SIZE
                   "9"                       DELIMITED BY SIZE
                   DF-NR (WS-FUNDET-IX) (3:4) DELIMITED BY SIZE
                   INTO NY-REFERENCE
               END-STRING
               MOVE SPACES TO PB-REKORD
               MOVE KOERSELS-DATO   TO POST-DATO
               MOVE KASSEDIFF-KONTO TO POST-KONTO-ID
               IF DIFF-BELOB > 0
                   MOVE DIFF-BELOB TO POST-BELOB
                   MOVE "KREDIT" TO POST-TYPE
               ELSE
                   COMPUTE POST-BELOB = 0 - DIFF-BELOB
                   MOVE "DEBIT" TO POST-TYPE
               END-IF
               MOVE NY-REFERENCE TO POST-REFERENCE
               PERFORM ABEN-POST-FIL
               WRITE POST-UD-REKORD FROM PB-REKORD
               CLOSE POST-FIL
               DISPLAY "Bogfoert med reference " NY-REFERENCE
           END-IF
           SET DF-AFGJORT (WS-FUNDET-IX) TO TRUE
           OPEN OUTPUT DIFF-FIL
           PERFORM VARYING DIFF-IX FROM 1 BY 1
               UNTIL DIFF-IX > DIFF-ANTAL
               IF NOT DF-AFGJORT (DIFF-IX)
                   MOVE DF-NR (DIFF-IX)         TO KD-NR
                   MOVE DF-DATO (DIFF-IX)       TO KD-DATO
                   MOVE DF-AFDELING (DIFF-IX)   TO KD-AFDELING
                   MOVE DF-KASSE-ID (DIFF-IX)   TO KD-KASSE-ID
                   MOVE DF-KASSERER (DIFF-IX)   TO KD-KASSERER
                   MOVE DF-FORVENTET (DIFF-IX)  TO KD-FORVENTET
                   MOVE DF-OPTALT (DIFF-IX)     TO KD-OPTALT
                   MOVE DF-DIFFERENCE (DIFF-IX) TO KD-DIFFERENCE
                   WRITE DIFF-REKORD
               END-IF
           END-PERFORM
           CLOSE DIFF-FIL
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
      *Open the audit log for append, created on first use the same
      *way
       ABEN-AUDIT-FIL.
           OPEN EXTEND AUDIT-FIL
           IF AUDIT-FIL-STATUS = "35"
               OPEN OUTPUT AUDIT-FIL
               CLOSE AUDIT-FIL
               OPEN EXTEND AUDIT-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Start an audit line with the date and the name the queue's
      *own approval program logs under
       SKRIV-AUDIT-KILDE.
           MOVE SPACES TO AUDIT-TEXT
           MOVE 1 TO AUDIT-PTR
           STRING KOERSELS-DATO DELIMITED BY SIZE
                  INTO AUDIT-TEXT WITH POINTER AUDIT-PTR
           END-STRING
           EVALUATE VALGT-KOE
               WHEN "V"
                   STRING " GODKENDELSE" DELIMITED BY SIZE
                          INTO AUDIT-TEXT WITH POINTER AUDIT-PTR
                   END-STRING
               WHEN "P"
                   STRING " POSTGODKEND" DELIMITED BY SIZE
                          INTO AUDIT-TEXT WITH POINTER AUDIT-PTR
                   END-STRING
               WHEN "R"
                   STRING " REFVEDL GODKENDELSE" DELIMITED BY SIZE
                          INTO AUDIT-TEXT WITH POINTER AUDIT-PTR
                   END-STRING
               WHEN "K"
                   STRING " KASSEDIFFERENCE" DELIMITED BY SIZE
                          INTO AUDIT-TEXT WITH POINTER AUDIT-PTR
                   END-STRING
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *Audit entry for one decision, naming maker and approver, and
      *the reason on a rejection
       SKRIV-AUDIT-BESLUTNING.
           PERFORM SKRIV-AUDIT-KILDE
           STRING
               " NR: "                          DELIMITED BY SIZE
               VALGT-NR                         DELIMITED BY SIZE
               " MAKER: "                       DELIMITED BY SIZE
               VALGT-MAKER                      DELIMITED BY SPACE
               " GODKENDER: "                   DELIMITED BY SIZE
               GODKENDER                        DELIMITED BY SPACE
               " BESLUTNING: "                  DELIMITED BY SIZE
               BESLUTNING                       DELIMITED BY SIZE
               INTO AUDIT-TEXT WITH POINTER AUDIT-PTR
           END-STRING
           IF AARSAG NOT = SPACES
               STRING
                   " AARSAG: "                  DELIMITED BY SIZE
                   AARSAG                       DELIMITED BY SIZE
                   INTO AUDIT-TEXT WITH POINTER AUDIT-PTR
               END-STRING
           END-IF
           PERFORM ABEN-AUDIT-FIL
           WRITE AUDIT-REKORD
           CLOSE AUDIT-FIL
           PERFORM FORSEGL-AUDIT
           EXIT.

      * -------------------------------------------------
      *Audit entry for an approval refused because the approver
      *is the item's own maker
       SKRIV-AUDIT-SAMME-BRUGER.
           PERFORM SKRIV-AUDIT-KILDE
           STRING
               " AFVIST - NR: "                 DELIMITED BY SIZE
               VALGT-NR                         DELIMITED BY SIZE
               " GODKENDER: "                   DELIMITED BY SIZE
               GODKENDER                        DELIMITED BY SPACE
               " ER SAMME BRUGER SOM MAKER"     DELIMITED BY SIZE
               INTO AUDIT-TEXT WITH POINTER AUDIT-PTR
           END-STRING
           PERFORM ABEN-AUDIT-FIL
           WRITE AUDIT-REKORD
           CLOSE AUDIT-FIL
           PERFORM FORSEGL-AUDIT
           EXIT.

      * -------------------------------------------------
      *Audit entry for an approval refused by the operator register
       SKRIV-AUDIT-OPERATOER.
           PERFORM SKRIV-AUDIT-KILDE
           STRING
               " AFVIST - NR: "                 DELIMITED BY SIZE
               VALGT-NR                         DELIMITED BY SIZE
               " GODKENDER: "                   DELIMITED BY SIZE
               GODKENDER                        DELIMITED BY SPACE
               " AARSAG: "                      DELIMITED BY SIZE
               OPK-AARSAG                       DELIMITED BY SIZE
               INTO AUDIT-TEXT WITH POINTER AUDIT-PTR
           END-STRING
           PERFORM ABEN-AUDIT-FIL
           WRITE AUDIT-REKORD
           CLOSE AUDIT-FIL
           PERFORM FORSEGL-AUDIT
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
               DISPLAY "OPG79: kaedebrud i opg10-audit.txt raekke "
                       SGL-BRUD
           END-IF
           EXIT.
