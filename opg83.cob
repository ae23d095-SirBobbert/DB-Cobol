      *Bank-switching service (bankskifte) - follows every customer
      *joining or leaving us through a switch case per account in
      *Bankskifteregister.txt, tracked to completion from the agreed
      *switch date. A customer joining us arrives in the other
      *bank's switch file bankskifte-ind.txt: on the switch date the
      *standing orders go to FASTEOVERFOERSLER's new-order intake and
      *the Betalingsservice mandates to BSAFTALER as OPRET
      *transactions, so both pass the normal validation, and the
      *case closes once every one stands in its register. A customer
      *leaving us is requested in opg83-skifte-ud.txt: the same
      *switch file is written at once for the receiving bank, and on
      *the switch date the account's orders and mandates are
      *suspended, the balance is settled out as a SEPA payment order
      *for IBANEKSPORT with its DEBIT posting, and once the account
      *stands at zero the close goes to VEDLIGEHOLD as a LUK-KONTO
      *transaction. The case closes when the account is closed.
      *Run by DAGSKORSEL ahead of FASTEOVERFOERSLER.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKSKIFTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind the switch case register - loaded whole and rewritten
      *with the day's steps. SELECT OPTIONAL so the first run on a
      *site with no register yet does not abend
           SELECT OPTIONAL SAG-FIL ASSIGN TO "Bankskifteregister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAG-FIL-STATUS.
      *Bind the register of the cases' standing orders and mandates
           SELECT OPTIONAL POST-REG-FIL
               ASSIGN TO "Bankskifteposter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POST-REG-FIL-STATUS.
      *Bind the other bank's incoming switch file - consumed whole
      *and cleared once it has been read in
           SELECT OPTIONAL IND-FIL ASSIGN TO "bankskifte-ind.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IND-FIL-STATUS.
      *Bind the day's requests for customers leaving us - consumed
      *whole and cleared at the end of the run
           SELECT OPTIONAL UDMELD-FIL ASSIGN TO "opg83-skifte-ud.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UDMELD-FIL-STATUS.
      *Bind the outgoing switch file for the receiving bank - one
      *file per case, the name carrying the case number
           SELECT UD-FIL ASSIGN TO WS-UD-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL.
      *Bind the standing-order master - the leaving customer's
      *orders are suspended in place and the rows rewritten in full
           SELECT OPTIONAL ORDRE-FIL
               ASSIGN TO "FasteOverfoersler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDRE-FIL-STATUS.
      *Bind the mandate register - read only; mandates change
      *through BSAFTALER's transactions
           SELECT OPTIONAL AFTALE-FIL
               ASSIGN TO "Betalingsaftaler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFTALE-FIL-STATUS.
      *Bind FASTEOVERFOERSLER's new-order intake - opened EXTEND
           SELECT OPTIONAL NY-ORDRE-FIL
               ASSIGN TO "opg21-nye-ordrer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NY-ORDRE-FIL-STATUS.
      *Bind BSAFTALER's transaction file - opened EXTEND
           SELECT OPTIONAL BS-TRANS-FIL
               ASSIGN TO "opg41-transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BS-TRANS-FIL-STATUS.
      *Bind VEDLIGEHOLD's transaction file - the closes go through
      *the ordinary maintenance flow, opened EXTEND
           SELECT OPTIONAL VEDL-TRANS-FIL
               ASSIGN TO "opg10-transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VEDL-TRANS-FIL-STATUS.
      *Bind the day's posting-transaction file - opened EXTEND so
      *the settlement debits are applied by OPG15
           SELECT OPTIONAL POST-FIL ASSIGN TO "opg15-posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POST-FIL-STATUS.
      *Bind IBANEKSPORT's payment orders - the settlements are
      *appended for the SEPA export
           SELECT OPTIONAL UDB-FIL
               ASSIGN TO "opg26-udlandsbetalinger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UDB-FIL-STATUS.
      *Bind account master - read by key for the accounts the cases
      *are about
           SELECT KONTOFIL ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOFIL-REKORD
               ALTERNATE RECORD KEY IS KUNDE-ID OF KONTOFIL-REKORD
                   WITH DUPLICATES.
      *Bind customer master - read by key for the CPR check and the
      *customer's name
           SELECT KUNDEFIL ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEFIL-REKORD.
      *Bind the audit log - every step lands in the same trail
      *VEDLIGEHOLD writes
           SELECT OPTIONAL AUDIT-FIL ASSIGN TO "opg10-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FIL-STATUS.
      *Bind the switch report
           SELECT RAPPORT-FIL ASSIGN TO "opg83-bankskifte-rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Switch case record layout
       FD  SAG-FIL.
       01  SAG-REKORD.
           COPY "BANKSKIFTE.cpy".

      *Switch case order and mandate record layout
       FD  POST-REG-FIL.
       01  POST-REG-REKORD.
           COPY "BANKSKIFTEPOST.cpy".

      *Switch file record layouts - both directions use the same
      *layout, read into and written from SKIFTE-LINJE
       FD  IND-FIL.
       01  IND-REKORD              PIC X(100).

       FD  UD-FIL.
       01  UD-REKORD               PIC X(100).

      *Request record layout for a customer leaving us - the
      *account, the account it moves to in the receiving bank, the
      *IBAN the settlement goes to, the agreed switch date, the
      *switch reference and who keyed it
       FD  UDMELD-FIL.
       01  UDMELD-REKORD.
           02  SU-KONTO-ID         PIC X(10).
           02  SU-MODTAGER-REGNR   PIC X(4).
           02  SU-MODTAGER-KONTO   PIC X(10).
           02  SU-MODTAGER-IBAN    PIC X(34).
           02  SU-SKIFTEDATO       PIC 9(8).
           02  SU-SAG-REF          PIC X(10).
           02  SU-KOERT-AF         PIC X(10).

      *Standing-order record layout - must match what
      *FASTEOVERFOERSLER keeps; worked as whole row images
       FD  ORDRE-FIL.
       01  ORDRE-REKORD            PIC X(60).

      *Mandate record layout - must match what BSAFTALER keeps
       FD  AFTALE-FIL.
       01  AFTALE-REKORD.
           02  BSA-AFTALE-ID       PIC X(10).
           02  BSA-KREDITOR-ID     PIC X(10).
           02  BSA-KONTO-ID        PIC X(10).
           02  BSA-STATUS          PIC X(1).
           02  BSA-OPRETTET-DATO   PIC 9(8).

      *New-order record layout - must match what FASTEOVERFOERSLER
      *reads
       FD  NY-ORDRE-FIL.
       01  NY-ORDRE-REKORD.
           02  NO-ORDRE-ID         PIC X(6).
           02  NO-KONTO-ID         PIC X(10).
           02  NO-MODKONTO-ID      PIC X(10).
           02  NO-BELOB            PIC 9(7)V99.
           02  NO-FREKVENS         PIC X(1).
           02  NO-NAESTE-DATO      PIC 9(8).
           02  NO-SLUT-DATO        PIC 9(8).
           02  NO-KOERT-AF         PIC X(10).

      *Mandate transaction record layout - must match what
      *BSAFTALER reads
       FD  BS-TRANS-FIL.
       01  BS-TRANS-REKORD.
           02  BST-AKTION          PIC X(10).
           02  BST-AFTALE-ID       PIC X(10).
           02  BST-KREDITOR-ID     PIC X(10).
           02  BST-KONTO-ID        PIC X(10).
           02  BST-KOERT-AF        PIC X(10).

      *Maintenance transaction record layout - the same layout
      *VEDLIGEHOLD reads
       FD  VEDL-TRANS-FIL.
       01  TRANS-REKORD.
           COPY "VEDLTRANS.cpy".

      *Posting-transaction record layout - the same layout OPG15
      *reads
       FD  POST-FIL.
       01  POST-REKORD.
           COPY "POSTERING.cpy".

      *Payment order record layout - must match what IBANEKSPORT
      *reads
       FD  UDB-FIL.
       01  UDB-REKORD.
           02  UDB-KONTO-ID        PIC X(10).
           02  UDB-MODTAGER-IBAN   PIC X(34).
           02  UDB-MODTAGER-NAVN   PIC X(35).
           02  UDB-BELOB           PIC 9(7)V99.
           02  UDB-VALUTA          PIC X(3).

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

      *Switch report record layout
       FD  RAPPORT-FIL.
       01  RAPPORT-REKORD.
           02  RAPPORT-TEXT        PIC X(132).

       WORKING-STORAGE SECTION.

      *Today's date, stamped on cases, postings and audit entries
       01  KOERSELS-DATO        PIC 9(8) VALUE 0.

      *Parameter fields for the shared registration-number
      *subprogram - a receiver reg.nr is ours when it is the bank's
      *own or one a branch keeps from the merger, and an outgoing
      *switch file names each of our accounts by its branch's reg.nr
       01  RN-FUNKTION          PIC X(1) VALUE "R".
       01  RN-AFDELING          PIC X(3) VALUE SPACES.
       01  RN-REGNR             PIC X(4) VALUE SPACES.
       01  RN-KONTO-ID          PIC X(10) VALUE SPACES.
       01  RN-IBAN              PIC X(18) VALUE SPACES.
       01  RN-SVAR              PIC X(1) VALUE SPACE.

      *File status fields for the SELECT OPTIONAL files
       01  SAG-FIL-STATUS          PIC X(2) VALUE "00".
       01  POST-REG-FIL-STATUS     PIC X(2) VALUE "00".
       01  IND-FIL-STATUS          PIC X(2) VALUE "00".
       01  UDMELD-FIL-STATUS       PIC X(2) VALUE "00".
       01  ORDRE-FIL-STATUS        PIC X(2) VALUE "00".
       01  AFTALE-FIL-STATUS       PIC X(2) VALUE "00".
       01  NY-ORDRE-FIL-STATUS     PIC X(2) VALUE "00".
       01  BS-TRANS-FIL-STATUS     PIC X(2) VALUE "00".
       01  VEDL-TRANS-FIL-STATUS   PIC X(2) VALUE "00".
       01  POST-FIL-STATUS         PIC X(2) VALUE "00".
       01  UDB-FIL-STATUS          PIC X(2) VALUE "00".
       01  AUDIT-FIL-STATUS        PIC X(2) VALUE "00".

      *The outgoing switch file's name for the case in hand
       01  WS-UD-FILNAVN        PIC X(40) VALUE SPACES.

      *One switch file line - the record type and the switch
      *reference lead every line; the rest depends on the type
       01  SKIFTE-LINJE.
           02  SL-TYPE             PIC X(1).
               88  SL-HOVED            VALUE "H".
               88  SL-ORDRE            VALUE "F".
               88  SL-AFTALE           VALUE "B".
               88  SL-SLUT             VALUE "T".
           02  SL-SAG-REF          PIC X(10).
           02  FILLER              PIC X(89).
      *Header - the sending and receiving banks, the customer's CPR,
      *the account left and the account joined, the switch date
       01  SKIFTE-HOVED REDEFINES SKIFTE-LINJE.
           02  FILLER              PIC X(11).
           02  SLH-AFSENDER-REGNR  PIC X(4).
           02  SLH-MODTAGER-REGNR  PIC X(4).
           02  SLH-CPR             PIC X(10).
           02  SLH-FRA-KONTO       PIC X(10).
           02  SLH-TIL-KONTO       PIC X(10).
           02  SLH-SKIFTEDATO      PIC 9(8).
           02  FILLER              PIC X(43).
      *Standing order - the sending bank's reference, the receiver,
      *the amount, the frequency and the next and last due dates
       01  SKIFTE-ORDRE REDEFINES SKIFTE-LINJE.
           02  FILLER              PIC X(11).
           02  SLF-ORDRE-REF       PIC X(10).
           02  SLF-MODTAGER-REGNR  PIC X(4).
           02  SLF-MODTAGER-KONTO  PIC X(10).
           02  SLF-BELOB           PIC 9(7)V99.
           02  SLF-FREKVENS        PIC X(1).
           02  SLF-NAESTE-DATO     PIC 9(8).
           02  SLF-SLUT-DATO       PIC 9(8).
           02  FILLER              PIC X(39).
      *Betalingsservice mandate - the mandate and its creditor
       01  SKIFTE-AFTALE REDEFINES SKIFTE-LINJE.
           02  FILLER              PIC X(11).
           02  SLB-AFTALE-ID       PIC X(10).
           02  SLB-KREDITOR-ID     PIC X(10).
           02  FILLER              PIC X(69).
      *Trailer - the count of order and mandate lines in the file
       01  SKIFTE-SLUT REDEFINES SKIFTE-LINJE.
           02  FILLER              PIC X(11).
           02  SLT-ANTAL           PIC 9(5).
           02  FILLER              PIC X(84).

      *In-memory case register, loaded once and rewritten in full
       01  SAG-TABEL.
           05  SAG-POST OCCURS 2000 TIMES INDEXED BY SAG-IX.
               10  ST-SAG-NR           PIC 9(6).
               10  ST-RETNING          PIC X(1).
               10  ST-SAG-REF          PIC X(10).
               10  ST-KONTO-ID         PIC X(10).
               10  ST-KUNDE-ID         PIC X(10).
               10  ST-FREMMED-REGNR    PIC X(4).
               10  ST-FREMMED-KONTO    PIC X(10).
               10  ST-IBAN             PIC X(34).
               10  ST-SKIFTEDATO       PIC 9(8).
               10  ST-AABNET-DATO      PIC 9(8).
               10  ST-STATUS           PIC X(1).
               10  ST-AFSLUTTET-DATO   PIC 9(8).
               10  ST-UDLIGNET-BELOB   PIC 9(9)V99.
               10  ST-KOERT-AF         PIC X(10).
               10  ST-SUSP-KODE        PIC X(1).
       01  SAG-ANTAL            PIC 9(4) VALUE 0.
       01  SAG-LAEST-ANTAL      PIC 9(5) VALUE 0.
       01  SAG-NAESTE-NR        PIC 9(6) VALUE 0.
       01  WS-SAG-IX            PIC 9(4) VALUE 0.

      *In-memory order and mandate register of the cases
       01  PST-TABEL.
           05  PST-POST OCCURS 5000 TIMES INDEXED BY PST-IX.
               10  PT-SAG-NR           PIC 9(6).
               10  PT-TYPE             PIC X(1).
               10  PT-REF              PIC X(10).
               10  PT-ORDRE-ID         PIC X(6).
               10  PT-KREDITOR-ID      PIC X(10).
               10  PT-MODTAGER-REGNR   PIC X(4).
               10  PT-MODTAGER-KONTO   PIC X(10).
               10  PT-BELOB            PIC 9(7)V99.
               10  PT-FREKVENS         PIC X(1).
               10  PT-NAESTE-DATO      PIC 9(8).
               10  PT-SLUT-DATO        PIC 9(8).
               10  PT-STATUS           PIC X(1).
       01  PST-ANTAL            PIC 9(5) VALUE 0.
       01  PST-LAEST-ANTAL      PIC 9(5) VALUE 0.

      *In-memory standing-order master, as row images
       01  ORDRE-TABEL.
           05  ORDRE-POST OCCURS 1000 TIMES INDEXED BY ORDRE-IX.
               10  OT-REKORD           PIC X(60).
       01  ORDRE-ANTAL          PIC 9(4) VALUE 0.
       01  ORDRER-LAEST-ANTAL   PIC 9(5) VALUE 0.
       01  ORDRER-AENDRET-SW    PIC X VALUE "N".
           88  ORDRER-AENDRET       VALUE "Y".

      *One standing-order row image taken apart
       01  ORDRE-BILLEDE.
           02  FO-ORDRE-ID         PIC X(6).
           02  FO-KONTO-ID         PIC X(10).
           02  FO-MODKONTO-ID      PIC X(10).
           02  FO-BELOB            PIC 9(7)V99.
           02  FO-FREKVENS         PIC X(1).
           02  FO-NAESTE-DATO      PIC 9(8).
           02  FO-SLUT-DATO        PIC 9(8).
           02  FO-STATUS           PIC X(1).
           02  FILLER              PIC X(7).

      *In-memory mandate register
       01  AFTALE-TABEL.
           05  AFTALE-POST OCCURS 2000 TIMES INDEXED BY AFTALE-IX.
               10  AT-AFTALE-ID        PIC X(10).
               10  AT-KREDITOR-ID      PIC X(10).
               10  AT-KONTO-ID         PIC X(10).
               10  AT-STATUS           PIC X(1).
       01  AFTALE-ANTAL         PIC 9(4) VALUE 0.
       01  AFTALER-LAEST-ANTAL  PIC 9(5) VALUE 0.

      *Set when a register outgrew its table - the run is refused
      *whole, so the rewrites can never drop rows
       01  OVERLOEB-SW          PIC X VALUE "N".
           88  TABEL-OVERLOEB       VALUE "Y".

      *End-of-file flags
       01  EOF-SAG              PIC X VALUE "N".
           88  END-SAG              VALUE "Y".
       01  EOF-PST              PIC X VALUE "N".
           88  END-PST              VALUE "Y".
       01  EOF-IND              PIC X VALUE "N".
           88  END-IND              VALUE "Y".
       01  EOF-UDMELD           PIC X VALUE "N".
           88  END-UDMELD           VALUE "Y".
       01  EOF-ORDRE            PIC X VALUE "N".
           88  END-ORDRE            VALUE "Y".
       01  EOF-AFTALE           PIC X VALUE "N".
           88  END-AFTALE           VALUE "Y".

      *Incoming switch file check - the first pass counts the order
      *and mandate lines against the trailer and the room left in
      *the registers before anything is taken in
       01  IND-HOVED-ANTAL      PIC 9(5) VALUE 0.
       01  IND-DETALJE-ANTAL    PIC 9(5) VALUE 0.
       01  IND-TRAILER-ANTAL    PIC 9(5) VALUE 0.
       01  IND-TRAILER-SW       PIC X VALUE "N".
           88  IND-TRAILER-FUNDET   VALUE "Y".
       01  IND-FIL-FEJL         PIC X(40) VALUE SPACES.
       01  IND-FIL-SW           PIC X VALUE "N".
           88  IND-FIL-FINDES       VALUE "Y".
      *The incoming case the following lines belong to, zero when
      *its header was rejected
       01  IND-SAG-IX           PIC 9(4) VALUE 0.
       01  IND-SAG-REF          PIC X(10) VALUE SPACES.

      *Outcome of the current header or request's validation
       01  SAG-FEJL-AARSAG      PIC X(40) VALUE SPACES.
      *The step just taken on the case in hand, for the report and
      *the audit trail
       01  SAG-HAENDELSE        PIC X(20) VALUE SPACES.

      *The account's customer, looked up for the CPR and the name
       01  KUNDE-FUNDET-SW      PIC X VALUE "N".
           88  KUNDE-FUNDET         VALUE "Y".
       01  FULDT-NAVN           PIC X(40) VALUE SPACES.
       01  KUNDE-CPR            PIC X(10) VALUE SPACES.

      *Counts for the case in hand
       01  UD-LINJE-ANTAL       PIC 9(5) VALUE 0.
       01  VENTENDE-ANTAL       PIC 9(5) VALUE 0.

      *Running number behind our order IDs for switched-in orders
      *("S" and five digits), carried on from the master
       01  ORDRE-NAESTE-NR      PIC 9(5) VALUE 0.
       01  ORDRE-NR-X           PIC X(5) VALUE SPACES.
       01  ORDRE-NR REDEFINES ORDRE-NR-X PIC 9(5).
      *Running sequence behind the settlement posting references
       01  UDLIGN-REF-SEQ       PIC 9(5) VALUE 0.

      *Parameter fields for the shared transmission-register
      *subprogram - the switch file goes to an outside party
       01  FSD-PROGRAM          PIC X(8) VALUE "OPG83".
       01  FSD-FILNAVN          PIC X(40) VALUE SPACES.
       01  FSD-ANTAL            PIC 9(7) VALUE 0.
       01  FSD-SUM              PIC S9(13)V99 VALUE 0.

      *Edited amount for the report and the audit trail
       01  WS-BELOB-EDIT        PIC -ZZZ,ZZZ,ZZ9.99.

      *Control totals for the trailer
       01  IND-SAGER-ANTAL      PIC 9(7) VALUE 0.
       01  UD-SAGER-ANTAL       PIC 9(7) VALUE 0.
       01  AFVIST-ANTAL         PIC 9(7) VALUE 0.
       01  ORDRER-OVERDRAGET    PIC 9(7) VALUE 0.
       01  AFTALER-OVERDRAGET   PIC 9(7) VALUE 0.
       01  MANUELLE-ANTAL       PIC 9(7) VALUE 0.
       01  UDLIGNET-ANTAL       PIC 9(7) VALUE 0.
       01  UDLIGNET-SUM         PIC 9(11)V99 VALUE 0.
       01  LUKNINGER-ANTAL      PIC 9(7) VALUE 0.
       01  AFSLUTTET-ANTAL      PIC 9(7) VALUE 0.
       01  WS-SUM-EDIT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

      *Parameter fields for the shared run-count subprogram
       01  KT-PROGRAM           PIC X(8) VALUE "OPG83".
       01  KT-ANTAL             PIC 9(7) VALUE 0.

      *Parameter fields for the shared sealing subprogram
       01  SGL-FUNKTION         PIC X(1) VALUE SPACE.
       01  SGL-FIL              PIC X(1) VALUE SPACE.
       01  SGL-PROGRAM          PIC X(8) VALUE "OPG83".
       01  SGL-AARSAG           PIC X(30) VALUE SPACES.
       01  SGL-SVAR             PIC X(2) VALUE SPACES.
       01  SGL-RAEKKER          PIC 9(9) VALUE 0.
       01  SGL-NYE              PIC 9(9) VALUE 0.
       01  SGL-BRUD             PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD

      *Load the registers - one too big for its table refuses the
      *run, because the rewrites below would drop every row past it
           PERFORM LAES-SAGER
           PERFORM LAES-POSTER
           PERFORM LAES-ORDRER
           PERFORM LAES-AFTALER
           IF TABEL-OVERLOEB
               DISPLAY "OPG83: et register er for stort til"
                       " tabellen, koerslen afvises."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM FIND-ORDRE-NAESTE-NR

           OPEN INPUT  KONTOFIL
                       KUNDEFIL
                OUTPUT RAPPORT-FIL
           PERFORM ABEN-NY-ORDRE-FIL
           PERFORM ABEN-BS-TRANS-FIL
           PERFORM ABEN-VEDL-TRANS-FIL
           PERFORM ABEN-POST-FIL
           PERFORM ABEN-UDB-FIL
           PERFORM ABEN-AUDIT-FIL

      *Take in the new cases from both directions, then work every
      *case still running - a case whose switch date is today is
      *worked the day it arrives
           PERFORM LAES-INDGAAENDE
           PERFORM LAES-UDMELDINGER
           PERFORM VARYING SAG-IX FROM 1 BY 1
               UNTIL SAG-IX > SAG-ANTAL
               MOVE SAG-IX TO WS-SAG-IX
               EVALUATE TRUE
                   WHEN ST-STATUS (WS-SAG-IX) = "A"
                       OR ST-STATUS (WS-SAG-IX) = "F"
                       CONTINUE
                   WHEN ST-RETNING (WS-SAG-IX) = "I"
                       PERFORM BEHANDL-IND-SAG
                   WHEN OTHER
                       PERFORM BEHANDL-UD-SAG
               END-EVALUATE
           END-PERFORM

           PERFORM SKRIV-SAGER
           PERFORM SKRIV-POSTER
           IF ORDRER-AENDRET
               PERFORM SKRIV-ORDRER
           END-IF
           PERFORM SKRIV-TRAILER

           CLOSE KONTOFIL
                 KUNDEFIL
                 NY-ORDRE-FIL
                 BS-TRANS-FIL
                 VEDL-TRANS-FIL
                 POST-FIL
                 UDB-FIL
                 AUDIT-FIL
                 RAPPORT-FIL

      *Seal the rows this run added to the audit trail
           PERFORM FORSEGL-AUDIT

      *Leave this run's headline count for OPG28's run report
           COMPUTE KT-ANTAL = IND-SAGER-ANTAL + UD-SAGER-ANTAL
           CALL "KOERSELSTAL" USING KT-PROGRAM KT-ANTAL
           STOP RUN.

      * -------------------------------------------------
      *Open the appended files, each created on first use so OPEN
      *EXTEND has something to append to
       ABEN-NY-ORDRE-FIL.
           OPEN EXTEND NY-ORDRE-FIL
           IF NY-ORDRE-FIL-STATUS = "35"
               OPEN OUTPUT NY-ORDRE-FIL
               CLOSE NY-ORDRE-FIL
               OPEN EXTEND NY-ORDRE-FIL
           END-IF
           EXIT.

       ABEN-BS-TRANS-FIL.
           OPEN EXTEND BS-TRANS-FIL
           IF BS-TRANS-FIL-STATUS = "35"
               OPEN OUTPUT BS-TRANS-FIL
               CLOSE BS-TRANS-FIL
               OPEN EXTEND BS-TRANS-FIL
           END-IF
           EXIT.

       ABEN-VEDL-TRANS-FIL.
           OPEN EXTEND VEDL-TRANS-FIL
           IF VEDL-TRANS-FIL-STATUS = "35"
               OPEN OUTPUT VEDL-TRANS-FIL
               CLOSE VEDL-TRANS-FIL
               OPEN EXTEND VEDL-TRANS-FIL
           END-IF
           EXIT.

       ABEN-POST-FIL.
           OPEN EXTEND POST-FIL
           IF POST-FIL-STATUS = "35"
               OPEN OUTPUT POST-FIL
               CLOSE POST-FIL
               OPEN EXTEND POST-FIL
           END-IF
           EXIT.

       ABEN-UDB-FIL.
           OPEN EXTEND UDB-FIL
           IF UDB-FIL-STATUS = "35"
               OPEN OUTPUT UDB-FIL
               CLOSE UDB-FIL
               OPEN EXTEND UDB-FIL
           END-IF
           EXIT.

       ABEN-AUDIT-FIL.
           OPEN EXTEND AUDIT-FIL
           IF AUDIT-FIL-STATUS = "35"
               OPEN OUTPUT AUDIT-FIL
               CLOSE AUDIT-FIL
               OPEN EXTEND AUDIT-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the case register and carry the numbering on
       LAES-SAGER.
           MOVE 0 TO SAG-ANTAL
           MOVE 0 TO SAG-NAESTE-NR
           MOVE "N" TO EOF-SAG
           OPEN INPUT SAG-FIL
           IF SAG-FIL-STATUS = "00" OR SAG-FIL-STATUS = "05"
               PERFORM UNTIL END-SAG
                   READ SAG-FIL
                       AT END
                           SET END-SAG TO TRUE
                       NOT AT END
                           ADD 1 TO SAG-LAEST-ANTAL
                           IF BSK-SAG-NR > SAG-NAESTE-NR
                               MOVE BSK-SAG-NR TO SAG-NAESTE-NR
                           END-IF
                           IF SAG-ANTAL < 2000
                               ADD 1 TO SAG-ANTAL
                               PERFORM HENT-SAG-REKORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SAG-FIL
           END-IF
           IF SAG-LAEST-ANTAL > SAG-ANTAL
               SET TABEL-OVERLOEB TO TRUE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Copy the case row just read into the table's last row
       HENT-SAG-REKORD.
           MOVE BSK-SAG-NR         TO ST-SAG-NR (SAG-ANTAL)
           MOVE BSK-RETNING        TO ST-RETNING (SAG-ANTAL)
           MOVE BSK-SAG-REF        TO ST-SAG-REF (SAG-ANTAL)
           MOVE BSK-KONTO-ID       TO ST-KONTO-ID (SAG-ANTAL)
           MOVE BSK-KUNDE-ID       TO ST-KUNDE-ID (SAG-ANTAL)
           MOVE BSK-FREMMED-REGNR  TO ST-FREMMED-REGNR (SAG-ANTAL)
           MOVE BSK-FREMMED-KONTO  TO ST-FREMMED-KONTO (SAG-ANTAL)
           MOVE BSK-IBAN           TO ST-IBAN (SAG-ANTAL)
           MOVE BSK-SKIFTEDATO     TO ST-SKIFTEDATO (SAG-ANTAL)
           MOVE BSK-AABNET-DATO    TO ST-AABNET-DATO (SAG-ANTAL)
           MOVE BSK-STATUS         TO ST-STATUS (SAG-ANTAL)
           MOVE BSK-AFSLUTTET-DATO TO ST-AFSLUTTET-DATO (SAG-ANTAL)
           MOVE BSK-UDLIGNET-BELOB TO ST-UDLIGNET-BELOB (SAG-ANTAL)
           MOVE BSK-KOERT-AF       TO ST-KOERT-AF (SAG-ANTAL)
           MOVE BSK-SUSP-KODE      TO ST-SUSP-KODE (SAG-ANTAL)
           EXIT.

      * -------------------------------------------------
      *Load the cases' orders and mandates
       LAES-POSTER.
           MOVE 0 TO PST-ANTAL
           MOVE "N" TO EOF-PST
           OPEN INPUT POST-REG-FIL
           IF POST-REG-FIL-STATUS = "00"
               OR POST-REG-FIL-STATUS = "05"
               PERFORM UNTIL END-PST
                   READ POST-REG-FIL
                       AT END
                           SET END-PST TO TRUE
                       NOT AT END
                           ADD 1 TO PST-LAEST-ANTAL
                           IF PST-ANTAL < 5000
                               ADD 1 TO PST-ANTAL
                               PERFORM HENT-POST-REKORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POST-REG-FIL
           END-IF
           IF PST-LAEST-ANTAL > PST-ANTAL
               SET TABEL-OVERLOEB TO TRUE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Copy the order or mandate row just read into the table
       HENT-POST-REKORD.
           MOVE BSP-SAG-NR         TO PT-SAG-NR (PST-ANTAL)
           MOVE BSP-TYPE           TO PT-TYPE (PST-ANTAL)
           MOVE BSP-REF            TO PT-REF (PST-ANTAL)
           MOVE BSP-ORDRE-ID       TO PT-ORDRE-ID (PST-ANTAL)
           MOVE BSP-KREDITOR-ID    TO PT-KREDITOR-ID (PST-ANTAL)
           MOVE BSP-MODTAGER-REGNR TO PT-MODTAGER-REGNR (PST-ANTAL)
           MOVE BSP-MODTAGER-KONTO TO PT-MODTAGER-KONTO (PST-ANTAL)
           MOVE BSP-BELOB          TO PT-BELOB (PST-ANTAL)
           MOVE BSP-FREKVENS       TO PT-FREKVENS (PST-ANTAL)
           MOVE BSP-NAESTE-DATO    TO PT-NAESTE-DATO (PST-ANTAL)
           MOVE BSP-SLUT-DATO      TO PT-SLUT-DATO (PST-ANTAL)
           MOVE BSP-STATUS         TO PT-STATUS (PST-ANTAL)
           EXIT.

      * -------------------------------------------------
      *Load the standing-order master whole - the rows are kept in
      *their original images and only the status byte is worked on
       LAES-ORDRER.
           MOVE 0 TO ORDRE-ANTAL
           MOVE "N" TO EOF-ORDRE
           OPEN INPUT ORDRE-FIL
           IF ORDRE-FIL-STATUS = "00" OR ORDRE-FIL-STATUS = "05"
               PERFORM UNTIL END-ORDRE
                   READ ORDRE-FIL
                       AT END
                           SET END-ORDRE TO TRUE
                       NOT AT END
                           ADD 1 TO ORDRER-LAEST-ANTAL
                           IF ORDRE-ANTAL < 1000
                               ADD 1 TO ORDRE-ANTAL
                               MOVE ORDRE-REKORD
                                   TO OT-REKORD (ORDRE-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDRE-FIL
           END-IF
           IF ORDRER-LAEST-ANTAL > ORDRE-ANTAL
               SET TABEL-OVERLOEB TO TRUE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the mandate register
       LAES-AFTALER.
           MOVE 0 TO AFTALE-ANTAL
           MOVE "N" TO EOF-AFTALE
           OPEN INPUT AFTALE-FIL
           IF AFTALE-FIL-STATUS = "00" OR AFTALE-FIL-STATUS = "05"
               PERFORM UNTIL END-AFTALE
                   READ AFTALE-FIL
                       AT END
                           SET END-AFTALE TO TRUE
                       NOT AT END
                           ADD 1 TO AFTALER-LAEST-ANTAL
                           IF AFTALE-ANTAL < 2000
                               ADD 1 TO AFTALE-ANTAL
                               MOVE BSA-AFTALE-ID
                                   TO AT-AFTALE-ID (AFTALE-ANTAL)
                               MOVE BSA-KREDITOR-ID
                                   TO AT-KREDITOR-ID (AFTALE-ANTAL)
                               MOVE BSA-KONTO-ID
                                   TO AT-KONTO-ID (AFTALE-ANTAL)
                               MOVE BSA-STATUS
                                   TO AT-STATUS (AFTALE-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AFTALE-FIL
           END-IF
           IF AFTALER-LAEST-ANTAL > AFTALE-ANTAL
               SET TABEL-OVERLOEB TO TRUE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Carry the running number behind our switched-in order IDs
      *on from the highest already on the master or handed over
       FIND-ORDRE-NAESTE-NR.
           MOVE 0 TO ORDRE-NAESTE-NR
           PERFORM VARYING ORDRE-IX FROM 1 BY 1
               UNTIL ORDRE-IX > ORDRE-ANTAL
               MOVE OT-REKORD (ORDRE-IX) TO ORDRE-BILLEDE
               IF FO-ORDRE-ID (1:1) = "S"
                   MOVE FO-ORDRE-ID (2:5) TO ORDRE-NR-X
                   PERFORM TJEK-ORDRE-NR
               END-IF
           END-PERFORM
           PERFORM VARYING PST-IX FROM 1 BY 1
               UNTIL PST-IX > PST-ANTAL
               IF PT-ORDRE-ID (PST-IX) (1:1) = "S"
                   MOVE PT-ORDRE-ID (PST-IX) (2:5) TO ORDRE-NR-X
                   PERFORM TJEK-ORDRE-NR
               END-IF
           END-PERFORM
           EXIT.

       TJEK-ORDRE-NR.
           IF ORDRE-NR-X IS NUMERIC
               IF ORDRE-NR > ORDRE-NAESTE-NR
                   MOVE ORDRE-NR TO ORDRE-NAESTE-NR
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Take in the other bank's switch file. The first pass holds
      *the order and mandate lines against the trailer and the room
      *left in the registers; a file that fails is left in place
      *for operations and taken in on a later run once replaced
       LAES-INDGAAENDE.
           MOVE "N" TO IND-FIL-SW
           MOVE 0 TO IND-HOVED-ANTAL
           MOVE 0 TO IND-DETALJE-ANTAL
           MOVE 0 TO IND-TRAILER-ANTAL
           MOVE "N" TO IND-TRAILER-SW
           MOVE SPACES TO IND-FIL-FEJL
           MOVE "N" TO EOF-IND
           OPEN INPUT IND-FIL
           IF IND-FIL-STATUS = "00" OR IND-FIL-STATUS = "05"
               PERFORM UNTIL END-IND
                   READ IND-FIL INTO SKIFTE-LINJE
                       AT END
                           SET END-IND TO TRUE
                       NOT AT END
                           SET IND-FIL-FINDES TO TRUE
                           EVALUATE TRUE
                               WHEN SL-HOVED
                                   ADD 1 TO IND-HOVED-ANTAL
                               WHEN SL-ORDRE
                               WHEN SL-AFTALE
                                   ADD 1 TO IND-DETALJE-ANTAL
                               WHEN SL-SLUT
                                   SET IND-TRAILER-FUNDET TO TRUE
                                   MOVE SLT-ANTAL
                                       TO IND-TRAILER-ANTAL
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE IND-FIL
           END-IF
           IF IND-FIL-FINDES
               PERFORM TJEK-INDGAAENDE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Hold the counts of the first pass against the trailer and
      *the registers' room, then take the file in or refuse it
       TJEK-INDGAAENDE.
           EVALUATE TRUE
               WHEN NOT IND-TRAILER-FUNDET
                   MOVE "Trailer mangler" TO IND-FIL-FEJL
               WHEN IND-TRAILER-ANTAL NOT = IND-DETALJE-ANTAL
                   MOVE "Antal linjer passer ikke med traileren"
                       TO IND-FIL-FEJL
               WHEN SAG-ANTAL + IND-HOVED-ANTAL > 2000
                   OR PST-ANTAL + IND-DETALJE-ANTAL > 5000
                   MOVE "Bankskifteregistret er fuldt"
                       TO IND-FIL-FEJL
           END-EVALUATE
           IF IND-FIL-FEJL NOT = SPACES
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "SKIFTEFIL AFVIST - bankskifte-ind.txt: "
                                           DELIMITED BY SIZE
                   IND-FIL-FEJL            DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
               DISPLAY "OPG83: bankskifte-ind.txt afvist - "
                       IND-FIL-FEJL
           ELSE
               PERFORM INDLAES-INDGAAENDE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Second pass - open a case per header and keep its orders and
      *mandates under it
       INDLAES-INDGAAENDE.
           MOVE 0 TO IND-SAG-IX
           MOVE "N" TO EOF-IND
           OPEN INPUT IND-FIL
           PERFORM UNTIL END-IND
               READ IND-FIL INTO SKIFTE-LINJE
                   AT END
                       SET END-IND TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN SL-HOVED
                               PERFORM AABN-IND-SAG
                           WHEN SL-ORDRE
                           WHEN SL-AFTALE
                               PERFORM TILFOEJ-IND-POST
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE IND-FIL
      *The file is taken in - clear it so a rerun cannot open the
      *same cases twice
           OPEN OUTPUT IND-FIL
           CLOSE IND-FIL
           EXIT.

      * -------------------------------------------------
      *Open an incoming case from a header line - the switch must
      *be to us, onto a live account of ours whose customer carries
      *the CPR the other bank names, and not already on file. A
      *rejected case is kept as "F" so the other bank can be told.
       AABN-IND-SAG.
           MOVE SPACES TO SAG-FEJL-AARSAG
           MOVE SL-SAG-REF TO IND-SAG-REF
           PERFORM VARYING SAG-IX FROM 1 BY 1
               UNTIL SAG-IX > SAG-ANTAL
               IF ST-RETNING (SAG-IX) = "I"
                   AND ST-SAG-REF (SAG-IX) = SL-SAG-REF
                   AND ST-STATUS (SAG-IX) NOT = "F"
                   MOVE "Sagen findes allerede" TO SAG-FEJL-AARSAG
               END-IF
           END-PERFORM
           MOVE "R"                TO RN-FUNKTION
           MOVE SLH-MODTAGER-REGNR TO RN-REGNR
           CALL "REGNUMMER" USING RN-FUNKTION RN-AFDELING RN-REGNR
                                  RN-KONTO-ID RN-IBAN RN-SVAR
           EVALUATE TRUE
               WHEN SAG-FEJL-AARSAG NOT = SPACES
                   CONTINUE
               WHEN SL-SAG-REF = SPACES
                   MOVE "Blank skiftereference" TO SAG-FEJL-AARSAG
               WHEN RN-SVAR NOT = "J"
                   MOVE "Skiftet er ikke til os" TO SAG-FEJL-AARSAG
               WHEN SLH-SKIFTEDATO NOT NUMERIC
                   OR SLH-SKIFTEDATO = 0
                   MOVE "Ingen skiftedato" TO SAG-FEJL-AARSAG
           END-EVALUATE
           MOVE SPACES TO KUNDE-ID OF KONTOFIL-REKORD
           IF SAG-FEJL-AARSAG = SPACES
               MOVE SLH-TIL-KONTO TO KONTO-ID OF KONTOFIL-REKORD
               READ KONTOFIL
                   INVALID KEY
                       MOVE "KONTO-ID ikke fundet"
                           TO SAG-FEJL-AARSAG
                   NOT INVALID KEY
                       IF NOT KONTO-AKTIV OF KONTOFIL-REKORD
                           MOVE "Konto er ikke aktiv"
                               TO SAG-FEJL-AARSAG
                       END-IF
               END-READ
           END-IF
           IF SAG-FEJL-AARSAG = SPACES
               PERFORM HENT-KUNDE
               IF NOT KUNDE-FUNDET
                   OR KUNDE-CPR NOT = SLH-CPR
                   MOVE "CPR passer ikke til kontoens kunde"
                       TO SAG-FEJL-AARSAG
               END-IF
           END-IF

           ADD 1 TO SAG-NAESTE-NR
           ADD 1 TO SAG-ANTAL
           MOVE SAG-ANTAL TO IND-SAG-IX
           INITIALIZE SAG-POST (SAG-ANTAL)
           MOVE SAG-NAESTE-NR      TO ST-SAG-NR (SAG-ANTAL)
           MOVE "I"                TO ST-RETNING (SAG-ANTAL)
           MOVE SL-SAG-REF         TO ST-SAG-REF (SAG-ANTAL)
           MOVE SLH-TIL-KONTO      TO ST-KONTO-ID (SAG-ANTAL)
           MOVE KUNDE-ID OF KONTOFIL-REKORD
                                   TO ST-KUNDE-ID (SAG-ANTAL)
           MOVE SLH-AFSENDER-REGNR TO ST-FREMMED-REGNR (SAG-ANTAL)
           MOVE SLH-FRA-KONTO      TO ST-FREMMED-KONTO (SAG-ANTAL)
           IF SLH-SKIFTEDATO IS NUMERIC
               MOVE SLH-SKIFTEDATO TO ST-SKIFTEDATO (SAG-ANTAL)
           END-IF
           MOVE KOERSELS-DATO      TO ST-AABNET-DATO (SAG-ANTAL)
           MOVE "BANKSKIFTE"       TO ST-KOERT-AF (SAG-ANTAL)
           MOVE SAG-ANTAL TO WS-SAG-IX
           IF SAG-FEJL-AARSAG = SPACES
               MOVE "R" TO ST-STATUS (SAG-ANTAL)
               ADD 1 TO IND-SAGER-ANTAL
               MOVE "IND REGISTRERET" TO SAG-HAENDELSE
               PERFORM SKRIV-SAG-HAENDELSE
           ELSE
               MOVE "F" TO ST-STATUS (SAG-ANTAL)
               MOVE KOERSELS-DATO TO ST-AFSLUTTET-DATO (SAG-ANTAL)
               MOVE 0 TO IND-SAG-IX
               ADD 1 TO AFVIST-ANTAL
               PERFORM SKRIV-SAG-AFVIST
           END-IF
           EXIT.

      * -------------------------------------------------
      *Keep one order or mandate line under the incoming case it
      *belongs to - lines under a rejected header are dropped with
      *their case
       TILFOEJ-IND-POST.
           IF IND-SAG-IX NOT = 0 AND SL-SAG-REF = IND-SAG-REF
               PERFORM GEM-IND-POST
           END-IF
           EXIT.

       GEM-IND-POST.
           ADD 1 TO PST-ANTAL
           INITIALIZE PST-POST (PST-ANTAL)
           MOVE ST-SAG-NR (IND-SAG-IX) TO PT-SAG-NR (PST-ANTAL)
           MOVE SL-TYPE TO PT-TYPE (PST-ANTAL)
           MOVE SPACE TO PT-STATUS (PST-ANTAL)
           IF SL-ORDRE
               MOVE SLF-ORDRE-REF      TO PT-REF (PST-ANTAL)
               MOVE SLF-MODTAGER-REGNR TO PT-MODTAGER-REGNR (PST-ANTAL)
               MOVE SLF-MODTAGER-KONTO TO PT-MODTAGER-KONTO (PST-ANTAL)
               IF SLF-BELOB IS NUMERIC
                   MOVE SLF-BELOB TO PT-BELOB (PST-ANTAL)
               END-IF
               MOVE SLF-FREKVENS       TO PT-FREKVENS (PST-ANTAL)
               IF SLF-NAESTE-DATO IS NUMERIC
                   MOVE SLF-NAESTE-DATO TO PT-NAESTE-DATO (PST-ANTAL)
               END-IF
               IF SLF-SLUT-DATO IS NUMERIC
                   MOVE SLF-SLUT-DATO TO PT-SLUT-DATO (PST-ANTAL)
               END-IF
           ELSE
               MOVE SLB-AFTALE-ID      TO PT-REF (PST-ANTAL)
               MOVE SLB-KREDITOR-ID    TO PT-KREDITOR-ID (PST-ANTAL)
           END-IF
           EXIT.

      * -------------------------------------------------
      *Take in the day's requests for customers leaving us, then
      *clear the intake so a rerun cannot open them twice
       LAES-UDMELDINGER.
           MOVE "N" TO EOF-UDMELD
           OPEN INPUT UDMELD-FIL
           IF UDMELD-FIL-STATUS = "00" OR UDMELD-FIL-STATUS = "05"
               PERFORM UNTIL END-UDMELD
                   READ UDMELD-FIL
                       AT END
                           SET END-UDMELD TO TRUE
                       NOT AT END
                           PERFORM AABN-UD-SAG
                   END-READ
               END-PERFORM
               CLOSE UDMELD-FIL
               OPEN OUTPUT UDMELD-FIL
               CLOSE UDMELD-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Open an outgoing case - the account must be live and not
      *already leaving, and the settlement needs an IBAN and a
      *switch date. The switch file goes to the receiving bank at
      *once, so their side is ready by the switch date.
       AABN-UD-SAG.
           MOVE SPACES TO SAG-FEJL-AARSAG
           EVALUATE TRUE
               WHEN SU-KONTO-ID = SPACES
                   MOVE "Blank KONTO-ID" TO SAG-FEJL-AARSAG
               WHEN SU-MODTAGER-IBAN = SPACES
                   MOVE "Ingen IBAN til udligningen"
                       TO SAG-FEJL-AARSAG
               WHEN SU-SKIFTEDATO NOT NUMERIC
                   OR SU-SKIFTEDATO = 0
                   MOVE "Ingen skiftedato" TO SAG-FEJL-AARSAG
               WHEN SAG-ANTAL >= 2000
                   MOVE "Bankskifteregistret er fuldt"
                       TO SAG-FEJL-AARSAG
           END-EVALUATE
           IF SAG-FEJL-AARSAG = SPACES
               PERFORM VARYING SAG-IX FROM 1 BY 1
                   UNTIL SAG-IX > SAG-ANTAL
                   IF ST-RETNING (SAG-IX) = "U"
                       AND ST-KONTO-ID (SAG-IX) = SU-KONTO-ID
                       AND ST-STATUS (SAG-IX) NOT = "A"
                       AND ST-STATUS (SAG-IX) NOT = "F"
                       MOVE "Kontoen er allerede under skifte"
                           TO SAG-FEJL-AARSAG
                   END-IF
               END-PERFORM
           END-IF
           IF SAG-FEJL-AARSAG = SPACES
               MOVE SU-KONTO-ID TO KONTO-ID OF KONTOFIL-REKORD
               READ KONTOFIL
                   INVALID KEY
                       MOVE "KONTO-ID ikke fundet"
                           TO SAG-FEJL-AARSAG
                   NOT INVALID KEY
                       IF NOT KONTO-AKTIV OF KONTOFIL-REKORD
                           MOVE "Konto er ikke aktiv"
                               TO SAG-FEJL-AARSAG
                       END-IF
               END-READ
           END-IF
           IF SAG-FEJL-AARSAG NOT = SPACES
               ADD 1 TO AFVIST-ANTAL
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "UDMELDING AFVIST - KONTO-ID: " DELIMITED BY SIZE
                   SU-KONTO-ID                     DELIMITED BY SIZE
                   " REF: "                        DELIMITED BY SIZE
                   SU-SAG-REF                      DELIMITED BY SIZE
                   " AF: "                         DELIMITED BY SIZE
                   SU-KOERT-AF                     DELIMITED BY SPACE
                   " - "                           DELIMITED BY SIZE
                   SAG-FEJL-AARSAG                 DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
           ELSE
               PERFORM REGISTRER-UD-SAG
           END-IF
           EXIT.

      * -------------------------------------------------
      *Register the accepted outgoing case and send its switch file
       REGISTRER-UD-SAG.
           PERFORM HENT-KUNDE
           ADD 1 TO SAG-NAESTE-NR
           ADD 1 TO SAG-ANTAL
           MOVE SAG-ANTAL TO WS-SAG-IX
           INITIALIZE SAG-POST (WS-SAG-IX)
           MOVE SAG-NAESTE-NR     TO ST-SAG-NR (WS-SAG-IX)
           MOVE "U"               TO ST-RETNING (WS-SAG-IX)
           MOVE SU-SAG-REF        TO ST-SAG-REF (WS-SAG-IX)
           MOVE SU-KONTO-ID       TO ST-KONTO-ID (WS-SAG-IX)
           MOVE KUNDE-ID OF KONTOFIL-REKORD
                                  TO ST-KUNDE-ID (WS-SAG-IX)
           MOVE SU-MODTAGER-REGNR TO ST-FREMMED-REGNR (WS-SAG-IX)
           MOVE SU-MODTAGER-KONTO TO ST-FREMMED-KONTO (WS-SAG-IX)
           MOVE SU-MODTAGER-IBAN  TO ST-IBAN (WS-SAG-IX)
           MOVE SU-SKIFTEDATO     TO ST-SKIFTEDATO (WS-SAG-IX)
           MOVE KOERSELS-DATO     TO ST-AABNET-DATO (WS-SAG-IX)
           MOVE "R"               TO ST-STATUS (WS-SAG-IX)
           MOVE SU-KOERT-AF       TO ST-KOERT-AF (WS-SAG-IX)
           ADD 1 TO UD-SAGER-ANTAL
           PERFORM SKRIV-UD-SKIFTEFIL
           MOVE "UD REGISTRERET" TO SAG-HAENDELSE
           PERFORM SKRIV-SAG-HAENDELSE
           EXIT.

      * -------------------------------------------------
      *Write the switch file for the receiving bank - the header,
      *every live standing order paying out of the account and
      *every active mandate on it, and the trailer - and keep each
      *order and mandate sent under the case
       SKRIV-UD-SKIFTEFIL.
           MOVE SPACES TO WS-UD-FILNAVN
           STRING
               "BANKSKIFTE_"           DELIMITED BY SIZE
               ST-SAG-NR (WS-SAG-IX)   DELIMITED BY SIZE
               ".txt"                  DELIMITED BY SIZE
               INTO WS-UD-FILNAVN
           END-STRING
           MOVE 0 TO UD-LINJE-ANTAL
           OPEN OUTPUT UD-FIL

      *The leaving account is still the one on the account record -
      *the sender is named by the reg.nr of its branch
           MOVE "A"                      TO RN-FUNKTION
           MOVE AFDELING OF KONTOFIL-REKORD TO RN-AFDELING
           CALL "REGNUMMER" USING RN-FUNKTION RN-AFDELING RN-REGNR
                                  RN-KONTO-ID RN-IBAN RN-SVAR

           MOVE SPACES TO SKIFTE-LINJE
           MOVE "H"                      TO SL-TYPE
           MOVE ST-SAG-REF (WS-SAG-IX)   TO SL-SAG-REF
           MOVE RN-REGNR                 TO SLH-AFSENDER-REGNR
           MOVE SU-MODTAGER-REGNR        TO SLH-MODTAGER-REGNR
           MOVE KUNDE-CPR                TO SLH-CPR
           MOVE SU-KONTO-ID              TO SLH-FRA-KONTO
           MOVE SU-MODTAGER-KONTO        TO SLH-TIL-KONTO
           MOVE SU-SKIFTEDATO            TO SLH-SKIFTEDATO
           WRITE UD-REKORD FROM SKIFTE-LINJE

           PERFORM VARYING ORDRE-IX FROM 1 BY 1
               UNTIL ORDRE-IX > ORDRE-ANTAL
               MOVE OT-REKORD (ORDRE-IX) TO ORDRE-BILLEDE
               IF FO-KONTO-ID = SU-KONTO-ID
                   AND FO-STATUS NOT = "S"
                   AND (FO-SLUT-DATO = 0
                        OR FO-SLUT-DATO >= FO-NAESTE-DATO)
                   PERFORM SKRIV-UD-ORDRE
               END-IF
           END-PERFORM
           PERFORM VARYING AFTALE-IX FROM 1 BY 1
               UNTIL AFTALE-IX > AFTALE-ANTAL
               IF AT-KONTO-ID (AFTALE-IX) = SU-KONTO-ID
                   AND AT-STATUS (AFTALE-IX) = "A"
                   PERFORM SKRIV-UD-AFTALE
               END-IF
           END-PERFORM

           MOVE SPACES TO SKIFTE-LINJE
           MOVE "T"                    TO SL-TYPE
           MOVE ST-SAG-REF (WS-SAG-IX) TO SL-SAG-REF
           MOVE UD-LINJE-ANTAL         TO SLT-ANTAL
           WRITE UD-REKORD FROM SKIFTE-LINJE
           CLOSE UD-FIL

      *Log the switch file in the transmission register so the
      *receiving bank's acknowledgment can be held against it
           MOVE WS-UD-FILNAVN  TO FSD-FILNAVN
           MOVE UD-LINJE-ANTAL TO FSD-ANTAL
           MOVE 0              TO FSD-SUM
           CALL "FORSENDELSE" USING FSD-PROGRAM FSD-FILNAVN
                                    FSD-ANTAL FSD-SUM
           EXIT.

      * -------------------------------------------------
      *One standing order on the outgoing switch file - the
      *receiver of an order between our own accounts is named by
      *the reg.nr of the branch that keeps the receiving account,
      *or the bank's own when the account is no longer on file
       SKRIV-UD-ORDRE.
           MOVE SPACES TO RN-AFDELING
           MOVE FO-MODKONTO-ID TO KONTO-ID OF KONTOFIL-REKORD
           READ KONTOFIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AFDELING OF KONTOFIL-REKORD TO RN-AFDELING
           END-READ
           MOVE "A" TO RN-FUNKTION
           CALL "REGNUMMER" USING RN-FUNKTION RN-AFDELING RN-REGNR
                                  RN-KONTO-ID RN-IBAN RN-SVAR

           MOVE SPACES TO SKIFTE-LINJE
           MOVE "F"                    TO SL-TYPE
           MOVE ST-SAG-REF (WS-SAG-IX) TO SL-SAG-REF
           MOVE FO-ORDRE-ID            TO SLF-ORDRE-REF
           MOVE RN-REGNR               TO SLF-MODTAGER-REGNR
           MOVE FO-MODKONTO-ID         TO SLF-MODTAGER-KONTO
           MOVE FO-BELOB               TO SLF-BELOB
           MOVE FO-FREKVENS            TO SLF-FREKVENS
           MOVE FO-NAESTE-DATO         TO SLF-NAESTE-DATO
           MOVE FO-SLUT-DATO           TO SLF-SLUT-DATO
           WRITE UD-REKORD FROM SKIFTE-LINJE
           ADD 1 TO UD-LINJE-ANTAL
           IF PST-ANTAL < 5000
               ADD 1 TO PST-ANTAL
               INITIALIZE PST-POST (PST-ANTAL)
               MOVE ST-SAG-NR (WS-SAG-IX) TO PT-SAG-NR (PST-ANTAL)
               MOVE "F"            TO PT-TYPE (PST-ANTAL)
               MOVE FO-ORDRE-ID    TO PT-REF (PST-ANTAL)
               MOVE FO-ORDRE-ID    TO PT-ORDRE-ID (PST-ANTAL)
               MOVE RN-REGNR       TO PT-MODTAGER-REGNR (PST-ANTAL)
               MOVE FO-MODKONTO-ID TO PT-MODTAGER-KONTO (PST-ANTAL)
               MOVE FO-BELOB       TO PT-BELOB (PST-ANTAL)
               MOVE FO-FREKVENS    TO PT-FREKVENS (PST-ANTAL)
               MOVE FO-NAESTE-DATO TO PT-NAESTE-DATO (PST-ANTAL)
               MOVE FO-SLUT-DATO   TO PT-SLUT-DATO (PST-ANTAL)
               MOVE "U"            TO PT-STATUS (PST-ANTAL)
           END-IF
           EXIT.

      * -------------------------------------------------
      *One Betalingsservice mandate on the outgoing switch file
       SKRIV-UD-AFTALE.
           MOVE SPACES TO SKIFTE-LINJE
           MOVE "B"                        TO SL-TYPE
           MOVE ST-SAG-REF (WS-SAG-IX)     TO SL-SAG-REF
           MOVE AT-AFTALE-ID (AFTALE-IX)   TO SLB-AFTALE-ID
           MOVE AT-KREDITOR-ID (AFTALE-IX) TO SLB-KREDITOR-ID
           WRITE UD-REKORD FROM SKIFTE-LINJE
           ADD 1 TO UD-LINJE-ANTAL
           IF PST-ANTAL < 5000
               ADD 1 TO PST-ANTAL
               INITIALIZE PST-POST (PST-ANTAL)
               MOVE ST-SAG-NR (WS-SAG-IX) TO PT-SAG-NR (PST-ANTAL)
               MOVE "B" TO PT-TYPE (PST-ANTAL)
               MOVE AT-AFTALE-ID (AFTALE-IX) TO PT-REF (PST-ANTAL)
               MOVE AT-KREDITOR-ID (AFTALE-IX)
                   TO PT-KREDITOR-ID (PST-ANTAL)
               MOVE "U" TO PT-STATUS (PST-ANTAL)
           END-IF
           EXIT.

      * -------------------------------------------------
      *Read the account's customer (KUNDE-ID in the account record
      *area) for the CPR and the name
       HENT-KUNDE.
           MOVE "N" TO KUNDE-FUNDET-SW
           MOVE SPACES TO FULDT-NAVN
                          KUNDE-CPR
           MOVE KUNDE-ID OF KONTOFIL-REKORD
               TO KUNDE-ID OF KUNDEFIL-REKORD
           READ KUNDEFIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET KUNDE-FUNDET TO TRUE
                   MOVE CPR-NUMMER OF KUNDEFIL-REKORD TO KUNDE-CPR
                   CALL "KUNDENAVN" USING KUNDEFIL-REKORD FULDT-NAVN
           END-READ
           EXIT.

      * -------------------------------------------------
      *Work one incoming case - hand its orders and mandates over
      *on the switch date, then follow them into the registers
       BEHANDL-IND-SAG.
           EVALUATE TRUE
               WHEN ST-STATUS (WS-SAG-IX) = "R"
                   IF ST-SKIFTEDATO (WS-SAG-IX) <= KOERSELS-DATO
                       PERFORM OVERDRAG-IND-SAG
                   END-IF
               WHEN ST-STATUS (WS-SAG-IX) = "O"
                   PERFORM FOELG-IND-SAG
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *Hand the case's waiting orders to FASTEOVERFOERSLER's intake
      *under an order ID of our own, and its mandates to BSAFTALER
      *as OPRET transactions. An order to a receiver in another bank
      *or one that fell due before the switch date is left to the
      *clerks - it cannot stand on our order master as it is.
       OVERDRAG-IND-SAG.
           PERFORM VARYING PST-IX FROM 1 BY 1
               UNTIL PST-IX > PST-ANTAL
               IF PT-SAG-NR (PST-IX) = ST-SAG-NR (WS-SAG-IX)
                   AND PT-STATUS (PST-IX) = SPACE
                   IF PT-TYPE (PST-IX) = "F"
                       PERFORM OVERDRAG-ORDRE
                   ELSE
                       PERFORM OVERDRAG-AFTALE
                   END-IF
               END-IF
           END-PERFORM
           MOVE "O" TO ST-STATUS (WS-SAG-IX)
           MOVE "IND OVERDRAGET" TO SAG-HAENDELSE
           PERFORM SKRIV-SAG-HAENDELSE
           EXIT.

       OVERDRAG-ORDRE.
           MOVE "R"                         TO RN-FUNKTION
           MOVE PT-MODTAGER-REGNR (PST-IX)  TO RN-REGNR
           CALL "REGNUMMER" USING RN-FUNKTION RN-AFDELING RN-REGNR
                                  RN-KONTO-ID RN-IBAN RN-SVAR
           IF RN-SVAR NOT = "J"
               OR PT-NAESTE-DATO (PST-IX) < ST-SKIFTEDATO (WS-SAG-IX)
               MOVE "M" TO PT-STATUS (PST-IX)
               ADD 1 TO MANUELLE-ANTAL
               MOVE PT-BELOB (PST-IX) TO WS-BELOB-EDIT
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "MANUEL ORDRE - SAG NR: "    DELIMITED BY SIZE
                   ST-SAG-NR (WS-SAG-IX)        DELIMITED BY SIZE
                   " KONTO-ID: "                DELIMITED BY SIZE
                   ST-KONTO-ID (WS-SAG-IX)      DELIMITED BY SIZE
                   " REF: "                     DELIMITED BY SIZE
                   PT-REF (PST-IX)              DELIMITED BY SIZE
                   " TIL: "                     DELIMITED BY SIZE
                   PT-MODTAGER-REGNR (PST-IX)   DELIMITED BY SIZE
                   "-"                          DELIMITED BY SIZE
                   PT-MODTAGER-KONTO (PST-IX)   DELIMITED BY SIZE
                   " BELOB: "                   DELIMITED BY SIZE
                   WS-BELOB-EDIT                DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
           ELSE
               PERFORM SEND-NY-ORDRE
           END-IF
           EXIT.

       SEND-NY-ORDRE.
           ADD 1 TO ORDRE-NAESTE-NR
           MOVE ORDRE-NAESTE-NR TO ORDRE-NR
           MOVE SPACES TO PT-ORDRE-ID (PST-IX)
           STRING
               "S"        DELIMITED BY SIZE
               ORDRE-NR-X DELIMITED BY SIZE
               INTO PT-ORDRE-ID (PST-IX)
           END-STRING
           MOVE SPACES TO NY-ORDRE-REKORD
           MOVE PT-ORDRE-ID (PST-IX)       TO NO-ORDRE-ID
           MOVE ST-KONTO-ID (WS-SAG-IX)    TO NO-KONTO-ID
           MOVE PT-MODTAGER-KONTO (PST-IX) TO NO-MODKONTO-ID
           MOVE PT-BELOB (PST-IX)          TO NO-BELOB
           MOVE PT-FREKVENS (PST-IX)       TO NO-FREKVENS
           MOVE PT-NAESTE-DATO (PST-IX)    TO NO-NAESTE-DATO
           MOVE PT-SLUT-DATO (PST-IX)      TO NO-SLUT-DATO
           MOVE "BANKSKIFTE"               TO NO-KOERT-AF
           WRITE NY-ORDRE-REKORD
           MOVE "O" TO PT-STATUS (PST-IX)
           ADD 1 TO ORDRER-OVERDRAGET
           EXIT.

       OVERDRAG-AFTALE.
           MOVE SPACES TO BS-TRANS-REKORD
           MOVE "OPRET"                 TO BST-AKTION
           MOVE PT-REF (PST-IX)         TO BST-AFTALE-ID
           MOVE PT-KREDITOR-ID (PST-IX) TO BST-KREDITOR-ID
           MOVE ST-KONTO-ID (WS-SAG-IX) TO BST-KONTO-ID
           MOVE "BANKSKIFTE"            TO BST-KOERT-AF
           WRITE BS-TRANS-REKORD
           MOVE "O" TO PT-STATUS (PST-IX)
           ADD 1 TO AFTALER-OVERDRAGET
           EXIT.

      * -------------------------------------------------
      *Follow the handed-over orders and mandates into their
      *registers - the case completes once none is still on its way.
      *One that never arrives was rejected by FASTEOVERFOERSLER or
      *BSAFTALER and is reported here each day until the clerks
      *have dealt with it.
       FOELG-IND-SAG.
           MOVE 0 TO VENTENDE-ANTAL
           PERFORM VARYING PST-IX FROM 1 BY 1
               UNTIL PST-IX > PST-ANTAL
               IF PT-SAG-NR (PST-IX) = ST-SAG-NR (WS-SAG-IX)
                   AND PT-STATUS (PST-IX) = "O"
                   IF PT-TYPE (PST-IX) = "F"
                       PERFORM VARYING ORDRE-IX FROM 1 BY 1
                           UNTIL ORDRE-IX > ORDRE-ANTAL
                           IF OT-REKORD (ORDRE-IX) (1:6)
                                   = PT-ORDRE-ID (PST-IX)
                               MOVE "J" TO PT-STATUS (PST-IX)
                           END-IF
                       END-PERFORM
                   ELSE
                       PERFORM VARYING AFTALE-IX FROM 1 BY 1
                           UNTIL AFTALE-IX > AFTALE-ANTAL
                           IF AT-AFTALE-ID (AFTALE-IX)
                                   = PT-REF (PST-IX)
                               AND AT-KONTO-ID (AFTALE-IX)
                                   = ST-KONTO-ID (WS-SAG-IX)
                               MOVE "J" TO PT-STATUS (PST-IX)
                           END-IF
                       END-PERFORM
                   END-IF
                   IF PT-STATUS (PST-IX) = "O"
                       ADD 1 TO VENTENDE-ANTAL
                   END-IF
               END-IF
           END-PERFORM
           IF VENTENDE-ANTAL = 0
               PERFORM AFSLUT-SAG
           ELSE
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "AFVENTER REGISTRENE - SAG NR: " DELIMITED BY SIZE
                   ST-SAG-NR (WS-SAG-IX)            DELIMITED BY SIZE
                   " KONTO-ID: "                    DELIMITED BY SIZE
                   ST-KONTO-ID (WS-SAG-IX)          DELIMITED BY SIZE
                   " POSTER: "                      DELIMITED BY SIZE
                   VENTENDE-ANTAL                   DELIMITED BY SIZE
                   " - se OPG21-rapporten og OPG41-audit"
                                                    DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
           END-IF
           EXIT.

      * -------------------------------------------------
      *Work one outgoing case - on the switch date the orders and
      *mandates are suspended and the balance is settled out; once
      *the account stands at zero the close goes to VEDLIGEHOLD,
      *and the case completes when the account is closed
       BEHANDL-UD-SAG.
           MOVE ST-KONTO-ID (WS-SAG-IX) TO KONTO-ID OF KONTOFIL-REKORD
           READ KONTOFIL
               INVALID KEY
                   MOVE "KONTO-ID ikke fundet" TO SAG-FEJL-AARSAG
                   PERFORM SKRIV-SAG-VENTER
               NOT INVALID KEY
                   PERFORM BEHANDL-UD-STATUS
           END-READ
           EXIT.

       BEHANDL-UD-STATUS.
           EVALUATE TRUE
               WHEN ST-STATUS (WS-SAG-IX) = "R"
                   IF ST-SKIFTEDATO (WS-SAG-IX) <= KOERSELS-DATO
                       IF ST-SUSP-KODE (WS-SAG-IX) NOT = "J"
                           PERFORM SUSPENDER-UD-SAG
                       END-IF
                       PERFORM UDLIGN-UD-SAG
                   END-IF
               WHEN ST-STATUS (WS-SAG-IX) = "U"
                   IF BALANCE OF KONTOFIL-REKORD = 0
                       PERFORM SEND-LUKNING
                   ELSE
                       MOVE "Saldo efter udligning - manuel"
                           TO SAG-FEJL-AARSAG
                       PERFORM SKRIV-SAG-VENTER
                   END-IF
               WHEN ST-STATUS (WS-SAG-IX) = "L"
                   IF KONTO-LUKKET OF KONTOFIL-REKORD
                       PERFORM AFSLUT-SAG
                   ELSE
                       MOVE "Afventer lukning i VEDLIGEHOLD"
                           TO SAG-FEJL-AARSAG
                       PERFORM SKRIV-SAG-VENTER
                   END-IF
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *Suspend every standing order paying out of the account in
      *place, and every active mandate on it through BSAFTALER
       SUSPENDER-UD-SAG.
           PERFORM VARYING ORDRE-IX FROM 1 BY 1
               UNTIL ORDRE-IX > ORDRE-ANTAL
               MOVE OT-REKORD (ORDRE-IX) TO ORDRE-BILLEDE
               IF FO-KONTO-ID = ST-KONTO-ID (WS-SAG-IX)
                   AND FO-STATUS NOT = "S"
                   MOVE "S" TO FO-STATUS
                   MOVE ORDRE-BILLEDE TO OT-REKORD (ORDRE-IX)
                   SET ORDRER-AENDRET TO TRUE
               END-IF
           END-PERFORM
           PERFORM VARYING AFTALE-IX FROM 1 BY 1
               UNTIL AFTALE-IX > AFTALE-ANTAL
               IF AT-KONTO-ID (AFTALE-IX) = ST-KONTO-ID (WS-SAG-IX)
                   AND AT-STATUS (AFTALE-IX) = "A"
                   MOVE SPACES TO BS-TRANS-REKORD
                   MOVE "SUSPENDER"                TO BST-AKTION
                   MOVE AT-AFTALE-ID (AFTALE-IX)   TO BST-AFTALE-ID
                   MOVE AT-KREDITOR-ID (AFTALE-IX) TO BST-KREDITOR-ID
                   MOVE AT-KONTO-ID (AFTALE-IX)    TO BST-KONTO-ID
                   MOVE "BANKSKIFTE"               TO BST-KOERT-AF
                   WRITE BS-TRANS-REKORD
               END-IF
           END-PERFORM
           MOVE "J" TO ST-SUSP-KODE (WS-SAG-IX)
           MOVE "UD SUSPENDERET" TO SAG-HAENDELSE
           PERFORM SKRIV-SAG-HAENDELSE
           EXIT.

      * -------------------------------------------------
      *Settle the balance out to the receiving bank - a DEBIT
      *posting for OPG15 and the matching payment order for
      *IBANEKSPORT. An account already at zero goes straight to the
      *close; an overdrawn one waits for the customer to pay in.
       UDLIGN-UD-SAG.
           EVALUATE TRUE
               WHEN BALANCE OF KONTOFIL-REKORD = 0
                   PERFORM SEND-LUKNING
               WHEN BALANCE OF KONTOFIL-REKORD < 0
                   MOVE "Restgaeld - afventer indbetaling"
                       TO SAG-FEJL-AARSAG
                   PERFORM SKRIV-SAG-VENTER
               WHEN OTHER
                   PERFORM HENT-KUNDE
                   MOVE SPACES TO POST-REKORD
                   MOVE KOERSELS-DATO           TO POST-DATO
                   MOVE ST-KONTO-ID (WS-SAG-IX) TO POST-KONTO-ID
                   MOVE BALANCE OF KONTOFIL-REKORD TO POST-BELOB
                   MOVE "DEBIT"                 TO POST-TYPE
                   ADD 1 TO UDLIGN-REF-SEQ
                   STRING
                       "Q"                 DELIMITED BY SIZE
                       KOERSELS-DATO (3:6) DELIMITED BY SIZE
                       UDLIGN-REF-SEQ      DELIMITED BY SIZE
                       INTO POST-REFERENCE
                   END-STRING
                   WRITE POST-REKORD

                   MOVE SPACES TO UDB-REKORD
                   MOVE ST-KONTO-ID (WS-SAG-IX) TO UDB-KONTO-ID
                   MOVE ST-IBAN (WS-SAG-IX)     TO UDB-MODTAGER-IBAN
                   MOVE FULDT-NAVN              TO UDB-MODTAGER-NAVN
                   MOVE BALANCE OF KONTOFIL-REKORD TO UDB-BELOB
                   MOVE VALUTA-KD OF KONTOFIL-REKORD TO UDB-VALUTA
                   WRITE UDB-REKORD

                   MOVE BALANCE OF KONTOFIL-REKORD
                       TO ST-UDLIGNET-BELOB (WS-SAG-IX)
                   MOVE "U" TO ST-STATUS (WS-SAG-IX)
                   ADD 1 TO UDLIGNET-ANTAL
                   ADD BALANCE OF KONTOFIL-REKORD TO UDLIGNET-SUM
                   MOVE "UD UDLIGNET" TO SAG-HAENDELSE
                   PERFORM SKRIV-SAG-HAENDELSE
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *Send the close through the ordinary maintenance flow -
      *VEDLIGEHOLD validates, audits and marks the account closed
       SEND-LUKNING.
           MOVE SPACES TO TRANS-REKORD
           MOVE "LUK-KONTO"             TO TRANS-TYPE
           MOVE ST-KUNDE-ID (WS-SAG-IX) TO TRANS-KUNDE-ID
           MOVE ST-KONTO-ID (WS-SAG-IX) TO TRANS-KONTO-ID
           MOVE "BANKSKIFTE"            TO TRANS-KOERT-AF
           WRITE TRANS-REKORD
           MOVE "L" TO ST-STATUS (WS-SAG-IX)
           ADD 1 TO LUKNINGER-ANTAL
           MOVE "UD LUKNING SENDT" TO SAG-HAENDELSE
           PERFORM SKRIV-SAG-HAENDELSE
           EXIT.

      * -------------------------------------------------
      *Close the case in hand as completed
       AFSLUT-SAG.
           MOVE "A" TO ST-STATUS (WS-SAG-IX)
           MOVE KOERSELS-DATO TO ST-AFSLUTTET-DATO (WS-SAG-IX)
           ADD 1 TO AFSLUTTET-ANTAL
           MOVE "AFSLUTTET" TO SAG-HAENDELSE
           PERFORM SKRIV-SAG-HAENDELSE
           EXIT.

      * -------------------------------------------------
      *Report and audit one step of the case in hand - the step's
      *name is left in SAG-HAENDELSE by the caller
       SKRIV-SAG-HAENDELSE.
           MOVE ST-UDLIGNET-BELOB (WS-SAG-IX) TO WS-BELOB-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "SAG NR: "                  DELIMITED BY SIZE
               ST-SAG-NR (WS-SAG-IX)       DELIMITED BY SIZE
               " "                         DELIMITED BY SIZE
               SAG-HAENDELSE               DELIMITED BY SIZE
               " KONTO-ID: "               DELIMITED BY SIZE
               ST-KONTO-ID (WS-SAG-IX)     DELIMITED BY SIZE
               " REF: "                    DELIMITED BY SIZE
               ST-SAG-REF (WS-SAG-IX)      DELIMITED BY SIZE
               " BANK: "                   DELIMITED BY SIZE
               ST-FREMMED-REGNR (WS-SAG-IX) DELIMITED BY SIZE
               " SKIFTEDATO: "             DELIMITED BY SIZE
               ST-SKIFTEDATO (WS-SAG-IX)   DELIMITED BY SIZE
               " UDLIGNET: "               DELIMITED BY SIZE
               WS-BELOB-EDIT               DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO AUDIT-TEXT
           STRING
               KOERSELS-DATO               DELIMITED BY SIZE
               " AF: "                     DELIMITED BY SIZE
               ST-KOERT-AF (WS-SAG-IX)     DELIMITED BY SPACE
               " BANKSKIFTE SAG NR: "      DELIMITED BY SIZE
               ST-SAG-NR (WS-SAG-IX)       DELIMITED BY SIZE
               " "                         DELIMITED BY SIZE
               SAG-HAENDELSE               DELIMITED BY "  "
               " - KONTO-ID: "             DELIMITED BY SIZE
               ST-KONTO-ID (WS-SAG-IX)     DELIMITED BY SPACE
               " REF: "                    DELIMITED BY SIZE
               ST-SAG-REF (WS-SAG-IX)      DELIMITED BY SPACE
               " UDLIGNET: "               DELIMITED BY SIZE
               WS-BELOB-EDIT               DELIMITED BY SIZE
               INTO AUDIT-TEXT
           END-STRING
           WRITE AUDIT-REKORD
           EXIT.

      * -------------------------------------------------
      *Report an incoming header rejected at registration
       SKRIV-SAG-AFVIST.
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "SKIFTE AFVIST - SAG NR: "  DELIMITED BY SIZE
               ST-SAG-NR (WS-SAG-IX)       DELIMITED BY SIZE
               " REF: "                    DELIMITED BY SIZE
               ST-SAG-REF (WS-SAG-IX)      DELIMITED BY SIZE
               " KONTO-ID: "               DELIMITED BY SIZE
               ST-KONTO-ID (WS-SAG-IX)     DELIMITED BY SIZE
               " BANK: "                   DELIMITED BY SIZE
               ST-FREMMED-REGNR (WS-SAG-IX) DELIMITED BY SIZE
               " - "                       DELIMITED BY SIZE
               SAG-FEJL-AARSAG             DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Report a case standing still, with the reason it waits
       SKRIV-SAG-VENTER.
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "AFVENTER - SAG NR: "       DELIMITED BY SIZE
               ST-SAG-NR (WS-SAG-IX)       DELIMITED BY SIZE
               " KONTO-ID: "               DELIMITED BY SIZE
               ST-KONTO-ID (WS-SAG-IX)     DELIMITED BY SIZE
               " STATUS: "                 DELIMITED BY SIZE
               ST-STATUS (WS-SAG-IX)       DELIMITED BY SIZE
               " - "                       DELIMITED BY SIZE
               SAG-FEJL-AARSAG             DELIMITED BY SIZE
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
               MOVE ST-SAG-NR (SAG-IX)         TO BSK-SAG-NR
               MOVE ST-RETNING (SAG-IX)        TO BSK-RETNING
               MOVE ST-SAG-REF (SAG-IX)        TO BSK-SAG-REF
               MOVE ST-KONTO-ID (SAG-IX)       TO BSK-KONTO-ID
               MOVE ST-KUNDE-ID (SAG-IX)       TO BSK-KUNDE-ID
               MOVE ST-FREMMED-REGNR (SAG-IX)  TO BSK-FREMMED-REGNR
               MOVE ST-FREMMED-KONTO (SAG-IX)  TO BSK-FREMMED-KONTO
               MOVE ST-IBAN (SAG-IX)           TO BSK-IBAN
               MOVE ST-SKIFTEDATO (SAG-IX)     TO BSK-SKIFTEDATO
               MOVE ST-AABNET-DATO (SAG-IX)    TO BSK-AABNET-DATO
               MOVE ST-STATUS (SAG-IX)         TO BSK-STATUS
               MOVE ST-AFSLUTTET-DATO (SAG-IX) TO BSK-AFSLUTTET-DATO
               MOVE ST-UDLIGNET-BELOB (SAG-IX) TO BSK-UDLIGNET-BELOB
               MOVE ST-KOERT-AF (SAG-IX)       TO BSK-KOERT-AF
               MOVE ST-SUSP-KODE (SAG-IX)      TO BSK-SUSP-KODE
               WRITE SAG-REKORD
           END-PERFORM
           CLOSE SAG-FIL
           EXIT.

      * -------------------------------------------------
      *Rewrite the cases' order and mandate register from the table
       SKRIV-POSTER.
           OPEN OUTPUT POST-REG-FIL
           PERFORM VARYING PST-IX FROM 1 BY 1
               UNTIL PST-IX > PST-ANTAL
               MOVE PT-SAG-NR (PST-IX)         TO BSP-SAG-NR
               MOVE PT-TYPE (PST-IX)           TO BSP-TYPE
               MOVE PT-REF (PST-IX)            TO BSP-REF
               MOVE PT-ORDRE-ID (PST-IX)       TO BSP-ORDRE-ID
               MOVE PT-KREDITOR-ID (PST-IX)    TO BSP-KREDITOR-ID
               MOVE PT-MODTAGER-REGNR (PST-IX) TO BSP-MODTAGER-REGNR
               MOVE PT-MODTAGER-KONTO (PST-IX) TO BSP-MODTAGER-KONTO
               MOVE PT-BELOB (PST-IX)          TO BSP-BELOB
               MOVE PT-FREKVENS (PST-IX)       TO BSP-FREKVENS
               MOVE PT-NAESTE-DATO (PST-IX)    TO BSP-NAESTE-DATO
               MOVE PT-SLUT-DATO (PST-IX)      TO BSP-SLUT-DATO
               MOVE PT-STATUS (PST-IX)         TO BSP-STATUS
               WRITE POST-REG-REKORD
           END-PERFORM
           CLOSE POST-REG-FIL
           EXIT.

      * -------------------------------------------------
      *Rewrite the standing-order master with the suspended status
      *bytes, the rows otherwise untouched
       SKRIV-ORDRER.
           OPEN OUTPUT ORDRE-FIL
           PERFORM VARYING ORDRE-IX FROM 1 BY 1
               UNTIL ORDRE-IX > ORDRE-ANTAL
               MOVE OT-REKORD (ORDRE-IX) TO ORDRE-REKORD
               WRITE ORDRE-REKORD
           END-PERFORM
           CLOSE ORDRE-FIL
           EXIT.

      * -------------------------------------------------
      *Write the control-total trailer
       SKRIV-TRAILER.
           MOVE UDLIGNET-SUM TO WS-SUM-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Sager ind: "              DELIMITED BY SIZE
               IND-SAGER-ANTAL            DELIMITED BY SIZE
               "  Sager ud: "             DELIMITED BY SIZE
               UD-SAGER-ANTAL             DELIMITED BY SIZE
               "  Afvist: "               DELIMITED BY SIZE
               AFVIST-ANTAL               DELIMITED BY SIZE
               "  Afsluttet: "            DELIMITED BY SIZE
               AFSLUTTET-ANTAL            DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Ordrer overdraget: "      DELIMITED BY SIZE
               ORDRER-OVERDRAGET          DELIMITED BY SIZE
               "  Aftaler overdraget: "   DELIMITED BY SIZE
               AFTALER-OVERDRAGET         DELIMITED BY SIZE
               "  Manuelle: "             DELIMITED BY SIZE
               MANUELLE-ANTAL             DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Udlignet: "               DELIMITED BY SIZE
               UDLIGNET-ANTAL             DELIMITED BY SIZE
               "  Beloeb: "               DELIMITED BY SIZE
               WS-SUM-EDIT                DELIMITED BY SIZE
               "  Lukninger sendt: "      DELIMITED BY SIZE
               LUKNINGER-ANTAL            DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           DISPLAY "Sager ind: "          IND-SAGER-ANTAL
                   " Sager ud: "          UD-SAGER-ANTAL
                   " Afvist: "            AFVIST-ANTAL
                   " Afsluttet: "         AFSLUTTET-ANTAL
           DISPLAY "Udlignet: "           UDLIGNET-ANTAL
                   " Beloeb: "            WS-SUM-EDIT
                   " Lukninger sendt: "   LUKNINGER-ANTAL
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
               DISPLAY "OPG83: kaedebrud i opg10-audit.txt raekke "
                       SGL-BRUD
           END-IF
           EXIT.
