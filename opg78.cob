      *Interactive posting entry for clerks - replaces keying raw
      *POST-REKORD lines into opg15-posteringer.txt in an editor.
      *The clerk signs on with their identity and keys a DEBIT,
      *KREDIT or OVERF at the terminal the way KONTOFORESPOERGSEL
      *answers inquiries. Every field is checked as it is keyed,
      *against the same rules KONTOPOSTERING applies overnight: the
      *account's check digits, that it exists and is active, the
      *customer's name for confirmation, cover within the live
      *KONTO-KREDITMAX less open card holds and debits already
      *keyed today, the product rules, and a rate on file for both
      *currencies of a cross-currency transfer. Only a confirmed
      *posting is appended to the day's posting file, under a
      *reference the program assigns itself (series "E"), and
      *logged with the clerk's identity on opg78-indtastninger.txt.
      *The master files are opened INPUT - balances only ever move
      *in KONTOPOSTERING.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTERINGSINDTASTNING.

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
               ALTERNATE RECORD KEY IS KUNDE-ID OF KONTOFIL-REKORD
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.
      *Bind the day's posting-transaction file - read for the
      *debits already keyed against an account, and opened EXTEND
      *per confirmed posting so the batch always sees a closed file
           SELECT OPTIONAL POST-FIL ASSIGN TO "opg15-posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POST-FIL-STATUS.
      *Bind the entry log - every confirmed posting with the clerk
      *who keyed it. Also where the next "E" reference is counted
      *from, so two sessions on one day never reuse a number
           SELECT OPTIONAL INDTAST-FIL
               ASSIGN TO "opg78-indtastninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDTAST-FIL-STATUS.
      *Bind the account product catalog - the rules a DEBIT is held
      *against, the same file KONTOPOSTERING reads
           SELECT OPTIONAL PRODUKT-FIL ASSIGN TO "Kontoprodukter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODUKT-FIL-STATUS.
      *Bind KONTOPOSTERING's quarterly withdrawal counters - read
      *only, to refuse a withdrawal past the free quota up front
           SELECT OPTIONAL HAEV-FIL
               ASSIGN TO "opg15-haevninger-status.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HAEV-FIL-STATUS.
      *Bind the FX-rate reference file - a cross-currency transfer
      *needs a rate for both currencies
           SELECT OPTIONAL KURSFIL ASSIGN TO "Valutakurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KURSFIL-STATUS.
      *Bind OPG45's card-hold register - open holds reduce the cover
      *the same way they reduce the inquiry's available balance
           SELECT OPTIONAL RSV-FIL
               ASSIGN TO "opg45-reservationer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RSV-FIL-STATUS.

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

      *Posting-transaction record layout - the same layout OPG15
      *reads
       FD  POST-FIL.
       01  POST-REKORD.
           COPY "POSTERING.cpy".

      *Entry-log record layout - when, by whom, and the posting as
      *it went into the day's file
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

      *Product catalog record layout
       FD  PRODUKT-FIL.
       01  PRODUKT-REKORD.
           COPY "KONTOPRODUKT.cpy".

      *Withdrawal-counter record layout - must match what OPG15
      *keeps
       FD  HAEV-FIL.
       01  HAEV-REKORD.
           02  HAEV-KONTO-ID       PIC X(10).
           02  HAEV-KVARTAL        PIC 9(5).
           02  HAEV-ANTAL          PIC 9(5).

      *FX-rate record layout - the rate in effect from a date
       FD  KURSFIL.
       01  KURSFIL-REKORD.
           02  KURS-F-DATO         PIC 9(8).
           02  KURS-F-VALUTA       PIC X(3).
           02  KURS-F-RATE         PIC 9(3)V9999.

      *Card-hold record layout - must match what OPG45 keeps
       FD  RSV-FIL.
       01  RSV-REKORD.
           02  RSV-KONTO-ID        PIC X(10).
           02  RSV-BELOB           PIC 9(7)V99.
           02  RSV-AUTREF          PIC X(12).
           02  RSV-UDLOEB          PIC 9(8).

       WORKING-STORAGE SECTION.

      *Today's date - the posting date of everything keyed, and the
      *quarter the withdrawal quota is counted in
       01  KOERSELS-DATO         PIC 9(8) VALUE 0.
       01  KOERSELS-AAR          PIC 9(4) VALUE 0.
       01  KOERSELS-MD           PIC 9(2) VALUE 0.
       01  AKTUEL-KVARTAL        PIC 9(5) VALUE 0.
       01  INDTAST-TID           PIC 9(8) VALUE 0.

      *File status fields
       01  KUNDEFIL-STATUS       PIC X(2) VALUE "00".
       01  KONTOFIL-STATUS       PIC X(2) VALUE "00".
       01  POST-FIL-STATUS       PIC X(2) VALUE "00".
       01  INDTAST-FIL-STATUS    PIC X(2) VALUE "00".
       01  PRODUKT-FIL-STATUS    PIC X(2) VALUE "00".
       01  HAEV-FIL-STATUS       PIC X(2) VALUE "00".
       01  KURSFIL-STATUS        PIC X(2) VALUE "00".
       01  RSV-FIL-STATUS        PIC X(2) VALUE "00".

      *The clerk signed on for the session
       01  SAGSBEHANDLER         PIC X(10) VALUE SPACES.

      *Operator-register check on the clerk - the identity, the
      *role, the amount keyed, and the answer from OPERATOERKONTROL
       01  OPK-OPERATOER         PIC X(10) VALUE SPACES.
       01  OPK-ROLLE             PIC X(1) VALUE SPACE.
       01  OPK-BELOB             PIC S9(9)V99 VALUE 0.
       01  OPK-SVAR              PIC X(2) VALUE SPACES.
       01  OPK-AARSAG            PIC X(40) VALUE SPACES.

      *Basis currency - parameter BASIS-VALUTAKODE, as in OPG15
       01  BASIS-VALUTAKODE      PIC X(3) VALUE "DKK".

      *Parameter fields for the shared runtime-parameter subprogram
       01  PARAM-NAVN            PIC X(20) VALUE SPACES.
       01  PARAM-VAERDI          PIC X(20) VALUE SPACES.
       01  PARAM-TAL             PIC S9(9)V99 VALUE 0.
       01  PARAM-FUNDET          PIC X(1) VALUE SPACE.

      *Parameter fields for the shared ID check-digit subprogram
       01  ID-FUNKTION           PIC X(1) VALUE SPACE.
       01  ID-ARG                PIC X(10) VALUE SPACES.
       01  ID-SVAR               PIC X(1) VALUE SPACE.

      *What the clerk keys for one posting
       01  TYPE-INPUT            PIC X(10) VALUE SPACES.
       01  KONTO-INPUT           PIC X(10) VALUE SPACES.
       01  BELOB-INPUT           PIC X(12) VALUE SPACES.
       01  SVAR-INPUT            PIC X(1) VALUE SPACE.

      *The keyed amount taken apart at the decimal point - kroner
      *right-justified and zero-filled, oere padded on the right,
      *each then proved numeric before it is used
       01  HEL-DEL               PIC X(7) VALUE SPACES.
       01  ORE-DEL               PIC X(2) VALUE SPACES.
       01  HEL-LGD               PIC 9(2) VALUE 0.
       01  ORE-LGD               PIC 9(2) VALUE 0.
       01  HEL-TXT               PIC X(7) JUSTIFIED RIGHT
                                 VALUE SPACES.
       01  HEL-NUM REDEFINES HEL-TXT PIC 9(7).
       01  ORE-TXT               PIC X(2) VALUE SPACES.
       01  ORE-NUM REDEFINES ORE-TXT PIC 9(2).
       01  INDTAST-BELOB         PIC 9(7)V99 VALUE 0.

      *The posting being built and its verdict so far
       01  INDTAST-TYPE          PIC X(6) VALUE SPACES.
           88  INDTAST-DEBIT         VALUE "DEBIT".
           88  INDTAST-KREDIT        VALUE "KREDIT".
           88  INDTAST-OVERF         VALUE "OVERF".
       01  INDTAST-OK-SW         PIC X VALUE "Y".
           88  INDTAST-OK            VALUE "Y".
       01  AFVIST-AARSAG         PIC X(50) VALUE SPACES.
       01  GODKENDELSE-NOTE      PIC X(60) VALUE SPACES.

      *The account keyed first - the one a DEBIT or an OVERF draws
      *on - and the receiving account of an OVERF
       01  KONTO-FELTER.
           05  KF-KONTO-ID           PIC X(10).
           05  KF-KONTO-TYPE         PIC X(10).
           05  KF-VALUTA             PIC X(3).
           05  KF-BALANCE            PIC S9(7)V99.
           05  KF-KREDIT-GRAENSE     PIC 9(7)V99.
           05  KF-UDLOEBSDATO        PIC 9(8).
           05  KF-NAVN               PIC X(40).
           05  KF-RESERVERET         PIC S9(9)V99.
           05  KF-VENTENDE-DEBET     PIC S9(9)V99.
           05  KF-DISPONIBEL         PIC S9(9)V99.
       01  MODKONTO-FELTER.
           05  MF-KONTO-ID           PIC X(10).
           05  MF-VALUTA             PIC X(3).
           05  MF-NAVN               PIC X(40).

      *The account in the record area, once its master row and its
      *customer have been read
       01  KONTO-FUNDET-SW       PIC X VALUE "N".
           88  KONTO-FUNDET          VALUE "Y".
       01  FULDT-NAVN            PIC X(40) VALUE SPACES.
       01  SALDO-EFTER-DEBET     PIC S9(9)V99 VALUE 0.

      *Product rules, loaded once at sign-on
       01  PRODUKT-TABEL.
           05  PRODUKT-POST OCCURS 50 TIMES INDEXED BY PROD-IX.
               10  PT-PROD-KODE        PIC X(10).
               10  PT-OVERTRAEK        PIC X(1).
               10  PT-MAX-HAEVNINGER   PIC 9(3).
               10  PT-OPSIGELSES-DAGE  PIC 9(3).
               10  PT-KLASSE           PIC X(1).
       01  PRODUKT-ANTAL         PIC 9(3) VALUE 0.
       01  WS-PROD-IX            PIC 9(3) VALUE 0.
       01  EOF-PRODUKT           PIC X VALUE "N".
           88  END-PRODUKT           VALUE "Y".

      *The current quarter's withdrawal counters, loaded once
       01  HAEV-TABEL.
           05  HAEV-TABEL-POST OCCURS 2000 TIMES INDEXED BY HAEV-IX.
               10  HT-KONTO-ID         PIC X(10).
               10  HT-ANTAL            PIC 9(5).
       01  HAEV-RAEKKE-ANTAL     PIC 9(4) VALUE 0.
       01  WS-HAEV-IX            PIC 9(4) VALUE 0.
       01  EOF-HAEV              PIC X VALUE "N".
           88  END-HAEV              VALUE "Y".

      *Rates in effect today per currency, loaded once - the same
      *dated selection OPG15 makes
       01  KURS-TABEL.
           05  KURS-TABEL-POST OCCURS 20 TIMES INDEXED BY KURS-IX.
               10  KURS-T-VALUTA    PIC X(3).
               10  KURS-T-RATE      PIC 9(3)V9999.
               10  KURS-T-DATO      PIC 9(8).
       01  KURS-ANTAL            PIC 9(3) VALUE 0.
       01  WS-KURS-IX            PIC 9(3) VALUE 0.
       01  EOF-KURS              PIC X VALUE "N".
           88  END-KURS              VALUE "Y".
       01  WS-SOEG-VALUTA        PIC X(3) VALUE SPACES.
       01  KURS-FUNDET-SW        PIC X VALUE "N".
           88  KURS-FUNDET           VALUE "Y".

      *Open card holds per account, loaded once at sign-on
       01  RSV-TABEL.
           05  RSV-TABEL-POST OCCURS 5000 TIMES INDEXED BY RSV-IX.
               10  RT-KONTO-ID     PIC X(10).
               10  RT-BELOB        PIC 9(7)V99.
       01  RSV-ANTAL             PIC 9(4) VALUE 0.
       01  EOF-RSV               PIC X VALUE "N".
           88  END-RSV               VALUE "Y".

      *Scans of the day's posting file and the entry log
       01  EOF-POST              PIC X VALUE "N".
           88  END-POST              VALUE "Y".
       01  EOF-INDTAST           PIC X VALUE "N".
           88  END-INDTAST           VALUE "Y".

      *Reference series "E" - the date plus a running number,
      *continued from the highest number logged today
       01  E-REF-SEQ             PIC 9(5) VALUE 0.
       01  LOG-REF-SEQ           PIC 9(5) VALUE 0.
       01  NY-REFERENCE          PIC X(12) VALUE SPACES.
       01  REF-PRAEFIKS          PIC X(7) VALUE SPACES.

      *Loop switch and the session count
       01  FAERDIG-SW            PIC X VALUE "N".
           88  FAERDIG               VALUE "Y".
       01  GEMT-ANTAL            PIC 9(5) VALUE 0.

      *Edited fields for the terminal
       01  WS-BELOB-EDIT         PIC -Z,ZZZ,ZZ9.99.
       01  WS-SALDO-EDIT         PIC -Z,ZZZ,ZZ9.99.
       01  WS-DISP-EDIT          PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
           MOVE KOERSELS-DATO (1:4) TO KOERSELS-AAR
           MOVE KOERSELS-DATO (5:2) TO KOERSELS-MD
           COMPUTE AKTUEL-KVARTAL =
               KOERSELS-AAR * 10 + (KOERSELS-MD + 2) / 3

           MOVE "BASIS-VALUTAKODE" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-VAERDI (1:3) TO BASIS-VALUTAKODE
           END-IF

      *Nothing is keyed without a name on it
           DISPLAY "Sagsbehandler-ID: " WITH NO ADVANCING
           ACCEPT SAGSBEHANDLER
           IF SAGSBEHANDLER = SPACES
               DISPLAY "OPG78: ingen sagsbehandler angivet."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
      *...and only a registered posting clerk keys at all
           MOVE SAGSBEHANDLER TO OPK-OPERATOER
           MOVE "P" TO OPK-ROLLE
           MOVE 0 TO OPK-BELOB
           CALL "OPERATOERKONTROL" USING OPK-OPERATOER OPK-ROLLE
                                         OPK-BELOB OPK-SVAR
                                         OPK-AARSAG
           IF OPK-SVAR NOT = "OK"
               DISPLAY "OPG78: " OPK-AARSAG
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LAES-PRODUKTKATALOG
           PERFORM LAES-HAEVNINGER
           PERFORM LAES-KURSER
           PERFORM LAES-RESERVATIONER

           OPEN INPUT KUNDEFIL
                      KONTOFIL
           IF KUNDEFIL-STATUS NOT = "00"
               OR KONTOFIL-STATUS NOT = "00"
               DISPLAY "OPG78: masterfilerne kan ikke aabnes,"
                       " status " KUNDEFIL-STATUS " / "
                       KONTOFIL-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM INDTASTNING-LOOP
               CLOSE KUNDEFIL
                     KONTOFIL
               DISPLAY "Posteringer lagt i dagens fil: " GEMT-ANTAL
           END-IF
           STOP RUN.

      * -------------------------------------------------
      *One posting per turn until the clerk keys X
       INDTASTNING-LOOP.
           PERFORM UNTIL FAERDIG
               DISPLAY " "
               DISPLAY "Type D = DEBIT, K = KREDIT, O = OVERF"
                       " (X = afslut): " WITH NO ADVANCING
               MOVE SPACES TO TYPE-INPUT
               ACCEPT TYPE-INPUT
               MOVE SPACES TO INDTAST-TYPE
               EVALUATE TRUE
                   WHEN TYPE-INPUT = "X" OR TYPE-INPUT = "x"
                       SET FAERDIG TO TRUE
                   WHEN TYPE-INPUT = "D" OR TYPE-INPUT = "d"
                       OR TYPE-INPUT = "DEBIT"
                       SET INDTAST-DEBIT TO TRUE
                   WHEN TYPE-INPUT = "K" OR TYPE-INPUT = "k"
                       OR TYPE-INPUT = "KREDIT"
                       SET INDTAST-KREDIT TO TRUE
                   WHEN TYPE-INPUT = "O" OR TYPE-INPUT = "o"
                       OR TYPE-INPUT = "OVERF"
                       SET INDTAST-OVERF TO TRUE
                   WHEN TYPE-INPUT = SPACES
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Ukendt posteringstype: " TYPE-INPUT
               END-EVALUATE
               IF INDTAST-TYPE NOT = SPACES
                   PERFORM INDTAST-POSTERING
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Key one posting field by field - the first failed check ends
      *the posting with its reason, and nothing is written
       INDTAST-POSTERING.
           MOVE "Y" TO INDTAST-OK-SW
           MOVE SPACES TO AFVIST-AARSAG
           MOVE SPACES TO GODKENDELSE-NOTE
           INITIALIZE KONTO-FELTER
           INITIALIZE MODKONTO-FELTER
           IF INDTAST-OVERF
               DISPLAY "Fra Konto-ID: " WITH NO ADVANCING
           ELSE
               DISPLAY "Konto-ID: " WITH NO ADVANCING
           END-IF
           PERFORM INDTAST-KONTO
           IF INDTAST-OK
               PERFORM GEM-KONTO-FELTER
               PERFORM VIS-KONTO
           END-IF
           IF INDTAST-OK AND INDTAST-OVERF
               DISPLAY "Til Konto-ID: " WITH NO ADVANCING
               PERFORM INDTAST-KONTO
               IF INDTAST-OK
                   PERFORM GEM-MODKONTO-FELTER
               END-IF
           END-IF
           IF INDTAST-OK
               PERFORM INDTAST-BELOEB
           END-IF
           IF INDTAST-OK
               PERFORM KONTROLLER-GRAENSE
           END-IF
           IF INDTAST-OK AND NOT INDTAST-KREDIT
               PERFORM KONTROLLER-DEBET
           END-IF
           IF INDTAST-OK AND INDTAST-OVERF
               PERFORM KONTROLLER-KURS
           END-IF
           IF INDTAST-OK
               PERFORM BEKRAEFT-POSTERING
           ELSE
               DISPLAY "AFVIST: " AFVIST-AARSAG
           END-IF
           EXIT.

      * -------------------------------------------------
      *The amount keyed must be inside the clerk's personal limit
      *in the operator register
       KONTROLLER-GRAENSE.
           MOVE INDTAST-BELOB TO OPK-BELOB
           CALL "OPERATOERKONTROL" USING OPK-OPERATOER OPK-ROLLE
                                         OPK-BELOB OPK-SVAR
                                         OPK-AARSAG
           IF OPK-SVAR NOT = "OK"
               MOVE "N" TO INDTAST-OK-SW
               MOVE OPK-AARSAG TO AFVIST-AARSAG
           END-IF
           EXIT.

      * -------------------------------------------------
      *Accept one account ID and prove it: check digits first, so a
      *mistyped key never finds a wrong-but-existing account, then
      *the master row, its status and its customer
       INDTAST-KONTO.
           MOVE "N" TO KONTO-FUNDET-SW
           MOVE SPACES TO KONTO-INPUT
           ACCEPT KONTO-INPUT
           MOVE "V" TO ID-FUNKTION
           MOVE KONTO-INPUT TO ID-ARG
           CALL "IDKONTROL" USING ID-FUNKTION ID-ARG ID-SVAR
           IF ID-SVAR NOT = "G"
               MOVE "N" TO INDTAST-OK-SW
               MOVE "Kontonummerets kontrolciffer fejler"
                   TO AFVIST-AARSAG
           ELSE
               MOVE KONTO-INPUT TO KONTO-ID OF KONTOFIL-REKORD
               READ KONTOFIL
                   INVALID KEY
                       MOVE "N" TO INDTAST-OK-SW
                       MOVE "Kontoen findes ikke" TO AFVIST-AARSAG
                   NOT INVALID KEY
                       SET KONTO-FUNDET TO TRUE
               END-READ
           END-IF
           IF KONTO-FUNDET
               EVALUATE TRUE
                   WHEN KONTO-LUKKET OF KONTOFIL-REKORD
                       MOVE "N" TO INDTAST-OK-SW
                       MOVE "Kontoen er lukket" TO AFVIST-AARSAG
                   WHEN KONTO-FROSSET OF KONTOFIL-REKORD
                       MOVE "N" TO INDTAST-OK-SW
                       MOVE "Kontoen er frosset" TO AFVIST-AARSAG
                   WHEN NOT KONTO-AKTIV OF KONTOFIL-REKORD
                       MOVE "N" TO INDTAST-OK-SW
                       MOVE "Kontoen er ikke aktiv" TO AFVIST-AARSAG
               END-EVALUATE
           END-IF
           IF INDTAST-OK
               MOVE KUNDE-ID OF KONTOFIL-REKORD
                   TO KUNDE-ID OF KUNDEFIL-REKORD
               READ KUNDEFIL
                   INVALID KEY
                       MOVE "N" TO INDTAST-OK-SW
                       MOVE "Kontoens kunde mangler paa masteren"
                           TO AFVIST-AARSAG
                   NOT INVALID KEY
                       MOVE SPACES TO FULDT-NAVN
                       CALL "KUNDENAVN" USING KUNDEFIL-REKORD
                                              FULDT-NAVN
                       DISPLAY "  Kunde: " FULDT-NAVN
               END-READ
           END-IF
           IF INDTAST-OK AND INDTAST-OVERF
               AND KF-KONTO-ID NOT = SPACES
               AND KONTO-ID OF KONTOFIL-REKORD = KF-KONTO-ID
               MOVE "N" TO INDTAST-OK-SW
               MOVE "Samme konto paa begge sider" TO AFVIST-AARSAG
           END-IF
           EXIT.

      * -------------------------------------------------
      *Keep the first account's figures - the available balance is
      *the booked balance less open card holds and less the debits
      *already waiting in today's file, plus the live facility
       GEM-KONTO-FELTER.
           MOVE KONTO-ID OF KONTOFIL-REKORD   TO KF-KONTO-ID
           MOVE KONTO-TYPE OF KONTOFIL-REKORD TO KF-KONTO-TYPE
           MOVE VALUTA-KD OF KONTOFIL-REKORD  TO KF-VALUTA
           MOVE BALANCE OF KONTOFIL-REKORD    TO KF-BALANCE
           MOVE FULDT-NAVN                    TO KF-NAVN
           IF KONTO-UDLOEBSDATO OF KONTOFIL-REKORD NUMERIC
               MOVE KONTO-UDLOEBSDATO OF KONTOFIL-REKORD
                   TO KF-UDLOEBSDATO
           ELSE
               MOVE 0 TO KF-UDLOEBSDATO
           END-IF
           PERFORM BEREGN-KREDITGRAENSE
           MOVE 0 TO KF-RESERVERET
           PERFORM VARYING RSV-IX FROM 1 BY 1
               UNTIL RSV-IX > RSV-ANTAL
               IF RT-KONTO-ID (RSV-IX) = KF-KONTO-ID
                   ADD RT-BELOB (RSV-IX) TO KF-RESERVERET
               END-IF
           END-PERFORM
           PERFORM LAES-VENTENDE-DEBET
           COMPUTE KF-DISPONIBEL = KF-BALANCE - KF-RESERVERET
               - KF-VENTENDE-DEBET + KF-KREDIT-GRAENSE
           EXIT.

      * -------------------------------------------------
      *Keep the receiving account of a transfer
       GEM-MODKONTO-FELTER.
           MOVE KONTO-ID OF KONTOFIL-REKORD   TO MF-KONTO-ID
           MOVE VALUTA-KD OF KONTOFIL-REKORD  TO MF-VALUTA
           MOVE FULDT-NAVN                    TO MF-NAVN
           EXIT.

      * -------------------------------------------------
      *Show the first account's balance and what is available on it
       VIS-KONTO.
           MOVE KF-BALANCE    TO WS-SALDO-EDIT
           MOVE KF-DISPONIBEL TO WS-DISP-EDIT
           DISPLAY "  Saldo: " WS-SALDO-EDIT
                   "  Disponibel: " WS-DISP-EDIT
                   " " KF-VALUTA
                   "  Produkt: " KF-KONTO-TYPE
           EXIT.

      * -------------------------------------------------
      *Work out the live credit facility on the account in the
      *record area - the same rule KONTOPOSTERING applies: only a
      *numeric facility whose expiry has not passed counts, and
      *expiry zero means no expiry
       BEREGN-KREDITGRAENSE.
           MOVE 0 TO KF-KREDIT-GRAENSE
           IF KONTO-KREDITMAX OF KONTOFIL-REKORD NUMERIC
               AND KONTO-KREDITMAX OF KONTOFIL-REKORD > 0
               IF KONTO-KREDIT-UDLOEB OF KONTOFIL-REKORD NOT NUMERIC
                   OR KONTO-KREDIT-UDLOEB OF KONTOFIL-REKORD = 0
                   OR KONTO-KREDIT-UDLOEB OF KONTOFIL-REKORD
                       >= KOERSELS-DATO
                   MOVE KONTO-KREDITMAX OF KONTOFIL-REKORD
                       TO KF-KREDIT-GRAENSE
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Add up the debits already waiting against the first account
      *in today's posting file - a DEBIT on it, or a transfer drawn
      *from it - so two clerks cannot each spend the same cover
       LAES-VENTENDE-DEBET.
           MOVE 0 TO KF-VENTENDE-DEBET
           MOVE "N" TO EOF-POST
           OPEN INPUT POST-FIL
           IF POST-FIL-STATUS = "00"
               OR POST-FIL-STATUS = "05"
               PERFORM UNTIL END-POST
                   READ POST-FIL
                       AT END
                           SET END-POST TO TRUE
                       NOT AT END
                           IF POST-KONTO-ID = KF-KONTO-ID
                               AND (POST-ER-DEBIT OR POST-ER-OVERF)
                               AND POST-BELOB NUMERIC
                               ADD POST-BELOB TO KF-VENTENDE-DEBET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POST-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Accept the amount as kroner and oere, with "." or "," before
      *the oere, and prove it numeric and above zero
       INDTAST-BELOEB.
           DISPLAY "Beloeb (" KF-VALUTA "): " WITH NO ADVANCING
           MOVE SPACES TO BELOB-INPUT
           ACCEPT BELOB-INPUT
           MOVE SPACES TO HEL-DEL
           MOVE SPACES TO ORE-DEL
           MOVE 0 TO HEL-LGD
           MOVE 0 TO ORE-LGD
           UNSTRING BELOB-INPUT DELIMITED BY "." OR "," OR " "
               INTO HEL-DEL COUNT IN HEL-LGD
                    ORE-DEL COUNT IN ORE-LGD
           END-UNSTRING
           MOVE SPACES TO HEL-TXT
           MOVE "00" TO ORE-TXT
           IF HEL-LGD = 0 OR HEL-LGD > 7 OR ORE-LGD > 2
               MOVE "N" TO INDTAST-OK-SW
           ELSE
               MOVE HEL-DEL (1:HEL-LGD) TO HEL-TXT
               INSPECT HEL-TXT REPLACING LEADING SPACE BY ZERO
               IF ORE-LGD > 0
                   MOVE ORE-DEL (1:ORE-LGD) TO ORE-TXT (1:ORE-LGD)
               END-IF
               IF HEL-TXT NOT NUMERIC OR ORE-TXT NOT NUMERIC
                   MOVE "N" TO INDTAST-OK-SW
               END-IF
           END-IF
           IF INDTAST-OK
               COMPUTE INDTAST-BELOB = HEL-NUM + ORE-NUM / 100
               IF INDTAST-BELOB = 0
                   MOVE "N" TO INDTAST-OK-SW
               END-IF
           END-IF
           IF NOT INDTAST-OK
               MOVE "Ugyldigt beloeb" TO AFVIST-AARSAG
           END-IF
           EXIT.

      * -------------------------------------------------
      *Hold a debit - or the paying side of a transfer - against
      *the product rules and the cover, as KONTOPOSTERING will. A
      *notice withdrawal or an early term redemption is not refused
      *here; KONTOPOSTERING parks it for OPG39, and the clerk is
      *told so before confirming
       KONTROLLER-DEBET.
           PERFORM FIND-PRODUKT
           IF WS-PROD-IX > 0
               IF PT-OPSIGELSES-DAGE (WS-PROD-IX) > 0
                   MOVE "Opsigelseskonto - haevningen afventer"
                       & " godkendelse i OPG39" TO GODKENDELSE-NOTE
               END-IF
               IF PT-OVERTRAEK (WS-PROD-IX) = "N"
                   COMPUTE SALDO-EFTER-DEBET = KF-BALANCE
                       - KF-RESERVERET - KF-VENTENDE-DEBET
                       - INDTAST-BELOB
                   IF SALDO-EFTER-DEBET < 0
                       MOVE "N" TO INDTAST-OK-SW
                       MOVE "Produktet tillader ikke overtraek"
                           TO AFVIST-AARSAG
                   END-IF
               END-IF
               IF INDTAST-OK
                   AND PT-MAX-HAEVNINGER (WS-PROD-IX) > 0
                   PERFORM FIND-HAEV-RAEKKE
                   IF WS-HAEV-IX > 0
                       AND HT-ANTAL (WS-HAEV-IX) >=
                           PT-MAX-HAEVNINGER (WS-PROD-IX)
                       MOVE "N" TO INDTAST-OK-SW
                       MOVE "Kvartalets frie haevninger er brugt"
                           TO AFVIST-AARSAG
                   END-IF
               END-IF
               IF PT-KLASSE (WS-PROD-IX) = "T"
                   AND KF-UDLOEBSDATO > KOERSELS-DATO
                   MOVE "Terminsindskud foer udloeb - afventer"
                       & " godkendelse i OPG39" TO GODKENDELSE-NOTE
               END-IF
           END-IF
           IF INDTAST-OK
               IF INDTAST-BELOB > KF-DISPONIBEL
                   MOVE "N" TO INDTAST-OK-SW
                   MOVE "Manglende daekning inden for kreditrammen"
                       TO AFVIST-AARSAG
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *A transfer between two currencies converts at today's rates -
      *both must be on file or KONTOPOSTERING rejects it
       KONTROLLER-KURS.
           IF KF-VALUTA NOT = MF-VALUTA
               MOVE KF-VALUTA TO WS-SOEG-VALUTA
               PERFORM SLA-KURS-OP
               IF KURS-FUNDET
                   MOVE MF-VALUTA TO WS-SOEG-VALUTA
                   PERFORM SLA-KURS-OP
               END-IF
               IF NOT KURS-FUNDET
                   MOVE "N" TO INDTAST-OK-SW
                   MOVE SPACES TO AFVIST-AARSAG
                   STRING
                       "Ingen valutakurs for " DELIMITED BY SIZE
                       WS-SOEG-VALUTA          DELIMITED BY SIZE
                       INTO AFVIST-AARSAG
                   END-STRING
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Show the posting once more with the customers' names and
      *write it only on the clerk's J
       BEKRAEFT-POSTERING.
           MOVE INDTAST-BELOB TO WS-BELOB-EDIT
           DISPLAY "----------------------------------------"
           DISPLAY "  " INDTAST-TYPE " " WS-BELOB-EDIT " " KF-VALUTA
           IF INDTAST-OVERF
               DISPLAY "  Fra: " KF-KONTO-ID "  " KF-NAVN
               DISPLAY "  Til: " MF-KONTO-ID "  " MF-NAVN
                       " " MF-VALUTA
           ELSE
               DISPLAY "  Konto: " KF-KONTO-ID "  " KF-NAVN
           END-IF
           IF GODKENDELSE-NOTE NOT = SPACES
               DISPLAY "  NB: " GODKENDELSE-NOTE
           END-IF
           DISPLAY "----------------------------------------"
           DISPLAY "Bekraeft postering (J/N): " WITH NO ADVANCING
           MOVE SPACE TO SVAR-INPUT
           ACCEPT SVAR-INPUT
           IF SVAR-INPUT = "J" OR SVAR-INPUT = "j"
               PERFORM GEM-POSTERING
           ELSE
               DISPLAY "Posteringen er ikke gemt."
           END-IF
           EXIT.

      * -------------------------------------------------
      *Assign the reference, append the posting to the day's file
      *and log it with the clerk's identity
       GEM-POSTERING.
           PERFORM FIND-NAESTE-REFERENCE
           MOVE SPACES          TO POST-REKORD
           MOVE KOERSELS-DATO   TO POST-DATO
           MOVE KF-KONTO-ID     TO POST-KONTO-ID
           MOVE INDTAST-BELOB   TO POST-BELOB
           MOVE INDTAST-TYPE    TO POST-TYPE
           MOVE MF-KONTO-ID     TO POST-MODKONTO-ID
           MOVE NY-REFERENCE    TO POST-REFERENCE
           OPEN EXTEND POST-FIL
           IF POST-FIL-STATUS = "35"
               OPEN OUTPUT POST-FIL
               CLOSE POST-FIL
               OPEN EXTEND POST-FIL
           END-IF
           WRITE POST-REKORD
           CLOSE POST-FIL

           ACCEPT INDTAST-TID FROM TIME
           MOVE KOERSELS-DATO TO IT-DATO
           MOVE INDTAST-TID   TO IT-TID
           MOVE SAGSBEHANDLER TO IT-SAGSBEHANDLER
           MOVE POST-REKORD   TO IT-POSTERING
           OPEN EXTEND INDTAST-FIL
           IF INDTAST-FIL-STATUS = "35"
               OPEN OUTPUT INDTAST-FIL
               CLOSE INDTAST-FIL
               OPEN EXTEND INDTAST-FIL
           END-IF
           WRITE INDTAST-REKORD
           CLOSE INDTAST-FIL

           ADD 1 TO GEMT-ANTAL
           DISPLAY "Posteringen er lagt i dagens fil med reference "
                   NY-REFERENCE
           EXIT.

      * -------------------------------------------------
      *Next free "E" reference for today - one past the highest
      *number any session has logged today, read fresh before every
      *posting so sessions side by side do not collide
       FIND-NAESTE-REFERENCE.
           MOVE SPACES TO REF-PRAEFIKS
           STRING
               "E"                    DELIMITED BY SIZE
               KOERSELS-DATO (3:6)    DELIMITED BY SIZE
               INTO REF-PRAEFIKS
           END-STRING
           MOVE 0 TO E-REF-SEQ
           MOVE "N" TO EOF-INDTAST
           OPEN INPUT INDTAST-FIL
           IF INDTAST-FIL-STATUS = "00"
               OR INDTAST-FIL-STATUS = "05"
               PERFORM UNTIL END-INDTAST
                   READ INDTAST-FIL
                       AT END
                           SET END-INDTAST TO TRUE
                       NOT AT END
                           IF IT-POST-REFERENCE (1:7) = REF-PRAEFIKS
                               AND IT-POST-REFERENCE (8:5) NUMERIC
                               MOVE IT-POST-REFERENCE (8:5)
                                   TO LOG-REF-SEQ
                               IF LOG-REF-SEQ > E-REF-SEQ
                                   MOVE LOG-REF-SEQ TO E-REF-SEQ
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INDTAST-FIL
           END-IF
           ADD 1 TO E-REF-SEQ
           MOVE SPACES TO NY-REFERENCE
           STRING
               REF-PRAEFIKS           DELIMITED BY SIZE
               E-REF-SEQ              DELIMITED BY SIZE
               INTO NY-REFERENCE
           END-STRING
           EXIT.

      * -------------------------------------------------
      *Find the first account's product. Leaves its index in
      *WS-PROD-IX, zero when the product is not in the catalog
       FIND-PRODUKT.
           MOVE 0 TO WS-PROD-IX
           PERFORM VARYING PROD-IX FROM 1 BY 1
               UNTIL PROD-IX > PRODUKT-ANTAL
               IF PT-PROD-KODE (PROD-IX) = KF-KONTO-TYPE
                   SET WS-PROD-IX TO PROD-IX
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Find the first account's counter row for this quarter.
      *Leaves its index in WS-HAEV-IX, zero when it has none
       FIND-HAEV-RAEKKE.
           MOVE 0 TO WS-HAEV-IX
           PERFORM VARYING HAEV-IX FROM 1 BY 1
               UNTIL HAEV-IX > HAEV-RAEKKE-ANTAL
               IF HT-KONTO-ID (HAEV-IX) = KF-KONTO-ID
                   SET WS-HAEV-IX TO HAEV-IX
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Look the currency in WS-SOEG-VALUTA up in the rate table -
      *the basis currency itself always stands at rate one
       SLA-KURS-OP.
           MOVE "N" TO KURS-FUNDET-SW
           IF WS-SOEG-VALUTA = BASIS-VALUTAKODE
               SET KURS-FUNDET TO TRUE
           ELSE
               PERFORM VARYING KURS-IX FROM 1 BY 1
                   UNTIL KURS-IX > KURS-ANTAL
                   IF KURS-T-VALUTA (KURS-IX) = WS-SOEG-VALUTA
                       SET KURS-FUNDET TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the product rules - blank rule fields on rows from
      *before they existed mean no rule
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
                               MOVE PROD-KODE TO
                                   PT-PROD-KODE (PRODUKT-ANTAL)
                               MOVE PROD-OVERTRAEK TO
                                   PT-OVERTRAEK (PRODUKT-ANTAL)
                               IF PROD-MAX-HAEVNINGER NUMERIC
                                   MOVE PROD-MAX-HAEVNINGER TO
                                       PT-MAX-HAEVNINGER
                                           (PRODUKT-ANTAL)
                               ELSE
                                   MOVE 0 TO PT-MAX-HAEVNINGER
                                       (PRODUKT-ANTAL)
                               END-IF
                               IF PROD-OPSIGELSES-DAGE NUMERIC
                                   MOVE PROD-OPSIGELSES-DAGE TO
                                       PT-OPSIGELSES-DAGE
                                           (PRODUKT-ANTAL)
                               ELSE
                                   MOVE 0 TO PT-OPSIGELSES-DAGE
                                       (PRODUKT-ANTAL)
                               END-IF
                               MOVE PROD-KLASSE TO
                                   PT-KLASSE (PRODUKT-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUKT-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load this quarter's withdrawal counters
       LAES-HAEVNINGER.
           MOVE 0 TO HAEV-RAEKKE-ANTAL
           MOVE "N" TO EOF-HAEV
           OPEN INPUT HAEV-FIL
           IF HAEV-FIL-STATUS = "00"
               OR HAEV-FIL-STATUS = "05"
               PERFORM UNTIL END-HAEV
                   READ HAEV-FIL
                       AT END
                           SET END-HAEV TO TRUE
                       NOT AT END
                           IF HAEV-KVARTAL = AKTUEL-KVARTAL
                               AND HAEV-RAEKKE-ANTAL < 2000
                               ADD 1 TO HAEV-RAEKKE-ANTAL
                               MOVE HAEV-KONTO-ID TO
                                   HT-KONTO-ID (HAEV-RAEKKE-ANTAL)
                               MOVE HAEV-ANTAL TO
                                   HT-ANTAL (HAEV-RAEKKE-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HAEV-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the rates in effect today, the newest row per currency
       LAES-KURSER.
           MOVE 0 TO KURS-ANTAL
           MOVE "N" TO EOF-KURS
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
      *Load OPG45's open card holds into RSV-TABEL
       LAES-RESERVATIONER.
           MOVE 0 TO RSV-ANTAL
           MOVE "N" TO EOF-RSV
           OPEN INPUT RSV-FIL
           IF RSV-FIL-STATUS = "00"
               OR RSV-FIL-STATUS = "05"
               PERFORM UNTIL END-RSV
                   READ RSV-FIL
                       AT END
                           SET END-RSV TO TRUE
                       NOT AT END
                           IF RSV-ANTAL < 5000
                               ADD 1 TO RSV-ANTAL
                               MOVE RSV-KONTO-ID TO
                                   RT-KONTO-ID (RSV-ANTAL)
                               MOVE RSV-BELOB TO
                                   RT-BELOB (RSV-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RSV-FIL
           END-IF
           EXIT.
