      *Debit card register - keeps Kortregister.txt, the bank's own
      *record of every debit card issued: the masked card number,
      *the account the card draws on and the customer holding it,
      *its state, expiry and daily limits. A batch of card
      *transactions (opret/spaer/mistet/genaabn/erstat/graense) is
      *applied with the same validation, operator check and audit
      *trail as the other registers. Every block, loss report and
      *reopening goes to the card processor the same day in the
      *stop file kortspaerring_<dato>.txt; a replacement card is
      *ordered from the card manufacturer in
      *kortbestilling_<dato>.txt. Cards past their expiry either
      *roll onto the renewed card's date or are marked expired.
      *Run with the argument FORNY (monthly) the program also
      *orders renewal of the cards expiring within two months in
      *kortfornyelse_<dato>.txt, skipping cards on closed or frozen
      *accounts and on estates. KORTRESERVATION refuses holds on
      *cards the register has stopped.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KORTREGISTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind the card register - loaded whole and rewritten in full
      *at the end of the run. SELECT OPTIONAL so a site with no
      *cards yet runs clean
           SELECT OPTIONAL KORTREG-FIL ASSIGN TO "Kortregister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KORTREG-FIL-STATUS.
      *Bind the day's card transactions - cleared once applied, so
      *a rerun or the month-end run cannot apply them twice
           SELECT OPTIONAL TRANS-FIL
               ASSIGN TO "opg84-transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FIL-STATUS.
      *Bind the day's stop file for the card processor - opened on
      *the first row and appended to by a rerun the same day
           SELECT OPTIONAL SPAER-FIL ASSIGN TO WS-SPAER-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPAER-FIL-STATUS.
      *Bind the order file for the card manufacturer - replacements
      *and renewals each go in their own file of the day
           SELECT OPTIONAL BESTIL-FIL ASSIGN TO WS-BESTIL-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BESTIL-FIL-STATUS.
      *Bind account master - read by key for the account a card
      *draws on
           SELECT KONTOFIL ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOFIL-REKORD
               ALTERNATE RECORD KEY IS KUNDE-ID OF KONTOFIL-REKORD
                   WITH DUPLICATES.
      *Bind customer master - read by key for the estate flag and
      *the name and address a card is sent to
           SELECT KUNDEFIL ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEFIL-REKORD.
      *Bind the audit log - opened EXTEND so card changes land in
      *the same trail VEDLIGEHOLD writes
           SELECT OPTIONAL AUDIT-FIL ASSIGN TO "opg10-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FIL-STATUS.
      *Bind the card report
           SELECT RAPPORT-FIL ASSIGN TO "opg84-kort-rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Card register record layout
       FD  KORTREG-FIL.
       01  KORTREG-REKORD.
           COPY "KORT.cpy".

      *Card transaction record layout - the action, the masked card
      *number it concerns, the account and expiry of a new card, the
      *daily limits and the operator keying it. A limit left at zero
      *takes the default on a new card and is left standing on a
      *limit change
       FD  TRANS-FIL.
       01  TRANS-REKORD.
           02  KTR-AKTION          PIC X(10).
           02  KTR-KORT-REF        PIC X(16).
           02  KTR-KONTO-ID        PIC X(10).
           02  KTR-UDLOEB-DATO     PIC 9(8).
           02  KTR-GRAENSE-KOEB    PIC 9(7)V99.
           02  KTR-GRAENSE-KONTANT PIC 9(7)V99.
           02  KTR-KOERT-AF        PIC X(10).

      *Stop file record layout - the card, "S" stop or "O" lift the
      *stop, the reason ("B" spaerret, "M" mistet, "E" erstattet)
      *and the date it takes effect
       FD  SPAER-FIL.
       01  SPAER-REKORD.
           02  KS-KORT-REF         PIC X(16).
           02  KS-HANDLING         PIC X(1).
           02  KS-AARSAG           PIC X(1).
           02  KS-DATO             PIC 9(8).
           02  KS-KONTO-ID         PIC X(10).

      *Card order record layout - "E" replacement or "F" renewal,
      *the card it replaces or renews, the holder and the address
      *in the customer record's own layout, and the new expiry
       FD  BESTIL-FIL.
       01  BESTIL-REKORD.
           02  KB-TYPE             PIC X(1).
           02  KB-KORT-REF         PIC X(16).
           02  KB-KONTO-ID         PIC X(10).
           02  KB-KUNDE-ID         PIC X(10).
           02  KB-NAVN             PIC X(40).
           02  KB-ADRESSE          PIC X(57).
           02  KB-UDLOEB-DATO      PIC 9(8).

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

      *Card report record layout
       FD  RAPPORT-FIL.
       01  RAPPORT-REKORD.
           02  RAPPORT-TEXT        PIC X(132).

       WORKING-STORAGE SECTION.

      *Today's date, stamped on cards, stop rows and audit entries
       01  KOERSELS-DATO        PIC 9(8) VALUE 0.

      *Command-line argument - FORNY adds the monthly renewal orders
       01  WS-KOMMANDOLINJE     PIC X(20) VALUE SPACES.
       01  KOERSEL-SW           PIC X VALUE "D".
           88  FORNY-KOERSEL        VALUE "F".

      *File status fields for the SELECT OPTIONAL files
       01  KORTREG-FIL-STATUS   PIC X(2) VALUE "00".
       01  TRANS-FIL-STATUS     PIC X(2) VALUE "00".
       01  SPAER-FIL-STATUS     PIC X(2) VALUE "00".
       01  BESTIL-FIL-STATUS    PIC X(2) VALUE "00".
       01  AUDIT-FIL-STATUS     PIC X(2) VALUE "00".

      *The day's processor and manufacturer file names, and whether
      *each is open yet
       01  WS-SPAER-FILNAVN     PIC X(40) VALUE SPACES.
       01  WS-BESTIL-FILNAVN    PIC X(40) VALUE SPACES.
       01  SPAER-AABEN-SW       PIC X VALUE "N".
           88  SPAER-AABEN          VALUE "Y".
       01  BESTIL-AABEN-SW      PIC X VALUE "N".
           88  BESTIL-AABEN         VALUE "Y".
       01  SPAER-ANTAL          PIC 9(7) VALUE 0.
       01  BESTIL-ANTAL         PIC 9(7) VALUE 0.

      *In-memory card register, loaded once and rewritten at the
      *end of the run
       01  KORT-TABEL.
           05  KORT-TABEL-POST OCCURS 10000 TIMES
                   INDEXED BY KORT-IX.
               10  KR-REF              PIC X(16).
               10  KR-KONTO-ID         PIC X(10).
               10  KR-KUNDE-ID         PIC X(10).
               10  KR-STATUS           PIC X(1).
               10  KR-UDLOEB-DATO      PIC 9(8).
               10  KR-GRAENSE-KOEB     PIC 9(7)V99.
               10  KR-GRAENSE-KONTANT  PIC 9(7)V99.
               10  KR-OPRETTET-DATO    PIC 9(8).
               10  KR-STATUS-DATO      PIC 9(8).
               10  KR-BESTILT-DATO     PIC 9(8).
               10  KR-NY-UDLOEB-DATO   PIC 9(8).
       01  KORT-ANTAL           PIC 9(5) VALUE 0.
       01  KORT-LAEST-ANTAL     PIC 9(7) VALUE 0.
       01  WS-KORT-IX           PIC 9(5) VALUE 0.
      *Set when the register outgrew the table - the run is refused
      *whole so the rewrite can never truncate cards
       01  KORT-OVERLOEB-SW     PIC X VALUE "N".
           88  KORT-OVERLOEB        VALUE "Y".

      *End-of-file flags
       01  EOF-KORTREG          PIC X VALUE "N".
           88  END-KORTREG          VALUE "Y".
       01  EOF-TRANS            PIC X VALUE "N".
           88  END-TRANS            VALUE "Y".

      *Parameter fields for the shared ID check-digit subprogram
       01  ID-FUNKTION          PIC X(1) VALUE SPACE.
       01  ID-ARG               PIC X(10) VALUE SPACES.
       01  ID-SVAR              PIC X(1) VALUE SPACE.

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

      *Card defaults - the daily limits a new card gets when none
      *is keyed, and the years a new or renewed card is valid;
      *overridable in Driftsparametre.txt
       01  STD-GRAENSE-KOEB     PIC 9(7)V99 VALUE 20000.00.
       01  STD-GRAENSE-KONTANT  PIC 9(7)V99 VALUE 5000.00.
       01  KORT-GYLDIG-AAR      PIC 9(2) VALUE 3.

      *Parameter fields for the shared date subprogram
       01  DATO-FUNKTION        PIC X(1) VALUE SPACE.
       01  DATO-ARG             PIC 9(8) VALUE 0.
       01  DATO-SERIAL          PIC 9(7) VALUE 0.
       01  DATO-UGEDAG          PIC 9(1) VALUE 0.
      *Last expiry date a renewal run orders for - two months out
       01  FORNY-GRAENSE-DATO   PIC 9(8) VALUE 0.
      *A new card's expiry, worked out from a start date
       01  NY-UDLOEB-DATO       PIC 9(8) VALUE 0.
       01  NY-UDLOEB-DELE REDEFINES NY-UDLOEB-DATO.
           05  NY-UDLOEB-AAR    PIC 9(4).
           05  NY-UDLOEB-MMDD   PIC 9(4).

      *Parameter fields for the shared transmission-register
      *subprogram - both files go to outside parties
       01  FSD-PROGRAM          PIC X(8) VALUE "OPG84".
       01  FSD-FILNAVN          PIC X(40) VALUE SPACES.
       01  FSD-ANTAL            PIC 9(7) VALUE 0.
       01  FSD-SUM              PIC S9(13)V99 VALUE 0.

      *The customer's name as the card order carries it
       01  FULDT-NAVN           PIC X(40) VALUE SPACES.

      *Outcome of the current transaction's validation, and why a
      *card was passed over for renewal
       01  TRANS-OK-SW          PIC X VALUE "Y".
           88  TRANS-OK             VALUE "Y".
       01  TRANS-FEJL-AARSAG    PIC X(40) VALUE SPACES.
       01  FORNY-SPRING-AARSAG  PIC X(40) VALUE SPACES.
      *The action and the operator the audit entry names - the
      *transaction's own, or the register's for its date sweeps
       01  AUD-AKTION           PIC X(10) VALUE SPACES.
       01  AUD-KOERT-AF         PIC X(10) VALUE SPACES.
      *The stop row the current change sends, blank when none
       01  SPAER-HANDLING       PIC X(1) VALUE SPACE.
       01  SPAER-AARSAG         PIC X(1) VALUE SPACE.

      *Control totals for the trailer
       01  TRANS-LAEST-ANTAL    PIC 9(7) VALUE 0.
       01  TRANS-OK-ANTAL       PIC 9(7) VALUE 0.
       01  TRANS-AFVIST-ANTAL   PIC 9(7) VALUE 0.
       01  UDLOEBET-ANTAL       PIC 9(7) VALUE 0.
       01  OVERGAAET-ANTAL      PIC 9(7) VALUE 0.
       01  FORNYET-ANTAL        PIC 9(7) VALUE 0.
       01  FORNY-SPRUNGET-ANTAL PIC 9(7) VALUE 0.

      *Parameter fields for the shared run-count subprogram
       01  KT-PROGRAM           PIC X(8) VALUE "OPG84".
       01  KT-ANTAL             PIC 9(7) VALUE 0.

      *Parameter fields for the shared sealing subprogram
       01  SGL-FUNKTION         PIC X(1) VALUE SPACE.
       01  SGL-FIL              PIC X(1) VALUE SPACE.
       01  SGL-PROGRAM          PIC X(8) VALUE "OPG84".
       01  SGL-AARSAG           PIC X(30) VALUE SPACES.
       01  SGL-SVAR             PIC X(2) VALUE SPACES.
       01  SGL-RAEKKER          PIC 9(9) VALUE 0.
       01  SGL-NYE              PIC 9(9) VALUE 0.
       01  SGL-BRUD             PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
           ACCEPT WS-KOMMANDOLINJE FROM COMMAND-LINE
           IF WS-KOMMANDOLINJE = "FORNY"
               SET FORNY-KOERSEL TO TRUE
           END-IF
           PERFORM HENT-PARAMETRE

      *Load the card register - a register too big for the table
      *refuses the whole run
           PERFORM LAES-KORT
           IF KORT-OVERLOEB
               DISPLAY "OPG84: kortregistret er for stort til"
                       " tabellen, koerslen afvises."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-SPAER-FILNAVN
           STRING
               "kortspaerring_"    DELIMITED BY SIZE
               KOERSELS-DATO       DELIMITED BY SIZE
               ".txt"              DELIMITED BY SIZE
               INTO WS-SPAER-FILNAVN
           END-STRING
           MOVE SPACES TO WS-BESTIL-FILNAVN
           STRING
               "kortbestilling_"   DELIMITED BY SIZE
               KOERSELS-DATO       DELIMITED BY SIZE
               ".txt"              DELIMITED BY SIZE
               INTO WS-BESTIL-FILNAVN
           END-STRING

           OPEN INPUT  KONTOFIL
                       KUNDEFIL
                OUTPUT RAPPORT-FIL
           PERFORM ABEN-AUDIT-FIL

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

      *Roll renewed cards onto their new expiry and mark the rest
      *past their expiry as expired
           PERFORM VARYING KORT-IX FROM 1 BY 1
               UNTIL KORT-IX > KORT-ANTAL
               IF (KR-STATUS (KORT-IX) = "A"
                   OR KR-STATUS (KORT-IX) = "B")
                   AND KR-UDLOEB-DATO (KORT-IX) < KOERSELS-DATO
                   MOVE KORT-IX TO WS-KORT-IX
                   PERFORM UDLOEB-KORT
               END-IF
           END-PERFORM

      *The month's renewal orders go in their own file
           IF FORNY-KOERSEL
               PERFORM LUK-BESTIL-FIL
               MOVE SPACES TO WS-BESTIL-FILNAVN
               STRING
                   "kortfornyelse_"    DELIMITED BY SIZE
                   KOERSELS-DATO       DELIMITED BY SIZE
                   ".txt"              DELIMITED BY SIZE
                   INTO WS-BESTIL-FILNAVN
               END-STRING
               PERFORM SKRIV-FORNYELSER
           END-IF
           PERFORM LUK-BESTIL-FIL
           PERFORM LUK-SPAER-FIL

      *Rewrite the register with the day's changes applied
           PERFORM SKRIV-KORT
           PERFORM SKRIV-TRAILER

           CLOSE KONTOFIL
                 KUNDEFIL
                 AUDIT-FIL
                 RAPPORT-FIL

      *Seal the rows this run added to the audit trail
           PERFORM FORSEGL-AUDIT

      *Leave this run's headline count for OPG28's run report
           MOVE TRANS-LAEST-ANTAL TO KT-ANTAL
           CALL "KOERSELSTAL" USING KT-PROGRAM KT-ANTAL
           STOP RUN.

      * -------------------------------------------------
      *Look the card defaults up in the central parameter file -
      *absent parameters leave the compiled-in values standing
       HENT-PARAMETRE.
           MOVE "KORT-GRAENSE-KOEB" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-TAL TO STD-GRAENSE-KOEB
           END-IF
           MOVE "KORT-GRAENSE-KONTANT" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-TAL TO STD-GRAENSE-KONTANT
           END-IF
           MOVE "KORT-GYLDIG-AAR" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-TAL TO KORT-GYLDIG-AAR
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
      *Load the card register into KORT-TABEL
       LAES-KORT.
           MOVE 0 TO KORT-ANTAL
           MOVE "N" TO EOF-KORTREG
           OPEN INPUT KORTREG-FIL
           IF KORTREG-FIL-STATUS = "00"
               OR KORTREG-FIL-STATUS = "05"
               PERFORM UNTIL END-KORTREG
                   READ KORTREG-FIL
                       AT END
                           SET END-KORTREG TO TRUE
                       NOT AT END
                           ADD 1 TO KORT-LAEST-ANTAL
                           IF KORT-ANTAL < 10000
                               ADD 1 TO KORT-ANTAL
                               PERFORM HENT-KORT-REKORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KORTREG-FIL
           END-IF
           IF KORT-LAEST-ANTAL > KORT-ANTAL
               SET KORT-OVERLOEB TO TRUE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Copy the card row just read into the table's last row
       HENT-KORT-REKORD.
           MOVE KORT-REF             TO KR-REF (KORT-ANTAL)
           MOVE KORT-KONTO-ID        TO KR-KONTO-ID (KORT-ANTAL)
           MOVE KORT-KUNDE-ID        TO KR-KUNDE-ID (KORT-ANTAL)
           MOVE KORT-STATUS          TO KR-STATUS (KORT-ANTAL)
           MOVE KORT-UDLOEB-DATO     TO KR-UDLOEB-DATO (KORT-ANTAL)
           MOVE KORT-GRAENSE-KOEB    TO KR-GRAENSE-KOEB (KORT-ANTAL)
           MOVE KORT-GRAENSE-KONTANT
               TO KR-GRAENSE-KONTANT (KORT-ANTAL)
           MOVE KORT-OPRETTET-DATO   TO KR-OPRETTET-DATO (KORT-ANTAL)
           MOVE KORT-STATUS-DATO     TO KR-STATUS-DATO (KORT-ANTAL)
           MOVE KORT-BESTILT-DATO    TO KR-BESTILT-DATO (KORT-ANTAL)
           MOVE KORT-NY-UDLOEB-DATO
               TO KR-NY-UDLOEB-DATO (KORT-ANTAL)
           EXIT.

      * -------------------------------------------------
      *Find the register row a transaction names. Leaves its index
      *in WS-KORT-IX, zero when the card is unknown.
       FIND-KORT.
           MOVE 0 TO WS-KORT-IX
           PERFORM VARYING KORT-IX FROM 1 BY 1
               UNTIL KORT-IX > KORT-ANTAL
               IF KR-REF (KORT-IX) = KTR-KORT-REF
                   MOVE KORT-IX TO WS-KORT-IX
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Dispatch one card transaction to the action it names - the
      *card number must be masked, so a full card number is never
      *taken onto the register, and the operator must hold the
      *maintenance role
       BEHANDL-TRANSAKTION.
           MOVE "Y" TO TRANS-OK-SW
           MOVE SPACES TO TRANS-FEJL-AARSAG
           MOVE SPACE TO SPAER-HANDLING
           MOVE KTR-AKTION TO AUD-AKTION
           MOVE KTR-KOERT-AF TO AUD-KOERT-AF
           EVALUATE TRUE
               WHEN KTR-KORT-REF = SPACES
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Blank kortnummer" TO TRANS-FEJL-AARSAG
               WHEN KTR-KORT-REF (1:6) NOT NUMERIC
                   OR KTR-KORT-REF (7:6) NOT = "******"
                   OR KTR-KORT-REF (13:4) NOT NUMERIC
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Kortnummer er ikke maskeret"
                       TO TRANS-FEJL-AARSAG
           END-EVALUATE
           IF TRANS-OK
               MOVE KTR-KOERT-AF TO OPK-OPERATOER
               MOVE "V" TO OPK-ROLLE
               MOVE 0 TO OPK-BELOB
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
                       PERFORM OPRET-KORT
                   WHEN "SPAER"
                       PERFORM SPAER-KORT
                   WHEN "MISTET"
                       PERFORM MISTET-KORT
                   WHEN "GENAABN"
                       PERFORM GENAABN-KORT
                   WHEN "ERSTAT"
                       PERFORM ERSTAT-KORT
                   WHEN "GRAENSE"
                       PERFORM SKIFT-GRAENSE
                   WHEN OTHER
                       MOVE "N" TO TRANS-OK-SW
                       MOVE "Ukendt aktion" TO TRANS-FEJL-AARSAG
               END-EVALUATE
           END-IF
           IF TRANS-OK
               ADD 1 TO TRANS-OK-ANTAL
               IF SPAER-HANDLING NOT = SPACE
                   PERFORM SKRIV-SPAERRING
               END-IF
               PERFORM SKRIV-AUDIT-AENDRING
           ELSE
               ADD 1 TO TRANS-AFVIST-ANTAL
               PERFORM SKRIV-AUDIT-AFVIST
           END-IF
           EXIT.

      * -------------------------------------------------
      *Add one new card - the card number must be fresh, the
      *account must verify its check digits and be live, the
      *holder must not be an estate, and the expiry must lie ahead
       OPRET-KORT.
           PERFORM FIND-KORT
           EVALUATE TRUE
               WHEN WS-KORT-IX > 0
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Kortet findes allerede" TO TRANS-FEJL-AARSAG
               WHEN KTR-KONTO-ID = SPACES
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Blank KONTO-ID" TO TRANS-FEJL-AARSAG
               WHEN KTR-UDLOEB-DATO NOT NUMERIC
                   OR KTR-UDLOEB-DATO NOT > KOERSELS-DATO
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Udloebsdato er ikke fremtidig"
                       TO TRANS-FEJL-AARSAG
               WHEN KTR-GRAENSE-KOEB NOT NUMERIC
                   OR KTR-GRAENSE-KONTANT NOT NUMERIC
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Ugyldig graense" TO TRANS-FEJL-AARSAG
               WHEN KORT-ANTAL >= 10000
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Kortregistret er fuldt" TO TRANS-FEJL-AARSAG
           END-EVALUATE
           IF TRANS-OK
               MOVE "V" TO ID-FUNKTION
               MOVE KTR-KONTO-ID TO ID-ARG
               CALL "IDKONTROL" USING ID-FUNKTION ID-ARG ID-SVAR
               IF ID-SVAR NOT = "G"
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "KONTO-ID kontrolciffer fejler"
                       TO TRANS-FEJL-AARSAG
               END-IF
           END-IF
           IF TRANS-OK
               MOVE KTR-KONTO-ID TO KONTO-ID OF KONTOFIL-REKORD
               PERFORM TJEK-KONTO-OG-KUNDE
           END-IF
           IF TRANS-OK
               ADD 1 TO KORT-ANTAL
               MOVE KORT-ANTAL TO WS-KORT-IX
               MOVE KTR-KORT-REF     TO KR-REF (KORT-ANTAL)
               MOVE KTR-KONTO-ID     TO KR-KONTO-ID (KORT-ANTAL)
               MOVE KUNDE-ID OF KONTOFIL-REKORD
                                     TO KR-KUNDE-ID (KORT-ANTAL)
               MOVE "A"              TO KR-STATUS (KORT-ANTAL)
               MOVE KTR-UDLOEB-DATO  TO KR-UDLOEB-DATO (KORT-ANTAL)
               MOVE STD-GRAENSE-KOEB TO KR-GRAENSE-KOEB (KORT-ANTAL)
               IF KTR-GRAENSE-KOEB > 0
                   MOVE KTR-GRAENSE-KOEB
                       TO KR-GRAENSE-KOEB (KORT-ANTAL)
               END-IF
               MOVE STD-GRAENSE-KONTANT
                   TO KR-GRAENSE-KONTANT (KORT-ANTAL)
               IF KTR-GRAENSE-KONTANT > 0
                   MOVE KTR-GRAENSE-KONTANT
                       TO KR-GRAENSE-KONTANT (KORT-ANTAL)
               END-IF
               MOVE KOERSELS-DATO    TO KR-OPRETTET-DATO (KORT-ANTAL)
               MOVE KOERSELS-DATO    TO KR-STATUS-DATO (KORT-ANTAL)
               MOVE 0                TO KR-BESTILT-DATO (KORT-ANTAL)
               MOVE 0 TO KR-NY-UDLOEB-DATO (KORT-ANTAL)
           END-IF
           EXIT.

      * -------------------------------------------------
      *Read the account in KONTO-ID and its customer - the account
      *must be live and the customer must not be an estate
       TJEK-KONTO-OG-KUNDE.
           READ KONTOFIL
               INVALID KEY
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "KONTO-ID ikke fundet" TO TRANS-FEJL-AARSAG
               NOT INVALID KEY
                   IF NOT KONTO-AKTIV OF KONTOFIL-REKORD
                       MOVE "N" TO TRANS-OK-SW
                       MOVE "Konto er ikke aktiv"
                           TO TRANS-FEJL-AARSAG
                   END-IF
           END-READ
           IF TRANS-OK
               MOVE KUNDE-ID OF KONTOFIL-REKORD
                   TO KUNDE-ID OF KUNDEFIL-REKORD
               READ KUNDEFIL
                   INVALID KEY
                       MOVE "N" TO TRANS-OK-SW
                       MOVE "KUNDE-ID ikke fundet"
                           TO TRANS-FEJL-AARSAG
                   NOT INVALID KEY
                       IF KUNDE-ER-BO OF KUNDEFIL-REKORD
                           MOVE "N" TO TRANS-OK-SW
                           MOVE "Kunden er et doedsbo"
                               TO TRANS-FEJL-AARSAG
                       END-IF
               END-READ
           END-IF
           EXIT.

      * -------------------------------------------------
      *Block an active card - the processor stops it today
       SPAER-KORT.
           PERFORM FIND-KORT
           EVALUATE TRUE
               WHEN WS-KORT-IX = 0
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Kortet ikke fundet" TO TRANS-FEJL-AARSAG
               WHEN KR-STATUS (WS-KORT-IX) NOT = "A"
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Kortet er ikke aktivt" TO TRANS-FEJL-AARSAG
               WHEN OTHER
                   MOVE "B" TO KR-STATUS (WS-KORT-IX)
                   MOVE KOERSELS-DATO TO KR-STATUS-DATO (WS-KORT-IX)
                   MOVE "S" TO SPAER-HANDLING
                   MOVE "B" TO SPAER-AARSAG
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *Record an active or blocked card as lost - final; the
      *processor is told even when the card was already blocked,
      *since a lost card is stopped for good
       MISTET-KORT.
           PERFORM FIND-KORT
           EVALUATE TRUE
               WHEN WS-KORT-IX = 0
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Kortet ikke fundet" TO TRANS-FEJL-AARSAG
               WHEN KR-STATUS (WS-KORT-IX) NOT = "A"
                   AND KR-STATUS (WS-KORT-IX) NOT = "B"
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Kortet er mistet eller udloebet"
                       TO TRANS-FEJL-AARSAG
               WHEN OTHER
                   MOVE "M" TO KR-STATUS (WS-KORT-IX)
                   MOVE KOERSELS-DATO TO KR-STATUS-DATO (WS-KORT-IX)
                   MOVE "S" TO SPAER-HANDLING
                   MOVE "M" TO SPAER-AARSAG
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *Reopen a blocked card - only a block can be lifted, never a
      *loss report, and only while the card and its account are
      *still good
       GENAABN-KORT.
           PERFORM FIND-KORT
           EVALUATE TRUE
               WHEN WS-KORT-IX = 0
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Kortet ikke fundet" TO TRANS-FEJL-AARSAG
               WHEN KR-STATUS (WS-KORT-IX) NOT = "B"
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Kortet er ikke spaerret" TO TRANS-FEJL-AARSAG
               WHEN KR-UDLOEB-DATO (WS-KORT-IX) < KOERSELS-DATO
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Kortet er udloebet" TO TRANS-FEJL-AARSAG
           END-EVALUATE
           IF TRANS-OK
               MOVE KR-KONTO-ID (WS-KORT-IX)
                   TO KONTO-ID OF KONTOFIL-REKORD
               PERFORM TJEK-KONTO-OG-KUNDE
           END-IF
           IF TRANS-OK
               MOVE "A" TO KR-STATUS (WS-KORT-IX)
               MOVE KOERSELS-DATO TO KR-STATUS-DATO (WS-KORT-IX)
               MOVE "O" TO SPAER-HANDLING
               MOVE "B" TO SPAER-AARSAG
           END-IF
           EXIT.

      * -------------------------------------------------
      *Order a replacement card from the manufacturer - the old
      *card is stopped first when it is still active; a lost card
      *stays lost
       ERSTAT-KORT.
           PERFORM FIND-KORT
           EVALUATE TRUE
               WHEN WS-KORT-IX = 0
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Kortet ikke fundet" TO TRANS-FEJL-AARSAG
               WHEN KR-STATUS (WS-KORT-IX) = "U"
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Kortet er udloebet" TO TRANS-FEJL-AARSAG
           END-EVALUATE
           IF TRANS-OK
               MOVE KR-KONTO-ID (WS-KORT-IX)
                   TO KONTO-ID OF KONTOFIL-REKORD
               PERFORM TJEK-KONTO-OG-KUNDE
           END-IF
           IF TRANS-OK
               IF KR-STATUS (WS-KORT-IX) = "A"
                   MOVE "B" TO KR-STATUS (WS-KORT-IX)
                   MOVE KOERSELS-DATO TO KR-STATUS-DATO (WS-KORT-IX)
                   MOVE "S" TO SPAER-HANDLING
                   MOVE "E" TO SPAER-AARSAG
               END-IF
               MOVE KOERSELS-DATO TO NY-UDLOEB-DATO
               PERFORM BEREGN-NY-UDLOEB
               MOVE "E" TO KB-TYPE
               PERFORM SKRIV-BESTILLING
           END-IF
           EXIT.

      * -------------------------------------------------
      *Change an active or blocked card's daily limits - a limit
      *left at zero stands as it was
       SKIFT-GRAENSE.
           PERFORM FIND-KORT
           EVALUATE TRUE
               WHEN WS-KORT-IX = 0
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Kortet ikke fundet" TO TRANS-FEJL-AARSAG
               WHEN KR-STATUS (WS-KORT-IX) NOT = "A"
                   AND KR-STATUS (WS-KORT-IX) NOT = "B"
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Kortet er mistet eller udloebet"
                       TO TRANS-FEJL-AARSAG
               WHEN KTR-GRAENSE-KOEB NOT NUMERIC
                   OR KTR-GRAENSE-KONTANT NOT NUMERIC
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Ugyldig graense" TO TRANS-FEJL-AARSAG
               WHEN KTR-GRAENSE-KOEB = 0
                   AND KTR-GRAENSE-KONTANT = 0
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Ingen graense angivet" TO TRANS-FEJL-AARSAG
               WHEN OTHER
                   IF KTR-GRAENSE-KOEB > 0
                       MOVE KTR-GRAENSE-KOEB
                           TO KR-GRAENSE-KOEB (WS-KORT-IX)
                   END-IF
                   IF KTR-GRAENSE-KONTANT > 0
                       MOVE KTR-GRAENSE-KONTANT
                           TO KR-GRAENSE-KONTANT (WS-KORT-IX)
                   END-IF
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *A card past its expiry - a renewed card takes the new
      *card's date, any other is marked expired
       UDLOEB-KORT.
           IF KR-NY-UDLOEB-DATO (WS-KORT-IX) > 0
               MOVE KR-NY-UDLOEB-DATO (WS-KORT-IX)
                   TO KR-UDLOEB-DATO (WS-KORT-IX)
               MOVE 0 TO KR-BESTILT-DATO (WS-KORT-IX)
               MOVE 0 TO KR-NY-UDLOEB-DATO (WS-KORT-IX)
               ADD 1 TO OVERGAAET-ANTAL
               MOVE "FORNYET" TO AUD-AKTION
           ELSE
               MOVE "U" TO KR-STATUS (WS-KORT-IX)
               MOVE KOERSELS-DATO TO KR-STATUS-DATO (WS-KORT-IX)
               ADD 1 TO UDLOEBET-ANTAL
               MOVE "UDLOEBET" TO AUD-AKTION
           END-IF
           MOVE "KORTREG" TO AUD-KOERT-AF
           PERFORM SKRIV-AUDIT-AENDRING
           EXIT.

      * -------------------------------------------------
      *Order the renewal of every active card expiring within two
      *months that has not been ordered yet - cards on closed or
      *frozen accounts and on estates are passed over and reported
       SKRIV-FORNYELSER.
           MOVE "M" TO DATO-FUNKTION
           MOVE KOERSELS-DATO TO DATO-ARG
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           MOVE DATO-ARG TO FORNY-GRAENSE-DATO
           PERFORM VARYING KORT-IX FROM 1 BY 1
               UNTIL KORT-IX > KORT-ANTAL
               IF KR-STATUS (KORT-IX) = "A"
                   AND KR-BESTILT-DATO (KORT-IX) = 0
                   AND KR-UDLOEB-DATO (KORT-IX) <= FORNY-GRAENSE-DATO
                   MOVE KORT-IX TO WS-KORT-IX
                   PERFORM FORNY-KORT
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Order one card's renewal, or report why it was passed over
       FORNY-KORT.
           MOVE SPACES TO FORNY-SPRING-AARSAG
           MOVE KR-KONTO-ID (WS-KORT-IX) TO KONTO-ID OF KONTOFIL-REKORD
           READ KONTOFIL
               INVALID KEY
                   MOVE "KONTO-ID ikke fundet" TO FORNY-SPRING-AARSAG
               NOT INVALID KEY
                   IF KONTO-LUKKET OF KONTOFIL-REKORD
                       MOVE "Kontoen er lukket" TO FORNY-SPRING-AARSAG
                   END-IF
                   IF KONTO-FROSSET OF KONTOFIL-REKORD
                       MOVE "Kontoen er frosset"
                           TO FORNY-SPRING-AARSAG
                   END-IF
           END-READ
           IF FORNY-SPRING-AARSAG = SPACES
               MOVE KUNDE-ID OF KONTOFIL-REKORD
                   TO KUNDE-ID OF KUNDEFIL-REKORD
               READ KUNDEFIL
                   INVALID KEY
                       MOVE "KUNDE-ID ikke fundet"
                           TO FORNY-SPRING-AARSAG
                   NOT INVALID KEY
                       IF KUNDE-ER-BO OF KUNDEFIL-REKORD
                           MOVE "Kunden er et doedsbo"
                               TO FORNY-SPRING-AARSAG
                       END-IF
               END-READ
           END-IF
           IF FORNY-SPRING-AARSAG = SPACES
               MOVE KR-UDLOEB-DATO (WS-KORT-IX) TO NY-UDLOEB-DATO
               PERFORM BEREGN-NY-UDLOEB
               MOVE "F" TO KB-TYPE
               PERFORM SKRIV-BESTILLING
               MOVE KOERSELS-DATO TO KR-BESTILT-DATO (WS-KORT-IX)
               MOVE NY-UDLOEB-DATO TO KR-NY-UDLOEB-DATO (WS-KORT-IX)
               ADD 1 TO FORNYET-ANTAL
               MOVE "FORNYELSE" TO AUD-AKTION
               MOVE "KORTREG" TO AUD-KOERT-AF
               PERFORM SKRIV-AUDIT-AENDRING
           ELSE
               ADD 1 TO FORNY-SPRUNGET-ANTAL
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "IKKE FORNYET - KORT: "     DELIMITED BY SIZE
                   KR-REF (WS-KORT-IX)         DELIMITED BY SIZE
                   " KONTO-ID: "               DELIMITED BY SIZE
                   KR-KONTO-ID (WS-KORT-IX)    DELIMITED BY SIZE
                   " UDLOEB: "                 DELIMITED BY SIZE
                   KR-UDLOEB-DATO (WS-KORT-IX) DELIMITED BY SIZE
                   " - "                       DELIMITED BY SIZE
                   FORNY-SPRING-AARSAG         DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
           END-IF
           EXIT.

      * -------------------------------------------------
      *The expiry of a card valid KORT-GYLDIG-AAR years from the
      *date in NY-UDLOEB-DATO - a 29 February start lands on the
      *28th
       BEREGN-NY-UDLOEB.
           ADD KORT-GYLDIG-AAR TO NY-UDLOEB-AAR
           IF NY-UDLOEB-MMDD = 0229
               MOVE 0228 TO NY-UDLOEB-MMDD
           END-IF
           EXIT.

      * -------------------------------------------------
      *One order row for the card manufacturer - the type is set by
      *the caller; the holder's name and address come from the
      *customer record just read
       SKRIV-BESTILLING.
           IF NOT BESTIL-AABEN
               OPEN EXTEND BESTIL-FIL
               IF BESTIL-FIL-STATUS = "35"
                   OPEN OUTPUT BESTIL-FIL
                   CLOSE BESTIL-FIL
                   OPEN EXTEND BESTIL-FIL
               END-IF
               SET BESTIL-AABEN TO TRUE
               MOVE 0 TO BESTIL-ANTAL
           END-IF
           CALL "KUNDENAVN" USING KUNDEFIL-REKORD FULDT-NAVN
           MOVE KR-REF (WS-KORT-IX)        TO KB-KORT-REF
           MOVE KR-KONTO-ID (WS-KORT-IX)   TO KB-KONTO-ID
           MOVE KR-KUNDE-ID (WS-KORT-IX)   TO KB-KUNDE-ID
           MOVE FULDT-NAVN                 TO KB-NAVN
           MOVE ADDRESSE OF KUNDEFIL-REKORD TO KB-ADRESSE
           MOVE NY-UDLOEB-DATO             TO KB-UDLOEB-DATO
           WRITE BESTIL-REKORD
           ADD 1 TO BESTIL-ANTAL
           EXIT.

      * -------------------------------------------------
      *Close the open order file and log it in the transmission
      *register so the manufacturer's acknowledgment can be held
      *against it
       LUK-BESTIL-FIL.
           IF BESTIL-AABEN
               CLOSE BESTIL-FIL
               MOVE "N" TO BESTIL-AABEN-SW
               MOVE WS-BESTIL-FILNAVN TO FSD-FILNAVN
               MOVE BESTIL-ANTAL      TO FSD-ANTAL
               MOVE 0                 TO FSD-SUM
               CALL "FORSENDELSE" USING FSD-PROGRAM FSD-FILNAVN
                                        FSD-ANTAL FSD-SUM
           END-IF
           EXIT.

      * -------------------------------------------------
      *One row on the day's stop file for the card processor
       SKRIV-SPAERRING.
           IF NOT SPAER-AABEN
               OPEN EXTEND SPAER-FIL
               IF SPAER-FIL-STATUS = "35"
                   OPEN OUTPUT SPAER-FIL
                   CLOSE SPAER-FIL
                   OPEN EXTEND SPAER-FIL
               END-IF
               SET SPAER-AABEN TO TRUE
           END-IF
           MOVE KR-REF (WS-KORT-IX)      TO KS-KORT-REF
           MOVE SPAER-HANDLING           TO KS-HANDLING
           MOVE SPAER-AARSAG             TO KS-AARSAG
           MOVE KOERSELS-DATO            TO KS-DATO
           MOVE KR-KONTO-ID (WS-KORT-IX) TO KS-KONTO-ID
           WRITE SPAER-REKORD
           ADD 1 TO SPAER-ANTAL
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "SPAERREFIL - KORT: "       DELIMITED BY SIZE
               KR-REF (WS-KORT-IX)         DELIMITED BY SIZE
               " HANDLING: "               DELIMITED BY SIZE
               SPAER-HANDLING              DELIMITED BY SIZE
               " AARSAG: "                 DELIMITED BY SIZE
               SPAER-AARSAG                DELIMITED BY SIZE
               " KONTO-ID: "               DELIMITED BY SIZE
               KR-KONTO-ID (WS-KORT-IX)    DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Close the day's stop file and log it in the transmission
      *register
       LUK-SPAER-FIL.
           IF SPAER-AABEN
               CLOSE SPAER-FIL
               MOVE "N" TO SPAER-AABEN-SW
               MOVE WS-SPAER-FILNAVN TO FSD-FILNAVN
               MOVE SPAER-ANTAL      TO FSD-ANTAL
               MOVE 0                TO FSD-SUM
               CALL "FORSENDELSE" USING FSD-PROGRAM FSD-FILNAVN
                                        FSD-ANTAL FSD-SUM
           END-IF
           EXIT.

      * -------------------------------------------------
      *Audit entry for one applied card change
       SKRIV-AUDIT-AENDRING.
           MOVE SPACES TO AUDIT-TEXT
           STRING
               KOERSELS-DATO                    DELIMITED BY SIZE
               " AF: "                          DELIMITED BY SIZE
               AUD-KOERT-AF                     DELIMITED BY SPACE
               " KORT "                         DELIMITED BY SIZE
               AUD-AKTION                       DELIMITED BY SPACE
               " KORT: "                        DELIMITED BY SIZE
               KR-REF (WS-KORT-IX)              DELIMITED BY SPACE
               " KONTO-ID: "                    DELIMITED BY SIZE
               KR-KONTO-ID (WS-KORT-IX)         DELIMITED BY SPACE
               " STATUS: "                      DELIMITED BY SIZE
               KR-STATUS (WS-KORT-IX)           DELIMITED BY SIZE
               " UDLOEB: "                      DELIMITED BY SIZE
               KR-UDLOEB-DATO (WS-KORT-IX)      DELIMITED BY SIZE
               INTO AUDIT-TEXT
           END-STRING
           WRITE AUDIT-REKORD
           EXIT.

      * -------------------------------------------------
      *Audit entry and report line for a card transaction that
      *failed validation
       SKRIV-AUDIT-AFVIST.
           MOVE SPACES TO AUDIT-TEXT
           STRING
               KOERSELS-DATO                    DELIMITED BY SIZE
               " AF: "                          DELIMITED BY SIZE
               KTR-KOERT-AF                     DELIMITED BY SPACE
               " KORT AFVIST "                  DELIMITED BY SIZE
               KTR-AKTION                       DELIMITED BY SPACE
               " KORT: "                        DELIMITED BY SIZE
               KTR-KORT-REF                     DELIMITED BY SPACE
               " AARSAG: "                      DELIMITED BY SIZE
               TRANS-FEJL-AARSAG                DELIMITED BY SIZE
               INTO AUDIT-TEXT
           END-STRING
           WRITE AUDIT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "AFVIST - "                      DELIMITED BY SIZE
               KTR-AKTION                       DELIMITED BY SPACE
               " KORT: "                        DELIMITED BY SIZE
               KTR-KORT-REF                     DELIMITED BY SIZE
               " AF: "                          DELIMITED BY SIZE
               KTR-KOERT-AF                     DELIMITED BY SIZE
               " - "                            DELIMITED BY SIZE
               TRANS-FEJL-AARSAG                DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Rewrite the card register from the table
       SKRIV-KORT.
           OPEN OUTPUT KORTREG-FIL
           PERFORM VARYING KORT-IX FROM 1 BY 1
               UNTIL KORT-IX > KORT-ANTAL
               MOVE KR-REF (KORT-IX)            TO KORT-REF
               MOVE KR-KONTO-ID (KORT-IX)       TO KORT-KONTO-ID
               MOVE KR-KUNDE-ID (KORT-IX)       TO KORT-KUNDE-ID
               MOVE KR-STATUS (KORT-IX)         TO KORT-STATUS
               MOVE KR-UDLOEB-DATO (KORT-IX)    TO KORT-UDLOEB-DATO
               MOVE KR-GRAENSE-KOEB (KORT-IX)   TO KORT-GRAENSE-KOEB
               MOVE KR-GRAENSE-KONTANT (KORT-IX)
                   TO KORT-GRAENSE-KONTANT
               MOVE KR-OPRETTET-DATO (KORT-IX)  TO KORT-OPRETTET-DATO
               MOVE KR-STATUS-DATO (KORT-IX)    TO KORT-STATUS-DATO
               MOVE KR-BESTILT-DATO (KORT-IX)   TO KORT-BESTILT-DATO
               MOVE KR-NY-UDLOEB-DATO (KORT-IX)
                   TO KORT-NY-UDLOEB-DATO
               WRITE KORTREG-REKORD
           END-PERFORM
           CLOSE KORTREG-FIL
           EXIT.

      * -------------------------------------------------
      *Write the control-total trailer
       SKRIV-TRAILER.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Kort laest: "             DELIMITED BY SIZE
               KORT-LAEST-ANTAL           DELIMITED BY SIZE
               "  Transaktioner: "        DELIMITED BY SIZE
               TRANS-LAEST-ANTAL          DELIMITED BY SIZE
               "  OK: "                   DELIMITED BY SIZE
               TRANS-OK-ANTAL             DELIMITED BY SIZE
               "  Afvist: "               DELIMITED BY SIZE
               TRANS-AFVIST-ANTAL         DELIMITED BY SIZE
               "  Spaerreraekker: "       DELIMITED BY SIZE
               SPAER-ANTAL                DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Udloebet: "               DELIMITED BY SIZE
               UDLOEBET-ANTAL             DELIMITED BY SIZE
               "  Overgaaet til fornyet: " DELIMITED BY SIZE
               OVERGAAET-ANTAL            DELIMITED BY SIZE
               "  Fornyelser bestilt: "   DELIMITED BY SIZE
               FORNYET-ANTAL              DELIMITED BY SIZE
               "  Ikke fornyet: "         DELIMITED BY SIZE
               FORNY-SPRUNGET-ANTAL       DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           DISPLAY "Kort laest: "         KORT-LAEST-ANTAL
                   " Transaktioner: "     TRANS-LAEST-ANTAL
                   " OK: "                TRANS-OK-ANTAL
                   " Afvist: "            TRANS-AFVIST-ANTAL
           DISPLAY "Udloebet: "           UDLOEBET-ANTAL
                   " Fornyelser bestilt: " FORNYET-ANTAL
                   " Ikke fornyet: "      FORNY-SPRUNGET-ANTAL
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
               DISPLAY "OPG84: kaedebrud i opg10-audit.txt raekke "
                       SGL-BRUD
           END-IF
           EXIT.
