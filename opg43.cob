      *Incoming international payment import - reads the
      *correspondent bank's file of incoming SEPA credits, resolves
      *each beneficiary IBAN back to a KONTO-ID through the
      *KONTO-IBAN field OPG26 stores on the account master, or the
      *IBAN the account's branch reg.nr gives it (REGNUMMER), and
      *writes the KREDIT postings for OPG15. A payment with an
      *unknown or malformed IBAN is parked in a repair queue under a
      *running number; the clerks' corrections file is worked first
      *through the same resolution and posting path. Run with RETUR
      *on the command line it processes the correspondent's
      *status-return file for our own exports instead, reversing
      *payments the receiving bank bounced. Every resolved payment's
      *sender is screened against the sanctions list before it is
      *credited; a possible hit is parked on the shared sanctions
      *queue for compliance, and the payments compliance releases
      *through OPG71 are credited on the next run. Every payment
      *received and every bounced export coming back is noted as a
      *credit on our side of the nostro account for
      *NOSTROAFSTEMNING.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBANIMPORT.

           SELECT OPTIONAL RET-FIL ASSIGN TO "opg43-rettelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RET-FIL-STATUS.
      *Bind the shared KYC event file - every credited international
      *payment counts towards the customer's risk class in
      *KUNDERISIKO, opened EXTEND and created on first use
           SELECT OPTIONAL KYC-FIL ASSIGN TO "kyc-haendelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KYC-FIL-STATUS.
      *Bind the shared sanctions queue - payments whose sender scores
      *as a possible sanctions hit are parked here, opened EXTEND and
      *created on first use
           SELECT OPTIONAL SANKKOE-FIL ASSIGN TO "Sanktionskoe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SANKKOE-FIL-STATUS.
      *Bind the payments compliance has released from the sanctions
      *queue (written by OPG71) - credited without screening again
      *and the file emptied once they are through
           SELECT OPTIONAL FRIGIV-FIL
               ASSIGN TO "opg43-sanktion-frigivne.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRIGIV-FIL-STATUS.
      *Bind our side of the nostro account - opened EXTEND and
      *created on first use
           SELECT OPTIONAL NOSTRO-FIL ASSIGN TO "nostro-bevaegelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOSTRO-FIL-STATUS.
      *Bind the import report
           SELECT RAPPORT-FIL ASSIGN TO "opg43-import-rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       01  POST-REKORD.
           COPY "POSTERING.cpy".

      *KYC event record layout
       FD  KYC-FIL.
       01  KYC-REKORD.
           COPY "KYCHAENDELSE.cpy".

      *Repair-queue record layout - a running number the clerk
      *refers to, the lifecycle status (AFVENTER/GENSENDT/
      *AFSKREVET), the date, the reason and the payment's full image
               88  RET-AFSKRIV         VALUE "A".
           02  RET-IBAN            PIC X(34).

      *Sanctions queue record layout - shared with OPG10, OPG26 and
      *OPG71
       FD  SANKKOE-FIL.
       01  SANKKOE-REKORD.
           COPY "SANKTIONSKOE.cpy".

      *Released payment record layout - the parked payment image in
      *the ARBEJDS-BETALING layout
       FD  FRIGIV-FIL.
       01  FRIGIV-REKORD          PIC X(101).

      *Nostro movement record layout - shared with OPG25, OPG26 and
      *OPG94
       FD  NOSTRO-FIL.
       01  NOSTRO-REKORD.
           COPY "NOSTROPOST.cpy".

      *Import report record layout
       FD  RAPPORT-FIL.
       01  RAPPORT-REKORD.
       01  POST-FIL-STATUS      PIC X(2) VALUE "00".
       01  REP-FIL-STATUS       PIC X(2) VALUE "00".
       01  RET-FIL-STATUS       PIC X(2) VALUE "00".
       01  KYC-FIL-STATUS       PIC X(2) VALUE "00".
       01  SANKKOE-FIL-STATUS   PIC X(2) VALUE "00".
       01  FRIGIV-FIL-STATUS    PIC X(2) VALUE "00".
       01  NOSTRO-FIL-STATUS    PIC X(2) VALUE "00".

      *Next free number on the shared sanctions queue
       01  SANKKOE-NAESTE-NR    PIC 9(6) VALUE 0.

      *Set while the payments compliance released are credited -
      *they have been screened and cleared once already
       01  FRIGIVET-SW          PIC X VALUE "N".
           88  BETALING-FRIGIVET    VALUE "Y".

      *Parameter fields for the shared sanctions-screening
      *subprogram - the sender's name only; the incoming file
      *carries neither a birthdate nor the sender's country
       01  SK-NAVN              PIC X(60) VALUE SPACES.
       01  SK-FOEDSELSDATO      PIC 9(8) VALUE 0.
       01  SK-LAND              PIC X(2) VALUE SPACES.
       01  SK-SVAR              PIC X(1) VALUE "I".
           88  SANKTION-HIT         VALUE "H".
       01  SK-SCORE             PIC 9(3) VALUE 0.
       01  SK-LISTE-ID          PIC X(10) VALUE SPACES.
       01  SK-LISTE-NAVN        PIC X(60) VALUE SPACES.

      *Command-line mode - blank imports, RETUR works the status
      *returns for our own exports
           05  AB-AFSENDER         PIC X(35).

      *IBAN-to-account map built from the master - one row per
      *account, with the IBAN OPG26 has stored on it (blank if
      *none) and the one its branch's reg.nr gives it
       01  IBAN-TABEL.
           05  IBAN-TABEL-POST OCCURS 20000 TIMES INDEXED BY IBAN-IX.
               10  IT-IBAN             PIC X(18).
               10  IT-IBAN-AFLEDT      PIC X(18).
               10  IT-KONTO-ID         PIC X(10).
               10  IT-AKTIV-SW         PIC X(1).
       01  IBAN-ANTAL           PIC 9(5) VALUE 0.
       01  WS-IBAN-IX           PIC 9(5) VALUE 0.

      *Parameter fields for the shared registration-number
      *subprogram
       01  RN-FUNKTION          PIC X(1) VALUE "I".
       01  RN-AFDELING          PIC X(3) VALUE SPACES.
       01  RN-REGNR             PIC X(4) VALUE SPACES.
       01  RN-KONTO-ID          PIC X(10) VALUE SPACES.
       01  RN-IBAN              PIC X(18) VALUE SPACES.
       01  RN-SVAR              PIC X(1) VALUE SPACE.

      *In-memory repair queue, loaded once and rewritten at the end
       01  REP-TABEL.
       01  REP-OVERLOEB-SW      PIC X VALUE "N".
           88  REP-OVERLOEB         VALUE "Y".

      *Outcome of the current payment's resolution - "S" when it
      *resolved but was parked for sanctions clearing instead
       01  BETALING-OK-SW       PIC X VALUE "Y".
           88  BETALING-OK          VALUE "Y".
           88  BETALING-SANKTION    VALUE "S".
       01  AFVIS-AARSAG         PIC X(40) VALUE SPACES.
       01  FUNDET-KONTO-ID      PIC X(10) VALUE SPACES.

           88  END-RET              VALUE "Y".
       01  EOF-SST              PIC X VALUE "N".
           88  END-SST              VALUE "Y".
       01  EOF-SANKKOE          PIC X VALUE "N".
           88  END-SANKKOE          VALUE "Y".
       01  EOF-FRIGIV           PIC X VALUE "N".
           88  END-FRIGIV           VALUE "Y".

      *Edited amount for the report
       01  WS-BELOB-EDIT        PIC -Z,ZZZ,ZZ9.99.
       01  GENSENDT-ANTAL       PIC 9(7) VALUE 0.
       01  AFSKREVET-ANTAL      PIC 9(7) VALUE 0.
       01  RETUR-POSTERET-ANTAL PIC 9(7) VALUE 0.
       01  SANKTION-ANTAL       PIC 9(7) VALUE 0.
       01  FRIGIVET-ANTAL       PIC 9(7) VALUE 0.

      *Parameter fields for the shared inbound-file reception
      *subprogram - a duplicate of a file already taken in, or a
      *file held for the next banking day, is not read
       01  MOD-PROGRAM          PIC X(8) VALUE "OPG43".
       01  MOD-FILNAVN          PIC X(40) VALUE "sepa-ind.txt".
       01  MOD-SVAR             PIC X(1) VALUE SPACE.
           88  MOD-AFVIST           VALUE "D" "H".
           88  MOD-DUBLET           VALUE "D".
           88  MOD-HOLDT            VALUE "H".

      *Parameter fields for the shared run-count subprogram
       01  KT-PROGRAM           PIC X(8) VALUE "OPG43".

           OPEN OUTPUT RAPPORT-FIL
           PERFORM ABEN-POST-FIL
           PERFORM ABEN-KYC-FIL
           PERFORM LAES-SANKKOE-NR
           PERFORM ABEN-SANKKOE-FIL
           PERFORM ABEN-NOSTRO-FIL

           IF RETUR-KOERSEL
               PERFORM BEHANDL-STATUSRETURER
               END-IF
               PERFORM BYG-IBAN-TABEL
               PERFORM BEHANDL-RETTELSER
               PERFORM BEHANDL-FRIGIVNE
               PERFORM MODTAG-INDFIL
               IF NOT MOD-AFVIST
                   PERFORM BEHANDL-INDGAAENDE
               END-IF
               PERFORM SKRIV-REPARATIONER
           END-IF

           PERFORM SKRIV-TRAILER
           CLOSE POST-FIL
                 KYC-FIL
                 SANKKOE-FIL
                 NOSTRO-FIL
                 RAPPORT-FIL
      *Leave this run's headline count for OPG28's run report
           MOVE BETALINGER-LAEST-ANTAL TO KT-ANTAL
           EXIT.

      * -------------------------------------------------
      *Open our side of the nostro account for append the same way
       ABEN-NOSTRO-FIL.
           OPEN EXTEND NOSTRO-FIL
           IF NOSTRO-FIL-STATUS = "35"
               OPEN OUTPUT NOSTRO-FIL
               CLOSE NOSTRO-FIL
               OPEN EXTEND NOSTRO-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Open the shared KYC event file for append, creating it on
      *first use like the posting file
       ABEN-KYC-FIL.
           OPEN EXTEND KYC-FIL
           IF KYC-FIL-STATUS = "35"
               OPEN OUTPUT KYC-FIL
               CLOSE KYC-FIL
               OPEN EXTEND KYC-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Find the highest number already on the shared sanctions queue
      *so new entries continue the numbering instead of reusing it
       LAES-SANKKOE-NR.
           MOVE 0 TO SANKKOE-NAESTE-NR
           MOVE "N" TO EOF-SANKKOE
           OPEN INPUT SANKKOE-FIL
           IF SANKKOE-FIL-STATUS = "00"
               OR SANKKOE-FIL-STATUS = "05"
               PERFORM UNTIL END-SANKKOE
                   READ SANKKOE-FIL
                       AT END
                           SET END-SANKKOE TO TRUE
                       NOT AT END
                           IF SQ-NR > SANKKOE-NAESTE-NR
                               MOVE SQ-NR TO SANKKOE-NAESTE-NR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SANKKOE-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Open the sanctions queue for append, creating it on first use
      *like the posting file
       ABEN-SANKKOE-FIL.
           OPEN EXTEND SANKKOE-FIL
           IF SANKKOE-FIL-STATUS = "35"
               OPEN OUTPUT SANKKOE-FIL
               CLOSE SANKKOE-FIL
               OPEN EXTEND SANKKOE-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Sweep the account master once and map every account's
      *stored and branch-derived IBAN back to its KONTO-ID,
      *remembering whether the account is live. An account that
      *has neither cannot be paid into and is left out
       BYG-IBAN-TABEL.
           MOVE 0 TO IBAN-ANTAL
           MOVE "N" TO EOF-KONTI
                   AT END
                       SET END-KONTI TO TRUE
                   NOT AT END
                       MOVE "I" TO RN-FUNKTION
                       MOVE AFDELING OF KONTOFIL-REKORD
                           TO RN-AFDELING
                       MOVE KONTO-ID OF KONTOFIL-REKORD
                           TO RN-KONTO-ID
                       CALL "REGNUMMER" USING RN-FUNKTION RN-AFDELING
                                              RN-REGNR RN-KONTO-ID
                                              RN-IBAN RN-SVAR
                       IF (KONTO-IBAN OF KONTOFIL-REKORD NOT = SPACES
                               OR RN-IBAN NOT = SPACES)
                           AND IBAN-ANTAL < 20000
                           ADD 1 TO IBAN-ANTAL
                           MOVE KONTO-IBAN OF KONTOFIL-REKORD
                               TO IT-IBAN (IBAN-ANTAL)
                           MOVE RN-IBAN
                               TO IT-IBAN-AFLEDT (IBAN-ANTAL)
                           MOVE KONTO-ID OF KONTOFIL-REKORD
                               TO IT-KONTO-ID (IBAN-ANTAL)
                           IF KONTO-AKTIV OF KONTOFIL-REKORD
                       MOVE RET-IBAN TO AB-IBAN
                   END-IF
                   PERFORM OPLOES-OG-POSTER
                   IF BETALING-OK OR BETALING-SANKTION
                       MOVE "GENSENDT" TO RT-STATUS (WS-REP-IX)
                       ADD 1 TO GENSENDT-ANTAL
                   ELSE
                           SET END-SEPA TO TRUE
                       NOT AT END
                           ADD 1 TO BETALINGER-LAEST-ANTAL
                           PERFORM NOTER-NOSTRO-INDGANG
                           MOVE SEPA-IND-REKORD TO ARBEJDS-BETALING
                           PERFORM OPLOES-OG-POSTER
                           IF NOT BETALING-OK
                               AND NOT BETALING-SANKTION
                               PERFORM PARKER-TIL-REPARATION
                           END-IF
                   END-READ
           END-IF
           EXIT.

      * -------------------------------------------------
      *Note a received payment on our side of the nostro account -
      *the money is there whether or not the beneficiary resolves,
      *so a repaired or released payment is not noted again
       NOTER-NOSTRO-INDGANG.
           MOVE SPACES        TO NOSTRO-REKORD
           MOVE SEP-DATO      TO NP-DATO
           MOVE "OPG43"       TO NP-KILDE
           MOVE "K"           TO NP-DC
           MOVE SEP-BELOB     TO NP-BELOB
           MOVE SEP-VALUTA    TO NP-VALUTA
           MOVE SEP-REFERENCE TO NP-REFERENCE
           MOVE SPACES        TO NP-KONTO-ID
           WRITE NOSTRO-REKORD
           EXIT.

      * -------------------------------------------------
      *Credit the payments compliance has released from the
      *sanctions queue since the last run - through the same
      *resolution as a new payment, so one whose account has closed
      *meanwhile lands in the repair queue - then empty the file so
      *none is credited twice
       BEHANDL-FRIGIVNE.
           MOVE "N" TO EOF-FRIGIV
           OPEN INPUT FRIGIV-FIL
           IF FRIGIV-FIL-STATUS = "00"
               OR FRIGIV-FIL-STATUS = "05"
               SET BETALING-FRIGIVET TO TRUE
               PERFORM UNTIL END-FRIGIV
                   READ FRIGIV-FIL
                       AT END
                           SET END-FRIGIV TO TRUE
                       NOT AT END
                           ADD 1 TO FRIGIVET-ANTAL
                           MOVE FRIGIV-REKORD TO ARBEJDS-BETALING
                           PERFORM OPLOES-OG-POSTER
                           IF NOT BETALING-OK
                               PERFORM PARKER-TIL-REPARATION
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO FRIGIVET-SW
               CLOSE FRIGIV-FIL
               IF FRIGIVET-ANTAL > 0
                   OPEN OUTPUT FRIGIV-FIL
                   CLOSE FRIGIV-FIL
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Resolve the payment in hand to an account and post it - a
      *malformed or unknown IBAN, or one pointing at a dead account,
               MOVE 0 TO WS-IBAN-IX
               PERFORM VARYING IBAN-IX FROM 1 BY 1
                   UNTIL IBAN-IX > IBAN-ANTAL
                   IF (IT-IBAN (IBAN-IX) = AB-IBAN (1:18)
                       OR IT-IBAN-AFLEDT (IBAN-IX) = AB-IBAN (1:18))
                       SET WS-IBAN-IX TO IBAN-IX
                   END-IF
               END-PERFORM
                           TO FUNDET-KONTO-ID
               END-EVALUATE
           END-IF
      *Screen the sender against the sanctions list before anything
      *is credited - a possible hit is parked for compliance
           IF BETALING-OK AND NOT BETALING-FRIGIVET
               MOVE AB-AFSENDER TO SK-NAVN
               MOVE 0           TO SK-FOEDSELSDATO
               MOVE SPACES      TO SK-LAND
               CALL "SANKTIONSKONTROL" USING SK-NAVN SK-FOEDSELSDATO
                                             SK-LAND SK-SVAR SK-SCORE
                                             SK-LISTE-ID SK-LISTE-NAVN
               IF SANKTION-HIT
                   SET BETALING-SANKTION TO TRUE
                   PERFORM PARKER-TIL-SANKTION
               END-IF
           END-IF
           IF BETALING-OK
               PERFORM SKRIV-KREDIT-POSTERING
           END-IF
           EXIT.

      * -------------------------------------------------
      *Park one payment whose sender scored as a possible sanctions
      *hit on the shared sanctions queue, and report it
       PARKER-TIL-SANKTION.
           ADD 1 TO SANKTION-ANTAL
           ADD 1 TO SANKKOE-NAESTE-NR
           MOVE SPACES            TO SANKKOE-REKORD
           MOVE SANKKOE-NAESTE-NR TO SQ-NR
           MOVE KOERSELS-DATO     TO SQ-DATO
           MOVE "OPG43"           TO SQ-KILDE
           MOVE "OPG43"           TO SQ-MAKER
           MOVE SK-SCORE          TO SQ-SCORE
           MOVE SK-LISTE-ID       TO SQ-LISTE-ID
           MOVE SK-LISTE-NAVN     TO SQ-LISTE-NAVN
           MOVE SK-NAVN           TO SQ-NAVN
           MOVE ARBEJDS-BETALING  TO SQ-BILLEDE
           WRITE SANKKOE-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "SANKTIONSKONTROL NR: " DELIMITED BY SIZE
               SQ-NR                   DELIMITED BY SIZE
               " KONTO-ID: "           DELIMITED BY SIZE
               FUNDET-KONTO-ID         DELIMITED BY SIZE
               " SCORE: "              DELIMITED BY SIZE
               SK-SCORE                DELIMITED BY SIZE
               " LISTE-ID: "           DELIMITED BY SIZE
               SK-LISTE-ID             DELIMITED BY SPACE
               " REF: "                DELIMITED BY SIZE
               AB-REFERENCE            DELIMITED BY SIZE
               " FRA: "                DELIMITED BY SIZE
               AB-AFSENDER             DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Emit the KREDIT posting for one resolved incoming payment
       SKRIV-KREDIT-POSTERING.
           WRITE POST-REKORD
           ADD 1 TO POSTERET-ANTAL

      *The credit is an incoming international payment for the
      *account's owner - KUNDERISIKO resolves the customer from
      *the account
           MOVE SPACES          TO KYC-REKORD
           MOVE KOERSELS-DATO   TO KH-DATO
           MOVE "OPG43"         TO KH-KILDE
           MOVE FUNDET-KONTO-ID TO KH-KONTO-ID
           MOVE AB-BELOB        TO KH-BELOB
           WRITE KYC-REKORD

           MOVE AB-BELOB TO WS-BELOB-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
           WRITE POST-REKORD
           ADD 1 TO RETUR-POSTERET-ANTAL

      *The bounced amount comes back over the nostro account under
      *the export's own reference
           MOVE SPACES        TO NOSTRO-REKORD
           MOVE KOERSELS-DATO TO NP-DATO
           MOVE "OPG43"       TO NP-KILDE
           MOVE "K"           TO NP-DC
           MOVE SST-BELOB     TO NP-BELOB
           MOVE SPACES        TO NP-VALUTA
           MOVE SST-REFERENCE TO NP-REFERENCE
           MOVE SST-KONTO-ID  TO NP-KONTO-ID
           WRITE NOSTRO-REKORD

           MOVE SST-BELOB TO WS-BELOB-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Til sanktionskontrol: " DELIMITED BY SIZE
               SANKTION-ANTAL          DELIMITED BY SIZE
               "  Frigivet af compliance: " DELIMITED BY SIZE
               FRIGIVET-ANTAL          DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           DISPLAY "Laest: "            BETALINGER-LAEST-ANTAL
                   " Posteret: "        POSTERET-ANTAL
                   " Parkeret: "        PARKERET-ANTAL
                   " Gensendt: "        GENSENDT-ANTAL
                   " Afskrevet: "       AFSKREVET-ANTAL
                   " Eksportreturer: "  RETUR-POSTERET-ANTAL
           DISPLAY "Til sanktionskontrol: " SANKTION-ANTAL
                   " Frigivet af compliance: " FRIGIVET-ANTAL
           EXIT.

      * -------------------------------------------------
      *Hand the inbound file to the reception register before it is
      *read - a byte-identical redelivery has been moved aside, and
      *a file that came after its cut-off waits for its banking day
       MODTAG-INDFIL.
           CALL "FILMODTAGELSE" USING MOD-PROGRAM MOD-FILNAVN MOD-SVAR
           IF MOD-DUBLET
               DISPLAY "OPG43: " MOD-FILNAVN
                       " er en dublet og laeses ikke."
           END-IF
           IF MOD-HOLDT
               DISPLAY "OPG43: " MOD-FILNAVN
                       " holdes til naeste bankdag."
           END-IF
           EXIT.
