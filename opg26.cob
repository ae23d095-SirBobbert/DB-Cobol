      *SEPA payment export - builds the correspondent bank's outgoing
      *payment file from the day's externally-bound transfer orders.
      *Derives each paying account's IBAN from its branch's
      *registration number (through REGNUMMER) and its KONTO-ID the
      *first time it is needed and stores it on the account record,
      *and fills in the ordering party's name (through KUNDENAVN)
      *and address from the customer master. Replaces filling in
      *the bank's web portal one payment at a time. Every
      *beneficiary is screened against the sanctions list first; a
      *possible hit is parked on the shared sanctions queue for
      *compliance instead of being exported, and the orders
      *compliance releases through OPG71 are exported on the next
      *run. Every exported payment carries an end-to-end reference
      *of our own and is noted on our side of the nostro account
      *for NOSTROAFSTEMNING to hold against the correspondent's
      *statement.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBANEKSPORT.

      *the run date so each day's file stands alone
           SELECT SEPA-FIL ASSIGN TO WS-SEPA-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL.
      *Bind the shared KYC event file - every exported payment
      *counts towards the paying customer's SEPA volume in
      *KUNDERISIKO, opened EXTEND and created on first use
           SELECT OPTIONAL KYC-FIL ASSIGN TO "kyc-haendelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KYC-FIL-STATUS.
      *Bind the shared sanctions queue - orders whose beneficiary
      *scores as a possible sanctions hit are parked here, opened
      *EXTEND and created on first use
           SELECT OPTIONAL SANKKOE-FIL ASSIGN TO "Sanktionskoe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SANKKOE-FIL-STATUS.
      *Bind the orders compliance has released from the sanctions
      *queue (written by OPG71) - exported without screening again
      *and the file emptied once they are through
           SELECT OPTIONAL FRIGIV-FIL
               ASSIGN TO "opg26-sanktion-frigivne.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRIGIV-FIL-STATUS.
      *Bind our side of the nostro account - every exported
      *payment is a debit there, opened EXTEND and created on first
      *use
           SELECT OPTIONAL NOSTRO-FIL ASSIGN TO "nostro-bevaegelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOSTRO-FIL-STATUS.
      *Bind the export report
           SELECT RAPPORT-FIL
               ASSIGN TO "opg26-eksport-rapport.txt"
      *with count and sum so the bank can verify completeness
       FD  SEPA-FIL.
       01  SEPA-REKORD.
           02  SEPA-TEXT           PIC X(260).

      *KYC event record layout
       FD  KYC-FIL.
       01  KYC-REKORD.
           COPY "KYCHAENDELSE.cpy".

      *Sanctions queue record layout - shared with OPG10, OPG43 and
      *OPG71
       FD  SANKKOE-FIL.
       01  SANKKOE-REKORD.
           COPY "SANKTIONSKOE.cpy".

      *Released order record layout - the parked payment order image
      *exactly as it arrived
       FD  FRIGIV-FIL.
       01  FRIGIV-REKORD          PIC X(91).

      *Nostro movement record layout - shared with OPG25, OPG43 and
      *OPG94
       FD  NOSTRO-FIL.
       01  NOSTRO-REKORD.
           COPY "NOSTROPOST.cpy".

      *Export report record layout
       FD  RAPPORT-FIL.
       01  KOERSELS-DATO        PIC 9(8) VALUE 0.
       01  WS-SEPA-FILNAVN      PIC X(40) VALUE SPACES.

      *Parameter fields for the shared registration-number
      *subprogram - the account's branch and KONTO-ID in, its
      *branch's reg.nr and the derived IBAN out
       01  RN-FUNKTION          PIC X(1) VALUE "I".
       01  RN-AFDELING          PIC X(3) VALUE SPACES.
       01  RN-REGNR             PIC X(4) VALUE SPACES.
       01  RN-KONTO-ID          PIC X(10) VALUE SPACES.
       01  RN-IBAN              PIC X(18) VALUE SPACES.
       01  RN-SVAR              PIC X(1) VALUE SPACE.

      *Parameter fields for the shared update-lock subprogram
       01  LAAS-FUNKTION        PIC X(1) VALUE SPACE.

      *File status for the payment-order file (SELECT OPTIONAL)
       01  UDB-FIL-STATUS       PIC X(2) VALUE "00".
      *File status for the KYC event file (SELECT OPTIONAL)
       01  KYC-FIL-STATUS       PIC X(2) VALUE "00".
      *File status for the nostro movement file (SELECT OPTIONAL)
       01  NOSTRO-FIL-STATUS    PIC X(2) VALUE "00".

      *The payment's end-to-end reference - the run date as YYMMDD
      *and the payment's number in the day's file, so a rerun of
      *the day gives the same references again
       01  WS-E2E-REF           PIC X(12) VALUE SPACES.
       01  WS-E2E-LOEBENR       PIC 9(6) VALUE 0.
      *File status and next free number for the shared sanctions
      *queue, and status for the released-orders file (both SELECT
      *OPTIONAL)
       01  SANKKOE-FIL-STATUS   PIC X(2) VALUE "00".
       01  SANKKOE-NAESTE-NR    PIC 9(6) VALUE 0.
       01  EOF-SANKKOE          PIC X VALUE "N".
           88  END-SANKKOE          VALUE "Y".
       01  FRIGIV-FIL-STATUS    PIC X(2) VALUE "00".
       01  EOF-FRIGIV           PIC X VALUE "N".
           88  END-FRIGIV           VALUE "Y".

      *Set while the orders compliance released are exported - they
      *have been screened and cleared once already
       01  FRIGIVET-SW          PIC X VALUE "N".
           88  ORDRE-FRIGIVET       VALUE "Y".

      *Parameter fields for the shared sanctions-screening
      *subprogram - the beneficiary's name and the country of the
      *beneficiary's IBAN; no birthdate is known for a payee
       01  SK-NAVN              PIC X(60) VALUE SPACES.
       01  SK-FOEDSELSDATO      PIC 9(8) VALUE 0.
       01  SK-LAND              PIC X(2) VALUE SPACES.
       01  SK-SVAR              PIC X(1) VALUE "I".
           88  SANKTION-HIT         VALUE "H".
       01  SK-SCORE             PIC 9(3) VALUE 0.
       01  SK-LISTE-ID          PIC X(10) VALUE SPACES.
       01  SK-LISTE-NAVN        PIC X(60) VALUE SPACES.

      *End-of-file flag for the payment orders
       01  EOF-UDB              PIC X VALUE "N".
           88  END-UDB              VALUE "Y".

      *Switch telling whether the current order passed its checks
       01  ORDRE-OK-SW          PIC X VALUE "Y".
           88  ORDRE-OK             VALUE "Y".
       01  ORDRER-LAEST-ANTAL   PIC 9(7) VALUE 0.
       01  EKSPORTERET-ANTAL    PIC 9(7) VALUE 0.
       01  AFVIST-ANTAL         PIC 9(7) VALUE 0.
       01  PARKERET-ANTAL       PIC 9(7) VALUE 0.
       01  FRIGIVET-ANTAL       PIC 9(7) VALUE 0.
       01  EKSPORT-SUM          PIC 9(11)V99 VALUE 0.
       01  WS-SUM-EDIT          PIC -9(11).99.

               STOP RUN
           END-IF

      *Carry the sanctions-queue numbering on from what is already
      *parked there
           PERFORM LAES-SANKKOE-NR

           OPEN INPUT  KUNDEFIL
                I-O    KONTOFIL
                OUTPUT SEPA-FIL
                       RAPPORT-FIL
           PERFORM ABEN-KYC-FIL
           PERFORM ABEN-SANKKOE-FIL
           PERFORM ABEN-NOSTRO-FIL

      *Layout version 2 carries the end-to-end reference as the last
      *column of each payment line
           MOVE SPACES TO SEPA-TEXT
           STRING
               "H;SEPA-CT;2;"  DELIMITED BY SIZE
               KOERSELS-DATO   DELIMITED BY SIZE
               INTO SEPA-TEXT
           END-STRING
                           PERFORM BEHANDL-BETALINGSORDRE
                   END-READ
               END-PERFORM
      *Then the orders compliance has released from the sanctions
      *queue since the last run
               PERFORM BEHANDL-FRIGIVNE
               CLOSE UDB-FIL
           END-IF

           CLOSE KUNDEFIL
                 KONTOFIL
                 SEPA-FIL
                 KYC-FIL
                 SANKKOE-FIL
                 NOSTRO-FIL
                 RAPPORT-FIL

      *Release the update lock again
           DISPLAY "Ordrer laest: "   ORDRER-LAEST-ANTAL
           DISPLAY "Eksporteret: "    EKSPORTERET-ANTAL
           DISPLAY "Afvist: "         AFVIST-ANTAL
           DISPLAY "Til sanktionskontrol: " PARKERET-ANTAL
           DISPLAY "Frigivet af compliance: " FRIGIVET-ANTAL
           DISPLAY "----------------------------------------"
           STOP RUN.

                   PERFORM DAN-OG-GEM-IBAN
               END-IF
           END-IF
      *Screen the beneficiary against the sanctions list - a
      *possible hit is parked for compliance, not exported
           IF ORDRE-OK AND NOT ORDRE-FRIGIVET
               MOVE UDB-MODTAGER-NAVN       TO SK-NAVN
               MOVE 0                       TO SK-FOEDSELSDATO
               MOVE UDB-MODTAGER-IBAN (1:2) TO SK-LAND
               CALL "SANKTIONSKONTROL" USING SK-NAVN SK-FOEDSELSDATO
                                             SK-LAND SK-SVAR SK-SCORE
                                             SK-LISTE-ID SK-LISTE-NAVN
               IF SANKTION-HIT
                   MOVE "N" TO ORDRE-OK-SW
                   PERFORM PARKER-TIL-SANKTION
               END-IF
           END-IF
           IF ORDRE-OK
               PERFORM HENT-KUNDEDETALJER
               PERFORM SKRIV-BETALINGS-LINJE
           EXIT.

      * -------------------------------------------------
      *Export the orders compliance has released from the sanctions
      *queue, then empty the file so none is exported twice
       BEHANDL-FRIGIVNE.
           MOVE "N" TO EOF-FRIGIV
           OPEN INPUT FRIGIV-FIL
           IF FRIGIV-FIL-STATUS = "00"
               OR FRIGIV-FIL-STATUS = "05"
               SET ORDRE-FRIGIVET TO TRUE
               PERFORM UNTIL END-FRIGIV
                   READ FRIGIV-FIL
                       AT END
                           SET END-FRIGIV TO TRUE
                       NOT AT END
                           ADD 1 TO FRIGIVET-ANTAL
                           MOVE FRIGIV-REKORD TO UDB-REKORD
                           PERFORM BEHANDL-BETALINGSORDRE
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
      *Park one order whose beneficiary scored as a possible
      *sanctions hit on the shared sanctions queue, and report it
       PARKER-TIL-SANKTION.
           ADD 1 TO PARKERET-ANTAL
           ADD 1 TO SANKKOE-NAESTE-NR
           MOVE SPACES            TO SANKKOE-REKORD
           MOVE SANKKOE-NAESTE-NR TO SQ-NR
           MOVE KOERSELS-DATO     TO SQ-DATO
           MOVE "OPG26"           TO SQ-KILDE
           MOVE "OPG26"           TO SQ-MAKER
           MOVE SK-SCORE          TO SQ-SCORE
           MOVE SK-LISTE-ID       TO SQ-LISTE-ID
           MOVE SK-LISTE-NAVN     TO SQ-LISTE-NAVN
           MOVE SK-NAVN           TO SQ-NAVN
           MOVE UDB-REKORD        TO SQ-BILLEDE
           WRITE SANKKOE-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "SANKTIONSKONTROL NR: "     DELIMITED BY SIZE
               SQ-NR                       DELIMITED BY SIZE
               " KONTO-ID: "               DELIMITED BY SIZE
               UDB-KONTO-ID                DELIMITED BY SIZE
               " SCORE: "                  DELIMITED BY SIZE
               SK-SCORE                    DELIMITED BY SIZE
               " LISTE-ID: "               DELIMITED BY SIZE
               SK-LISTE-ID                 DELIMITED BY SPACE
               " MODTAGER: "               DELIMITED BY SIZE
               UDB-MODTAGER-NAVN           DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
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
      *Open the sanctions queue for append. When nothing has been
      *parked yet (FILE STATUS 35), create it first so OPEN EXTEND
      *has something to append to
       ABEN-SANKKOE-FIL.
           OPEN EXTEND SANKKOE-FIL
           IF SANKKOE-FIL-STATUS = "35"
               OPEN OUTPUT SANKKOE-FIL
               CLOSE SANKKOE-FIL
               OPEN EXTEND SANKKOE-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Derive the account's IBAN from its branch's registration
      *number and its ten-digit KONTO-ID and store it on the account
      *record. A KONTO-ID that is not purely numeric cannot form a
      *Danish BBAN, so the order is rejected to the report instead.
       DAN-OG-GEM-IBAN.
           MOVE "I"                         TO RN-FUNKTION
           MOVE AFDELING OF KONTOFIL-REKORD TO RN-AFDELING
           MOVE KONTO-ID OF KONTOFIL-REKORD TO RN-KONTO-ID
           CALL "REGNUMMER" USING RN-FUNKTION RN-AFDELING RN-REGNR
                                  RN-KONTO-ID RN-IBAN RN-SVAR
           IF RN-SVAR NOT = "J"
               MOVE "N" TO ORDRE-OK-SW
               PERFORM SKRIV-AFVIST-ORDRE
           ELSE
               MOVE RN-IBAN TO KONTO-IBAN OF KONTOFIL-REKORD
               REWRITE KONTOFIL-REKORD
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "IBAN DANNET - KONTO-ID: "   DELIMITED BY SIZE
                   KONTO-ID OF KONTOFIL-REKORD  DELIMITED BY SIZE
                   " IBAN: "                    DELIMITED BY SIZE
                   RN-IBAN                      DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
           END-IF
           EXIT.

      * -------------------------------------------------
      *Pull the ordering party's name and address from the customer
      *master - a missing customer leaves the fields blank rather
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CALL "KUNDENAVN" USING
                       KUNDEFIL-REKORD FULDT-NAVN
                   STRING
                       VEJNAVN OF ADDRESSE OF KUNDEFIL-REKORD
                           DELIMITED BY SPACE

      * -------------------------------------------------
      *Write one SEPA-style credit-transfer line - ordering IBAN,
      *ordering name and address, beneficiary IBAN and name, amount,
      *currency and end-to-end reference, semicolon-delimited
       SKRIV-BETALINGS-LINJE.
           ADD 1 TO EKSPORTERET-ANTAL
           ADD UDB-BELOB TO EKSPORT-SUM
           MOVE EKSPORTERET-ANTAL TO WS-E2E-LOEBENR
           MOVE SPACES TO WS-E2E-REF
           STRING
               KOERSELS-DATO (3:6)  DELIMITED BY SIZE
               WS-E2E-LOEBENR       DELIMITED BY SIZE
               INTO WS-E2E-REF
           END-STRING
           MOVE UDB-BELOB TO WS-BELOB-EDIT
           MOVE SPACES TO SEPA-TEXT
           STRING
               WS-BELOB-EDIT                 DELIMITED BY SIZE
               ";"                           DELIMITED BY SIZE
               UDB-VALUTA                    DELIMITED BY SIZE
               ";"                           DELIMITED BY SIZE
               WS-E2E-REF                    DELIMITED BY SIZE
               INTO SEPA-TEXT
           END-STRING
           WRITE SEPA-REKORD

           MOVE SPACES        TO NOSTRO-REKORD
           MOVE KOERSELS-DATO TO NP-DATO
           MOVE "OPG26"       TO NP-KILDE
           MOVE "D"           TO NP-DC
           MOVE UDB-BELOB     TO NP-BELOB
           MOVE UDB-VALUTA    TO NP-VALUTA
           MOVE WS-E2E-REF    TO NP-REFERENCE
           MOVE UDB-KONTO-ID  TO NP-KONTO-ID
           WRITE NOSTRO-REKORD

           MOVE SPACES                      TO KYC-REKORD
           MOVE KOERSELS-DATO               TO KH-DATO
           MOVE "OPG26"                     TO KH-KILDE
           MOVE KUNDE-ID OF KONTOFIL-REKORD TO KH-KUNDE-ID
           MOVE UDB-KONTO-ID                TO KH-KONTO-ID
           MOVE UDB-BELOB                   TO KH-BELOB
           WRITE KYC-REKORD
           EXIT.

      * -------------------------------------------------
      *Open the shared KYC event file for append. When no file
      *exists yet (FILE STATUS 35), create it first so OPEN EXTEND
      *has something to append to
       ABEN-KYC-FIL.
           OPEN EXTEND KYC-FIL
           IF KYC-FIL-STATUS = "35"
               OPEN OUTPUT KYC-FIL
               CLOSE KYC-FIL
               OPEN EXTEND KYC-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Open our side of the nostro account for append, creating it
      *first when nothing has been noted yet (FILE STATUS 35)
       ABEN-NOSTRO-FIL.
           OPEN EXTEND NOSTRO-FIL
           IF NOSTRO-FIL-STATUS = "35"
               OPEN OUTPUT NOSTRO-FIL
               CLOSE NOSTRO-FIL
               OPEN EXTEND NOSTRO-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
