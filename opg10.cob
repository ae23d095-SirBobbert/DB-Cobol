               ALTERNATE RECORD KEY IS KUNDE-ID OF KONTOFIL-REKORD
                   WITH DUPLICATES.
      *Bind the maintenance transaction file - the name is variable
      *so the approval second pass can be run against the file of
      *approved transactions GODKENDELSE and the approvals workbench
      *append to, instead of the day's keyed ones
           SELECT TRANS-FIL ASSIGN TO WS-TRANS-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL.
      *Bind the pending-approvals file - transactions above the
           SELECT OPTIONAL POST-FIL ASSIGN TO "opg15-posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POST-FIL-STATUS.
      *Bind the shared sanctions queue - a new customer, or a name
      *change, whose name scores as a possible sanctions hit is
      *parked here for compliance to clear through OPG71 instead of
      *being applied. Opened EXTEND and created on first use like
      *the audit log
           SELECT OPTIONAL SANKKOE-FIL ASSIGN TO "Sanktionskoe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SANKKOE-FIL-STATUS.
      *Bind the maintenance transactions compliance has released
      *from the sanctions queue - written by OPG71, applied by every
      *run and emptied afterwards, so only these rows are trusted
      *with TRANS-SANKTION-OK
           SELECT OPTIONAL FRIGIV-FIL
               ASSIGN TO "opg10-sanktion-frigivne.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRIGIV-FIL-STATUS.
      *Bind the safe deposit box register BOKSLEJE keeps - a box
      *paid from an account being closed moves to the customer's
      *primary account. Loaded whole and rewritten when a box moved
           SELECT OPTIONAL BOKS-FIL ASSIGN TO "Boksleje.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOKS-FIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02  AFVENT-NR           PIC 9(6).
           02  AFVENT-DATO         PIC 9(8).
           02  AFVENT-MAKER        PIC X(10).
           02  AFVENT-TRANS-BILLEDE PIC X(413).

      *Product catalog record layout - shared with OPG15, which
      *enforces the product rules the catalog now carries
           02  AFVD-STATUS         PIC X(10).
           02  AFVD-DATO           PIC 9(8).
           02  AFVD-AARSAG         PIC X(40).
           02  AFVD-BILLEDE        PIC X(413).

      *Audit log record layout - one line per field actually changed
       FD  AUDIT-FIL.
       01  LUKREF-REKORD.
           02  LUKREF-REFERENCE    PIC X(12).

      *Sanctions queue record layout - shared with OPG26, OPG43 and
      *OPG71
       FD  SANKKOE-FIL.
       01  SANKKOE-REKORD.
           COPY "SANKTIONSKOE.cpy".

      *Released transaction record - the parked VEDLTRANS image with
      *TRANS-SANKTION-OK set by OPG71
       FD  FRIGIV-FIL.
       01  FRIGIV-REKORD          PIC X(413).

      *Box register record - carried as a whole row; the fields are
      *worked through BOKS-ARBEJDE
       FD  BOKS-FIL.
       01  BOKS-REKORD.
           02  BOKS-BILLEDE        PIC X(170).

       WORKING-STORAGE SECTION.

      *Today's date, stamped on every audit entry
       01  WS-KOMMANDOLINJE     PIC X(40) VALUE SPACES.
       01  WS-TRANS-FILNAVN     PIC X(40)
               VALUE "opg10-transaktioner.txt".
       01  WS-GODKENDT-FILNAVN  PIC X(40)
               VALUE "opg10-godkendte-transaktioner.txt".

      *File status and end-of-file flag for the sanctions release
      *file (SELECT OPTIONAL)
       01  FRIGIV-FIL-STATUS    PIC X(2) VALUE "00".
       01  EOF-FRIGIV           PIC X VALUE "N".
           88 END-FRIGIV            VALUE "Y".
       01  WS-FRIGIV-FILNAVN    PIC X(40)
               VALUE "opg10-sanktion-frigivne.txt".

      *File status for the pending-approvals file (SELECT OPTIONAL)
       01  AFVENT-FIL-STATUS    PIC X(2) VALUE "00".
       01  EOF-SEED             PIC X VALUE "N".
           88 SEED-SLUT             VALUE "Y".

      *File status and next free number for the shared sanctions
      *queue (SELECT OPTIONAL)
       01  SANKKOE-FIL-STATUS   PIC X(2) VALUE "00".
       01  SANKKOE-NAESTE-NR    PIC 9(6) VALUE 0.
       01  EOF-SANKKOE          PIC X VALUE "N".
           88 END-SANKKOE           VALUE "Y".

      *Parameter fields for the shared sanctions-screening
      *subprogram - the full name, the birthdate read out of the
      *CPR-nummer (zero when there is none) and the country on the
      *customer's address (blank on a new customer, where no country
      *is keyed)
       01  SK-NAVN              PIC X(60) VALUE SPACES.
       01  SK-FOEDSELSDATO      PIC 9(8) VALUE 0.
       01  SK-LAND              PIC X(2) VALUE SPACES.
       01  SK-SVAR              PIC X(1) VALUE "I".
           88 SANKTION-HIT          VALUE "H".
       01  SK-SCORE             PIC 9(3) VALUE 0.
       01  SK-LISTE-ID          PIC X(10) VALUE SPACES.
       01  SK-LISTE-NAVN        PIC X(60) VALUE SPACES.

      *Name parts handed to NAVNEFORMAT for the screened name - or,
      *for a business customer, the company name screened as it
      *stands
       01  SK-FORNAVN           PIC X(20) VALUE SPACES.
       01  SK-EFTERNAVN         PIC X(20) VALUE SPACES.
       01  SK-FIRMANAVN         PIC X(40) VALUE SPACES.
       01  SK-FULDT-NAVN        PIC X(40) VALUE SPACES.

      *Birth year and century read out of a CPR-nummer - the seventh
      *digit decides the century together with the two-digit year
       01  WS-CPR-AAR           PIC 9(2) VALUE 0.
       01  WS-CPR-AARHUNDREDE   PIC 9(4) VALUE 0.

      *Next free pending-approval number, carried on from the highest
      *number already on the pending file
       01  AFVENT-NAESTE-NR     PIC 9(6) VALUE 0.
       01  WS-CPR-MAANED        PIC 9(2) VALUE 0.
       01  GAMMEL-CPR           PIC X(10) VALUE SPACES.

      *CVR validation work fields - the eight digits, the modulus-11
      *sum over them with the weights 2-7-6-5-4-3-2-1, and the digit
      *position being weighted (the digit itself goes through
      *WS-CPR-CIFFER)
       01  WS-CVR               PIC X(8) VALUE SPACES.
       01  WS-CVR-IX            PIC 9(2) VALUE 0.
       01  WS-CVR-SUM           PIC 9(3) VALUE 0.
       01  WS-CVR-VAEGT-TABEL.
           05  FILLER PIC 9 VALUE 2.
           05  FILLER PIC 9 VALUE 7.
           05  FILLER PIC 9 VALUE 6.
           05  FILLER PIC 9 VALUE 5.
           05  FILLER PIC 9 VALUE 4.
           05  FILLER PIC 9 VALUE 3.
           05  FILLER PIC 9 VALUE 2.
           05  FILLER PIC 9 VALUE 1.
       01  WS-CVR-VAEGTE REDEFINES WS-CVR-VAEGT-TABEL.
           05  WS-CVR-VAEGT PIC 9 OCCURS 8 TIMES.

      *The customer class an update would leave on the master - the
      *current class, or "E" when the transaction reclassifies a
      *private customer as a business
       01  NY-KUNDE-TYPE        PIC X(1) VALUE SPACE.
           88 NY-KUNDE-ERHVERV      VALUE "E".

      *Parameter fields for the shared update-lock subprogram
       01  LAAS-FUNKTION        PIC X(1) VALUE SPACE.
       01  LAAS-EJER            PIC X(10) VALUE "OPG10".
           88 SOEG-SLUT             VALUE "Y".
       01  WS-PRIMAER-KONTO-ID  PIC X(10) VALUE SPACES.

      *The safe deposit box register, loaded once so a closure can
      *move the boxes paid from the account to the primary account.
      *A register too big for the table is left untouched - the
      *boxes then show on BOKSLEJE's follow-up list instead.
       01  BOKS-FIL-STATUS      PIC X(2) VALUE "00".
       01  BOKS-TABEL.
           05  BOKS-POST OCCURS 5000 TIMES INDEXED BY BOKS-IX.
               10  BX-BILLEDE          PIC X(170).
       01  BOKS-ANTAL           PIC 9(4) VALUE 0.
       01  BOKS-LAEST-ANTAL     PIC 9(7) VALUE 0.
       01  EOF-BOKS             PIC X VALUE "N".
           88 END-BOKS              VALUE "Y".
       01  BOKS-OVERLOEB-SW     PIC X VALUE "N".
           88 BOKS-OVERLOEB         VALUE "Y".
       01  BOKS-AENDRET-SW      PIC X VALUE "N".
           88 BOKS-AENDRET          VALUE "Y".
       01  BOKS-ARBEJDE.
           COPY "BOKSLEJE.cpy".

      *Loop control flag for the transaction file
       01  EOF-TRANS            PIC X VALUE "N".
           88 END-TRANS             VALUE "Y".
      *rejected, and why, for the audit trail
       01  TRANS-FEJL-AARSAG    PIC X(40) VALUE SPACES.

      *Operator-register check - the identity, the role it must
      *hold, the amount it must be good for, and the answer from
      *OPERATOERKONTROL
       01  OPK-OPERATOER        PIC X(10) VALUE SPACES.
       01  OPK-ROLLE            PIC X(1) VALUE SPACE.
       01  OPK-BELOB            PIC S9(9)V99 VALUE 0.
       01  OPK-SVAR             PIC X(2) VALUE SPACES.
       01  OPK-AARSAG           PIC X(40) VALUE SPACES.

      *Saved old value of a field, captured before it is overwritten
      *so the audit log can show both the old and the new value
       01  GAMMEL-FORNAVN       PIC X(20) VALUE SPACES.
       01  GAMMEL-AFDELING      PIC X(3) VALUE SPACES.
       01  GAMMEL-KREDITMAX     PIC 9(7)V99 VALUE 0.
       01  GAMMEL-LEVERING      PIC X(1) VALUE SPACE.
       01  GAMMEL-KUNDE-TYPE    PIC X(1) VALUE SPACE.
       01  GAMMEL-CVR           PIC X(8) VALUE SPACES.
       01  GAMMEL-FIRMANAVN     PIC X(40) VALUE SPACES.
       01  GAMMEL-KONTAKTPERSON PIC X(40) VALUE SPACES.
       01  GAMMEL-SKAT-TABEL.
           05  GAMMEL-SKAT-LAND     PIC X(2) OCCURS 3 TIMES.
       01  GAMMEL-SELVCERT-DATO PIC X(8) VALUE SPACES.

      *Self-certification check work fields - the residence entry
      *being looked at, the keyed date as a number, and the fields
      *for the shared date subprogram the date is proven real with
       01  WS-SKAT-IX           PIC 9(1) VALUE 0.
       01  WS-SELVCERT-DATO     PIC 9(8) VALUE 0.
       01  DATO-FUNKTION        PIC X(1) VALUE SPACE.
       01  DATO-ARG             PIC 9(8) VALUE 0.
       01  DATO-SERIAL          PIC 9(7) VALUE 0.
       01  DATO-UGEDAG          PIC 9(1) VALUE 0.

      *Control totals for the batch-balancing trailer
       01  TRANS-LAEST-ANTAL    PIC 9(7) VALUE 0.
       01  TRANS-OK-ANTAL       PIC 9(7) VALUE 0.
       01  TRANS-AFVIST-ANTAL   PIC 9(7) VALUE 0.
       01  TRANS-SANKTION-ANTAL PIC 9(7) VALUE 0.
       01  FRIGIVET-ANTAL       PIC 9(7) VALUE 0.

      *Parameter fields for the shared runtime-parameter subprogram
       01  PARAM-NAVN           PIC X(20) VALUE SPACES.
       01  PARAM-TAL            PIC S9(9)V99 VALUE 0.
       01  PARAM-FUNDET         PIC X(1) VALUE SPACE.

      *Parameter fields for the shared sealing subprogram
       01  SGL-FUNKTION         PIC X(1) VALUE SPACE.
       01  SGL-FIL              PIC X(1) VALUE SPACE.
       01  SGL-PROGRAM          PIC X(8) VALUE "OPG10".
       01  SGL-AARSAG           PIC X(30) VALUE SPACES.
       01  SGL-SVAR             PIC X(2) VALUE SPACES.
       01  SGL-RAEKKER          PIC 9(9) VALUE 0.
       01  SGL-NYE              PIC 9(9) VALUE 0.
       01  SGL-BRUD             PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
      *Stamp every audit entry with today's date
      *parked
           PERFORM LAES-AFVENT-NR

      *Carry the sanctions-queue numbering on from what OPG10, OPG26
      *and OPG43 have already parked there
           PERFORM LAES-SANKKOE-NR

      *Carry the closure-settlement numbering on past every matching
      *reference already written today - by an earlier run, or
      *already booked and on KONTOPOSTERING's reference register
               STOP RUN
           END-IF

      *Load the box register under the lock - BOKSLEJE and KUNDEFLET
      *rewrite it under the same lock
           PERFORM LAES-BOKSLEJE

      *Open the masters for random update-in-place - no full-file load
      *or rewrite is needed now that both files are indexed by key
           OPEN I-O KUNDEFIL
           PERFORM ABEN-AFVENT-FIL
           PERFORM LAES-AFVD-NR
           PERFORM ABEN-AFVD-FIL
           PERFORM ABEN-SANKKOE-FIL

           PERFORM UNTIL END-TRANS
               READ TRANS-FIL
                       SET END-TRANS TO TRUE
                   NOT AT END
                       ADD 1 TO TRANS-LAEST-ANTAL
      *Only OPG71's release file may carry a sanctions clearance -
      *a flag keyed on any other input is wiped before validation
                       MOVE SPACE TO TRANS-SANKTION-OK
                       PERFORM BEHANDL-TRANSAKTION
               END-READ
           END-PERFORM

      *Then the transactions compliance has released from the
      *sanctions queue since the last run
           PERFORM BEHANDL-FRIGIVNE

           CLOSE TRANS-FIL
      *The approval second pass consumes its file - empty it, so
      *GODKENDELSE and the approvals workbench can both keep
      *appending to it without an approval being applied twice
           IF WS-TRANS-FILNAVN = WS-GODKENDT-FILNAVN
               OPEN OUTPUT TRANS-FIL
               CLOSE TRANS-FIL
           END-IF
           CLOSE AUDIT-FIL
           CLOSE POST-FIL
           CLOSE AFVENT-FIL
           CLOSE AFVD-FIL
           CLOSE SANKKOE-FIL
           CLOSE KUNDEFIL
           CLOSE KONTOFIL
           IF BOKS-AENDRET
               PERFORM SKRIV-BOKSLEJE
           END-IF

      *Seal the rows this run added to the audit trail
           PERFORM FORSEGL-AUDIT

      *Refresh the master control totals now both masters are closed
           MOVE "S" TO MKTL-FUNKTION
           DISPLAY "Transaktioner laest: "   TRANS-LAEST-ANTAL
           DISPLAY "Transaktioner OK: "      TRANS-OK-ANTAL
           DISPLAY "Transaktioner afvist: "  TRANS-AFVIST-ANTAL
           DISPLAY "Til sanktionskontrol: "  TRANS-SANKTION-ANTAL
           DISPLAY "Frigivet af compliance: " FRIGIVET-ANTAL
           DISPLAY "Parametre: GODKEND-GRAENSE=" GODKEND-GRAENSE
           DISPLAY "----------------------------------------"
           STOP RUN.

      *-------------------------------------------------
      *Parse an optional command-line argument naming an alternate
      *transaction file for this run. The sanctions release file is
      *applied by every run on its own, so naming it is ignored
       LAES-TRANSFIL-PARAMETER.
           ACCEPT WS-KOMMANDOLINJE FROM COMMAND-LINE
           IF WS-KOMMANDOLINJE = WS-FRIGIV-FILNAVN
               DISPLAY "OPG10: " WS-FRIGIV-FILNAVN
                       " anvendes af hver koersel, argumentet"
                       " ignoreres."
           ELSE
               IF WS-KOMMANDOLINJE NOT = SPACES
                   MOVE WS-KOMMANDOLINJE TO WS-TRANS-FILNAVN
               END-IF
           END-IF
           EXIT.

      *-------------------------------------------------
      *Apply the maintenance transactions compliance has released
      *from the sanctions queue, with the clearance OPG71 set on
      *them, then empty the file so none is applied twice
       BEHANDL-FRIGIVNE.
           MOVE "N" TO EOF-FRIGIV
           OPEN INPUT FRIGIV-FIL
           IF FRIGIV-FIL-STATUS = "00"
               OR FRIGIV-FIL-STATUS = "05"
               PERFORM UNTIL END-FRIGIV
                   READ FRIGIV-FIL
                       AT END
                           SET END-FRIGIV TO TRUE
                       NOT AT END
                           ADD 1 TO TRANS-LAEST-ANTAL
                           ADD 1 TO FRIGIVET-ANTAL
                           MOVE FRIGIV-REKORD TO TRANS-REKORD
                           PERFORM BEHANDL-TRANSAKTION
                   END-READ
               END-PERFORM
               CLOSE FRIGIV-FIL
               IF FRIGIVET-ANTAL > 0
                   OPEN OUTPUT FRIGIV-FIL
                   CLOSE FRIGIV-FIL
               END-IF
           END-IF
           EXIT.

           END-IF
           EXIT.

      *-------------------------------------------------
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

      *-------------------------------------------------
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

      *-------------------------------------------------
      *Find the highest reject number already on the register so new
      *entries continue the numbering instead of reusing it
           END-IF
           EXIT.

      *-------------------------------------------------
      *Judge one transaction against the operator register: the
      *maker must be a registered maintenance clerk good for the
      *amount the transaction carries, and an approver arriving on
      *it a registered approver good for the same amount. A refusal
      *is rejected with the register's reason code
       BEHANDL-TRANSAKTION.
           PERFORM BEREGN-OPERATOER-BELOB
           MOVE TRANS-KOERT-AF TO OPK-OPERATOER
           MOVE "V" TO OPK-ROLLE
           CALL "OPERATOERKONTROL" USING OPK-OPERATOER OPK-ROLLE
                                         OPK-BELOB OPK-SVAR
                                         OPK-AARSAG
           IF OPK-SVAR = "OK"
               AND TRANS-GODKENDT-AF NOT = SPACES
               AND TRANS-GODKENDT-AF NOT = TRANS-KOERT-AF
               MOVE TRANS-GODKENDT-AF TO OPK-OPERATOER
               MOVE "G" TO OPK-ROLLE
               CALL "OPERATOERKONTROL" USING OPK-OPERATOER OPK-ROLLE
                                             OPK-BELOB OPK-SVAR
                                             OPK-AARSAG
           END-IF
           IF OPK-SVAR NOT = "OK"
               MOVE OPK-AARSAG TO TRANS-FEJL-AARSAG
               PERFORM SKRIV-AFVIST-TRANS
           ELSE
               PERFORM RUT-TRANSAKTION
           END-IF
           EXIT.

      *-------------------------------------------------
      *The amount an operator must be good for - the balance the
      *transaction sets or names, or the credit limit it grants,
      *whichever is larger; zero on a transaction without one
       BEREGN-OPERATOER-BELOB.
           MOVE 0 TO OPK-BELOB
           IF TRANS-BALANCE NUMERIC
               IF TRANS-BALANCE < 0
                   COMPUTE OPK-BELOB = 0 - TRANS-BALANCE
               ELSE
                   MOVE TRANS-BALANCE TO OPK-BELOB
               END-IF
           END-IF
           IF TRANS-KREDITMAX-SAT = "Y"
               AND TRANS-KREDITMAX NUMERIC
               AND TRANS-KREDITMAX > OPK-BELOB
               MOVE TRANS-KREDITMAX TO OPK-BELOB
           END-IF
           EXIT.

      *-------------------------------------------------
      *Route one transaction: a balance override, or an amount above
      *the approval threshold, needs a second pair of hands - it is
      *parked for approval unless it arrives back from OPG23 carrying
      *an approver distinct from the maker. Everything else applies
      *directly.
       RUT-TRANSAKTION.
      *TRANS-BALANCE is only trusted when it is actually numeric - a
      *customer transaction keyed with blank balance columns must not
      *be compared as a number. A credit-limit change takes the same
               MOVE TRANS-CPR TO WS-CPR
               PERFORM KONTROLLER-CPR
           END-IF
      *The customer class decides which identity fields belong on
      *the new customer
           IF FELT-GYLDIG
               PERFORM KONTROLLER-KUNDEKLASSE-NY
           END-IF
      *A self-certification of tax residence must be complete and
      *dated before it lands on the master
           IF FELT-GYLDIG
               PERFORM KONTROLLER-SKATTEBOPAEL
           END-IF
      *Screen the new customer's name against the sanctions list -
      *unless compliance has already cleared this very transaction
      *(only a row off OPG71's release file can carry the flag).
      *A business is screened on its company name, with no
      *birthdate
           MOVE "I" TO SK-SVAR
           IF FELT-GYLDIG AND TRANS-SANKTION-OK NOT = "J"
               MOVE TRANS-FORNAVN   TO SK-FORNAVN
               MOVE TRANS-EFTERNAVN TO SK-EFTERNAVN
               MOVE TRANS-FIRMANAVN TO SK-FIRMANAVN
               MOVE TRANS-CPR       TO WS-CPR
               MOVE SPACES          TO SK-LAND
               PERFORM SANKTIONSKONTROL-KUNDE
           END-IF

           IF NOT FELT-GYLDIG
               PERFORM SKRIV-AFVIST-TRANS
           ELSE
           IF SANKTION-HIT
               PERFORM PARKER-TIL-SANKTION
           ELSE
               PERFORM TILFOJ-KUNDE-SKRIV
           END-IF
           END-IF
           EXIT.

      *-------------------------------------------------
      *Screen the name in SK-FORNAVN/SK-EFTERNAVN - or the company
      *name in SK-FIRMANAVN when there is one - with the birthdate
      *read out of the CPR-nummer in WS-CPR and the country in
      *SK-LAND, against the sanctions list. Leaves the answer in
      *SK-SVAR.
       SANKTIONSKONTROL-KUNDE.
           IF SK-FIRMANAVN NOT = SPACES
               MOVE SK-FIRMANAVN TO SK-FULDT-NAVN
           ELSE
               CALL "NAVNEFORMAT" USING SK-FORNAVN SK-EFTERNAVN
                                        SK-FULDT-NAVN
           END-IF
           MOVE SK-FULDT-NAVN TO SK-NAVN
           PERFORM UDLED-FOEDSELSDATO
           CALL "SANKTIONSKONTROL" USING SK-NAVN SK-FOEDSELSDATO
                                         SK-LAND SK-SVAR SK-SCORE
                                         SK-LISTE-ID SK-LISTE-NAVN
           EXIT.

      *-------------------------------------------------
      *Read the birthdate out of the CPR-nummer in WS-CPR: DDMMYY
      *in the first six digits, the century from the seventh digit
      *(0-3 the 1900s; 4 and 9 the 2000s up to year 36, otherwise
      *the 1900s; 5-8 the 2000s up to year 57, otherwise the 1800s).
      *Zero when there is no usable CPR-nummer.
       UDLED-FOEDSELSDATO.
           MOVE 0 TO SK-FOEDSELSDATO
           IF WS-CPR NUMERIC
               MOVE WS-CPR (1:2) TO WS-CPR-DAG
               MOVE WS-CPR (3:2) TO WS-CPR-MAANED
               MOVE WS-CPR (5:2) TO WS-CPR-AAR
               EVALUATE WS-CPR (7:1)
                   WHEN "0" THRU "3"
                       MOVE 1900 TO WS-CPR-AARHUNDREDE
                   WHEN "4"
                   WHEN "9"
                       IF WS-CPR-AAR NOT > 36
                           MOVE 2000 TO WS-CPR-AARHUNDREDE
                       ELSE
                           MOVE 1900 TO WS-CPR-AARHUNDREDE
                       END-IF
                   WHEN OTHER
                       IF WS-CPR-AAR NOT > 57
                           MOVE 2000 TO WS-CPR-AARHUNDREDE
                       ELSE
                           MOVE 1800 TO WS-CPR-AARHUNDREDE
                       END-IF
               END-EVALUATE
               COMPUTE SK-FOEDSELSDATO =
                   (WS-CPR-AARHUNDREDE + WS-CPR-AAR) * 10000
                   + WS-CPR-MAANED * 100 + WS-CPR-DAG
           END-IF
           EXIT.

      *-------------------------------------------------
      *Park a transaction whose name scored as a possible sanctions
      *hit on the shared sanctions queue for compliance, with an
      *audit entry naming its number and the list entry it matched
       PARKER-TIL-SANKTION.
           ADD 1 TO SANKKOE-NAESTE-NR
           MOVE SPACES            TO SANKKOE-REKORD
           MOVE SANKKOE-NAESTE-NR TO SQ-NR
           MOVE KOERSELS-DATO     TO SQ-DATO
           MOVE "OPG10"           TO SQ-KILDE
           MOVE TRANS-KOERT-AF    TO SQ-MAKER
           MOVE SK-SCORE          TO SQ-SCORE
           MOVE SK-LISTE-ID       TO SQ-LISTE-ID
           MOVE SK-LISTE-NAVN     TO SQ-LISTE-NAVN
           MOVE SK-NAVN           TO SQ-NAVN
           MOVE TRANS-REKORD      TO SQ-BILLEDE
           WRITE SANKKOE-REKORD
           ADD 1 TO TRANS-SANKTION-ANTAL

           MOVE SPACES TO AUDIT-TEXT
           STRING
               KOERSELS-DATO                    DELIMITED BY SIZE
               " AF: "                          DELIMITED BY SIZE
               TRANS-KOERT-AF                   DELIMITED BY SPACE
               " AFVENTER SANKTIONSKONTROL NR: " DELIMITED BY SIZE
               SQ-NR                            DELIMITED BY SIZE
               " "                              DELIMITED BY SIZE
               TRANS-TYPE                       DELIMITED BY SPACE
               " KUNDE-ID: "                    DELIMITED BY SIZE
               TRANS-KUNDE-ID                   DELIMITED BY SPACE
               " SCORE: "                       DELIMITED BY SIZE
               SK-SCORE                         DELIMITED BY SIZE
               " LISTE-ID: "                    DELIMITED BY SIZE
               SK-LISTE-ID                      DELIMITED BY SPACE
               INTO AUDIT-TEXT
           END-STRING
           WRITE AUDIT-REKORD
           EXIT.

      *-------------------------------------------------
           END-IF
           EXIT.

      *-------------------------------------------------
      *Validate the CVR-nummer in WS-CVR: eight digits, the first
      *not zero, and a modulus-11 check over all eight with the
      *weights 2-7-6-5-4-3-2-1. Clears FELT-GYLDIG-SW with the
      *reason when it fails.
       KONTROLLER-CVR.
           IF WS-CVR NOT NUMERIC
               MOVE "N" TO FELT-GYLDIG-SW
               MOVE "CVR-nummer ikke numerisk" TO TRANS-FEJL-AARSAG
           ELSE
           IF WS-CVR (1:1) = "0"
               MOVE "N" TO FELT-GYLDIG-SW
               MOVE "CVR-nummer starter med 0" TO TRANS-FEJL-AARSAG
           ELSE
               MOVE 0 TO WS-CVR-SUM
               PERFORM VARYING WS-CVR-IX FROM 1 BY 1
                   UNTIL WS-CVR-IX > 8
                   MOVE WS-CVR (WS-CVR-IX:1) TO WS-CPR-CIFFER-X
                   COMPUTE WS-CVR-SUM = WS-CVR-SUM
                       + WS-CPR-CIFFER
                           * WS-CVR-VAEGT (WS-CVR-IX)
               END-PERFORM
               IF FUNCTION MOD(WS-CVR-SUM, 11) NOT = 0
                   MOVE "N" TO FELT-GYLDIG-SW
                   MOVE "CVR-nummer fejler modulus-11"
                       TO TRANS-FEJL-AARSAG
               END-IF
           END-IF
           END-IF
           EXIT.

      *-------------------------------------------------
      *Hold a new customer's identity fields against the class it is
      *keyed with: a business ("E") needs a valid CVR-nummer and a
      *company name and carries no CPR-nummer or personal name; a
      *private customer ("P", or blank) carries none of the business
      *fields. Clears FELT-GYLDIG-SW with the reason when it fails.
       KONTROLLER-KUNDEKLASSE-NY.
           EVALUATE TRANS-KUNDE-TYPE
               WHEN "E"
                   IF TRANS-CPR NOT = SPACES
                       OR TRANS-FORNAVN NOT = SPACES
                       OR TRANS-EFTERNAVN NOT = SPACES
                       MOVE "N" TO FELT-GYLDIG-SW
                       MOVE "CPR eller personnavn paa erhvervskunde"
                           TO TRANS-FEJL-AARSAG
                   ELSE
                   IF TRANS-CVR = SPACES
                       MOVE "N" TO FELT-GYLDIG-SW
                       MOVE "Blankt CVR-nummer paa erhvervskunde"
                           TO TRANS-FEJL-AARSAG
                   ELSE
                   IF TRANS-FIRMANAVN = SPACES
                       MOVE "N" TO FELT-GYLDIG-SW
                       MOVE "Blankt firmanavn paa erhvervskunde"
                           TO TRANS-FEJL-AARSAG
                   ELSE
                       MOVE TRANS-CVR TO WS-CVR
                       PERFORM KONTROLLER-CVR
                   END-IF
                   END-IF
                   END-IF
               WHEN "P"
               WHEN SPACE
                   IF TRANS-CVR NOT = SPACES
                       OR TRANS-FIRMANAVN NOT = SPACES
                       OR TRANS-KONTAKTPERSON NOT = SPACES
                       MOVE "N" TO FELT-GYLDIG-SW
                       MOVE "Erhvervsfelter paa privatkunde"
                           TO TRANS-FEJL-AARSAG
                   END-IF
               WHEN OTHER
                   MOVE "N" TO FELT-GYLDIG-SW
                   MOVE "Ugyldig KUNDE-TYPE" TO TRANS-FEJL-AARSAG
           END-EVALUATE
           EXIT.

      *-------------------------------------------------
      *Hold an update against the class it would leave the customer
      *in - the class on the master just read, or a business when
      *the transaction reclassifies a private customer. A business
      *cannot go back to private, a customer with a CPR-nummer on
      *file cannot become a business, and the identity fields keyed
      *must belong to the resulting class, which for a business
      *must end up with a CVR-nummer and a company name. Leaves the
      *resulting class in NY-KUNDE-TYPE and clears FELT-GYLDIG-SW
      *with the reason when it fails.
       KONTROLLER-KUNDEKLASSE-OPD.
           MOVE "P" TO NY-KUNDE-TYPE
           IF KUNDE-ERHVERV OF KUNDEFIL-REKORD
               OR TRANS-KUNDE-TYPE = "E"
               MOVE "E" TO NY-KUNDE-TYPE
           END-IF
           EVALUATE TRUE
               WHEN TRANS-KUNDE-TYPE = "P"
                   AND KUNDE-ERHVERV OF KUNDEFIL-REKORD
                   MOVE "N" TO FELT-GYLDIG-SW
                   MOVE "Erhvervskunde kan ikke blive privat"
                       TO TRANS-FEJL-AARSAG
               WHEN NY-KUNDE-ERHVERV
                   AND KUNDE-PRIVAT OF KUNDEFIL-REKORD
                   AND CPR-NUMMER OF KUNDEFIL-REKORD NOT = SPACES
                   MOVE "N" TO FELT-GYLDIG-SW
                   MOVE "Kunden har CPR-nummer paa filen"
                       TO TRANS-FEJL-AARSAG
               WHEN NY-KUNDE-ERHVERV
                   AND (TRANS-CPR NOT = SPACES
                       OR TRANS-FORNAVN NOT = SPACES
                       OR TRANS-EFTERNAVN NOT = SPACES)
                   MOVE "N" TO FELT-GYLDIG-SW
                   MOVE "CPR eller personnavn paa erhvervskunde"
                       TO TRANS-FEJL-AARSAG
               WHEN NY-KUNDE-ERHVERV
                   AND TRANS-CVR = SPACES
                   AND CVR-NUMMER OF KUNDEFIL-REKORD = SPACES
                   MOVE "N" TO FELT-GYLDIG-SW
                   MOVE "Blankt CVR-nummer paa erhvervskunde"
                       TO TRANS-FEJL-AARSAG
               WHEN NY-KUNDE-ERHVERV
                   AND TRANS-FIRMANAVN = SPACES
                   AND FIRMANAVN OF KUNDEFIL-REKORD = SPACES
                   MOVE "N" TO FELT-GYLDIG-SW
                   MOVE "Blankt firmanavn paa erhvervskunde"
                       TO TRANS-FEJL-AARSAG
               WHEN NOT NY-KUNDE-ERHVERV
                   AND (TRANS-CVR NOT = SPACES
                       OR TRANS-FIRMANAVN NOT = SPACES
                       OR TRANS-KONTAKTPERSON NOT = SPACES)
                   MOVE "N" TO FELT-GYLDIG-SW
                   MOVE "Erhvervsfelter paa privatkunde"
                       TO TRANS-FEJL-AARSAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

      *-------------------------------------------------
       LOG-KUNDEFELT-AENDRING-CPR.
           MOVE SPACES TO AUDIT-TEXT
           WRITE AUDIT-REKORD
           EXIT.

      *-------------------------------------------------
      *Hold a self-certification of tax residence together: a keyed
      *TRANS-SELVCERT-DATO must be a real date not after today and
      *come with at least the first country; every country keyed
      *must be two letters, and a tax ID needs its country. Countries
      *or tax IDs keyed with no date are refused, so the block never
      *changes without a self-certification behind it. Clears
      *FELT-GYLDIG-SW with the reason when it fails.
       KONTROLLER-SKATTEBOPAEL.
           IF TRANS-SELVCERT-DATO = SPACES
               PERFORM VARYING WS-SKAT-IX FROM 1 BY 1
                   UNTIL WS-SKAT-IX > 3
                   IF TRANS-SKAT-LAND (WS-SKAT-IX) NOT = SPACES
                       OR TRANS-SKAT-TIN (WS-SKAT-IX) NOT = SPACES
                       MOVE "N" TO FELT-GYLDIG-SW
                       MOVE "Skattebopael uden selvcert.-dato"
                           TO TRANS-FEJL-AARSAG
                   END-IF
               END-PERFORM
           ELSE
               MOVE "N" TO FELT-GYLDIG-SW
               IF TRANS-SELVCERT-DATO NUMERIC
                   MOVE TRANS-SELVCERT-DATO TO WS-SELVCERT-DATO
                   IF WS-SELVCERT-DATO > 19000101
                       AND WS-SELVCERT-DATO NOT > KOERSELS-DATO
                       MOVE "S" TO DATO-FUNKTION
                       MOVE WS-SELVCERT-DATO TO DATO-ARG
                       CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                                DATO-SERIAL DATO-UGEDAG
                       MOVE "D" TO DATO-FUNKTION
                       CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                                DATO-SERIAL DATO-UGEDAG
                       IF DATO-ARG = WS-SELVCERT-DATO
                           MOVE "Y" TO FELT-GYLDIG-SW
                       END-IF
                   END-IF
               END-IF
               IF NOT FELT-GYLDIG
                   MOVE "Ugyldig selvcertificeringsdato"
                       TO TRANS-FEJL-AARSAG
               ELSE
               IF TRANS-SKAT-LAND (1) = SPACES
                   MOVE "N" TO FELT-GYLDIG-SW
                   MOVE "Skattebopael mangler land"
                       TO TRANS-FEJL-AARSAG
               ELSE
                   PERFORM VARYING WS-SKAT-IX FROM 1 BY 1
                       UNTIL WS-SKAT-IX > 3
                       IF TRANS-SKAT-LAND (WS-SKAT-IX) = SPACES
                           IF TRANS-SKAT-TIN (WS-SKAT-IX) NOT = SPACES
                               MOVE "N" TO FELT-GYLDIG-SW
                               MOVE "Skatte-ID uden land"
                                   TO TRANS-FEJL-AARSAG
                           END-IF
                       ELSE
                           IF TRANS-SKAT-LAND (WS-SKAT-IX)
                                   NOT ALPHABETIC-UPPER
                               OR TRANS-SKAT-LAND (WS-SKAT-IX) (1:1)
                                   = SPACE
                               OR TRANS-SKAT-LAND (WS-SKAT-IX) (2:1)
                                   = SPACE
                               MOVE "N" TO FELT-GYLDIG-SW
                               MOVE "Ugyldig skattelandekode"
                                   TO TRANS-FEJL-AARSAG
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               END-IF
           END-IF
           EXIT.

      *-------------------------------------------------
      *Carry the self-certified tax-residence block from the
      *transaction onto the customer record, all three entries
       OVERFOER-SKATTEBOPAEL.
           PERFORM VARYING WS-SKAT-IX FROM 1 BY 1
               UNTIL WS-SKAT-IX > 3
               MOVE TRANS-SKAT-LAND (WS-SKAT-IX)
                   TO SKAT-LAND OF KUNDEFIL-REKORD (WS-SKAT-IX)
               MOVE TRANS-SKAT-TIN (WS-SKAT-IX)
                   TO SKAT-TIN OF KUNDEFIL-REKORD (WS-SKAT-IX)
           END-PERFORM
           MOVE TRANS-SELVCERT-DATO TO SELVCERT-DATO OF KUNDEFIL-REKORD
           EXIT.

      *-------------------------------------------------
      *The tax-residence block is logged by country and date only -
      *the foreign tax IDs stay off the audit trail like the full
      *CPR-nummer does
       LOG-KUNDEFELT-AENDRING-SKAT.
           MOVE SPACES TO AUDIT-TEXT
           STRING
               KOERSELS-DATO                    DELIMITED BY SIZE
               " AF: "                          DELIMITED BY SIZE
               TRANS-KOERT-AF                   DELIMITED BY SPACE
               " OPDATER-KUNDE KUNDE-ID: "       DELIMITED BY SIZE
               TRANS-KUNDE-ID                    DELIMITED BY SPACE
               " FELT: SKATTE-BOPAEL GAMMEL: "   DELIMITED BY SIZE
               GAMMEL-SKAT-LAND (1)             DELIMITED BY SIZE
               " "                              DELIMITED BY SIZE
               GAMMEL-SKAT-LAND (2)             DELIMITED BY SIZE
               " "                              DELIMITED BY SIZE
               GAMMEL-SKAT-LAND (3)             DELIMITED BY SIZE
               " "                              DELIMITED BY SIZE
               GAMMEL-SELVCERT-DATO             DELIMITED BY SIZE
               " NY: "                          DELIMITED BY SIZE
               TRANS-SKAT-LAND (1)              DELIMITED BY SIZE
               " "                              DELIMITED BY SIZE
               TRANS-SKAT-LAND (2)              DELIMITED BY SIZE
               " "                              DELIMITED BY SIZE
               TRANS-SKAT-LAND (3)              DELIMITED BY SIZE
               " "                              DELIMITED BY SIZE
               TRANS-SELVCERT-DATO              DELIMITED BY SIZE
               INTO AUDIT-TEXT
           END-STRING
           WRITE AUDIT-REKORD
           EXIT.

      *-------------------------------------------------
      *Load the product catalog into PRODUKT-TABEL, once at start-up
       LAES-PRODUKTKATALOG.
           MOVE TRANS-CPR             TO CPR-NUMMER OF KUNDEFIL-REKORD
           MOVE TRANS-LEVERING
               TO LEVERINGS-KODE OF KUNDEFIL-REKORD
           IF TRANS-KUNDE-TYPE = "E"
               MOVE "E" TO KUNDE-TYPE OF KUNDEFIL-REKORD
           ELSE
               MOVE "P" TO KUNDE-TYPE OF KUNDEFIL-REKORD
           END-IF
           MOVE TRANS-CVR             TO CVR-NUMMER OF KUNDEFIL-REKORD
           MOVE TRANS-FIRMANAVN       TO FIRMANAVN OF KUNDEFIL-REKORD
           MOVE TRANS-KONTAKTPERSON
               TO KONTAKTPERSON OF KUNDEFIL-REKORD
           IF TRANS-SELVCERT-DATO NOT = SPACES
               PERFORM OVERFOER-SKATTEBOPAEL
           END-IF
           WRITE KUNDEFIL-REKORD
               INVALID KEY
                   MOVE "KUNDE-ID findes allerede"
               MOVE "N" TO FELT-GYLDIG-SW
               MOVE "Ugyldig LEVERINGS-KODE" TO TRANS-FEJL-AARSAG
           END-IF
      *A class code, where keyed, must be one the master knows, and
      *a supplied CVR-nummer must pass its modulus-11 check
           IF FELT-GYLDIG
               AND TRANS-KUNDE-TYPE NOT = SPACE
               AND TRANS-KUNDE-TYPE NOT = "P"
               AND TRANS-KUNDE-TYPE NOT = "E"
               MOVE "N" TO FELT-GYLDIG-SW
               MOVE "Ugyldig KUNDE-TYPE" TO TRANS-FEJL-AARSAG
           END-IF
           IF FELT-GYLDIG AND TRANS-CVR NOT = SPACES
               MOVE TRANS-CVR TO WS-CVR
               PERFORM KONTROLLER-CVR
           END-IF
      *A new self-certification of tax residence must be complete
      *and dated
           IF FELT-GYLDIG
               PERFORM KONTROLLER-SKATTEBOPAEL
           END-IF
           IF NOT FELT-GYLDIG
               PERFORM SKRIV-AFVIST-TRANS
           ELSE
                   MOVE "KUNDE-ID ikke fundet" TO TRANS-FEJL-AARSAG
                   PERFORM SKRIV-AFVIST-TRANS
               NOT INVALID KEY
      *The identity fields keyed must fit the class the update
      *leaves the customer in - only known once the master is read
                   PERFORM KONTROLLER-KUNDEKLASSE-OPD
      *A name change is screened against the sanctions list before
      *anything is applied - a possible hit parks the whole
      *transaction for compliance, unless it has already been
      *cleared
                   MOVE "I" TO SK-SVAR
                   IF FELT-GYLDIG
                       AND (TRANS-FORNAVN NOT = SPACES
                           OR TRANS-EFTERNAVN NOT = SPACES
                           OR TRANS-FIRMANAVN NOT = SPACES)
                       AND TRANS-SANKTION-OK NOT = "J"
                       PERFORM SANKTION-NAVNEAENDRING
                   END-IF
                   IF NOT FELT-GYLDIG
                       PERFORM SKRIV-AFVIST-TRANS
                   ELSE
                   IF SANKTION-HIT
                       PERFORM PARKER-TIL-SANKTION
                   ELSE
      *A private customer reclassified as a business gives up the
      *personal name the company name was split across
                   IF NY-KUNDE-ERHVERV
                       AND KUNDE-PRIVAT OF KUNDEFIL-REKORD
                       MOVE KUNDE-TYPE OF KUNDEFIL-REKORD
                           TO GAMMEL-KUNDE-TYPE
                       MOVE "E" TO KUNDE-TYPE OF KUNDEFIL-REKORD
                       PERFORM LOG-KUNDEFELT-AENDRING-KUNDETYPE
                       IF FORNAVN OF KUNDEFIL-REKORD NOT = SPACES
                           MOVE FORNAVN OF KUNDEFIL-REKORD
                               TO GAMMEL-FORNAVN
                           MOVE SPACES TO FORNAVN OF KUNDEFIL-REKORD
                           PERFORM LOG-KUNDEFELT-AENDRING-FORNAVN
                       END-IF
                       IF EFTERNAVN OF KUNDEFIL-REKORD NOT = SPACES
                           MOVE EFTERNAVN OF KUNDEFIL-REKORD
                               TO GAMMEL-EFTERNAVN
                           MOVE SPACES
                               TO EFTERNAVN OF KUNDEFIL-REKORD
                           PERFORM LOG-KUNDEFELT-AENDRING-EFTERNAVN
                       END-IF
                   END-IF
                   IF TRANS-FORNAVN NOT = SPACES
                       MOVE FORNAVN OF KUNDEFIL-REKORD
                           TO GAMMEL-FORNAVN
                           TO LEVERINGS-KODE OF KUNDEFIL-REKORD
                       PERFORM LOG-KUNDEFELT-AENDRING-LEVERING
                   END-IF
                   IF TRANS-CVR NOT = SPACES
                       MOVE CVR-NUMMER OF KUNDEFIL-REKORD
                           TO GAMMEL-CVR
                       MOVE TRANS-CVR
                           TO CVR-NUMMER OF KUNDEFIL-REKORD
                       PERFORM LOG-KUNDEFELT-AENDRING-CVR
                   END-IF
                   IF TRANS-FIRMANAVN NOT = SPACES
                       MOVE FIRMANAVN OF KUNDEFIL-REKORD
                           TO GAMMEL-FIRMANAVN
                       MOVE TRANS-FIRMANAVN
                           TO FIRMANAVN OF KUNDEFIL-REKORD
                       PERFORM LOG-KUNDEFELT-AENDRING-FIRMANAVN
                   END-IF
                   IF TRANS-KONTAKTPERSON NOT = SPACES
                       MOVE KONTAKTPERSON OF KUNDEFIL-REKORD
                           TO GAMMEL-KONTAKTPERSON
                       MOVE TRANS-KONTAKTPERSON
                           TO KONTAKTPERSON OF KUNDEFIL-REKORD
                       PERFORM LOG-KUNDEFELT-AENDRING-KONTAKT
                   END-IF
      *A new self-certification replaces the whole tax-residence
      *block - countries no longer declared are dropped
                   IF TRANS-SELVCERT-DATO NOT = SPACES
                       PERFORM VARYING WS-SKAT-IX FROM 1 BY 1
                           UNTIL WS-SKAT-IX > 3
                           MOVE SKAT-LAND OF KUNDEFIL-REKORD
                                   (WS-SKAT-IX)
                               TO GAMMEL-SKAT-LAND (WS-SKAT-IX)
                       END-PERFORM
                       MOVE SELVCERT-DATO OF KUNDEFIL-REKORD
                           TO GAMMEL-SELVCERT-DATO
                       PERFORM OVERFOER-SKATTEBOPAEL
                       PERFORM LOG-KUNDEFELT-AENDRING-SKAT
                   END-IF
                   REWRITE KUNDEFIL-REKORD
                   ADD 1 TO TRANS-OK-ANTAL
                   END-IF
                   END-IF
           END-READ
           END-IF
           END-IF
           END-IF
           EXIT.

      *-------------------------------------------------
      *Screen the name a customer update would leave on the master -
      *the new first or last name where one is keyed, the current one
      *otherwise - with the birthdate from the CPR-nummer the update
      *would leave and the country on the customer's address. A
      *business is screened on the company name the update would
      *leave, with no birthdate
       SANKTION-NAVNEAENDRING.
           MOVE FORNAVN OF KUNDEFIL-REKORD   TO SK-FORNAVN
           MOVE EFTERNAVN OF KUNDEFIL-REKORD TO SK-EFTERNAVN
           MOVE SPACES                       TO SK-FIRMANAVN
           IF NY-KUNDE-ERHVERV
               MOVE FIRMANAVN OF KUNDEFIL-REKORD TO SK-FIRMANAVN
               IF TRANS-FIRMANAVN NOT = SPACES
                   MOVE TRANS-FIRMANAVN TO SK-FIRMANAVN
               END-IF
           END-IF
           IF TRANS-FORNAVN NOT = SPACES
               MOVE TRANS-FORNAVN TO SK-FORNAVN
           END-IF
           IF TRANS-EFTERNAVN NOT = SPACES
               MOVE TRANS-EFTERNAVN TO SK-EFTERNAVN
           END-IF
           MOVE CPR-NUMMER OF KUNDEFIL-REKORD TO WS-CPR
           IF TRANS-CPR NOT = SPACES
               MOVE TRANS-CPR TO WS-CPR
           END-IF
           MOVE LANDE-KODE OF ADDRESSE OF KUNDEFIL-REKORD TO SK-LAND
           PERFORM SANKTIONSKONTROL-KUNDE
           EXIT.

      *-------------------------------------------------
      *Add a new account record directly to KONTOFIL by key. WRITE's
      *INVALID KEY branch catches a KONTO-ID that already exists
      *residual is sent through KONTOPOSTERING as a closure transfer
      *to the customer's open primary account, and KONTOPOSTERING
      *marks the account "L" only once both legs have applied, so
      *money can no longer strand on a closed account. Safe deposit
      *boxes paid from the account move to the primary account with
      *the closure.
       LUK-KONTO.
           MOVE SPACES TO TRANS-FEJL-AARSAG
           MOVE TRANS-KONTO-ID TO KONTO-ID OF KONTOFIL-REKORD
                           MOVE "L" TO KONTO-STATUS OF KONTOFIL-REKORD
                           MOVE KOERSELS-DATO
                               TO KONTO-EFF-DATO OF KONTOFIL-REKORD
                           MOVE KUNDE-ID OF KONTOFIL-REKORD
                               TO LUK-KUNDE-ID
                           REWRITE KONTOFIL-REKORD
                           PERFORM SKRIV-AUDIT-LUKNING
                           ADD 1 TO TRANS-OK-ANTAL
                           PERFORM FIND-PRIMAERKONTO
                           IF PRIMAER-FUNDET
                               PERFORM FLYT-BOKSBETALER
                           END-IF
                   END-EVALUATE
           END-READ
           EXIT.
               WRITE POST-REKORD
               PERFORM SKRIV-AUDIT-LUKNING-UDLIGNING
               ADD 1 TO TRANS-OK-ANTAL
               PERFORM FLYT-BOKSBETALER
           ELSE
               MOVE "Ingen aaben primaerkonto til udligning"
                   TO TRANS-FEJL-AARSAG
           END-IF
           EXIT.

      *-------------------------------------------------
      *Move every safe deposit box paid from the account being
      *closed over to the customer's open primary account in
      *WS-PRIMAER-KONTO-ID, so no box is left without a paying
      *account. A customer with no open primary keeps the boxes on
      *the closed account, and BOKSLEJE lists them for the branch.
       FLYT-BOKSBETALER.
           IF NOT BOKS-OVERLOEB
               PERFORM VARYING BOKS-IX FROM 1 BY 1
                   UNTIL BOKS-IX > BOKS-ANTAL
                   IF BX-BILLEDE (BOKS-IX) NOT = SPACES
                       MOVE BX-BILLEDE (BOKS-IX) TO BOKS-ARBEJDE
                       IF BL-BETALER-KONTO = TRANS-KONTO-ID
                           MOVE WS-PRIMAER-KONTO-ID
                               TO BL-BETALER-KONTO
                           MOVE BOKS-ARBEJDE TO BX-BILLEDE (BOKS-IX)
                           SET BOKS-AENDRET TO TRUE
                           PERFORM SKRIV-AUDIT-BOKS-FLYTTET
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           EXIT.

      *-------------------------------------------------
      *Load the box register into BOKS-TABEL
       LAES-BOKSLEJE.
           MOVE 0 TO BOKS-ANTAL
           MOVE "N" TO EOF-BOKS
           OPEN INPUT BOKS-FIL
           IF BOKS-FIL-STATUS = "00" OR BOKS-FIL-STATUS = "05"
               PERFORM UNTIL END-BOKS
                   READ BOKS-FIL
                       AT END
                           SET END-BOKS TO TRUE
                       NOT AT END
                           ADD 1 TO BOKS-LAEST-ANTAL
                           IF BOKS-ANTAL < 5000
                               ADD 1 TO BOKS-ANTAL
                               MOVE BOKS-BILLEDE
                                   TO BX-BILLEDE (BOKS-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOKS-FIL
           END-IF
           IF BOKS-LAEST-ANTAL > BOKS-ANTAL
               SET BOKS-OVERLOEB TO TRUE
               DISPLAY "OPG10: boksregistret er for stort til"
                       " tabellen, bokse flyttes ikke ved lukning."
           END-IF
           EXIT.

      *-------------------------------------------------
      *Rewrite the box register with the moved paying accounts
       SKRIV-BOKSLEJE.
           OPEN OUTPUT BOKS-FIL
           PERFORM VARYING BOKS-IX FROM 1 BY 1
               UNTIL BOKS-IX > BOKS-ANTAL
               IF BX-BILLEDE (BOKS-IX) NOT = SPACES
                   MOVE BX-BILLEDE (BOKS-IX) TO BOKS-BILLEDE
                   WRITE BOKS-REKORD
               END-IF
           END-PERFORM
           CLOSE BOKS-FIL
           EXIT.

      *-------------------------------------------------
      *Freeze an account under a legal hold - KONTOPOSTERING parks
      *postings aimed at it in the suspense queue until AABN-KONTO
           WRITE AUDIT-REKORD
           EXIT.

       LOG-KUNDEFELT-AENDRING-KUNDETYPE.
           MOVE SPACES TO AUDIT-TEXT
           STRING
               KOERSELS-DATO                    DELIMITED BY SIZE
               " AF: "                          DELIMITED BY SIZE
               TRANS-KOERT-AF                   DELIMITED BY SPACE
               " OPDATER-KUNDE KUNDE-ID: "       DELIMITED BY SIZE
               TRANS-KUNDE-ID                    DELIMITED BY SPACE
               " FELT: KUNDE-TYPE GAMMEL: "      DELIMITED BY SIZE
               GAMMEL-KUNDE-TYPE                DELIMITED BY SIZE
               " NY: "                          DELIMITED BY SIZE
               KUNDE-TYPE OF KUNDEFIL-REKORD    DELIMITED BY SIZE
               INTO AUDIT-TEXT
           END-STRING
           WRITE AUDIT-REKORD
           EXIT.

       LOG-KUNDEFELT-AENDRING-CVR.
           MOVE SPACES TO AUDIT-TEXT
           STRING
               KOERSELS-DATO                    DELIMITED BY SIZE
               " AF: "                          DELIMITED BY SIZE
               TRANS-KOERT-AF                   DELIMITED BY SPACE
               " OPDATER-KUNDE KUNDE-ID: "       DELIMITED BY SIZE
               TRANS-KUNDE-ID                    DELIMITED BY SPACE
               " FELT: CVR-NUMMER GAMMEL: "      DELIMITED BY SIZE
               GAMMEL-CVR                       DELIMITED BY SIZE
               " NY: "                          DELIMITED BY SIZE
               TRANS-CVR                        DELIMITED BY SIZE
               INTO AUDIT-TEXT
           END-STRING
           WRITE AUDIT-REKORD
           EXIT.

       LOG-KUNDEFELT-AENDRING-FIRMANAVN.
           MOVE SPACES TO AUDIT-TEXT
           STRING
               KOERSELS-DATO                    DELIMITED BY SIZE
               " AF: "                          DELIMITED BY SIZE
               TRANS-KOERT-AF                   DELIMITED BY SPACE
               " OPDATER-KUNDE KUNDE-ID: "       DELIMITED BY SIZE
               TRANS-KUNDE-ID                    DELIMITED BY SPACE
               " FELT: FIRMANAVN GAMMEL: "       DELIMITED BY SIZE
               GAMMEL-FIRMANAVN                 DELIMITED BY "  "
               " NY: "                          DELIMITED BY SIZE
               TRANS-FIRMANAVN                  DELIMITED BY "  "
               INTO AUDIT-TEXT
           END-STRING
           WRITE AUDIT-REKORD
           EXIT.

       LOG-KUNDEFELT-AENDRING-KONTAKT.
           MOVE SPACES TO AUDIT-TEXT
           STRING
               KOERSELS-DATO                    DELIMITED BY SIZE
               " AF: "                          DELIMITED BY SIZE
               TRANS-KOERT-AF                   DELIMITED BY SPACE
               " OPDATER-KUNDE KUNDE-ID: "       DELIMITED BY SIZE
               TRANS-KUNDE-ID                    DELIMITED BY SPACE
               " FELT: KONTAKTPERSON GAMMEL: "   DELIMITED BY SIZE
               GAMMEL-KONTAKTPERSON             DELIMITED BY "  "
               " NY: "                          DELIMITED BY SIZE
               TRANS-KONTAKTPERSON              DELIMITED BY "  "
               INTO AUDIT-TEXT
           END-STRING
           WRITE AUDIT-REKORD
           EXIT.

       LOG-KONTOFELT-AENDRING-KREDITMAX.
           MOVE SPACES TO AUDIT-TEXT
           STRING
           WRITE AUDIT-REKORD
           EXIT.

      *-------------------------------------------------
      *Audit entry for a safe deposit box whose rent moved to the
      *primary account with the closure
       SKRIV-AUDIT-BOKS-FLYTTET.
           MOVE SPACES TO AUDIT-TEXT
           STRING
               KOERSELS-DATO                    DELIMITED BY SIZE
               " AF: "                          DELIMITED BY SIZE
               TRANS-KOERT-AF                   DELIMITED BY SPACE
               " LUK-KONTO KONTO-ID: "           DELIMITED BY SIZE
               TRANS-KONTO-ID                    DELIMITED BY SPACE
               " BOKSLEJE AFD: "                DELIMITED BY SIZE
               BL-AFDELING                      DELIMITED BY SIZE
               " BOKS: "                        DELIMITED BY SIZE
               BL-BOKS-NR                       DELIMITED BY SPACE
               " BETALER NY: "                  DELIMITED BY SIZE
               WS-PRIMAER-KONTO-ID              DELIMITED BY SPACE
               INTO AUDIT-TEXT
           END-STRING
           WRITE AUDIT-REKORD
           EXIT.

      *-------------------------------------------------
      *Audit entry for an account put under a legal hold
       SKRIV-AUDIT-FRYSNING.
           MOVE TRANS-REKORD   TO AFVD-BILLEDE
           WRITE AFVD-REKORD
           EXIT.

      *-------------------------------------------------
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
               DISPLAY "OPG10: kaedebrud i opg10-audit.txt raekke "
                       SGL-BRUD
           END-IF
           EXIT.
