      *Safe deposit box register - the branches' card index of
      *rented boxes kept as Boksleje.txt: one row per box per
      *AFDELING with its size, up to three renting KUNDE-IDs, the
      *account the rent is taken from, the start date and the
      *keyholders beside the renters, each with an access right and
      *a validity window the way the mandates in
      *Fuldmagtsregister.txt carry them. The day's rentals,
      *changes, keyholders and terminations are applied from a
      *transaction batch with the audit trail like FULDMAGT. Every
      *run then raises the year's rent, by box size from
      *Boksepriser.txt, as a DEBIT posting through the day's posting
      *file on every box not yet billed for the year - all of them
      *on the first run in January, a new rental on its first night
      *- and lists per branch the rentals to act on: a paying account
      *closed, frozen or gone, a renter who is gone or whose
      *customer record is a deceased estate, a size with no price.
      *DAGSKORSEL runs it every night ahead of KONTOPOSTERING.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOKSLEJE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind the box register - loaded whole and rewritten in full at
      *the end of the run. SELECT OPTIONAL so the first run starts
      *from an empty register
           SELECT OPTIONAL BOKS-FIL ASSIGN TO "Boksleje.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOKS-FIL-STATUS.
      *Bind the annual rent per box size
           SELECT OPTIONAL PRIS-FIL ASSIGN TO "Boksepriser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIS-FIL-STATUS.
      *Bind the day's box transactions
           SELECT OPTIONAL TRANS-FIL
               ASSIGN TO "opg99-transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FIL-STATUS.
      *Bind customer master - read by key to confirm a renter and
      *to see whether the customer has become a deceased estate
           SELECT KUNDEFIL ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEFIL-REKORD.
      *Bind account master - read by key for the paying account's
      *owner and status
           SELECT KONTOFIL ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOFIL-REKORD
               ALTERNATE RECORD KEY IS KUNDE-ID OF KONTOFIL-REKORD
                   WITH DUPLICATES.
      *Bind the day's posting-transaction file - opened EXTEND so
      *the rent postings are appended for OPG15 to apply
           SELECT OPTIONAL POST-FIL ASSIGN TO "opg15-posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POST-FIL-STATUS.
      *Bind the audit log - box changes land in the same trail
      *VEDLIGEHOLD writes
           SELECT OPTIONAL AUDIT-FIL ASSIGN TO "opg10-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FIL-STATUS.
      *Bind the per-branch billing and follow-up report
           SELECT RAPPORT-FIL ASSIGN TO "opg99-boks-rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Box register record - carried as a whole row; the fields are
      *worked through BOKS-ARBEJDE
       FD  BOKS-FIL.
       01  BOKS-REKORD.
           02  BOKS-BILLEDE        PIC X(170).

      *Price table record layout - the size code and its annual rent
       FD  PRIS-FIL.
       01  PRIS-REKORD.
           02  BP-STOERRELSE       PIC X(1).
           02  BP-AARSLEJE         PIC 9(5)V99.

      *Box transaction record layout - the action, the box, the
      *rental fields, one keyholder and the operator keying it
       FD  TRANS-FIL.
       01  TRANS-REKORD.
           02  BT-AKTION           PIC X(10).
           02  BT-AFDELING         PIC X(3).
           02  BT-BOKS-NR          PIC X(6).
           02  BT-STOERRELSE       PIC X(1).
           02  BT-LEJER-ID         PIC X(10) OCCURS 3 TIMES.
           02  BT-BETALER-KONTO    PIC X(10).
           02  BT-START-DATO       PIC 9(8).
           02  BT-NOEGLE-ID        PIC X(10).
           02  BT-ADGANG           PIC X(1).
           02  BT-GYLDIG-FRA       PIC 9(8).
           02  BT-GYLDIG-TIL       PIC 9(8).
           02  BT-KOERT-AF         PIC X(10).

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

      *Audit log record layout
       FD  AUDIT-FIL.
       01  AUDIT-REKORD.
           02  AUDIT-TEXT          PIC X(150).

      *Report record layout
       FD  RAPPORT-FIL.
       01  RAPPORT-REKORD.
           02  RAPPORT-TEXT        PIC X(120).

       WORKING-STORAGE SECTION.

      *Today's date, stamped on every audit entry and rent posting,
      *and the year the rent is raised for
       01  KOERSELS-DATO        PIC 9(8) VALUE 0.
       01  KOERSELS-AAR         PIC 9(4) VALUE 0.

      *File status fields for the SELECT OPTIONAL files
       01  BOKS-FIL-STATUS      PIC X(2) VALUE "00".
       01  PRIS-FIL-STATUS      PIC X(2) VALUE "00".
       01  TRANS-FIL-STATUS     PIC X(2) VALUE "00".
       01  POST-FIL-STATUS      PIC X(2) VALUE "00".
       01  AUDIT-FIL-STATUS     PIC X(2) VALUE "00".

      *Parameter fields for the shared update-lock subprogram - the
      *register is also rewritten by VEDLIGEHOLD and KUNDEFLET under
      *the lock
       01  LAAS-FUNKTION        PIC X(1) VALUE SPACE.
       01  LAAS-EJER            PIC X(10) VALUE "OPG99".
       01  LAAS-SVAR            PIC X(1) VALUE SPACE.

      *In-memory box register, loaded once and rewritten. A
      *terminated rental is blanked and falls out on the rewrite.
       01  BOKS-TABEL.
           05  BOKS-POST OCCURS 5000 TIMES INDEXED BY BOKS-IX.
               10  BX-BILLEDE          PIC X(170).
       01  BOKS-ANTAL           PIC 9(4) VALUE 0.
       01  BOKS-LAEST-ANTAL     PIC 9(7) VALUE 0.
       01  WS-BOKS-IX           PIC 9(4) VALUE 0.
      *Set when the register outgrew the table - the run is refused
      *whole so the rewrite can never truncate rentals
       01  BOKS-OVERLOEB-SW     PIC X VALUE "N".
           88  BOKS-OVERLOEB        VALUE "Y".

      *The box row being worked on
       01  BOKS-ARBEJDE.
           COPY "BOKSLEJE.cpy".

      *Register key of the box a transaction names
       01  WS-BOKS-NOEGLE.
           05  WS-NGL-AFDELING  PIC X(3).
           05  WS-NGL-BOKS-NR   PIC X(6).

      *In-memory price table, loaded once
       01  PRIS-TABEL.
           05  PRIS-POST OCCURS 20 TIMES INDEXED BY PRIS-IX.
               10  PT-STOERRELSE       PIC X(1).
               10  PT-AARSLEJE         PIC 9(5)V99.
       01  PRIS-ANTAL           PIC 9(2) VALUE 0.
       01  WS-PRIS-IX           PIC 9(2) VALUE 0.

      *Subscripts into the renters and keyholders of a row
       01  WS-LEJER-IX          PIC 9(1) VALUE 0.
       01  WS-NOEGLE-IX         PIC 9(1) VALUE 0.
       01  WS-LEDIG-IX          PIC 9(1) VALUE 0.
       01  WS-SOEG-IX           PIC 9(1) VALUE 0.

      *End-of-file flags
       01  EOF-BOKS             PIC X VALUE "N".
           88  END-BOKS             VALUE "Y".
       01  EOF-PRIS             PIC X VALUE "N".
           88  END-PRIS             VALUE "Y".
       01  EOF-TRANS            PIC X VALUE "N".
           88  END-TRANS            VALUE "Y".

      *Outcome of the current transaction's validation
       01  TRANS-OK-SW          PIC X VALUE "Y".
           88  TRANS-OK             VALUE "Y".
       01  TRANS-FEJL-AARSAG    PIC X(40) VALUE SPACES.
      *Whether the paying account belongs to one of the renters
       01  EJER-LEJER-SW        PIC X VALUE "N".
           88  EJER-ER-LEJER        VALUE "Y".

      *Operator-register check on the clerk keying the change - a
      *maintenance clerk, and the answer from OPERATOERKONTROL
       01  OPK-OPERATOER        PIC X(10) VALUE SPACES.
       01  OPK-ROLLE            PIC X(1) VALUE SPACE.
       01  OPK-BELOB            PIC S9(9)V99 VALUE 0.
       01  OPK-SVAR             PIC X(2) VALUE SPACES.
       01  OPK-AARSAG           PIC X(40) VALUE SPACES.

      *The branch being reported, and the one before it - the
      *branches are taken in code order straight off the register
       01  WS-AFDELING          PIC X(3) VALUE SPACES.
       01  FORRIGE-AFDELING     PIC X(3) VALUE SPACES.
       01  AFDELING-FUNDET-SW   PIC X VALUE "N".
           88  AFDELING-FUNDET      VALUE "Y".

      *Judgement of the box in hand - whether the paying account
      *can be billed, whether the rental needs the branch's
      *attention, and the reason and customer on a follow-up line
       01  BETALER-OK-SW        PIC X VALUE "N".
           88  BETALER-OK           VALUE "Y".
       01  OPFOELG-SW           PIC X VALUE "N".
           88  SKAL-FOELGES-OP      VALUE "Y".
       01  OPF-AARSAG           PIC X(40) VALUE SPACES.
       01  OPF-KUNDE-ID         PIC X(10) VALUE SPACES.
       01  LEJE-BELOB           PIC 9(5)V99 VALUE 0.

      *Running sequence behind the rent posting references - the
      *register is taken in branch order, so a rerun of the same
      *day regenerates the same references and OPG15 rejects the
      *replay
       01  LEJE-REF-SEQ         PIC 9(5) VALUE 0.

      *Edited amounts for the report
       01  WS-LEJE-EDIT         PIC -ZZ,ZZ9.99.
       01  WS-SUM-EDIT          PIC -ZZZ,ZZZ,ZZ9.99.

      *Per-branch totals
       01  AFD-BOKS-ANTAL       PIC 9(5) VALUE 0.
       01  AFD-OPKRAEVET-ANTAL  PIC 9(5) VALUE 0.
       01  AFD-OPFOELG-ANTAL    PIC 9(5) VALUE 0.
       01  AFD-LEJE-SUM         PIC S9(9)V99 VALUE 0.

      *Control totals for the batch-balancing trailer
       01  TRANS-LAEST-ANTAL    PIC 9(7) VALUE 0.
       01  TRANS-OK-ANTAL       PIC 9(7) VALUE 0.
       01  TRANS-AFVIST-ANTAL   PIC 9(7) VALUE 0.
       01  OPKRAEVET-ANTAL      PIC 9(7) VALUE 0.
       01  OPFOELG-ANTAL        PIC 9(7) VALUE 0.
       01  LEJE-SUM             PIC S9(11)V99 VALUE 0.

      *Parameter fields for the shared run-count subprogram
       01  KT-PROGRAM           PIC X(8) VALUE "OPG99".
       01  KT-ANTAL             PIC 9(7) VALUE 0.

      *Parameter fields for the shared sealing subprogram
       01  SGL-FUNKTION         PIC X(1) VALUE SPACE.
       01  SGL-FIL              PIC X(1) VALUE SPACE.
       01  SGL-PROGRAM          PIC X(8) VALUE "OPG99".
       01  SGL-AARSAG           PIC X(30) VALUE SPACES.
       01  SGL-SVAR             PIC X(2) VALUE SPACES.
       01  SGL-RAEKKER          PIC 9(9) VALUE 0.
       01  SGL-NYE              PIC 9(9) VALUE 0.
       01  SGL-BRUD             PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
           MOVE KOERSELS-DATO (1:4) TO KOERSELS-AAR

      *Take the shop's update lock - VEDLIGEHOLD and KUNDEFLET
      *rewrite the box register under it
           MOVE "T" TO LAAS-FUNKTION
           CALL "MASTERLAAS" USING LAAS-FUNKTION LAAS-EJER LAAS-SVAR
           IF LAAS-SVAR NOT = "G"
               DISPLAY "OPG99: masterlaasen er optaget, stopper."
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF

      *Load the box register - too big for the table refuses the
      *whole run
           PERFORM LAES-BOKSLEJE
           IF BOKS-OVERLOEB
               DISPLAY "OPG99: boksregistret er for stort til"
                       " tabellen, koerslen afvises."
               MOVE "F" TO LAAS-FUNKTION
               CALL "MASTERLAAS" USING LAAS-FUNKTION LAAS-EJER
                                       LAAS-SVAR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LAES-BOKSEPRISER

           OPEN INPUT  KUNDEFIL
                       KONTOFIL
                OUTPUT RAPPORT-FIL
           PERFORM ABEN-AUDIT-FIL
           PERFORM ABEN-POST-FIL

      *Work the day's transactions against the register
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
           END-IF

      *Bill and judge the register branch by branch, in branch code
      *order
           MOVE SPACES TO RAPPORT-TEXT
           STRING "Bankbokse - leje og opfoelgning " DELIMITED BY SIZE
                  KOERSELS-DATO                      DELIMITED BY SIZE
                  INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE LOW-VALUES TO FORRIGE-AFDELING
           PERFORM FIND-NAESTE-AFDELING
           PERFORM UNTIL NOT AFDELING-FUNDET
               PERFORM BEHANDL-AFDELING
               MOVE WS-AFDELING TO FORRIGE-AFDELING
               PERFORM FIND-NAESTE-AFDELING
           END-PERFORM
           PERFORM SKRIV-TRAILER

           PERFORM SKRIV-BOKSLEJE
           CLOSE KUNDEFIL
                 KONTOFIL
                 POST-FIL
                 AUDIT-FIL
                 RAPPORT-FIL

      *Seal the rows this run added to the audit trail
           PERFORM FORSEGL-AUDIT

           MOVE "F" TO LAAS-FUNKTION
           CALL "MASTERLAAS" USING LAAS-FUNKTION LAAS-EJER LAAS-SVAR

      *Leave this run's headline count for OPG28's run report
           MOVE OPFOELG-ANTAL TO KT-ANTAL
           CALL "KOERSELSTAL" USING KT-PROGRAM KT-ANTAL

           DISPLAY "----------------------------------------"
           DISPLAY "Lejemaal laest: "        BOKS-LAEST-ANTAL
           DISPLAY "Transaktioner laest: "   TRANS-LAEST-ANTAL
           DISPLAY "Transaktioner OK: "      TRANS-OK-ANTAL
           DISPLAY "Transaktioner afvist: "  TRANS-AFVIST-ANTAL
           DISPLAY "Leje opkraevet: "        OPKRAEVET-ANTAL
           DISPLAY "Til opfoelgning: "       OPFOELG-ANTAL
           DISPLAY "----------------------------------------"
           STOP RUN.

      * -------------------------------------------------
      *Open the audit log for append, created on first use
       ABEN-AUDIT-FIL.
           OPEN EXTEND AUDIT-FIL
           IF AUDIT-FIL-STATUS = "35"
               OPEN OUTPUT AUDIT-FIL
               CLOSE AUDIT-FIL
               OPEN EXTEND AUDIT-FIL
           END-IF
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
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the annual rent per box size into PRIS-TABEL. A size
      *missing from the table is never billed - the branch sees it
      *on the follow-up list instead.
       LAES-BOKSEPRISER.
           MOVE 0 TO PRIS-ANTAL
           MOVE "N" TO EOF-PRIS
           OPEN INPUT PRIS-FIL
           IF PRIS-FIL-STATUS = "00" OR PRIS-FIL-STATUS = "05"
               PERFORM UNTIL END-PRIS
                   READ PRIS-FIL
                       AT END
                           SET END-PRIS TO TRUE
                       NOT AT END
                           IF PRIS-ANTAL < 20
                               AND BP-AARSLEJE NUMERIC
                               ADD 1 TO PRIS-ANTAL
                               MOVE BP-STOERRELSE
                                   TO PT-STOERRELSE (PRIS-ANTAL)
                               MOVE BP-AARSLEJE
                                   TO PT-AARSLEJE (PRIS-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIS-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Find the box the key in WS-BOKS-NOEGLE names. Leaves its
      *index in WS-BOKS-IX, zero when the box is not rented out.
       FIND-BOKS.
           MOVE 0 TO WS-BOKS-IX
           PERFORM VARYING BOKS-IX FROM 1 BY 1
               UNTIL BOKS-IX > BOKS-ANTAL
               IF BX-BILLEDE (BOKS-IX) (1:9) = WS-BOKS-NOEGLE
                   SET WS-BOKS-IX TO BOKS-IX
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Find the annual rent for the size in BL-STOERRELSE. Leaves
      *its index in WS-PRIS-IX, zero when the size has no price.
       FIND-PRIS.
           MOVE 0 TO WS-PRIS-IX
           PERFORM VARYING PRIS-IX FROM 1 BY 1
               UNTIL PRIS-IX > PRIS-ANTAL
               IF PT-STOERRELSE (PRIS-IX) = BL-STOERRELSE
                   SET WS-PRIS-IX TO PRIS-IX
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Dispatch one box transaction to the action it names
       BEHANDL-TRANSAKTION.
           MOVE "Y" TO TRANS-OK-SW
           MOVE SPACES TO TRANS-FEJL-AARSAG
           MOVE BT-AFDELING TO WS-NGL-AFDELING
           MOVE BT-BOKS-NR  TO WS-NGL-BOKS-NR
           PERFORM KONTROLLER-OPERATOER
           IF OPK-SVAR NOT = "OK"
               MOVE "N" TO TRANS-OK-SW
               MOVE OPK-AARSAG TO TRANS-FEJL-AARSAG
           ELSE
               EVALUATE BT-AKTION
                   WHEN "OPRET"
                       PERFORM OPRET-LEJE
                   WHEN "AENDR"
                       PERFORM AENDR-LEJE
                   WHEN "NOEGLE"
                       PERFORM TILFOJ-NOEGLE
                   WHEN "NOEGLESLET"
                       PERFORM SLET-NOEGLE
                   WHEN "OPSIG"
                       PERFORM OPSIG-LEJE
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
      *Hold the clerk keying the change against the operator
      *register - a maintenance clerk; a box change moves no money
      *by itself
       KONTROLLER-OPERATOER.
           MOVE 0 TO OPK-BELOB
           MOVE BT-KOERT-AF TO OPK-OPERATOER
           MOVE "V" TO OPK-ROLLE
           CALL "OPERATOERKONTROL" USING OPK-OPERATOER OPK-ROLLE
                                         OPK-BELOB OPK-SVAR
                                         OPK-AARSAG
           EXIT.

      * -------------------------------------------------
      *Rent out a box - it must not be rented already, and the new
      *row must pass the same checks a change does
       OPRET-LEJE.
           PERFORM FIND-BOKS
           EVALUATE TRUE
               WHEN BT-AFDELING = SPACES OR BT-BOKS-NR = SPACES
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Blank afdeling eller boksnummer"
                       TO TRANS-FEJL-AARSAG
               WHEN WS-BOKS-IX > 0
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Boksen er allerede udlejet"
                       TO TRANS-FEJL-AARSAG
               WHEN BOKS-ANTAL >= 5000
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Registret er fuldt" TO TRANS-FEJL-AARSAG
           END-EVALUATE
           IF TRANS-OK
               INITIALIZE BOKS-ARBEJDE
               MOVE BT-AFDELING      TO BL-AFDELING
               MOVE BT-BOKS-NR       TO BL-BOKS-NR
               MOVE BT-STOERRELSE    TO BL-STOERRELSE
               MOVE BT-LEJER-ID (1)  TO BL-LEJER-ID (1)
               MOVE BT-LEJER-ID (2)  TO BL-LEJER-ID (2)
               MOVE BT-LEJER-ID (3)  TO BL-LEJER-ID (3)
               MOVE BT-BETALER-KONTO TO BL-BETALER-KONTO
               IF BT-START-DATO NUMERIC AND BT-START-DATO > 0
                   MOVE BT-START-DATO TO BL-START-DATO
               ELSE
                   MOVE KOERSELS-DATO TO BL-START-DATO
               END-IF
               MOVE 0 TO BL-FAKTURERET-AAR
               PERFORM KONTROLLER-LEJE
           END-IF
           IF TRANS-OK
               ADD 1 TO BOKS-ANTAL
               MOVE BOKS-ARBEJDE TO BX-BILLEDE (BOKS-ANTAL)
           END-IF
           EXIT.

      * -------------------------------------------------
      *Change a rental - a size, a set of renters or a paying
      *account keyed on the transaction replaces the one on the
      *row; blank leaves it standing. Renters are replaced as a set.
       AENDR-LEJE.
           PERFORM FIND-BOKS
           IF WS-BOKS-IX = 0
               MOVE "N" TO TRANS-OK-SW
               MOVE "Boksen er ikke udlejet" TO TRANS-FEJL-AARSAG
           ELSE
               MOVE BX-BILLEDE (WS-BOKS-IX) TO BOKS-ARBEJDE
               IF BT-STOERRELSE NOT = SPACE
                   MOVE BT-STOERRELSE TO BL-STOERRELSE
               END-IF
               IF BT-LEJER-ID (1) NOT = SPACES
                   MOVE BT-LEJER-ID (1) TO BL-LEJER-ID (1)
                   MOVE BT-LEJER-ID (2) TO BL-LEJER-ID (2)
                   MOVE BT-LEJER-ID (3) TO BL-LEJER-ID (3)
               END-IF
               IF BT-BETALER-KONTO NOT = SPACES
                   MOVE BT-BETALER-KONTO TO BL-BETALER-KONTO
               END-IF
               PERFORM KONTROLLER-LEJE
               IF TRANS-OK
                   MOVE BOKS-ARBEJDE TO BX-BILLEDE (WS-BOKS-IX)
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Validate the rental in BOKS-ARBEJDE - a priced size, a first
      *renter, every renter on the customer master and none of them
      *a deceased estate, and an open paying account owned by one
      *of the renters
       KONTROLLER-LEJE.
           PERFORM FIND-PRIS
           EVALUATE TRUE
               WHEN WS-PRIS-IX = 0
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Ukendt boksstoerrelse" TO TRANS-FEJL-AARSAG
               WHEN BL-LEJER-ID (1) = SPACES
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Lejer mangler" TO TRANS-FEJL-AARSAG
               WHEN BL-BETALER-KONTO = SPACES
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Betalerkonto mangler" TO TRANS-FEJL-AARSAG
           END-EVALUATE
           PERFORM VARYING WS-LEJER-IX FROM 1 BY 1
               UNTIL WS-LEJER-IX > 3 OR NOT TRANS-OK
               IF BL-LEJER-ID (WS-LEJER-IX) NOT = SPACES
                   PERFORM KONTROLLER-LEJER
               END-IF
           END-PERFORM
           IF TRANS-OK
               MOVE BL-BETALER-KONTO TO KONTO-ID OF KONTOFIL-REKORD
               READ KONTOFIL
                   INVALID KEY
                       MOVE "N" TO TRANS-OK-SW
                       MOVE "Betalerkonto ikke fundet"
                           TO TRANS-FEJL-AARSAG
                   NOT INVALID KEY
                       MOVE "N" TO EJER-LEJER-SW
                       PERFORM VARYING WS-LEJER-IX FROM 1 BY 1
                           UNTIL WS-LEJER-IX > 3
                           IF BL-LEJER-ID (WS-LEJER-IX) =
                                   KUNDE-ID OF KONTOFIL-REKORD
                               SET EJER-ER-LEJER TO TRUE
                           END-IF
                       END-PERFORM
                       EVALUATE TRUE
                           WHEN NOT KONTO-AKTIV OF KONTOFIL-REKORD
                               MOVE "N" TO TRANS-OK-SW
                               MOVE "Betalerkonto er ikke aaben"
                                   TO TRANS-FEJL-AARSAG
                           WHEN NOT EJER-ER-LEJER
                               MOVE "N" TO TRANS-OK-SW
                               MOVE "Betalerkonto tilhoerer ikke lejer"
                                   TO TRANS-FEJL-AARSAG
                       END-EVALUATE
               END-READ
           END-IF
           EXIT.

      * -------------------------------------------------
      *One renter must be on the customer master and not be a
      *deceased estate
       KONTROLLER-LEJER.
           MOVE BL-LEJER-ID (WS-LEJER-IX)
               TO KUNDE-ID OF KUNDEFIL-REKORD
           READ KUNDEFIL
               INVALID KEY
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Lejer ikke fundet" TO TRANS-FEJL-AARSAG
               NOT INVALID KEY
                   IF KUNDE-ER-BO OF KUNDEFIL-REKORD
                       MOVE "N" TO TRANS-OK-SW
                       MOVE "Lejer er et doedsbo"
                           TO TRANS-FEJL-AARSAG
                   END-IF
           END-READ
           EXIT.

      * -------------------------------------------------
      *Give a keyholder access to a box, or change the access an
      *existing keyholder has - the renters have access already
       TILFOJ-NOEGLE.
           PERFORM FIND-BOKS
           EVALUATE TRUE
               WHEN WS-BOKS-IX = 0
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Boksen er ikke udlejet"
                       TO TRANS-FEJL-AARSAG
               WHEN BT-NOEGLE-ID = SPACES
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Blank noegleindehaver"
                       TO TRANS-FEJL-AARSAG
               WHEN BT-ADGANG NOT = "A" AND BT-ADGANG NOT = "M"
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Ugyldig adgangsret" TO TRANS-FEJL-AARSAG
           END-EVALUATE
           IF TRANS-OK
               MOVE BX-BILLEDE (WS-BOKS-IX) TO BOKS-ARBEJDE
               PERFORM VARYING WS-LEJER-IX FROM 1 BY 1
                   UNTIL WS-LEJER-IX > 3
                   IF BL-LEJER-ID (WS-LEJER-IX) = BT-NOEGLE-ID
                       MOVE "N" TO TRANS-OK-SW
                       MOVE "Noegleindehaver er selv lejer"
                           TO TRANS-FEJL-AARSAG
                   END-IF
               END-PERFORM
           END-IF
           IF TRANS-OK
               PERFORM FIND-NOEGLE
               IF WS-NOEGLE-IX = 0
                   MOVE WS-LEDIG-IX TO WS-NOEGLE-IX
               END-IF
               IF WS-NOEGLE-IX = 0
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Ingen ledig noeglepost" TO TRANS-FEJL-AARSAG
               ELSE
                   MOVE BT-NOEGLE-ID TO BL-NOEGLE-ID (WS-NOEGLE-IX)
                   MOVE BT-ADGANG    TO BL-ADGANG (WS-NOEGLE-IX)
                   IF BT-GYLDIG-FRA NUMERIC
                       MOVE BT-GYLDIG-FRA
                           TO BL-GYLDIG-FRA (WS-NOEGLE-IX)
                   ELSE
                       MOVE 0 TO BL-GYLDIG-FRA (WS-NOEGLE-IX)
                   END-IF
                   IF BT-GYLDIG-TIL NUMERIC
                       MOVE BT-GYLDIG-TIL
                           TO BL-GYLDIG-TIL (WS-NOEGLE-IX)
                   ELSE
                       MOVE 0 TO BL-GYLDIG-TIL (WS-NOEGLE-IX)
                   END-IF
                   MOVE BOKS-ARBEJDE TO BX-BILLEDE (WS-BOKS-IX)
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Take a keyholder's access to a box away
       SLET-NOEGLE.
           PERFORM FIND-BOKS
           IF WS-BOKS-IX = 0
               MOVE "N" TO TRANS-OK-SW
               MOVE "Boksen er ikke udlejet" TO TRANS-FEJL-AARSAG
           ELSE
               MOVE BX-BILLEDE (WS-BOKS-IX) TO BOKS-ARBEJDE
               PERFORM FIND-NOEGLE
               IF WS-NOEGLE-IX = 0
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Noegleindehaver ikke fundet"
                       TO TRANS-FEJL-AARSAG
               ELSE
                   MOVE SPACES TO BL-NOEGLE-ID (WS-NOEGLE-IX)
                   MOVE SPACE  TO BL-ADGANG (WS-NOEGLE-IX)
                   MOVE 0      TO BL-GYLDIG-FRA (WS-NOEGLE-IX)
                   MOVE 0      TO BL-GYLDIG-TIL (WS-NOEGLE-IX)
                   MOVE BOKS-ARBEJDE TO BX-BILLEDE (WS-BOKS-IX)
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Find the transaction's keyholder on the row in BOKS-ARBEJDE.
      *Leaves the entry in WS-NOEGLE-IX, zero when not there, and the
      *first free entry in WS-LEDIG-IX, zero when all are taken.
       FIND-NOEGLE.
           MOVE 0 TO WS-NOEGLE-IX
           MOVE 0 TO WS-LEDIG-IX
           PERFORM VARYING WS-SOEG-IX FROM 1 BY 1
               UNTIL WS-SOEG-IX > 4
               IF BL-NOEGLE-ID (WS-SOEG-IX) = BT-NOEGLE-ID
                   MOVE WS-SOEG-IX TO WS-NOEGLE-IX
               END-IF
               IF BL-NOEGLE-ID (WS-SOEG-IX) = SPACES
                   AND WS-LEDIG-IX = 0
                   MOVE WS-SOEG-IX TO WS-LEDIG-IX
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *End a rental - the row is dropped from the register; the
      *audit trail is its history
       OPSIG-LEJE.
           PERFORM FIND-BOKS
           IF WS-BOKS-IX = 0
               MOVE "N" TO TRANS-OK-SW
               MOVE "Boksen er ikke udlejet" TO TRANS-FEJL-AARSAG
           ELSE
               MOVE SPACES TO BX-BILLEDE (WS-BOKS-IX)
           END-IF
           EXIT.

      * -------------------------------------------------
      *Audit entries for applied and rejected box changes
       SKRIV-AUDIT-AENDRING.
           MOVE SPACES TO AUDIT-TEXT
           STRING
               KOERSELS-DATO               DELIMITED BY SIZE
               " AF: "                     DELIMITED BY SIZE
               BT-KOERT-AF                 DELIMITED BY SPACE
               " BOKSLEJE "                DELIMITED BY SIZE
               BT-AKTION                   DELIMITED BY SPACE
               " AFD: "                    DELIMITED BY SIZE
               BT-AFDELING                 DELIMITED BY SIZE
               " BOKS: "                   DELIMITED BY SIZE
               BT-BOKS-NR                  DELIMITED BY SPACE
               " LEJER: "                  DELIMITED BY SIZE
               BT-LEJER-ID (1)             DELIMITED BY SPACE
               " KONTO-ID: "               DELIMITED BY SIZE
               BT-BETALER-KONTO            DELIMITED BY SPACE
               " NOEGLE: "                 DELIMITED BY SIZE
               BT-NOEGLE-ID                DELIMITED BY SPACE
               INTO AUDIT-TEXT
           END-STRING
           WRITE AUDIT-REKORD
           EXIT.

       SKRIV-AUDIT-AFVIST.
           MOVE SPACES TO AUDIT-TEXT
           STRING
               KOERSELS-DATO               DELIMITED BY SIZE
               " AF: "                     DELIMITED BY SIZE
               BT-KOERT-AF                 DELIMITED BY SPACE
               " BOKSLEJE AFVIST "         DELIMITED BY SIZE
               BT-AKTION                   DELIMITED BY SPACE
               " AFD: "                    DELIMITED BY SIZE
               BT-AFDELING                 DELIMITED BY SIZE
               " BOKS: "                   DELIMITED BY SIZE
               BT-BOKS-NR                  DELIMITED BY SPACE
               " AARSAG: "                 DELIMITED BY SIZE
               TRANS-FEJL-AARSAG           DELIMITED BY SIZE
               INTO AUDIT-TEXT
           END-STRING
           WRITE AUDIT-REKORD
           EXIT.

      * -------------------------------------------------
      *Find the lowest branch code above FORRIGE-AFDELING among the
      *rentals still on the register. Leaves it in WS-AFDELING.
       FIND-NAESTE-AFDELING.
           MOVE "N" TO AFDELING-FUNDET-SW
           MOVE HIGH-VALUES TO WS-AFDELING
           PERFORM VARYING BOKS-IX FROM 1 BY 1
               UNTIL BOKS-IX > BOKS-ANTAL
               IF BX-BILLEDE (BOKS-IX) NOT = SPACES
                   AND BX-BILLEDE (BOKS-IX) (1:3) > FORRIGE-AFDELING
                   AND BX-BILLEDE (BOKS-IX) (1:3) NOT > WS-AFDELING
                   MOVE BX-BILLEDE (BOKS-IX) (1:3) TO WS-AFDELING
                   SET AFDELING-FUNDET TO TRUE
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Bill and judge every rental in the branch in WS-AFDELING,
      *under a heading of its own, with the branch's totals after
       BEHANDL-AFDELING.
           MOVE 0 TO AFD-BOKS-ANTAL
           MOVE 0 TO AFD-OPKRAEVET-ANTAL
           MOVE 0 TO AFD-OPFOELG-ANTAL
           MOVE 0 TO AFD-LEJE-SUM
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING "AFDELING: " DELIMITED BY SIZE
                  WS-AFDELING  DELIMITED BY SIZE
                  INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           PERFORM VARYING BOKS-IX FROM 1 BY 1
               UNTIL BOKS-IX > BOKS-ANTAL
               IF BX-BILLEDE (BOKS-IX) NOT = SPACES
                   AND BX-BILLEDE (BOKS-IX) (1:3) = WS-AFDELING
                   PERFORM BEHANDL-BOKS
               END-IF
           END-PERFORM
           MOVE AFD-LEJE-SUM TO WS-SUM-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "  Lejemaal: "          DELIMITED BY SIZE
               AFD-BOKS-ANTAL          DELIMITED BY SIZE
               "  Opkraevet: "         DELIMITED BY SIZE
               AFD-OPKRAEVET-ANTAL     DELIMITED BY SIZE
               "  Leje i alt: "        DELIMITED BY SIZE
               WS-SUM-EDIT             DELIMITED BY SIZE
               "  Til opfoelgning: "   DELIMITED BY SIZE
               AFD-OPFOELG-ANTAL       DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Judge one rental and raise the year's rent when it is due.
      *The paying account must be open to be billed; a renter gone
      *from the master or turned deceased estate is listed for the
      *branch, but the estate still pays while the account stands.
       BEHANDL-BOKS.
           MOVE BX-BILLEDE (BOKS-IX) TO BOKS-ARBEJDE
           ADD 1 TO AFD-BOKS-ANTAL
           MOVE "N" TO OPFOELG-SW
           MOVE "N" TO BETALER-OK-SW
           MOVE SPACES TO OPF-KUNDE-ID

           MOVE BL-BETALER-KONTO TO KONTO-ID OF KONTOFIL-REKORD
           READ KONTOFIL
               INVALID KEY
                   MOVE "BETALERKONTO FINDES IKKE" TO OPF-AARSAG
                   PERFORM SKRIV-OPFOELGNING
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN KONTO-AKTIV OF KONTOFIL-REKORD
                           SET BETALER-OK TO TRUE
                       WHEN KONTO-LUKKET OF KONTOFIL-REKORD
                           MOVE "BETALERKONTO ER LUKKET"
                               TO OPF-AARSAG
                           PERFORM SKRIV-OPFOELGNING
                       WHEN KONTO-FROSSET OF KONTOFIL-REKORD
                           MOVE "BETALERKONTO ER FROSSET"
                               TO OPF-AARSAG
                           PERFORM SKRIV-OPFOELGNING
                   END-EVALUATE
           END-READ

           PERFORM VARYING WS-LEJER-IX FROM 1 BY 1
               UNTIL WS-LEJER-IX > 3
               IF BL-LEJER-ID (WS-LEJER-IX) NOT = SPACES
                   PERFORM TJEK-LEJER
               END-IF
           END-PERFORM
           MOVE SPACES TO OPF-KUNDE-ID

           IF BL-FAKTURERET-AAR NOT NUMERIC
               MOVE 0 TO BL-FAKTURERET-AAR
           END-IF
           IF BL-FAKTURERET-AAR < KOERSELS-AAR
               PERFORM FIND-PRIS
               EVALUATE TRUE
                   WHEN WS-PRIS-IX = 0
                       MOVE SPACES TO OPF-AARSAG
                       STRING "INGEN PRIS FOR STOERRELSE "
                                   DELIMITED BY SIZE
                              BL-STOERRELSE DELIMITED BY SIZE
                              INTO OPF-AARSAG
                       END-STRING
                       PERFORM SKRIV-OPFOELGNING
                   WHEN NOT BETALER-OK
                       MOVE SPACES TO OPF-AARSAG
                       STRING "LEJE FOR "    DELIMITED BY SIZE
                              KOERSELS-AAR   DELIMITED BY SIZE
                              " IKKE OPKRAEVET"
                                             DELIMITED BY SIZE
                              INTO OPF-AARSAG
                       END-STRING
                       PERFORM SKRIV-OPFOELGNING
                   WHEN OTHER
                       MOVE PT-AARSLEJE (WS-PRIS-IX) TO LEJE-BELOB
                       IF LEJE-BELOB > 0
                           PERFORM SKRIV-LEJE-POSTERING
                       END-IF
                       MOVE KOERSELS-AAR TO BL-FAKTURERET-AAR
                       MOVE BOKS-ARBEJDE TO BX-BILLEDE (BOKS-IX)
               END-EVALUATE
           END-IF

           IF SKAL-FOELGES-OP
               ADD 1 TO AFD-OPFOELG-ANTAL
               ADD 1 TO OPFOELG-ANTAL
           END-IF
           EXIT.

      * -------------------------------------------------
      *List a renter who is gone from the customer master or whose
      *record has been made a deceased estate
       TJEK-LEJER.
           MOVE BL-LEJER-ID (WS-LEJER-IX) TO OPF-KUNDE-ID
           MOVE BL-LEJER-ID (WS-LEJER-IX)
               TO KUNDE-ID OF KUNDEFIL-REKORD
           READ KUNDEFIL
               INVALID KEY
                   MOVE "LEJER FINDES IKKE" TO OPF-AARSAG
                   PERFORM SKRIV-OPFOELGNING
               NOT INVALID KEY
                   IF KUNDE-ER-BO OF KUNDEFIL-REKORD
                       MOVE "LEJER ER DOEDSBO" TO OPF-AARSAG
                       PERFORM SKRIV-OPFOELGNING
                   END-IF
           END-READ
           EXIT.

      * -------------------------------------------------
      *Write one follow-up line for the branch - OPF-AARSAG and
      *OPF-KUNDE-ID are set by the caller
       SKRIV-OPFOELGNING.
           SET SKAL-FOELGES-OP TO TRUE
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "  OPFOELGNING - BOKS: "    DELIMITED BY SIZE
               BL-BOKS-NR                  DELIMITED BY SIZE
               " KONTO-ID: "               DELIMITED BY SIZE
               BL-BETALER-KONTO            DELIMITED BY SIZE
               " KUNDE-ID: "               DELIMITED BY SIZE
               OPF-KUNDE-ID                DELIMITED BY SIZE
               " AARSAG: "                 DELIMITED BY SIZE
               OPF-AARSAG                  DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Emit the DEBIT posting for one box's annual rent and report
      *it under the branch. The "H" series is one of the bank's own
      *that KONTOPOSTERING takes past the cover check, like a fee,
      *so the year marked billed is the year collected
       SKRIV-LEJE-POSTERING.
           MOVE SPACES TO POST-REKORD
           MOVE KOERSELS-DATO TO POST-DATO
           MOVE BL-BETALER-KONTO TO POST-KONTO-ID
           MOVE LEJE-BELOB TO POST-BELOB
           MOVE "DEBIT" TO POST-TYPE
           ADD 1 TO LEJE-REF-SEQ
           STRING
               "H"                    DELIMITED BY SIZE
               KOERSELS-DATO (3:6)    DELIMITED BY SIZE
               LEJE-REF-SEQ           DELIMITED BY SIZE
               INTO POST-REFERENCE
           END-STRING
           WRITE POST-REKORD
           ADD 1 TO AFD-OPKRAEVET-ANTAL
           ADD 1 TO OPKRAEVET-ANTAL
           ADD LEJE-BELOB TO AFD-LEJE-SUM
           ADD LEJE-BELOB TO LEJE-SUM

           MOVE LEJE-BELOB TO WS-LEJE-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "  LEJE "                   DELIMITED BY SIZE
               KOERSELS-AAR                DELIMITED BY SIZE
               " - BOKS: "                 DELIMITED BY SIZE
               BL-BOKS-NR                  DELIMITED BY SIZE
               " STR: "                    DELIMITED BY SIZE
               BL-STOERRELSE               DELIMITED BY SIZE
               " KONTO-ID: "               DELIMITED BY SIZE
               BL-BETALER-KONTO            DELIMITED BY SIZE
               " BELOB: "                  DELIMITED BY SIZE
               WS-LEJE-EDIT                DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Write the control-total trailer so operations can tie the
      *rent raised out against what OPG15 applies
       SKRIV-TRAILER.
           MOVE LEJE-SUM TO WS-SUM-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Lejemaal laest: "     DELIMITED BY SIZE
               BOKS-LAEST-ANTAL       DELIMITED BY SIZE
               "  Leje opkraevet: "   DELIMITED BY SIZE
               OPKRAEVET-ANTAL        DELIMITED BY SIZE
               "  Leje i alt: "       DELIMITED BY SIZE
               WS-SUM-EDIT            DELIMITED BY SIZE
               "  Til opfoelgning: "  DELIMITED BY SIZE
               OPFOELG-ANTAL          DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Rewrite the box register - terminated rentals fall out
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
               DISPLAY "OPG99: kaedebrud i opg10-audit.txt raekke "
                       SGL-BRUD
           END-IF
           EXIT.
