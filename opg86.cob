      *Connected-customer groups and large exposures - keeps
      *Kundegrupper.txt, the register of customers the bank must see
      *as one economic unit: a household, an owner and the companies
      *they control, or customers dependent on each other through
      *shared guarantees. A batch of group transactions
      *(tilfoej/fjern) is applied with the same validation, operator
      *check and audit trail as the other registers. The group
      *exposure report then sums per group everything the bank has
      *at stake with its members: overdraft use, granted credit
      *facilities (KONTO-KREDITMAX), loan debt on
      *Laaneregister.txt, and joint accounts from Kontoejerskab.txt
      *- an account is counted once per group however many of its
      *owners are members - converted to the basis currency through
      *the dated rates in Valutakurser.txt. A group whose exposure
      *passes the reporting percentage of the capital base is
      *flagged as a large exposure, and one past the ceiling as over
      *the limit.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORENGAGEMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind the group register - loaded whole and rewritten in full
      *at the end of the run. SELECT OPTIONAL so a site with no
      *groups yet runs clean
           SELECT OPTIONAL GRP-FIL ASSIGN TO "Kundegrupper.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRP-FIL-STATUS.
      *Bind the group transactions - cleared once applied, so a
      *rerun cannot apply them twice
           SELECT OPTIONAL TRANS-FIL
               ASSIGN TO "opg86-transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FIL-STATUS.
      *Bind account master - read here purely sequentially
           SELECT KONTOFIL ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOFIL-REKORD
               ALTERNATE RECORD KEY IS KUNDE-ID OF KONTOFIL-REKORD
                   WITH DUPLICATES.
      *Bind customer master - read by key for a new member and the
      *members' names on the report
           SELECT KUNDEFIL ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEFIL-REKORD.
      *Bind the joint-ownership cross-reference - the same file
      *SLUTRAPPORT and INDSKYDERGARANTI read. SELECT OPTIONAL so a
      *site without one counts every account to its master owner
           SELECT OPTIONAL EJER-FIL ASSIGN TO "Kontoejerskab.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EJER-FIL-STATUS.
      *Bind the loan register - tells a loan account from an
      *overdrawn one
           SELECT OPTIONAL LAAN-FIL ASSIGN TO "Laaneregister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAAN-FIL-STATUS.
      *Bind the FX-rate reference file for the conversion to the
      *basis currency
           SELECT OPTIONAL KURSFIL ASSIGN TO "Valutakurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KURSFIL-STATUS.
      *Bind the audit log - opened EXTEND so group changes land in
      *the same trail VEDLIGEHOLD writes
           SELECT OPTIONAL AUDIT-FIL ASSIGN TO "opg10-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FIL-STATUS.
      *Bind the group exposure report
           SELECT RAPPORT-FIL ASSIGN TO "opg86-storengagement.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Group register record layout
       FD  GRP-FIL.
       01  GRP-REKORD.
           COPY "KUNDEGRUPPE.cpy".

      *Group transaction record layout - "TILFOEJ" or "FJERN", the
      *group, the customer, the link type of a new member and the
      *operator keying it
       FD  TRANS-FIL.
       01  TRANS-REKORD.
           02  GTR-AKTION          PIC X(10).
           02  GTR-GRUPPE-ID       PIC X(10).
           02  GTR-KUNDE-ID        PIC X(10).
           02  GTR-TYPE            PIC X(1).
           02  GTR-KOERT-AF        PIC X(10).

      *Account master record layout
       FD  KONTOFIL.
       01  KONTOFIL-REKORD.
           COPY "KONTOOPL.cpy".

      *Customer master record layout
       FD  KUNDEFIL.
       01  KUNDEFIL-REKORD.
           COPY "KUNDEOPL.cpy".

      *Joint-ownership record layout - must match what SLUTRAPPORT
      *reads
       FD  EJER-FIL.
       01  EJER-REKORD.
           02  EJER-KONTO-ID   PIC X(10).
           02  EJER-KUNDE-ID   PIC X(10).
           02  EJER-ROLLE      PIC X(1).

      *Loan register record layout - shared with LAANYDELSE
       FD  LAAN-FIL.
       01  LAAN-REKORD.
           02  LAAN-KONTO-ID       PIC X(10).
           02  LAAN-HOVEDSTOL      PIC 9(9)V99.
           02  LAAN-AARLIG-RENTE   PIC 9(2)V9999.
           02  LAAN-TERMINER       PIC 9(3).
           02  LAAN-START-DATO     PIC 9(8).
           02  LAAN-BETALKONTO     PIC X(10).
           02  LAAN-NAESTE-TERMIN  PIC 9(3).
           02  LAAN-MISSEDE        PIC 9(3).
           02  LAAN-STATUS         PIC X(10).

      *FX-rate reference record layout - the same dated layout OPG9
      *and OPG31 read
       FD  KURSFIL.
       01  KURSFIL-REKORD.
           02  KURS-F-DATO      PIC 9(8).
           02  KURS-F-VALUTA    PIC X(3).
           02  KURS-F-RATE      PIC 9(3)V9999.

      *Audit log record layout
       FD  AUDIT-FIL.
       01  AUDIT-REKORD.
           02  AUDIT-TEXT          PIC X(150).

      *Group exposure report record layout
       FD  RAPPORT-FIL.
       01  RAPPORT-REKORD.
           02  RAPPORT-TEXT        PIC X(132).

       WORKING-STORAGE SECTION.

      *Today's date - the as-of stamp and the rate cutoff
       01  KOERSELS-DATO        PIC 9(8) VALUE 0.

      *File status fields for the SELECT OPTIONAL files
       01  GRP-FIL-STATUS       PIC X(2) VALUE "00".
       01  TRANS-FIL-STATUS     PIC X(2) VALUE "00".
       01  EJER-FIL-STATUS      PIC X(2) VALUE "00".
       01  LAAN-FIL-STATUS      PIC X(2) VALUE "00".
       01  KURSFIL-STATUS       PIC X(2) VALUE "00".
       01  AUDIT-FIL-STATUS     PIC X(2) VALUE "00".

      *Parameter fields for the shared runtime-parameter subprogram
       01  PARAM-NAVN           PIC X(20) VALUE SPACES.
       01  PARAM-VAERDI         PIC X(20) VALUE SPACES.
       01  PARAM-TAL            PIC S9(9)V99 VALUE 0.
       01  PARAM-FUNDET         PIC X(1) VALUE SPACE.

      *Basis currency, the capital base (kept in Driftsparametre.txt
      *in thousands, since the amount outgrows the parameter field),
      *the percentage of it from which an exposure is reported as a
      *large exposure, and the ceiling no group may pass
       01  BASIS-VALUTAKODE     PIC X(3) VALUE "DKK".
       01  KAPITAL-TKR          PIC 9(9) VALUE 0.
       01  KAPITALGRUNDLAG      PIC 9(13)V99 VALUE 0.
       01  STORENG-PCT          PIC 9(3)V99 VALUE 10.00.
       01  STORENG-LOFT-PCT     PIC 9(3)V99 VALUE 25.00.
       01  STORENG-GRAENSE      PIC 9(13)V99 VALUE 0.
       01  STORENG-LOFT         PIC 9(13)V99 VALUE 0.

      *In-memory group register - a removed member is blanked and
      *left out of the rewrite. MT-GRUPPE-IX is the member's group
      *row in GRUPPE-TABEL
       01  MEDLEM-TABEL.
           05  MEDLEM-POST OCCURS 5000 TIMES INDEXED BY MED-IX.
               10  MT-GRUPPE-ID        PIC X(10).
               10  MT-KUNDE-ID         PIC X(10).
               10  MT-TYPE             PIC X(1).
               10  MT-DATO             PIC 9(8).
               10  MT-GRUPPE-IX        PIC 9(4).
       01  MEDLEM-ANTAL         PIC 9(4) VALUE 0.
       01  MEDLEM-LAEST-ANTAL   PIC 9(7) VALUE 0.
       01  WS-MED-IX            PIC 9(4) VALUE 0.
      *Set when the register outgrew the table - the run is refused
      *whole so the rewrite can never truncate the register
       01  MEDLEM-OVERLOEB-SW   PIC X VALUE "N".
           88  MEDLEM-OVERLOEB      VALUE "Y".

      *Per-group exposure totals in the basis currency. GT-SIDST-
      *KONTO is the last account folded in, so a joint account with
      *two owners in the same group is counted once
       01  GRUPPE-TABEL.
           05  GRUPPE-POST OCCURS 5000 TIMES INDEXED BY GRP-IX.
               10  GT-GRUPPE-ID        PIC X(10).
               10  GT-MEDLEMMER        PIC 9(4).
               10  GT-KONTI            PIC 9(5).
               10  GT-OVERTRAEK        PIC S9(13)V99.
               10  GT-BEVILGET         PIC S9(13)V99.
               10  GT-LAAN             PIC S9(13)V99.
               10  GT-FAELLES          PIC S9(13)V99.
               10  GT-ENGAGEMENT       PIC S9(13)V99.
               10  GT-SIDST-KONTO      PIC X(10).
       01  GRUPPE-ANTAL         PIC 9(4) VALUE 0.
       01  WS-GRP-IX            PIC 9(4) VALUE 0.

      *In-memory joint-ownership table, loaded once at start-up
       01  EJER-TABEL.
           05  EJER-TABEL-POST OCCURS 2000 TIMES INDEXED BY EJER-IX.
               10  EJT-KONTO-ID    PIC X(10).
               10  EJT-KUNDE-ID    PIC X(10).
       01  EJER-ANTAL           PIC 9(4) VALUE 0.

      *The owners of the account in hand - the ownership rows plus
      *the master owner when the file does not already name them
       01  KONTO-EJERE.
           05  KONTO-EJER-POST OCCURS 20 TIMES INDEXED BY KEJ-IX.
               10  KE-KUNDE-ID     PIC X(10).
       01  KONTO-EJER-ANTAL     PIC 9(2) VALUE 0.
       01  MASTER-EJER-MED-SW   PIC X VALUE "N".
           88  MASTER-EJER-MED      VALUE "Y".

      *The loan accounts on the loan register not yet paid off
       01  LAAN-TABEL.
           05  LAAN-TABEL-POST OCCURS 5000 TIMES INDEXED BY LAAN-IX.
               10  LNT-KONTO-ID    PIC X(10).
       01  LAAN-ANTAL           PIC 9(4) VALUE 0.
       01  LAAN-KONTO-SW        PIC X VALUE "N".
           88  ER-LAAN-KONTO        VALUE "Y".

      *In-memory FX-rate table - the rate in effect for today per
      *currency, picked from the dated rows the way OPG31 picks them
       01  KURS-TABEL.
           05  KURS-TABEL-POST OCCURS 20 TIMES INDEXED BY KURS-IX.
               10  KURS-T-VALUTA    PIC X(3).
               10  KURS-T-RATE      PIC 9(3)V9999.
               10  KURS-T-DATO      PIC 9(8).
       01  KURS-ANTAL           PIC 9(3) VALUE 0.
       01  WS-KURS-IX           PIC 9(3) VALUE 0.
       01  KURS-FUNDET-RATE     PIC 9(3)V9999 VALUE 0.
       01  KURS-FUNDET-SW       PIC X VALUE "N".
           88  KURS-FUNDET          VALUE "Y".

      *The account in hand's exposure in the basis currency - the
      *overdraft drawn, the live facility granted, the loan debt,
      *and what counts: the loan debt plus the larger of drawn and
      *granted, since an unused facility can be drawn tomorrow
       01  KREDIT-GRAENSE       PIC 9(7)V99 VALUE 0.
       01  KONTO-OVERTRAEK      PIC S9(11)V99 VALUE 0.
       01  KONTO-BEVILGET       PIC S9(11)V99 VALUE 0.
       01  KONTO-LAAN           PIC S9(11)V99 VALUE 0.
       01  KONTO-ENGAGEMENT     PIC S9(11)V99 VALUE 0.

      *End-of-file flags
       01  EOF-GRP              PIC X VALUE "N".
           88  END-GRP              VALUE "Y".
       01  EOF-TRANS            PIC X VALUE "N".
           88  END-TRANS            VALUE "Y".
       01  EOF-KONTI            PIC X VALUE "N".
           88  END-KONTI            VALUE "Y".
       01  EOF-EJER             PIC X VALUE "N".
           88  END-EJER             VALUE "Y".
       01  EOF-LAAN             PIC X VALUE "N".
           88  END-LAAN             VALUE "Y".
       01  EOF-KURS             PIC X VALUE "N".
           88  END-KURS             VALUE "Y".

      *Operator-register check on the maker - the identity, the
      *role, the amount and the answer from OPERATOERKONTROL
       01  OPK-OPERATOER        PIC X(10) VALUE SPACES.
       01  OPK-ROLLE            PIC X(1) VALUE SPACE.
       01  OPK-BELOB            PIC S9(9)V99 VALUE 0.
       01  OPK-SVAR             PIC X(2) VALUE SPACES.
       01  OPK-AARSAG           PIC X(40) VALUE SPACES.

      *Outcome of the current transaction's validation
       01  TRANS-OK-SW          PIC X VALUE "Y".
           88  TRANS-OK             VALUE "Y".
       01  TRANS-FEJL-AARSAG    PIC X(40) VALUE SPACES.

      *A member's name as the report shows it
       01  FULDT-NAVN           PIC X(40) VALUE SPACES.

      *One group's exposure as a percentage of the capital base and
      *the flag on its line
       01  ENG-PCT              PIC 9(5)V99 VALUE 0.
       01  ENG-FLAG             PIC X(16) VALUE SPACES.

      *Edited amounts for the report
       01  WS-SUM-EDIT          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-OVERTRAEK-EDIT    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-BEVILGET-EDIT     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-LAAN-EDIT         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-FAELLES-EDIT      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PCT-EDIT          PIC ZZZZ9.99.
       01  WS-LOFT-EDIT         PIC ZZ9.99.

      *Control totals for the trailer
       01  TRANS-LAEST-ANTAL    PIC 9(7) VALUE 0.
       01  TRANS-OK-ANTAL       PIC 9(7) VALUE 0.
       01  TRANS-AFVIST-ANTAL   PIC 9(7) VALUE 0.
       01  KONTI-LAEST-ANTAL    PIC 9(7) VALUE 0.
       01  KONTI-TALT-ANTAL     PIC 9(7) VALUE 0.
       01  UDEN-KURS-ANTAL      PIC 9(7) VALUE 0.
       01  STORENG-ANTAL        PIC 9(7) VALUE 0.
       01  OVER-LOFT-ANTAL      PIC 9(7) VALUE 0.

      *Parameter fields for the shared run-count subprogram
       01  KT-PROGRAM           PIC X(8) VALUE "OPG86".
       01  KT-ANTAL             PIC 9(7) VALUE 0.

      *Parameter fields for the shared sealing subprogram
       01  SGL-FUNKTION         PIC X(1) VALUE SPACE.
       01  SGL-FIL              PIC X(1) VALUE SPACE.
       01  SGL-PROGRAM          PIC X(8) VALUE "OPG86".
       01  SGL-AARSAG           PIC X(30) VALUE SPACES.
       01  SGL-SVAR             PIC X(2) VALUE SPACES.
       01  SGL-RAEKKER          PIC 9(9) VALUE 0.
       01  SGL-NYE              PIC 9(9) VALUE 0.
       01  SGL-BRUD             PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
           PERFORM HENT-PARAMETRE

      *Load the group register - a register too big for the table
      *refuses the whole run
           PERFORM LAES-GRUPPER
           IF MEDLEM-OVERLOEB
               DISPLAY "OPG86: gruppe-registret er for stort til"
                       " tabellen, koerslen afvises."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LAES-EJERSKAB
           PERFORM LAES-LAAN
           PERFORM LAES-KURSER

           OPEN INPUT  KONTOFIL
                       KUNDEFIL
                OUTPUT RAPPORT-FIL
           PERFORM ABEN-AUDIT-FIL

      *Work the group transactions against the register, then clear
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
           PERFORM SKRIV-GRUPPER

      *Build the groups from the register as it now stands and fold
      *every open account into the groups its owners belong to
           PERFORM OPBYG-GRUPPER
           PERFORM UNTIL END-KONTI
               READ KONTOFIL NEXT RECORD
                   AT END
                       SET END-KONTI TO TRUE
                   NOT AT END
                       ADD 1 TO KONTI-LAEST-ANTAL
                       IF NOT KONTO-LUKKET OF KONTOFIL-REKORD
                           PERFORM BEHANDL-KONTO
                       END-IF
               END-READ
           END-PERFORM

           PERFORM SKRIV-RAPPORT

           CLOSE KONTOFIL
                 KUNDEFIL
                 AUDIT-FIL
                 RAPPORT-FIL

      *Seal the rows this run added to the audit trail
           PERFORM FORSEGL-AUDIT

      *Leave this run's headline count for OPG28's run report
           MOVE GRUPPE-ANTAL TO KT-ANTAL
           CALL "KOERSELSTAL" USING KT-PROGRAM KT-ANTAL
           STOP RUN.

      * -------------------------------------------------
      *Pick the basis currency, the capital base and the two
      *percentages up from the central parameter file - absent
      *parameters leave the compiled-in values standing
       HENT-PARAMETRE.
           MOVE "BASIS-VALUTAKODE" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-VAERDI (1:3) TO BASIS-VALUTAKODE
           END-IF
           MOVE "KAPITALGRUNDLAG-TKR" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-TAL TO KAPITAL-TKR
           END-IF
           MOVE "STORENG-PCT" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-TAL TO STORENG-PCT
           END-IF
           MOVE "STORENG-LOFT-PCT" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-TAL TO STORENG-LOFT-PCT
           END-IF
           COMPUTE KAPITALGRUNDLAG = KAPITAL-TKR * 1000
           COMPUTE STORENG-GRAENSE ROUNDED =
               KAPITALGRUNDLAG * STORENG-PCT / 100
           COMPUTE STORENG-LOFT ROUNDED =
               KAPITALGRUNDLAG * STORENG-LOFT-PCT / 100
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
      *Load the group register into MEDLEM-TABEL
       LAES-GRUPPER.
           MOVE 0 TO MEDLEM-ANTAL
           MOVE "N" TO EOF-GRP
           OPEN INPUT GRP-FIL
           IF GRP-FIL-STATUS = "00"
               OR GRP-FIL-STATUS = "05"
               PERFORM UNTIL END-GRP
                   READ GRP-FIL
                       AT END
                           SET END-GRP TO TRUE
                       NOT AT END
                           ADD 1 TO MEDLEM-LAEST-ANTAL
                           IF MEDLEM-ANTAL < 5000
                               ADD 1 TO MEDLEM-ANTAL
                               MOVE KG-GRUPPE-ID
                                   TO MT-GRUPPE-ID (MEDLEM-ANTAL)
                               MOVE KG-KUNDE-ID
                                   TO MT-KUNDE-ID (MEDLEM-ANTAL)
                               MOVE KG-TYPE TO MT-TYPE (MEDLEM-ANTAL)
                               MOVE KG-TILKNYTTET-DATO
                                   TO MT-DATO (MEDLEM-ANTAL)
                               MOVE 0 TO MT-GRUPPE-IX (MEDLEM-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRP-FIL
           END-IF
           IF MEDLEM-LAEST-ANTAL > MEDLEM-ANTAL
               SET MEDLEM-OVERLOEB TO TRUE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the joint-ownership cross-reference into EJER-TABEL
       LAES-EJERSKAB.
           MOVE 0 TO EJER-ANTAL
           MOVE "N" TO EOF-EJER
           OPEN INPUT EJER-FIL
           IF EJER-FIL-STATUS = "00"
               OR EJER-FIL-STATUS = "05"
               PERFORM UNTIL END-EJER
                   READ EJER-FIL
                       AT END
                           SET END-EJER TO TRUE
                       NOT AT END
                           IF EJER-ANTAL < 2000
                               ADD 1 TO EJER-ANTAL
                               MOVE EJER-KONTO-ID TO
                                   EJT-KONTO-ID (EJER-ANTAL)
                               MOVE EJER-KUNDE-ID TO
                                   EJT-KUNDE-ID (EJER-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EJER-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the loan accounts not yet paid off into LAAN-TABEL
       LAES-LAAN.
           MOVE 0 TO LAAN-ANTAL
           MOVE "N" TO EOF-LAAN
           OPEN INPUT LAAN-FIL
           IF LAAN-FIL-STATUS = "00" OR LAAN-FIL-STATUS = "05"
               PERFORM UNTIL END-LAAN
                   READ LAAN-FIL
                       AT END
                           SET END-LAAN TO TRUE
                       NOT AT END
                           IF LAAN-STATUS NOT = "INDFRIET"
                               AND LAAN-ANTAL < 5000
                               ADD 1 TO LAAN-ANTAL
                               MOVE LAAN-KONTO-ID
                                   TO LNT-KONTO-ID (LAAN-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAAN-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the FX-rate reference file, keeping per currency only
      *the rate in effect for today - the same dated selection OPG31
      *makes
       LAES-KURSER.
           MOVE "N" TO EOF-KURS
           MOVE 0 TO KURS-ANTAL
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
      *Find the membership a transaction names. Leaves its index in
      *WS-MED-IX, zero when the customer is not in the group.
       FIND-MEDLEM.
           MOVE 0 TO WS-MED-IX
           PERFORM VARYING MED-IX FROM 1 BY 1
               UNTIL MED-IX > MEDLEM-ANTAL
               IF MT-GRUPPE-ID (MED-IX) = GTR-GRUPPE-ID
                   AND MT-KUNDE-ID (MED-IX) = GTR-KUNDE-ID
                   SET WS-MED-IX TO MED-IX
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Apply one group transaction - the operator must hold the
      *maintenance role. A new member must be on the customer master
      *with a known link type; a customer may sit in several groups
      *but only once in each.
       BEHANDL-TRANSAKTION.
           MOVE "Y" TO TRANS-OK-SW
           MOVE SPACES TO TRANS-FEJL-AARSAG
           EVALUATE TRUE
               WHEN GTR-GRUPPE-ID = SPACES
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Blank GRUPPE-ID" TO TRANS-FEJL-AARSAG
               WHEN GTR-KUNDE-ID = SPACES
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Blank KUNDE-ID" TO TRANS-FEJL-AARSAG
           END-EVALUATE
           IF TRANS-OK
               MOVE GTR-KOERT-AF TO OPK-OPERATOER
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
               PERFORM FIND-MEDLEM
               EVALUATE GTR-AKTION
                   WHEN "TILFOEJ"
                       PERFORM TILFOEJ-MEDLEM
                   WHEN "FJERN"
                       IF WS-MED-IX = 0
                           MOVE "N" TO TRANS-OK-SW
                           MOVE "Kunden er ikke i gruppen"
                               TO TRANS-FEJL-AARSAG
                       ELSE
                           MOVE SPACES TO MT-GRUPPE-ID (WS-MED-IX)
                           MOVE SPACES TO MT-KUNDE-ID (WS-MED-IX)
                       END-IF
                   WHEN OTHER
                       MOVE "N" TO TRANS-OK-SW
                       MOVE "Ukendt aktion" TO TRANS-FEJL-AARSAG
               END-EVALUATE
           END-IF
           IF TRANS-OK
               ADD 1 TO TRANS-OK-ANTAL
           ELSE
               ADD 1 TO TRANS-AFVIST-ANTAL
           END-IF
           PERFORM SKRIV-AUDIT
           EXIT.

      * -------------------------------------------------
      *Add one customer to a group
       TILFOEJ-MEDLEM.
           EVALUATE TRUE
               WHEN WS-MED-IX > 0
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Kunden er allerede i gruppen"
                       TO TRANS-FEJL-AARSAG
               WHEN GTR-TYPE NOT = "H" AND GTR-TYPE NOT = "K"
                   AND GTR-TYPE NOT = "A"
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Ukendt tilknytningstype" TO TRANS-FEJL-AARSAG
               WHEN MEDLEM-ANTAL >= 5000
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Gruppe-registret er fuldt"
                       TO TRANS-FEJL-AARSAG
           END-EVALUATE
           IF TRANS-OK
               MOVE GTR-KUNDE-ID TO KUNDE-ID OF KUNDEFIL-REKORD
               READ KUNDEFIL
                   INVALID KEY
                       MOVE "N" TO TRANS-OK-SW
                       MOVE "KUNDE-ID ikke fundet"
                           TO TRANS-FEJL-AARSAG
               END-READ
           END-IF
           IF TRANS-OK
               ADD 1 TO MEDLEM-ANTAL
               MOVE GTR-GRUPPE-ID TO MT-GRUPPE-ID (MEDLEM-ANTAL)
               MOVE GTR-KUNDE-ID  TO MT-KUNDE-ID (MEDLEM-ANTAL)
               MOVE GTR-TYPE      TO MT-TYPE (MEDLEM-ANTAL)
               MOVE KOERSELS-DATO TO MT-DATO (MEDLEM-ANTAL)
               MOVE 0             TO MT-GRUPPE-IX (MEDLEM-ANTAL)
           END-IF
           EXIT.

      * -------------------------------------------------
      *Audit entry for one group transaction, applied or rejected,
      *and a report line for a rejected one
       SKRIV-AUDIT.
           MOVE SPACES TO AUDIT-TEXT
           IF TRANS-OK
               STRING
                   KOERSELS-DATO                DELIMITED BY SIZE
                   " AF: "                      DELIMITED BY SIZE
                   GTR-KOERT-AF                 DELIMITED BY SPACE
                   " KUNDEGRUPPE "              DELIMITED BY SIZE
                   GTR-AKTION                   DELIMITED BY SPACE
                   " GRUPPE-ID: "               DELIMITED BY SIZE
                   GTR-GRUPPE-ID                DELIMITED BY SPACE
                   " KUNDE-ID: "                DELIMITED BY SIZE
                   GTR-KUNDE-ID                 DELIMITED BY SPACE
                   " TYPE: "                    DELIMITED BY SIZE
                   GTR-TYPE                     DELIMITED BY SIZE
                   INTO AUDIT-TEXT
               END-STRING
           ELSE
               STRING
                   KOERSELS-DATO                DELIMITED BY SIZE
                   " AF: "                      DELIMITED BY SIZE
                   GTR-KOERT-AF                 DELIMITED BY SPACE
                   " KUNDEGRUPPE AFVIST "       DELIMITED BY SIZE
                   GTR-AKTION                   DELIMITED BY SPACE
                   " GRUPPE-ID: "               DELIMITED BY SIZE
                   GTR-GRUPPE-ID                DELIMITED BY SPACE
                   " KUNDE-ID: "                DELIMITED BY SIZE
                   GTR-KUNDE-ID                 DELIMITED BY SPACE
                   " AARSAG: "                  DELIMITED BY SIZE
                   TRANS-FEJL-AARSAG            DELIMITED BY SIZE
                   INTO AUDIT-TEXT
               END-STRING
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "AFVIST - "                  DELIMITED BY SIZE
                   GTR-AKTION                   DELIMITED BY SPACE
                   " GRUPPE-ID: "               DELIMITED BY SIZE
                   GTR-GRUPPE-ID                DELIMITED BY SIZE
                   " KUNDE-ID: "                DELIMITED BY SIZE
                   GTR-KUNDE-ID                 DELIMITED BY SIZE
                   " - "                        DELIMITED BY SIZE
                   TRANS-FEJL-AARSAG            DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
           END-IF
           WRITE AUDIT-REKORD
           EXIT.

      * -------------------------------------------------
      *Rewrite the group register from the table, leaving out the
      *removed members
       SKRIV-GRUPPER.
           OPEN OUTPUT GRP-FIL
           PERFORM VARYING MED-IX FROM 1 BY 1
               UNTIL MED-IX > MEDLEM-ANTAL
               IF MT-GRUPPE-ID (MED-IX) NOT = SPACES
                   MOVE MT-GRUPPE-ID (MED-IX) TO KG-GRUPPE-ID
                   MOVE MT-KUNDE-ID (MED-IX)  TO KG-KUNDE-ID
                   MOVE MT-TYPE (MED-IX)      TO KG-TYPE
                   MOVE MT-DATO (MED-IX)      TO KG-TILKNYTTET-DATO
                   WRITE GRP-REKORD
               END-IF
           END-PERFORM
           CLOSE GRP-FIL
           EXIT.

      * -------------------------------------------------
      *One row per group in GRUPPE-TABEL, and every member pointed
      *at its group's row
       OPBYG-GRUPPER.
           MOVE 0 TO GRUPPE-ANTAL
           PERFORM VARYING MED-IX FROM 1 BY 1
               UNTIL MED-IX > MEDLEM-ANTAL
               IF MT-GRUPPE-ID (MED-IX) NOT = SPACES
                   PERFORM FIND-GRUPPE
                   MOVE WS-GRP-IX TO MT-GRUPPE-IX (MED-IX)
                   ADD 1 TO GT-MEDLEMMER (WS-GRP-IX)
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Find the member's group row, adding it when the group is new
      *- the table is as large as the member table, so it cannot
      *run full
       FIND-GRUPPE.
           MOVE 0 TO WS-GRP-IX
           PERFORM VARYING GRP-IX FROM 1 BY 1
               UNTIL GRP-IX > GRUPPE-ANTAL
               IF GT-GRUPPE-ID (GRP-IX) = MT-GRUPPE-ID (MED-IX)
                   SET WS-GRP-IX TO GRP-IX
               END-IF
           END-PERFORM
           IF WS-GRP-IX = 0
               ADD 1 TO GRUPPE-ANTAL
               MOVE GRUPPE-ANTAL TO WS-GRP-IX
               MOVE MT-GRUPPE-ID (MED-IX) TO GT-GRUPPE-ID (WS-GRP-IX)
               MOVE 0 TO GT-MEDLEMMER (WS-GRP-IX)
               MOVE 0 TO GT-KONTI (WS-GRP-IX)
               MOVE 0 TO GT-OVERTRAEK (WS-GRP-IX)
               MOVE 0 TO GT-BEVILGET (WS-GRP-IX)
               MOVE 0 TO GT-LAAN (WS-GRP-IX)
               MOVE 0 TO GT-FAELLES (WS-GRP-IX)
               MOVE 0 TO GT-ENGAGEMENT (WS-GRP-IX)
               MOVE SPACES TO GT-SIDST-KONTO (WS-GRP-IX)
           END-IF
           EXIT.

      * -------------------------------------------------
      *Fold one open account into the groups of its owners: work out
      *its exposure in the basis currency, collect the owners, and
      *add the account once to every group any of them is in
       BEHANDL-KONTO.
           PERFORM BEREGN-ENGAGEMENT
           IF KONTO-ENGAGEMENT > 0
               IF KURS-FUNDET
                   ADD 1 TO KONTI-TALT-ANTAL
                   PERFORM SAML-EJERE
                   PERFORM VARYING KEJ-IX FROM 1 BY 1
                       UNTIL KEJ-IX > KONTO-EJER-ANTAL
                       PERFORM OPTAEL-EJER
                   END-PERFORM
               ELSE
                   ADD 1 TO UDEN-KURS-ANTAL
                   MOVE SPACES TO RAPPORT-TEXT
                   STRING
                       "KURS MANGLER - KONTO-ID: "  DELIMITED BY SIZE
                       KONTO-ID OF KONTOFIL-REKORD  DELIMITED BY SIZE
                       " VALUTA: "                  DELIMITED BY SIZE
                       VALUTA-KD OF KONTOFIL-REKORD DELIMITED BY SIZE
                       INTO RAPPORT-TEXT
                   END-STRING
                   WRITE RAPPORT-REKORD
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *The account's exposure in the basis currency at today's rate.
      *A loan account owes its negative balance as loan debt; any
      *other account owes its overdraft and has its live facility
      *granted - a facility is only live while the field is numeric
      *and its expiry has not passed, the same test KONTOPOSTERING
      *makes
       BEREGN-ENGAGEMENT.
           MOVE 0 TO KONTO-OVERTRAEK
           MOVE 0 TO KONTO-BEVILGET
           MOVE 0 TO KONTO-LAAN
           MOVE 0 TO KONTO-ENGAGEMENT
           MOVE "N" TO LAAN-KONTO-SW
           PERFORM VARYING LAAN-IX FROM 1 BY 1
               UNTIL LAAN-IX > LAAN-ANTAL
               IF LNT-KONTO-ID (LAAN-IX) = KONTO-ID OF KONTOFIL-REKORD
                   SET ER-LAAN-KONTO TO TRUE
               END-IF
           END-PERFORM
           MOVE 0 TO KREDIT-GRAENSE
           IF NOT ER-LAAN-KONTO
               AND KONTO-KREDITMAX OF KONTOFIL-REKORD NUMERIC
               AND KONTO-KREDITMAX OF KONTOFIL-REKORD > 0
               IF KONTO-KREDIT-UDLOEB OF KONTOFIL-REKORD NOT NUMERIC
                   OR KONTO-KREDIT-UDLOEB OF KONTOFIL-REKORD = 0
                   OR KONTO-KREDIT-UDLOEB OF KONTOFIL-REKORD
                       >= KOERSELS-DATO
                   MOVE KONTO-KREDITMAX OF KONTOFIL-REKORD
                       TO KREDIT-GRAENSE
               END-IF
           END-IF
           MOVE "N" TO KURS-FUNDET-SW
           MOVE 0 TO KURS-FUNDET-RATE
           IF VALUTA-KD OF KONTOFIL-REKORD = BASIS-VALUTAKODE
               MOVE 1 TO KURS-FUNDET-RATE
               SET KURS-FUNDET TO TRUE
           ELSE
               PERFORM VARYING KURS-IX FROM 1 BY 1
                   UNTIL KURS-IX > KURS-ANTAL
                   IF KURS-T-VALUTA (KURS-IX) =
                           VALUTA-KD OF KONTOFIL-REKORD
                       MOVE KURS-T-RATE (KURS-IX)
                           TO KURS-FUNDET-RATE
                       SET KURS-FUNDET TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF BALANCE OF KONTOFIL-REKORD < 0
               IF ER-LAAN-KONTO
                   COMPUTE KONTO-LAAN ROUNDED =
                       (0 - BALANCE OF KONTOFIL-REKORD)
                       * KURS-FUNDET-RATE
               ELSE
                   COMPUTE KONTO-OVERTRAEK ROUNDED =
                       (0 - BALANCE OF KONTOFIL-REKORD)
                       * KURS-FUNDET-RATE
               END-IF
           END-IF
           COMPUTE KONTO-BEVILGET ROUNDED =
               KREDIT-GRAENSE * KURS-FUNDET-RATE
           COMPUTE KONTO-ENGAGEMENT = KONTO-LAAN + KONTO-OVERTRAEK
           IF KONTO-BEVILGET > KONTO-OVERTRAEK
               COMPUTE KONTO-ENGAGEMENT = KONTO-LAAN + KONTO-BEVILGET
           END-IF
      *A currency without a rate still shows as an exposure, so the
      *missing rate is reported rather than the account dropped
           IF NOT KURS-FUNDET
               AND (BALANCE OF KONTOFIL-REKORD < 0
                   OR KREDIT-GRAENSE > 0)
               MOVE 1 TO KONTO-ENGAGEMENT
           END-IF
           EXIT.

      * -------------------------------------------------
      *Collect the account's owners: every KUNDE-ID in the ownership
      *file for the account, plus the master owner when the file
      *does not already name them
       SAML-EJERE.
           MOVE 0 TO KONTO-EJER-ANTAL
           MOVE "N" TO MASTER-EJER-MED-SW
           PERFORM VARYING EJER-IX FROM 1 BY 1
               UNTIL EJER-IX > EJER-ANTAL
               IF EJT-KONTO-ID (EJER-IX) =
                       KONTO-ID OF KONTOFIL-REKORD
                   AND KONTO-EJER-ANTAL < 20
                   ADD 1 TO KONTO-EJER-ANTAL
                   MOVE EJT-KUNDE-ID (EJER-IX)
                       TO KE-KUNDE-ID (KONTO-EJER-ANTAL)
                   IF EJT-KUNDE-ID (EJER-IX) =
                           KUNDE-ID OF KONTOFIL-REKORD
                       SET MASTER-EJER-MED TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF NOT MASTER-EJER-MED AND KONTO-EJER-ANTAL < 20
               ADD 1 TO KONTO-EJER-ANTAL
               MOVE KUNDE-ID OF KONTOFIL-REKORD
                   TO KE-KUNDE-ID (KONTO-EJER-ANTAL)
           END-IF
           EXIT.

      * -------------------------------------------------
      *Add the account in hand to every group one of its owners is a
      *member of
       OPTAEL-EJER.
           PERFORM VARYING MED-IX FROM 1 BY 1
               UNTIL MED-IX > MEDLEM-ANTAL
               IF MT-KUNDE-ID (MED-IX) = KE-KUNDE-ID (KEJ-IX)
                   AND MT-GRUPPE-IX (MED-IX) > 0
                   MOVE MT-GRUPPE-IX (MED-IX) TO WS-GRP-IX
                   PERFORM OPTAEL-GRUPPE
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Add the account in hand to one group - once, however many of
      *its owners the group holds. A joint account counts whole to
      *the group, since each owner answers for all of it.
       OPTAEL-GRUPPE.
           IF GT-SIDST-KONTO (WS-GRP-IX) NOT =
                   KONTO-ID OF KONTOFIL-REKORD
               MOVE KONTO-ID OF KONTOFIL-REKORD
                   TO GT-SIDST-KONTO (WS-GRP-IX)
               ADD 1 TO GT-KONTI (WS-GRP-IX)
               ADD KONTO-OVERTRAEK TO GT-OVERTRAEK (WS-GRP-IX)
               ADD KONTO-BEVILGET TO GT-BEVILGET (WS-GRP-IX)
               ADD KONTO-LAAN TO GT-LAAN (WS-GRP-IX)
               ADD KONTO-ENGAGEMENT TO GT-ENGAGEMENT (WS-GRP-IX)
               IF KONTO-EJER-ANTAL > 1
                   ADD KONTO-ENGAGEMENT TO GT-FAELLES (WS-GRP-IX)
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Write the group exposure report - a heading with the capital
      *base and the two thresholds, one block per group and the
      *control totals
       SKRIV-RAPPORT.
           MOVE KAPITALGRUNDLAG TO WS-SUM-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Storengagementer per "   DELIMITED BY SIZE
               KOERSELS-DATO             DELIMITED BY SIZE
               " - kapitalgrundlag "     DELIMITED BY SIZE
               WS-SUM-EDIT               DELIMITED BY SIZE
               " "                       DELIMITED BY SIZE
               BASIS-VALUTAKODE          DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE STORENG-PCT TO WS-PCT-EDIT
           MOVE STORENG-LOFT-PCT TO WS-LOFT-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Indberetningsgraense pct.: " DELIMITED BY SIZE
               WS-PCT-EDIT                   DELIMITED BY SIZE
               "  Loft pct.: "               DELIMITED BY SIZE
               WS-LOFT-EDIT                  DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           IF KAPITALGRUNDLAG = 0
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "KAPITALGRUNDLAG-TKR mangler i Driftsparametre.txt"
                                             DELIMITED BY SIZE
                   " - ingen grupper kan markeres"
                                             DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
               DISPLAY "OPG86: KAPITALGRUNDLAG-TKR er ikke sat."
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM VARYING GRP-IX FROM 1 BY 1
               UNTIL GRP-IX > GRUPPE-ANTAL
               PERFORM SKRIV-GRUPPE
           END-PERFORM
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Konti laest: "        DELIMITED BY SIZE
               KONTI-LAEST-ANTAL      DELIMITED BY SIZE
               "  Konti talt: "       DELIMITED BY SIZE
               KONTI-TALT-ANTAL       DELIMITED BY SIZE
               "  Uden kurs: "        DELIMITED BY SIZE
               UDEN-KURS-ANTAL        DELIMITED BY SIZE
               "  Grupper: "          DELIMITED BY SIZE
               GRUPPE-ANTAL           DELIMITED BY SIZE
               "  Storengagementer: " DELIMITED BY SIZE
               STORENG-ANTAL          DELIMITED BY SIZE
               "  Over loft: "        DELIMITED BY SIZE
               OVER-LOFT-ANTAL        DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Transaktioner: "      DELIMITED BY SIZE
               TRANS-LAEST-ANTAL      DELIMITED BY SIZE
               "  OK: "               DELIMITED BY SIZE
               TRANS-OK-ANTAL         DELIMITED BY SIZE
               "  Afvist: "           DELIMITED BY SIZE
               TRANS-AFVIST-ANTAL     DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           DISPLAY "Grupper: "           GRUPPE-ANTAL
                   " Storengagementer: " STORENG-ANTAL
                   " Over loft: "        OVER-LOFT-ANTAL
                   " Uden kurs: "        UDEN-KURS-ANTAL
           EXIT.

      * -------------------------------------------------
      *One group's block - the exposure and its share of the capital
      *base with the flag, the split behind it, and the members
       SKRIV-GRUPPE.
           MOVE SPACES TO ENG-FLAG
           MOVE 0 TO ENG-PCT
           IF KAPITALGRUNDLAG > 0
               COMPUTE ENG-PCT ROUNDED =
                   GT-ENGAGEMENT (GRP-IX) * 100 / KAPITALGRUNDLAG
                   ON SIZE ERROR
                       MOVE 99999.99 TO ENG-PCT
               END-COMPUTE
               EVALUATE TRUE
                   WHEN GT-ENGAGEMENT (GRP-IX) > STORENG-LOFT
                       MOVE " OVER LOFT" TO ENG-FLAG
                       ADD 1 TO OVER-LOFT-ANTAL
                       ADD 1 TO STORENG-ANTAL
                   WHEN GT-ENGAGEMENT (GRP-IX) >= STORENG-GRAENSE
                       MOVE " STORENGAGEMENT" TO ENG-FLAG
                       ADD 1 TO STORENG-ANTAL
               END-EVALUATE
           END-IF
           MOVE GT-ENGAGEMENT (GRP-IX) TO WS-SUM-EDIT
           MOVE ENG-PCT TO WS-PCT-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "GRUPPE: "              DELIMITED BY SIZE
               GT-GRUPPE-ID (GRP-IX)   DELIMITED BY SIZE
               " MEDLEMMER: "          DELIMITED BY SIZE
               GT-MEDLEMMER (GRP-IX)   DELIMITED BY SIZE
               " KONTI: "              DELIMITED BY SIZE
               GT-KONTI (GRP-IX)       DELIMITED BY SIZE
               " ENGAGEMENT: "         DELIMITED BY SIZE
               WS-SUM-EDIT             DELIMITED BY SIZE
               " PCT: "                DELIMITED BY SIZE
               WS-PCT-EDIT             DELIMITED BY SIZE
               ENG-FLAG                DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE GT-OVERTRAEK (GRP-IX) TO WS-OVERTRAEK-EDIT
           MOVE GT-BEVILGET (GRP-IX)  TO WS-BEVILGET-EDIT
           MOVE GT-LAAN (GRP-IX)      TO WS-LAAN-EDIT
           MOVE GT-FAELLES (GRP-IX)   TO WS-FAELLES-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "  OVERTRAEK: "         DELIMITED BY SIZE
               WS-OVERTRAEK-EDIT       DELIMITED BY SIZE
               " BEVILGET: "           DELIMITED BY SIZE
               WS-BEVILGET-EDIT        DELIMITED BY SIZE
               " LAAN: "               DELIMITED BY SIZE
               WS-LAAN-EDIT            DELIMITED BY SIZE
               " HERAF FAELLES: "      DELIMITED BY SIZE
               WS-FAELLES-EDIT         DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           PERFORM VARYING MED-IX FROM 1 BY 1
               UNTIL MED-IX > MEDLEM-ANTAL
               IF MT-GRUPPE-IX (MED-IX) = GRP-IX
                   AND MT-GRUPPE-ID (MED-IX) NOT = SPACES
                   PERFORM SKRIV-MEDLEM
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *One member line - the customer, the link type and the name
       SKRIV-MEDLEM.
           MOVE SPACES TO FULDT-NAVN
           MOVE MT-KUNDE-ID (MED-IX) TO KUNDE-ID OF KUNDEFIL-REKORD
           READ KUNDEFIL
               INVALID KEY
                   MOVE "(ikke paa kundemasteren)" TO FULDT-NAVN
               NOT INVALID KEY
                   CALL "KUNDENAVN" USING KUNDEFIL-REKORD FULDT-NAVN
           END-READ
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "  MEDLEM: "            DELIMITED BY SIZE
               MT-KUNDE-ID (MED-IX)    DELIMITED BY SIZE
               " TYPE: "               DELIMITED BY SIZE
               MT-TYPE (MED-IX)        DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               FULDT-NAVN              DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
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
               DISPLAY "OPG86: kaedebrud i opg10-audit.txt raekke "
                       SGL-BRUD
           END-IF
           EXIT.
