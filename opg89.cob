      *Price-agreement register - keeps Prisaftaler.txt, the special
      *terms agreed with a customer or on a single account: its own
      *credit and debit interest rate in place of the standard one,
      *and waivers of the monthly, statement, dormancy and overdraft
      *fees, each agreement with a validity window. The terms are
      *commercial decisions, so every change goes through a second
      *pair of hands the way REFVEDLIGEHOLD routes a large rate
      *change: the keyed transactions (opret/aendr/ophoer) are
      *validated and parked in opg89-afventer.txt, and only an
      *approver other than the maker can release them through
      *opg89-godkendelser.txt, worked at the start of every run.
      *Every step lands in opg10-audit.txt. The agreements are
      *applied where the money is computed - RENTEPERIODISERING,
      *GEBYRBEREGNING and OVERTRAEKSGEBYR find them through
      *PRISAFTALE and log what they give away to
      *Prisaftale-eftergivet.txt. Run with the argument RAPPORT
      *(monthly) the program also writes the agreement report: the
      *month's revenue given away per agreement, and the agreements
      *running out within the warning horizon. Transaction files:
      *  opg89-transaktioner.txt  (the day's keyed changes)
      *  opg89-godkendelser.txt   (the approvers' decisions)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRISAFTALER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind the agreement register - loaded whole and rewritten in
      *full at the end of the run. SELECT OPTIONAL so a site with no
      *agreements yet runs clean
           SELECT OPTIONAL AFTALE-FIL ASSIGN TO "Prisaftaler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFTALE-FIL-STATUS.
      *Bind the day's agreement transactions - cleared once worked,
      *so a rerun or the month-end run cannot park them twice
           SELECT OPTIONAL TRANS-FIL
               ASSIGN TO "opg89-transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FIL-STATUS.
      *Bind the pending-approvals queue and the approvers' decision
      *file - the REFVEDLIGEHOLD shape applied to agreements
           SELECT OPTIONAL AFVENT-FIL ASSIGN TO "opg89-afventer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFVENT-FIL-STATUS.
           SELECT OPTIONAL GODK-FIL
               ASSIGN TO "opg89-godkendelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GODK-FIL-STATUS.
      *Bind the give-away ledger the billing programs append to -
      *read for the monthly report
           SELECT OPTIONAL EFTERGIVET-FIL
               ASSIGN TO "Prisaftale-eftergivet.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EFTERGIVET-FIL-STATUS.
      *Bind account master - read by key for an account-level
      *agreement's account
           SELECT KONTOFIL ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOFIL-REKORD
               ALTERNATE RECORD KEY IS KUNDE-ID OF KONTOFIL-REKORD
                   WITH DUPLICATES.
      *Bind customer master - read by key for a customer-level
      *agreement's customer
           SELECT KUNDEFIL ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEFIL-REKORD.
      *Bind the audit log - opened EXTEND so agreement changes land
      *in the same trail VEDLIGEHOLD writes
           SELECT OPTIONAL AUDIT-FIL ASSIGN TO "opg10-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FIL-STATUS.
      *Bind the daily agreement report
           SELECT RAPPORT-FIL ASSIGN TO "opg89-aftale-rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *Bind the monthly agreement report
           SELECT MD-FIL ASSIGN TO "opg89-aftale-maaned.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Agreement register record layout
       FD  AFTALE-FIL.
       01  AFTALE-REKORD.
           COPY "PRISAFTALE.cpy".

      *Agreement transaction record layout - the action, the
      *agreement (zero on opret), the party it is made with, the two
      *rates (blank keeps the standard rate), the four fee waivers
      *("J" waives), the validity window, a remark and the
      *identities. On ophoer only the number and an end date (zero
      *ends it today) are read.
       FD  TRANS-FIL.
       01  TRANS-REKORD.
           02  PTR-AKTION          PIC X(10).
           02  PTR-AFTALE-NR       PIC 9(6).
           02  PTR-NIVEAU          PIC X(1).
           02  PTR-NOEGLE          PIC X(10).
           02  PTR-KREDIT-SATS     PIC 9(2)V9999.
           02  PTR-KREDIT-SATS-X REDEFINES PTR-KREDIT-SATS
                                   PIC X(6).
           02  PTR-DEBET-SATS      PIC 9(2)V9999.
           02  PTR-DEBET-SATS-X REDEFINES PTR-DEBET-SATS
                                   PIC X(6).
           02  PTR-FRI-MAANED      PIC X(1).
           02  PTR-FRI-UDTOG       PIC X(1).
           02  PTR-FRI-DVALE       PIC X(1).
           02  PTR-FRI-OVERTRAEK   PIC X(1).
           02  PTR-GYLDIG-FRA      PIC 9(8).
           02  PTR-GYLDIG-TIL      PIC 9(8).
           02  PTR-BEMAERKNING     PIC X(30).
           02  PTR-KOERT-AF        PIC X(10).
           02  PTR-GODKENDT-AF     PIC X(10).

      *Pending-approval record layout - the REFVEDLIGEHOLD shape
      *with the agreement transaction as the parked image
       FD  AFVENT-FIL.
       01  AFVENT-REKORD.
           02  AFVENT-NR           PIC 9(6).
           02  AFVENT-DATO         PIC 9(8).
           02  AFVENT-MAKER        PIC X(10).
           02  AFVENT-BILLEDE      PIC X(120).

      *Decision record layout - pending number, godkend/afvis, and
      *the approver's identity
       FD  GODK-FIL.
       01  GODK-REKORD.
           02  GK-AFVENT-NR        PIC 9(6).
           02  GK-BESLUTNING       PIC X(1).
               88  GK-GODKENDT         VALUE "G".
               88  GK-AFVIST           VALUE "X".
           02  GK-GODKENDER        PIC X(10).

      *Give-away ledger record layout - shared with OPG18, OPG19
      *and OPG46
       FD  EFTERGIVET-FIL.
       01  EFTERGIVET-REKORD.
           COPY "PRISEFTERGIVET.cpy".

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

      *Today's date, stamped on agreements and audit entries
       01  KOERSELS-DATO        PIC 9(8) VALUE 0.
       01  KOERSELS-SERIAL      PIC 9(7) VALUE 0.

      *Command-line argument - RAPPORT adds the monthly report
       01  WS-KOMMANDOLINJE     PIC X(20) VALUE SPACES.
       01  KOERSEL-SW           PIC X VALUE "D".
           88  MAANEDS-KOERSEL      VALUE "M".

      *File status fields for the SELECT OPTIONAL files
       01  AFTALE-FIL-STATUS    PIC X(2) VALUE "00".
       01  TRANS-FIL-STATUS     PIC X(2) VALUE "00".
       01  AFVENT-FIL-STATUS    PIC X(2) VALUE "00".
       01  GODK-FIL-STATUS      PIC X(2) VALUE "00".
       01  EFTERGIVET-FIL-STATUS PIC X(2) VALUE "00".
       01  AUDIT-FIL-STATUS     PIC X(2) VALUE "00".

      *In-memory agreement register, loaded once and rewritten at
      *the end of the run - the whole row, with the fields the
      *overlap and expiry scans need held alongside
       01  AFTALE-TABEL.
           05  AFTALE-POST OCCURS 2000 TIMES INDEXED BY AFT-IX.
               10  AT-REKORD           PIC X(120).
               10  AT-NR               PIC 9(6).
               10  AT-NIVEAU           PIC X(1).
               10  AT-NOEGLE           PIC X(10).
               10  AT-FRA              PIC 9(8).
               10  AT-TIL              PIC 9(8).
       01  AFTALE-ANTAL         PIC 9(5) VALUE 0.
       01  AFTALE-LAEST-ANTAL   PIC 9(7) VALUE 0.
       01  AFTALE-NAESTE-NR     PIC 9(6) VALUE 0.
       01  WS-AFT-IX            PIC 9(5) VALUE 0.

      *Set when the register outgrew its table - the run is refused
      *whole so the rewrite can never truncate the register
       01  AFTALE-OVERLOEB-SW   PIC X VALUE "N".
           88  AFTALE-OVERLOEB      VALUE "Y".

      *Working view of the agreement row in hand, in its real layout
       01  ARBEJDS-AFTALE.
           COPY "PRISAFTALE.cpy".

      *Pending-approval state - the REFVEDLIGEHOLD queue held in
      *memory
       01  AFVENT-TABEL.
           05  AFVENT-POST OCCURS 500 TIMES INDEXED BY AFVENT-IX.
               10  AVT-NR              PIC 9(6).
               10  AVT-DATO            PIC 9(8).
               10  AVT-MAKER           PIC X(10).
               10  AVT-BILLEDE         PIC X(120).
               10  AVT-AFGJORT-SW      PIC X.
                   88  AVT-AFGJORT         VALUE "Y".
       01  AFVENT-ANTAL         PIC 9(3) VALUE 0.
       01  AFVENT-NAESTE-NR     PIC 9(6) VALUE 0.
       01  WS-AFVENT-IX         PIC 9(3) VALUE 0.

      *The window the transaction in hand would give the agreement,
      *for the overlap test
       01  NY-FRA               PIC 9(8) VALUE 0.
       01  NY-TIL               PIC 9(8) VALUE 0.

      *Operator-register check - the identity, the role it must
      *hold, and the answer from OPERATOERKONTROL. Agreements carry
      *no amount, so only role and validity are judged
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

      *Warning horizon in days for agreements about to run out -
      *overridable in Driftsparametre.txt
       01  VARSEL-DAGE          PIC 9(3) VALUE 30.
       01  VARSEL-DATO          PIC 9(8) VALUE 0.

      *Parameter fields for the shared date subprogram, and the
      *date-validation roundtrip
       01  DATO-FUNKTION        PIC X(1) VALUE SPACE.
       01  DATO-ARG             PIC 9(8) VALUE 0.
       01  DATO-SERIAL          PIC 9(7) VALUE 0.
       01  DATO-UGEDAG          PIC 9(1) VALUE 0.
       01  WS-DATO-PROEVE       PIC 9(8) VALUE 0.
       01  DATO-GYLDIG-SW       PIC X VALUE "N".
           88  DATO-GYLDIG          VALUE "Y".

      *Outcome of the current transaction
       01  TRANS-OK-SW          PIC X VALUE "Y".
           88  TRANS-OK             VALUE "Y".
       01  TRANS-FEJL-AARSAG    PIC X(40) VALUE SPACES.

      *The month's give-away per agreement, in step with the
      *register table - interest, the three account fees together,
      *and the overdraft fee
       01  EFTERGIVET-TABEL.
           05  EFTERGIVET-POST OCCURS 2000 TIMES.
               10  ET-RENTE            PIC S9(9)V99.
               10  ET-GEBYR            PIC S9(9)V99.
               10  ET-OVERTRAEK        PIC S9(9)V99.
       01  ET-I-ALT             PIC S9(9)V99 VALUE 0.
       01  EFTERGIVET-MD-SUM    PIC S9(11)V99 VALUE 0.
       01  EFTERGIVET-UKENDT    PIC 9(5) VALUE 0.
       01  AFTALE-MED-ANTAL     PIC 9(5) VALUE 0.
       01  UDLOEB-ANTAL         PIC 9(5) VALUE 0.

      *End-of-file flags
       01  EOF-AFTALE           PIC X VALUE "N".
           88  END-AFTALE           VALUE "Y".
       01  EOF-TRANS            PIC X VALUE "N".
           88  END-TRANS            VALUE "Y".
       01  EOF-GODK             PIC X VALUE "N".
           88  END-GODK             VALUE "Y".
       01  EOF-AFVENT           PIC X VALUE "N".
           88  END-AFVENT           VALUE "Y".
       01  EOF-EFTERGIVET       PIC X VALUE "N".
           88  END-EFTERGIVET       VALUE "Y".

      *Edited fields for the report lines
       01  WS-RENTE-EDIT        PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-GEBYR-EDIT        PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-OVERTRAEK-EDIT    PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-SUM-EDIT          PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-ANTAL-EDIT        PIC ZZZZ9.

      *Control totals for the trailer
       01  TRANS-LAEST-ANTAL    PIC 9(7) VALUE 0.
       01  TRANS-OK-ANTAL       PIC 9(7) VALUE 0.
       01  TRANS-AFVIST-ANTAL   PIC 9(7) VALUE 0.
       01  TRANS-PARKERET-ANTAL PIC 9(7) VALUE 0.
       01  GODKENDT-ANTAL       PIC 9(7) VALUE 0.

      *Parameter fields for the shared run-count subprogram
       01  KT-PROGRAM           PIC X(8) VALUE "OPG89".
       01  KT-ANTAL             PIC 9(7) VALUE 0.

      *Parameter fields for the shared sealing subprogram
       01  SGL-FUNKTION         PIC X(1) VALUE SPACE.
       01  SGL-FIL              PIC X(1) VALUE SPACE.
       01  SGL-PROGRAM          PIC X(8) VALUE "OPG89".
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

      *Load the register and the pending queue - a register too big
      *for the table refuses the whole run
           PERFORM LAES-AFTALER
           IF AFTALE-OVERLOEB
               DISPLAY "OPG89: prisaftaleregistret er for stort til"
                       " tabellen, koerslen afvises."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LAES-AFVENTENDE

           OPEN INPUT  KONTOFIL
                       KUNDEFIL
                OUTPUT RAPPORT-FIL
           PERFORM ABEN-AUDIT-FIL

      *Work the approvers' decisions first - an approved change is
      *validated again against the register as it now stands and
      *applied with both identities on it
           PERFORM BEHANDL-GODKENDELSER

      *Then the day's keyed transactions, parked for approval, and
      *clear them
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

      *Rewrite the register and the queue with the day's changes
           PERFORM SKRIV-AFTALER
           PERFORM SKRIV-AFVENTENDE
           PERFORM SKRIV-TRAILER

      *The month's report works from the register as it now stands
           IF MAANEDS-KOERSEL
               OPEN OUTPUT MD-FIL
               PERFORM SKRIV-MAANEDSRAPPORT
               CLOSE MD-FIL
           END-IF

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
      *Look the warning horizon up in the central parameter file -
      *an absent parameter leaves the compiled-in value standing
       HENT-PARAMETRE.
           MOVE "PRISAFTALE-VARSEL" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J" AND PARAM-TAL > 0
               MOVE PARAM-TAL TO VARSEL-DAGE
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
      *Load the agreement register into AFTALE-TABEL, and find the
      *highest agreement number already used
       LAES-AFTALER.
           MOVE 0 TO AFTALE-ANTAL
           MOVE 0 TO AFTALE-NAESTE-NR
           MOVE "N" TO EOF-AFTALE
           OPEN INPUT AFTALE-FIL
           IF AFTALE-FIL-STATUS = "00"
               OR AFTALE-FIL-STATUS = "05"
               PERFORM UNTIL END-AFTALE
                   READ AFTALE-FIL
                       AT END
                           SET END-AFTALE TO TRUE
                       NOT AT END
                           ADD 1 TO AFTALE-LAEST-ANTAL
                           IF PA-AFTALE-NR OF AFTALE-REKORD
                                   > AFTALE-NAESTE-NR
                               MOVE PA-AFTALE-NR OF AFTALE-REKORD
                                   TO AFTALE-NAESTE-NR
                           END-IF
                           IF AFTALE-ANTAL < 2000
                               ADD 1 TO AFTALE-ANTAL
                               MOVE AFTALE-REKORD TO ARBEJDS-AFTALE
                               SET AFT-IX TO AFTALE-ANTAL
                               PERFORM GEM-ARBEJDS-AFTALE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AFTALE-FIL
           END-IF
           IF AFTALE-LAEST-ANTAL > AFTALE-ANTAL
               SET AFTALE-OVERLOEB TO TRUE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Put the working agreement into the table row AFT-IX points
      *at, with its scan fields
       GEM-ARBEJDS-AFTALE.
           MOVE ARBEJDS-AFTALE TO AT-REKORD (AFT-IX)
           MOVE PA-AFTALE-NR OF ARBEJDS-AFTALE TO AT-NR (AFT-IX)
           MOVE PA-NIVEAU OF ARBEJDS-AFTALE TO AT-NIVEAU (AFT-IX)
           MOVE PA-NOEGLE OF ARBEJDS-AFTALE TO AT-NOEGLE (AFT-IX)
           MOVE PA-GYLDIG-FRA OF ARBEJDS-AFTALE TO AT-FRA (AFT-IX)
           MOVE PA-GYLDIG-TIL OF ARBEJDS-AFTALE TO AT-TIL (AFT-IX)
           EXIT.

      * -------------------------------------------------
      *Load the pending queue and carry the numbering on
       LAES-AFVENTENDE.
           MOVE 0 TO AFVENT-ANTAL
           MOVE 0 TO AFVENT-NAESTE-NR
           MOVE "N" TO EOF-AFVENT
           OPEN INPUT AFVENT-FIL
           IF AFVENT-FIL-STATUS = "00"
               OR AFVENT-FIL-STATUS = "05"
               PERFORM UNTIL END-AFVENT
                   READ AFVENT-FIL
                       AT END
                           SET END-AFVENT TO TRUE
                       NOT AT END
                           IF AFVENT-NR > AFVENT-NAESTE-NR
                               MOVE AFVENT-NR TO AFVENT-NAESTE-NR
                           END-IF
                           IF AFVENT-ANTAL < 500
                               ADD 1 TO AFVENT-ANTAL
                               MOVE AFVENT-NR TO
                                   AVT-NR (AFVENT-ANTAL)
                               MOVE AFVENT-DATO TO
                                   AVT-DATO (AFVENT-ANTAL)
                               MOVE AFVENT-MAKER TO
                                   AVT-MAKER (AFVENT-ANTAL)
                               MOVE AFVENT-BILLEDE TO
                                   AVT-BILLEDE (AFVENT-ANTAL)
                               MOVE "N" TO
                                   AVT-AFGJORT-SW (AFVENT-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AFVENT-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Work the approvers' decisions against the queue - an
      *approved change is applied carrying the approver's identity,
      *a rejected one is just dropped, either way with both
      *identities in the audit trail
       BEHANDL-GODKENDELSER.
           MOVE "N" TO EOF-GODK
           OPEN INPUT GODK-FIL
           IF GODK-FIL-STATUS = "00" OR GODK-FIL-STATUS = "05"
               PERFORM UNTIL END-GODK
                   READ GODK-FIL
                       AT END
                           SET END-GODK TO TRUE
                       NOT AT END
                           PERFORM BEHANDL-EN-GODKENDELSE
                   END-READ
               END-PERFORM
               CLOSE GODK-FIL
               OPEN OUTPUT GODK-FIL
               CLOSE GODK-FIL
           END-IF
           EXIT.

       BEHANDL-EN-GODKENDELSE.
           MOVE 0 TO WS-AFVENT-IX
           PERFORM VARYING AFVENT-IX FROM 1 BY 1
               UNTIL AFVENT-IX > AFVENT-ANTAL
               IF AVT-NR (AFVENT-IX) = GK-AFVENT-NR
                   AND NOT AVT-AFGJORT (AFVENT-IX)
                   MOVE AFVENT-IX TO WS-AFVENT-IX
               END-IF
           END-PERFORM
      *Any decision needs a registered approver
           MOVE 0 TO OPK-BELOB
           MOVE GK-GODKENDER TO OPK-OPERATOER
           MOVE "G" TO OPK-ROLLE
           CALL "OPERATOERKONTROL" USING OPK-OPERATOER OPK-ROLLE
                                         OPK-BELOB OPK-SVAR
                                         OPK-AARSAG
           EVALUATE TRUE
               WHEN WS-AFVENT-IX = 0
                   PERFORM SKRIV-AUDIT-UKENDT-NR
               WHEN GK-GODKENDT
                   AND GK-GODKENDER = AVT-MAKER (WS-AFVENT-IX)
                   PERFORM SKRIV-AUDIT-SAMME-BRUGER
               WHEN OPK-SVAR NOT = "OK"
                   PERFORM SKRIV-AUDIT-OPERATOER
               WHEN GK-GODKENDT
                   MOVE AVT-BILLEDE (WS-AFVENT-IX) TO TRANS-REKORD
                   MOVE GK-GODKENDER TO PTR-GODKENDT-AF
                   SET AVT-AFGJORT (WS-AFVENT-IX) TO TRUE
                   ADD 1 TO GODKENDT-ANTAL
                   PERFORM UDFOER-TRANSAKTION
               WHEN GK-AFVIST
                   SET AVT-AFGJORT (WS-AFVENT-IX) TO TRUE
                   PERFORM SKRIV-AUDIT-BESLUTNING
               WHEN OTHER
                   PERFORM SKRIV-AUDIT-UKENDT-NR
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *Route one keyed transaction - the maker must hold the
      *maintenance role and the change must pass validation; then
      *it waits for an approver. Nothing is applied on the maker's
      *word alone
       BEHANDL-TRANSAKTION.
           MOVE SPACES TO PTR-GODKENDT-AF
           MOVE 0 TO OPK-BELOB
           MOVE PTR-KOERT-AF TO OPK-OPERATOER
           MOVE "V" TO OPK-ROLLE
           CALL "OPERATOERKONTROL" USING OPK-OPERATOER OPK-ROLLE
                                         OPK-BELOB OPK-SVAR
                                         OPK-AARSAG
           IF OPK-SVAR NOT = "OK"
               MOVE "N" TO TRANS-OK-SW
               MOVE OPK-AARSAG TO TRANS-FEJL-AARSAG
           ELSE
               PERFORM KONTROLLER-TRANSAKTION
           END-IF
           IF TRANS-OK
               PERFORM PARKER-TIL-GODKENDELSE
           ELSE
               ADD 1 TO TRANS-AFVIST-ANTAL
               PERFORM SKRIV-AUDIT-AFVIST
           END-IF
           EXIT.

      * -------------------------------------------------
      *Validate one agreement transaction against the register and
      *the masters. Run when it is keyed and again when it is
      *approved, since the register may have moved in between. An
      *aendr keyed without the party takes it from the agreement
       KONTROLLER-TRANSAKTION.
           MOVE "Y" TO TRANS-OK-SW
           MOVE SPACES TO TRANS-FEJL-AARSAG
           MOVE 0 TO WS-AFT-IX
           IF PTR-AKTION = "AENDR" OR PTR-AKTION = "OPHOER"
               PERFORM FIND-AFTALE
               IF WS-AFT-IX = 0
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Aftalen findes ikke" TO TRANS-FEJL-AARSAG
               END-IF
           END-IF
           IF TRANS-OK
               EVALUATE PTR-AKTION
                   WHEN "OPRET"
                       PERFORM KONTROLLER-PART
                   WHEN "AENDR"
                       IF PTR-NIVEAU = SPACE
                           AND PTR-NOEGLE = SPACES
                           MOVE AT-NIVEAU (WS-AFT-IX) TO PTR-NIVEAU
                           MOVE AT-NOEGLE (WS-AFT-IX) TO PTR-NOEGLE
                       END-IF
                       IF PTR-NIVEAU NOT = AT-NIVEAU (WS-AFT-IX)
                           OR PTR-NOEGLE NOT = AT-NOEGLE (WS-AFT-IX)
                           MOVE "N" TO TRANS-OK-SW
                           MOVE "Aftalens part kan ikke aendres"
                               TO TRANS-FEJL-AARSAG
                       ELSE
                           PERFORM KONTROLLER-PART
                       END-IF
                   WHEN "OPHOER"
                       PERFORM KONTROLLER-OPHOER
                   WHEN OTHER
                       MOVE "N" TO TRANS-OK-SW
                       MOVE "Ukendt aktion" TO TRANS-FEJL-AARSAG
               END-EVALUATE
           END-IF
           IF TRANS-OK
               AND (PTR-AKTION = "OPRET" OR PTR-AKTION = "AENDR")
               PERFORM KONTROLLER-VILKAAR
           END-IF
           IF TRANS-OK
               PERFORM KONTROLLER-OVERLAP
           END-IF
           EXIT.

      * -------------------------------------------------
      *The party must be on its master - a customer for a
      *customer-level agreement, an open account for an
      *account-level one
       KONTROLLER-PART.
           EVALUATE PTR-NIVEAU
               WHEN "K"
                   MOVE PTR-NOEGLE TO KUNDE-ID OF KUNDEFIL-REKORD
                   READ KUNDEFIL
                       INVALID KEY
                           MOVE "N" TO TRANS-OK-SW
                           MOVE "Kunden findes ikke"
                               TO TRANS-FEJL-AARSAG
                   END-READ
               WHEN "A"
                   MOVE PTR-NOEGLE TO KONTO-ID OF KONTOFIL-REKORD
                   READ KONTOFIL
                       INVALID KEY
                           MOVE "N" TO TRANS-OK-SW
                           MOVE "Kontoen findes ikke"
                               TO TRANS-FEJL-AARSAG
                       NOT INVALID KEY
                           IF KONTO-LUKKET OF KONTOFIL-REKORD
                               MOVE "N" TO TRANS-OK-SW
                               MOVE "Kontoen er lukket"
                                   TO TRANS-FEJL-AARSAG
                           END-IF
                   END-READ
               WHEN OTHER
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Niveau skal vaere K eller A"
                       TO TRANS-FEJL-AARSAG
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *The terms - each rate blank or a numeric percentage, each
      *waiver "J", "N" or blank, at least one term that differs
      *from the standard, and a real window that does not end
      *before it starts
       KONTROLLER-VILKAAR.
           IF PTR-KREDIT-SATS-X NOT = SPACES
               AND PTR-KREDIT-SATS NOT NUMERIC
               MOVE "N" TO TRANS-OK-SW
               MOVE "Ugyldig kreditsats" TO TRANS-FEJL-AARSAG
           END-IF
           IF PTR-DEBET-SATS-X NOT = SPACES
               AND PTR-DEBET-SATS NOT NUMERIC
               MOVE "N" TO TRANS-OK-SW
               MOVE "Ugyldig debetsats" TO TRANS-FEJL-AARSAG
           END-IF
           IF (PTR-FRI-MAANED NOT = "J" AND NOT = "N"
                   AND NOT = SPACE)
               OR (PTR-FRI-UDTOG NOT = "J" AND NOT = "N"
                   AND NOT = SPACE)
               OR (PTR-FRI-DVALE NOT = "J" AND NOT = "N"
                   AND NOT = SPACE)
               OR (PTR-FRI-OVERTRAEK NOT = "J" AND NOT = "N"
                   AND NOT = SPACE)
               MOVE "N" TO TRANS-OK-SW
               MOVE "Fritagelse skal vaere J eller N"
                   TO TRANS-FEJL-AARSAG
           END-IF
           IF TRANS-OK
               AND PTR-KREDIT-SATS-X = SPACES
               AND PTR-DEBET-SATS-X = SPACES
               AND PTR-FRI-MAANED NOT = "J"
               AND PTR-FRI-UDTOG NOT = "J"
               AND PTR-FRI-DVALE NOT = "J"
               AND PTR-FRI-OVERTRAEK NOT = "J"
               MOVE "N" TO TRANS-OK-SW
               MOVE "Aftalen giver ingen saerlige vilkaar"
                   TO TRANS-FEJL-AARSAG
           END-IF
           IF TRANS-OK
               MOVE 0 TO WS-DATO-PROEVE
               IF PTR-GYLDIG-FRA NUMERIC
                   MOVE PTR-GYLDIG-FRA TO WS-DATO-PROEVE
               END-IF
               PERFORM KONTROLLER-DATO
               IF NOT DATO-GYLDIG
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Ugyldig gyldig-fra dato"
                       TO TRANS-FEJL-AARSAG
               END-IF
           END-IF
           IF TRANS-OK
               MOVE 0 TO WS-DATO-PROEVE
               IF PTR-GYLDIG-TIL NUMERIC
                   MOVE PTR-GYLDIG-TIL TO WS-DATO-PROEVE
               END-IF
               PERFORM KONTROLLER-DATO
               IF NOT DATO-GYLDIG
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Ugyldig gyldig-til dato"
                       TO TRANS-FEJL-AARSAG
               END-IF
           END-IF
           IF TRANS-OK
               AND PTR-GYLDIG-TIL < PTR-GYLDIG-FRA
               MOVE "N" TO TRANS-OK-SW
               MOVE "Aftalen slutter foer den begynder"
                   TO TRANS-FEJL-AARSAG
           END-IF
           IF TRANS-OK
               MOVE PTR-GYLDIG-FRA TO NY-FRA
               MOVE PTR-GYLDIG-TIL TO NY-TIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Ending an agreement early - the end date (today when none is
      *keyed) must be a real date inside the agreement's window
       KONTROLLER-OPHOER.
           IF PTR-GYLDIG-TIL NOT NUMERIC
               OR PTR-GYLDIG-TIL = 0
               MOVE KOERSELS-DATO TO PTR-GYLDIG-TIL
           END-IF
           MOVE PTR-GYLDIG-TIL TO WS-DATO-PROEVE
           PERFORM KONTROLLER-DATO
           EVALUATE TRUE
               WHEN NOT DATO-GYLDIG
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Ugyldig slutdato" TO TRANS-FEJL-AARSAG
               WHEN PTR-GYLDIG-TIL < AT-FRA (WS-AFT-IX)
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Slutdato foer aftalens start"
                       TO TRANS-FEJL-AARSAG
               WHEN PTR-GYLDIG-TIL > AT-TIL (WS-AFT-IX)
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Slutdato efter aftalens udloeb"
                       TO TRANS-FEJL-AARSAG
           END-EVALUATE
           MOVE AT-FRA (WS-AFT-IX) TO NY-FRA
           MOVE PTR-GYLDIG-TIL TO NY-TIL
           EXIT.

      * -------------------------------------------------
      *One party holds one agreement at a time - no other agreement
      *on the same customer or account may share a day with the
      *window the transaction leaves
       KONTROLLER-OVERLAP.
           PERFORM VARYING AFT-IX FROM 1 BY 1
               UNTIL AFT-IX > AFTALE-ANTAL
               IF AT-NIVEAU (AFT-IX) = PTR-NIVEAU
                   AND AT-NOEGLE (AFT-IX) = PTR-NOEGLE
                   AND AT-NR (AFT-IX) NOT = PTR-AFTALE-NR
                   AND AT-FRA (AFT-IX) <= NY-TIL
                   AND AT-TIL (AFT-IX) >= NY-FRA
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Overlapper en anden aftale"
                       TO TRANS-FEJL-AARSAG
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Check WS-DATO-PROEVE is a real calendar date - the serial
      *roundtrip through DATORUTINER only comes back equal for
      *dates that exist
       KONTROLLER-DATO.
           MOVE "N" TO DATO-GYLDIG-SW
           IF WS-DATO-PROEVE > 19000101
               AND WS-DATO-PROEVE < 21000101
               MOVE "S" TO DATO-FUNKTION
               MOVE WS-DATO-PROEVE TO DATO-ARG
               CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                        DATO-SERIAL DATO-UGEDAG
               MOVE "D" TO DATO-FUNKTION
               CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                        DATO-SERIAL DATO-UGEDAG
               IF DATO-ARG = WS-DATO-PROEVE
                   SET DATO-GYLDIG TO TRUE
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Find the agreement a transaction names. Leaves its index in
      *WS-AFT-IX, zero when there is no such agreement.
       FIND-AFTALE.
           MOVE 0 TO WS-AFT-IX
           PERFORM VARYING AFT-IX FROM 1 BY 1
               UNTIL AFT-IX > AFTALE-ANTAL
               IF AT-NR (AFT-IX) = PTR-AFTALE-NR
                   SET WS-AFT-IX TO AFT-IX
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Park one validated change for approval and audit the parking
       PARKER-TIL-GODKENDELSE.
           ADD 1 TO AFVENT-NAESTE-NR
           IF AFVENT-ANTAL < 500
               ADD 1 TO AFVENT-ANTAL
               ADD 1 TO TRANS-PARKERET-ANTAL
               MOVE AFVENT-NAESTE-NR TO AVT-NR (AFVENT-ANTAL)
               MOVE KOERSELS-DATO    TO AVT-DATO (AFVENT-ANTAL)
               MOVE PTR-KOERT-AF     TO AVT-MAKER (AFVENT-ANTAL)
               MOVE SPACES           TO AVT-BILLEDE (AFVENT-ANTAL)
               MOVE TRANS-REKORD     TO AVT-BILLEDE (AFVENT-ANTAL)
               MOVE "N"           TO AVT-AFGJORT-SW (AFVENT-ANTAL)
               MOVE SPACES TO AUDIT-TEXT
               STRING
                   KOERSELS-DATO               DELIMITED BY SIZE
                   " AF: "                     DELIMITED BY SIZE
                   PTR-KOERT-AF                DELIMITED BY SPACE
                   " PRISAFTALE AFVENTER NR: " DELIMITED BY SIZE
                   AVT-NR (AFVENT-ANTAL)       DELIMITED BY SIZE
                   " "                         DELIMITED BY SIZE
                   PTR-AKTION                  DELIMITED BY SPACE
                   " AFTALE: "                 DELIMITED BY SIZE
                   PTR-AFTALE-NR               DELIMITED BY SIZE
                   " PART: "                   DELIMITED BY SIZE
                   PTR-NIVEAU                  DELIMITED BY SIZE
                   "/"                         DELIMITED BY SIZE
                   PTR-NOEGLE                  DELIMITED BY SPACE
                   INTO AUDIT-TEXT
               END-STRING
               WRITE AUDIT-REKORD
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "AFVENTER - NR: "           DELIMITED BY SIZE
                   AVT-NR (AFVENT-ANTAL)       DELIMITED BY SIZE
                   " "                         DELIMITED BY SIZE
                   PTR-AKTION                  DELIMITED BY SPACE
                   " AFTALE: "                 DELIMITED BY SIZE
                   PTR-AFTALE-NR               DELIMITED BY SIZE
                   " PART: "                   DELIMITED BY SIZE
                   PTR-NIVEAU                  DELIMITED BY SIZE
                   "/"                         DELIMITED BY SIZE
                   PTR-NOEGLE                  DELIMITED BY SPACE
                   " AF: "                     DELIMITED BY SIZE
                   PTR-KOERT-AF                DELIMITED BY SPACE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
           ELSE
               DISPLAY "OPG89: afventkoen er fuld - aendringen"
                       " maa genkoeres."
           END-IF
           EXIT.

      * -------------------------------------------------
      *Apply one approved change - validated once more, then opret
      *adds the agreement under the next number, aendr replaces its
      *terms and window, ophoer brings its end date forward
       UDFOER-TRANSAKTION.
           PERFORM KONTROLLER-TRANSAKTION
           IF TRANS-OK
               EVALUATE PTR-AKTION
                   WHEN "OPRET"
                       PERFORM OPRET-AFTALE
                   WHEN "AENDR"
                       MOVE AT-REKORD (WS-AFT-IX) TO ARBEJDS-AFTALE
                       PERFORM SAET-VILKAAR
                       SET AFT-IX TO WS-AFT-IX
                       PERFORM GEM-ARBEJDS-AFTALE
                   WHEN "OPHOER"
                       MOVE AT-REKORD (WS-AFT-IX) TO ARBEJDS-AFTALE
                       MOVE PTR-GYLDIG-TIL
                           TO PA-GYLDIG-TIL OF ARBEJDS-AFTALE
                       SET PA-OPHOERT OF ARBEJDS-AFTALE TO TRUE
                       MOVE PTR-GODKENDT-AF
                           TO PA-GODKENDT-AF OF ARBEJDS-AFTALE
                       MOVE KOERSELS-DATO
                           TO PA-GODKENDT-DATO OF ARBEJDS-AFTALE
                       SET AFT-IX TO WS-AFT-IX
                       PERFORM GEM-ARBEJDS-AFTALE
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
      *Add a new agreement under the next free number
       OPRET-AFTALE.
           IF AFTALE-ANTAL < 2000
               ADD 1 TO AFTALE-ANTAL
               ADD 1 TO AFTALE-NAESTE-NR
               MOVE AFTALE-NAESTE-NR TO PTR-AFTALE-NR
               MOVE SPACES TO ARBEJDS-AFTALE
               MOVE AFTALE-NAESTE-NR TO PA-AFTALE-NR OF ARBEJDS-AFTALE
               MOVE PTR-NIVEAU TO PA-NIVEAU OF ARBEJDS-AFTALE
               MOVE PTR-NOEGLE TO PA-NOEGLE OF ARBEJDS-AFTALE
               MOVE PTR-KOERT-AF TO PA-OPRETTET-AF OF ARBEJDS-AFTALE
               PERFORM SAET-VILKAAR
               SET AFT-IX TO AFTALE-ANTAL
               PERFORM GEM-ARBEJDS-AFTALE
           ELSE
               MOVE "N" TO TRANS-OK-SW
               MOVE "Aftaletabellen er fuld" TO TRANS-FEJL-AARSAG
           END-IF
           EXIT.

      * -------------------------------------------------
      *Carry the transaction's terms, window and approval onto the
      *working agreement - a blank rate stays blank, so the standard
      *rate applies
       SAET-VILKAAR.
           IF PTR-KREDIT-SATS-X = SPACES
               MOVE SPACES TO PA-KREDIT-SATS OF ARBEJDS-AFTALE (1:6)
           ELSE
               MOVE PTR-KREDIT-SATS TO PA-KREDIT-SATS OF ARBEJDS-AFTALE
           END-IF
           IF PTR-DEBET-SATS-X = SPACES
               MOVE SPACES TO PA-DEBET-SATS OF ARBEJDS-AFTALE (1:6)
           ELSE
               MOVE PTR-DEBET-SATS TO PA-DEBET-SATS OF ARBEJDS-AFTALE
           END-IF
           MOVE "N" TO PA-FRI-MAANED OF ARBEJDS-AFTALE
           MOVE "N" TO PA-FRI-UDTOG OF ARBEJDS-AFTALE
           MOVE "N" TO PA-FRI-DVALE OF ARBEJDS-AFTALE
           MOVE "N" TO PA-FRI-OVERTRAEK OF ARBEJDS-AFTALE
           IF PTR-FRI-MAANED = "J"
               SET PA-FRITAGET-MAANED OF ARBEJDS-AFTALE TO TRUE
           END-IF
           IF PTR-FRI-UDTOG = "J"
               SET PA-FRITAGET-UDTOG OF ARBEJDS-AFTALE TO TRUE
           END-IF
           IF PTR-FRI-DVALE = "J"
               SET PA-FRITAGET-DVALE OF ARBEJDS-AFTALE TO TRUE
           END-IF
           IF PTR-FRI-OVERTRAEK = "J"
               SET PA-FRITAGET-OVERTRAEK OF ARBEJDS-AFTALE TO TRUE
           END-IF
           MOVE PTR-GYLDIG-FRA TO PA-GYLDIG-FRA OF ARBEJDS-AFTALE
           MOVE PTR-GYLDIG-TIL TO PA-GYLDIG-TIL OF ARBEJDS-AFTALE
           SET PA-AKTIV OF ARBEJDS-AFTALE TO TRUE
           MOVE PTR-BEMAERKNING TO PA-BEMAERKNING OF ARBEJDS-AFTALE
           MOVE PTR-GODKENDT-AF TO PA-GODKENDT-AF OF ARBEJDS-AFTALE
           MOVE KOERSELS-DATO TO PA-GODKENDT-DATO OF ARBEJDS-AFTALE
           EXIT.

      * -------------------------------------------------
      *Rewrite the agreement register from the table
       SKRIV-AFTALER.
           OPEN OUTPUT AFTALE-FIL
           PERFORM VARYING AFT-IX FROM 1 BY 1
               UNTIL AFT-IX > AFTALE-ANTAL
               MOVE AT-REKORD (AFT-IX) TO AFTALE-REKORD
               WRITE AFTALE-REKORD
           END-PERFORM
           CLOSE AFTALE-FIL
           EXIT.

      * -------------------------------------------------
      *Rewrite the pending queue with only the undecided entries
       SKRIV-AFVENTENDE.
           OPEN OUTPUT AFVENT-FIL
           PERFORM VARYING AFVENT-IX FROM 1 BY 1
               UNTIL AFVENT-IX > AFVENT-ANTAL
               IF NOT AVT-AFGJORT (AFVENT-IX)
                   MOVE AVT-NR (AFVENT-IX)      TO AFVENT-NR
                   MOVE AVT-DATO (AFVENT-IX)    TO AFVENT-DATO
                   MOVE AVT-MAKER (AFVENT-IX)   TO AFVENT-MAKER
                   MOVE AVT-BILLEDE (AFVENT-IX) TO AFVENT-BILLEDE
                   WRITE AFVENT-REKORD
               END-IF
           END-PERFORM
           CLOSE AFVENT-FIL
           EXIT.

      * -------------------------------------------------
      *Audit entry and report line for one applied change, with
      *the terms it left on the agreement
       SKRIV-AUDIT-AENDRING.
           MOVE SPACES TO AUDIT-TEXT
           STRING
               KOERSELS-DATO                DELIMITED BY SIZE
               " AF: "                      DELIMITED BY SIZE
               PTR-KOERT-AF                 DELIMITED BY SPACE
               " PRISAFTALE "               DELIMITED BY SIZE
               PTR-AKTION                   DELIMITED BY SPACE
               " NR: "                      DELIMITED BY SIZE
               PTR-AFTALE-NR                DELIMITED BY SIZE
               " PART: "                    DELIMITED BY SIZE
               PTR-NIVEAU                   DELIMITED BY SIZE
               "/"                          DELIMITED BY SIZE
               PTR-NOEGLE                   DELIMITED BY SPACE
               " SATS: "                    DELIMITED BY SIZE
               PTR-KREDIT-SATS-X            DELIMITED BY SIZE
               "/"                          DELIMITED BY SIZE
               PTR-DEBET-SATS-X             DELIMITED BY SIZE
               " FRI: "                     DELIMITED BY SIZE
               PTR-FRI-MAANED               DELIMITED BY SIZE
               PTR-FRI-UDTOG                DELIMITED BY SIZE
               PTR-FRI-DVALE                DELIMITED BY SIZE
               PTR-FRI-OVERTRAEK            DELIMITED BY SIZE
               " "                          DELIMITED BY SIZE
               PTR-GYLDIG-FRA               DELIMITED BY SIZE
               "-"                          DELIMITED BY SIZE
               PTR-GYLDIG-TIL               DELIMITED BY SIZE
               " GODKENDT-AF: "             DELIMITED BY SIZE
               PTR-GODKENDT-AF              DELIMITED BY SPACE
               INTO AUDIT-TEXT
           END-STRING
           WRITE AUDIT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "ANVENDT - "                 DELIMITED BY SIZE
               PTR-AKTION                   DELIMITED BY SPACE
               " AFTALE: "                  DELIMITED BY SIZE
               PTR-AFTALE-NR                DELIMITED BY SIZE
               " PART: "                    DELIMITED BY SIZE
               PTR-NIVEAU                   DELIMITED BY SIZE
               "/"                          DELIMITED BY SIZE
               PTR-NOEGLE                   DELIMITED BY SPACE
               " GYLDIG: "                  DELIMITED BY SIZE
               PTR-GYLDIG-FRA               DELIMITED BY SIZE
               "-"                          DELIMITED BY SIZE
               PTR-GYLDIG-TIL               DELIMITED BY SIZE
               " MAKER: "                   DELIMITED BY SIZE
               PTR-KOERT-AF                 DELIMITED BY SPACE
               " GODKENDER: "               DELIMITED BY SIZE
               PTR-GODKENDT-AF              DELIMITED BY SPACE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Audit entry and report line for one rejected transaction
       SKRIV-AUDIT-AFVIST.
           MOVE SPACES TO AUDIT-TEXT
           STRING
               KOERSELS-DATO                DELIMITED BY SIZE
               " AF: "                      DELIMITED BY SIZE
               PTR-KOERT-AF                 DELIMITED BY SPACE
               " PRISAFTALE AFVIST "        DELIMITED BY SIZE
               PTR-AKTION                   DELIMITED BY SPACE
               " NR: "                      DELIMITED BY SIZE
               PTR-AFTALE-NR                DELIMITED BY SIZE
               " PART: "                    DELIMITED BY SIZE
               PTR-NIVEAU                   DELIMITED BY SIZE
               "/"                          DELIMITED BY SIZE
               PTR-NOEGLE                   DELIMITED BY SPACE
               " AARSAG: "                  DELIMITED BY SIZE
               TRANS-FEJL-AARSAG            DELIMITED BY SIZE
               INTO AUDIT-TEXT
           END-STRING
           WRITE AUDIT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "AFVIST - "                  DELIMITED BY SIZE
               PTR-AKTION                   DELIMITED BY SPACE
               " AFTALE: "                  DELIMITED BY SIZE
               PTR-AFTALE-NR                DELIMITED BY SIZE
               " PART: "                    DELIMITED BY SIZE
               PTR-NIVEAU                   DELIMITED BY SIZE
               "/"                          DELIMITED BY SIZE
               PTR-NOEGLE                   DELIMITED BY SIZE
               " - "                        DELIMITED BY SIZE
               TRANS-FEJL-AARSAG            DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Audit entries for the approval-flow outcomes, each with the
      *identities involved
       SKRIV-AUDIT-BESLUTNING.
           MOVE SPACES TO AUDIT-TEXT
           STRING
               KOERSELS-DATO                    DELIMITED BY SIZE
               " PRISAFTALE GODKENDELSE NR: "   DELIMITED BY SIZE
               GK-AFVENT-NR                     DELIMITED BY SIZE
               " MAKER: "                       DELIMITED BY SIZE
               AVT-MAKER (WS-AFVENT-IX)         DELIMITED BY SPACE
               " GODKENDER: "                   DELIMITED BY SIZE
               GK-GODKENDER                     DELIMITED BY SPACE
               " BESLUTNING: "                  DELIMITED BY SIZE
               GK-BESLUTNING                    DELIMITED BY SIZE
               INTO AUDIT-TEXT
           END-STRING
           WRITE AUDIT-REKORD
           EXIT.

       SKRIV-AUDIT-UKENDT-NR.
           MOVE SPACES TO AUDIT-TEXT
           STRING
               KOERSELS-DATO                    DELIMITED BY SIZE
               " PRISAFTALE GODKENDELSE AFVIST NR: "
                                                DELIMITED BY SIZE
               GK-AFVENT-NR                     DELIMITED BY SIZE
               " UKENDT ELLER ALLEREDE AFGJORT" DELIMITED BY SIZE
               INTO AUDIT-TEXT
           END-STRING
           WRITE AUDIT-REKORD
           EXIT.

       SKRIV-AUDIT-SAMME-BRUGER.
           MOVE SPACES TO AUDIT-TEXT
           STRING
               KOERSELS-DATO                    DELIMITED BY SIZE
               " PRISAFTALE GODKENDELSE AFVIST NR: "
                                                DELIMITED BY SIZE
               GK-AFVENT-NR                     DELIMITED BY SIZE
               " GODKENDER ER SAMME BRUGER SOM MAKER"
                                                DELIMITED BY SIZE
               INTO AUDIT-TEXT
           END-STRING
           WRITE AUDIT-REKORD
           EXIT.

       SKRIV-AUDIT-OPERATOER.
           MOVE SPACES TO AUDIT-TEXT
           STRING
               KOERSELS-DATO                    DELIMITED BY SIZE
               " PRISAFTALE GODKENDELSE AFVIST NR: "
                                                DELIMITED BY SIZE
               GK-AFVENT-NR                     DELIMITED BY SIZE
               " GODKENDER: "                   DELIMITED BY SIZE
               GK-GODKENDER                     DELIMITED BY SPACE
               " AARSAG: "                      DELIMITED BY SIZE
               OPK-AARSAG                       DELIMITED BY SIZE
               INTO AUDIT-TEXT
           END-STRING
           WRITE AUDIT-REKORD
           EXIT.

      * -------------------------------------------------
      *Daily trailer - the transactions parked, the decisions
      *applied and the rejections
       SKRIV-TRAILER.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Transaktioner: "      DELIMITED BY SIZE
               TRANS-LAEST-ANTAL      DELIMITED BY SIZE
               "  Til godkendelse: "  DELIMITED BY SIZE
               TRANS-PARKERET-ANTAL   DELIMITED BY SIZE
               "  Godkendt: "         DELIMITED BY SIZE
               GODKENDT-ANTAL         DELIMITED BY SIZE
               "  Anvendt: "          DELIMITED BY SIZE
               TRANS-OK-ANTAL         DELIMITED BY SIZE
               "  Afvist: "           DELIMITED BY SIZE
               TRANS-AFVIST-ANTAL     DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           DISPLAY "Prisaftaletransaktioner: " TRANS-LAEST-ANTAL
                   " Til godkendelse: "        TRANS-PARKERET-ANTAL
                   " Anvendt: "                TRANS-OK-ANTAL
                   " Afvist: "                 TRANS-AFVIST-ANTAL
           EXIT.

      * -------------------------------------------------
      *The monthly agreement report - the month's revenue given away
      *per agreement from the give-away ledger, and the agreements
      *running out within the warning horizon
       SKRIV-MAANEDSRAPPORT.
           INITIALIZE EFTERGIVET-TABEL
           MOVE SPACES TO MD-TEXT
           STRING
               "Prisaftalerapport per "  DELIMITED BY SIZE
               KOERSELS-DATO             DELIMITED BY SIZE
               INTO MD-TEXT
           END-STRING
           WRITE MD-REKORD
           MOVE SPACES TO MD-TEXT
           WRITE MD-REKORD

           MOVE "N" TO EOF-EFTERGIVET
           OPEN INPUT EFTERGIVET-FIL
           IF EFTERGIVET-FIL-STATUS = "00"
               OR EFTERGIVET-FIL-STATUS = "05"
               PERFORM UNTIL END-EFTERGIVET
                   READ EFTERGIVET-FIL
                       AT END
                           SET END-EFTERGIVET TO TRUE
                       NOT AT END
                           IF PE-DATO (1:6) = KOERSELS-DATO (1:6)
                               PERFORM OPTAEL-EFTERGIVET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EFTERGIVET-FIL
           END-IF

           MOVE "Maanedens eftergivne indtaegt per aftale" TO MD-TEXT
           WRITE MD-REKORD
           MOVE SPACES TO MD-TEXT
           STRING
               "AFTALE PART               RENTE"   DELIMITED BY SIZE
               "          GEBYRER"                 DELIMITED BY SIZE
               "      OVERTRAEK"                   DELIMITED BY SIZE
               "            I ALT"                 DELIMITED BY SIZE
               INTO MD-TEXT
           END-STRING
           WRITE MD-REKORD
           PERFORM VARYING AFT-IX FROM 1 BY 1
               UNTIL AFT-IX > AFTALE-ANTAL
               IF ET-RENTE (AFT-IX) NOT = 0
                   OR ET-GEBYR (AFT-IX) NOT = 0
                   OR ET-OVERTRAEK (AFT-IX) NOT = 0
                   PERFORM SKRIV-AFTALE-EFTERGIVET
               END-IF
           END-PERFORM
           MOVE AFTALE-MED-ANTAL TO WS-ANTAL-EDIT
           MOVE EFTERGIVET-MD-SUM TO WS-SUM-EDIT
           MOVE SPACES TO MD-TEXT
           STRING
               "Aftaler med eftergivelse: " DELIMITED BY SIZE
               WS-ANTAL-EDIT                DELIMITED BY SIZE
               "  Eftergivet i alt: "       DELIMITED BY SIZE
               WS-SUM-EDIT                  DELIMITED BY SIZE
               INTO MD-TEXT
           END-STRING
           WRITE MD-REKORD
           IF EFTERGIVET-UKENDT > 0
               MOVE EFTERGIVET-UKENDT TO WS-ANTAL-EDIT
               MOVE SPACES TO MD-TEXT
               STRING
                   "Raekker paa ukendte aftaler: " DELIMITED BY SIZE
                   WS-ANTAL-EDIT                   DELIMITED BY SIZE
                   INTO MD-TEXT
               END-STRING
               WRITE MD-REKORD
           END-IF

      *The warning horizon as a date, through the day serial
           COMPUTE DATO-SERIAL = KOERSELS-SERIAL + VARSEL-DAGE
           MOVE "D" TO DATO-FUNKTION
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           MOVE DATO-ARG TO VARSEL-DATO
           MOVE SPACES TO MD-TEXT
           WRITE MD-REKORD
           MOVE SPACES TO MD-TEXT
           STRING
               "Aftaler der udloeber senest " DELIMITED BY SIZE
               VARSEL-DATO                    DELIMITED BY SIZE
               INTO MD-TEXT
           END-STRING
           WRITE MD-REKORD
           PERFORM VARYING AFT-IX FROM 1 BY 1
               UNTIL AFT-IX > AFTALE-ANTAL
               PERFORM BEDOEM-UDLOEB
           END-PERFORM
           MOVE UDLOEB-ANTAL TO WS-ANTAL-EDIT
           MOVE SPACES TO MD-TEXT
           STRING
               "Udloebende i alt: "   DELIMITED BY SIZE
               WS-ANTAL-EDIT          DELIMITED BY SIZE
               INTO MD-TEXT
           END-STRING
           WRITE MD-REKORD
           EXIT.

      * -------------------------------------------------
      *Add one give-away row of the month to its agreement's line
       OPTAEL-EFTERGIVET.
           MOVE 0 TO WS-AFT-IX
           PERFORM VARYING AFT-IX FROM 1 BY 1
               UNTIL AFT-IX > AFTALE-ANTAL
               IF AT-NR (AFT-IX) = PE-AFTALE-NR
                   SET WS-AFT-IX TO AFT-IX
               END-IF
           END-PERFORM
           IF WS-AFT-IX = 0
               ADD 1 TO EFTERGIVET-UKENDT
           ELSE
               EVALUATE TRUE
                   WHEN PE-RENTE
                       ADD PE-BELOB TO ET-RENTE (WS-AFT-IX)
                   WHEN PE-OVERTRAEK
                       ADD PE-BELOB TO ET-OVERTRAEK (WS-AFT-IX)
                   WHEN OTHER
                       ADD PE-BELOB TO ET-GEBYR (WS-AFT-IX)
               END-EVALUATE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Write one agreement's line of the month's give-away
       SKRIV-AFTALE-EFTERGIVET.
           ADD 1 TO AFTALE-MED-ANTAL
           COMPUTE ET-I-ALT = ET-RENTE (AFT-IX) + ET-GEBYR (AFT-IX)
                            + ET-OVERTRAEK (AFT-IX)
           ADD ET-I-ALT TO EFTERGIVET-MD-SUM
           MOVE ET-RENTE (AFT-IX) TO WS-RENTE-EDIT
           MOVE ET-GEBYR (AFT-IX) TO WS-GEBYR-EDIT
           MOVE ET-OVERTRAEK (AFT-IX) TO WS-OVERTRAEK-EDIT
           MOVE ET-I-ALT TO WS-SUM-EDIT
           MOVE SPACES TO MD-TEXT
           STRING
               AT-NR (AFT-IX)         DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               AT-NIVEAU (AFT-IX)     DELIMITED BY SIZE
               "/"                    DELIMITED BY SIZE
               AT-NOEGLE (AFT-IX)     DELIMITED BY SIZE
               WS-RENTE-EDIT          DELIMITED BY SIZE
               WS-GEBYR-EDIT          DELIMITED BY SIZE
               WS-OVERTRAEK-EDIT      DELIMITED BY SIZE
               WS-SUM-EDIT            DELIMITED BY SIZE
               INTO MD-TEXT
           END-STRING
           WRITE MD-REKORD
           EXIT.

      * -------------------------------------------------
      *List an agreement still in force that runs out between
      *today and the warning date
       BEDOEM-UDLOEB.
           IF AT-FRA (AFT-IX) <= VARSEL-DATO
               AND AT-TIL (AFT-IX) >= KOERSELS-DATO
               AND AT-TIL (AFT-IX) <= VARSEL-DATO
               MOVE AT-REKORD (AFT-IX) TO ARBEJDS-AFTALE
               ADD 1 TO UDLOEB-ANTAL
               MOVE SPACES TO MD-TEXT
               STRING
                   AT-NR (AFT-IX)         DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   AT-NIVEAU (AFT-IX)     DELIMITED BY SIZE
                   "/"                    DELIMITED BY SIZE
                   AT-NOEGLE (AFT-IX)     DELIMITED BY SIZE
                   " UDLOEBER: "          DELIMITED BY SIZE
                   AT-TIL (AFT-IX)        DELIMITED BY SIZE
                   " STATUS: "            DELIMITED BY SIZE
                   PA-STATUS OF ARBEJDS-AFTALE
                                          DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   PA-BEMAERKNING OF ARBEJDS-AFTALE
                                          DELIMITED BY SIZE
                   INTO MD-TEXT
               END-STRING
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
               DISPLAY "OPG89: kaedebrud i opg10-audit.txt raekke "
                       SGL-BRUD
           END-IF
           EXIT.
