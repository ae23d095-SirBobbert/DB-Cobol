      *Collateral register - keeps Sikkerheder.txt, the security
      *behind the bank's lending: property, cars and pledged
      *deposits, each with its valuation and valuation date, and in
      *SikkerhedLaan.txt which loans and accounts each one secures.
      *A collateral may secure several loans and a loan may have
      *several collaterals. A batch of collateral transactions
      *(opret/vurder/tilknyt/afknyt/ophoer) is applied with the same
      *validation, operator check and audit trail as the other
      *registers. A pledged deposit is held against withdrawals by
      *KONTOPOSTERING, which reads the register directly. Run with
      *the argument LTV (monthly) the program also writes the
      *loan-to-value report: each loan's remaining debt by its
      *LAANPLAN schedule held against its share of the collateral
      *value, flagging loans over the LTV limit and valuations older
      *than the revaluation interval.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIKKERHEDSREGISTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind the collateral register - loaded whole and rewritten in
      *full at the end of the run. SELECT OPTIONAL so a site with no
      *collateral yet runs clean
           SELECT OPTIONAL SIK-FIL ASSIGN TO "Sikkerheder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIK-FIL-STATUS.
      *Bind the collateral-to-loan links - loaded and rewritten with
      *the register
           SELECT OPTIONAL SL-FIL ASSIGN TO "SikkerhedLaan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SL-FIL-STATUS.
      *Bind the day's collateral transactions - cleared once
      *applied, so a rerun or the month-end run cannot apply them
      *twice
           SELECT OPTIONAL TRANS-FIL
               ASSIGN TO "opg85-transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FIL-STATUS.
      *Bind the loan register LAANPLAN and LAANYDELSE work from -
      *read for the LTV report only
           SELECT OPTIONAL LAAN-FIL ASSIGN TO "Laaneregister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAAN-FIL-STATUS.
      *Bind account master - read by key for the pledged deposits
      *and the secured accounts
           SELECT KONTOFIL ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOFIL-REKORD
               ALTERNATE RECORD KEY IS KUNDE-ID OF KONTOFIL-REKORD
                   WITH DUPLICATES.
      *Bind customer master - read by key for the pledgor
           SELECT KUNDEFIL ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEFIL-REKORD.
      *Bind the audit log - opened EXTEND so collateral changes land
      *in the same trail VEDLIGEHOLD writes
           SELECT OPTIONAL AUDIT-FIL ASSIGN TO "opg10-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FIL-STATUS.
      *Bind the collateral report
           SELECT RAPPORT-FIL ASSIGN TO "opg85-sikkerhed-rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *Bind the monthly LTV report
           SELECT LTV-FIL ASSIGN TO "opg85-ltv-rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Collateral register record layout
       FD  SIK-FIL.
       01  SIK-REKORD.
           COPY "SIKKERHED.cpy".

      *Collateral-to-loan link record layout
       FD  SL-FIL.
       01  SL-REKORD.
           COPY "SIKKERHEDLAAN.cpy".

      *Collateral transaction record layout - the action, the
      *collateral it concerns, the fields of a new collateral or a
      *revaluation, the loan or account a link names and the
      *operator keying it
       FD  TRANS-FIL.
       01  TRANS-REKORD.
           02  STR-AKTION          PIC X(10).
           02  STR-SIK-ID          PIC X(10).
           02  STR-TYPE            PIC X(1).
           02  STR-BESKRIVELSE     PIC X(30).
           02  STR-KUNDE-ID        PIC X(10).
           02  STR-VAERDI          PIC 9(11)V99.
           02  STR-VURDERINGS-DATO PIC 9(8).
           02  STR-PANT-KONTO-ID   PIC X(10).
           02  STR-PANT-BELOB      PIC 9(9)V99.
           02  STR-KONTO-ID        PIC X(10).
           02  STR-KOERT-AF        PIC X(10).

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

      *Collateral report record layout
       FD  RAPPORT-FIL.
       01  RAPPORT-REKORD.
           02  RAPPORT-TEXT        PIC X(132).

      *LTV report record layout
       FD  LTV-FIL.
       01  LTV-REKORD.
           02  LTV-TEXT            PIC X(132).

       WORKING-STORAGE SECTION.

      *Today's date, stamped on collateral rows and audit entries
       01  KOERSELS-DATO        PIC 9(8) VALUE 0.

      *Command-line argument - LTV adds the monthly LTV report
       01  WS-KOMMANDOLINJE     PIC X(20) VALUE SPACES.
       01  KOERSEL-SW           PIC X VALUE "D".
           88  LTV-KOERSEL          VALUE "L".

      *File status fields for the SELECT OPTIONAL files
       01  SIK-FIL-STATUS       PIC X(2) VALUE "00".
       01  SL-FIL-STATUS        PIC X(2) VALUE "00".
       01  TRANS-FIL-STATUS     PIC X(2) VALUE "00".
       01  LAAN-FIL-STATUS      PIC X(2) VALUE "00".
       01  AUDIT-FIL-STATUS     PIC X(2) VALUE "00".

      *In-memory collateral register, loaded once and rewritten at
      *the end of the run. ST-VAERDI-NU is the value the LTV report
      *works with - the valuation, or for a pledged deposit what the
      *pledge actually holds today
       01  SIK-TABEL.
           05  SIK-TABEL-POST OCCURS 5000 TIMES
                   INDEXED BY SIK-IX.
               10  ST-ID               PIC X(10).
               10  ST-TYPE             PIC X(1).
               10  ST-BESKRIVELSE      PIC X(30).
               10  ST-KUNDE-ID         PIC X(10).
               10  ST-VAERDI           PIC 9(11)V99.
               10  ST-VURDERINGS-DATO  PIC 9(8).
               10  ST-PANT-KONTO-ID    PIC X(10).
               10  ST-PANT-BELOB       PIC 9(9)V99.
               10  ST-STATUS           PIC X(1).
               10  ST-OPRETTET-DATO    PIC 9(8).
               10  ST-STATUS-DATO      PIC 9(8).
               10  ST-VAERDI-NU        PIC 9(11)V99.
       01  SIK-ANTAL            PIC 9(5) VALUE 0.
       01  SIK-LAEST-ANTAL      PIC 9(7) VALUE 0.
       01  WS-SIK-IX            PIC 9(5) VALUE 0.

      *In-memory link table - a removed link is blanked and left
      *out of the rewrite. SLT-EKSP-IX is the exposure row the link
      *points at in the LTV report
       01  SL-TABEL.
           05  SL-TABEL-POST OCCURS 10000 TIMES
                   INDEXED BY SL-IX.
               10  SLT-SIK-ID          PIC X(10).
               10  SLT-KONTO-ID        PIC X(10).
               10  SLT-TILKNYTTET-DATO PIC 9(8).
               10  SLT-EKSP-IX         PIC 9(5).
       01  SL-ANTAL             PIC 9(5) VALUE 0.
       01  SL-LAEST-ANTAL       PIC 9(7) VALUE 0.
       01  WS-SL-IX             PIC 9(5) VALUE 0.

      *Set when either file outgrew its table - the run is refused
      *whole so the rewrite can never truncate the register
       01  SIK-OVERLOEB-SW      PIC X VALUE "N".
           88  SIK-OVERLOEB         VALUE "Y".

      *The exposures of the LTV report - every live loan on the
      *loan register and every other account a collateral secures,
      *with its remaining debt and its share of the collateral value
       01  EKSP-TABEL.
           05  EKSP-TABEL-POST OCCURS 10000 TIMES
                   INDEXED BY EKSP-IX.
               10  ET-KONTO-ID         PIC X(10).
               10  ET-ER-LAAN          PIC X(1).
               10  ET-PLAN-GAELD       PIC S9(9)V99.
               10  ET-KONTO-GAELD      PIC S9(9)V99.
               10  ET-GAELD            PIC S9(9)V99.
               10  ET-VAERDI           PIC 9(11)V99.
               10  ET-SIK-ANTAL        PIC 9(3).
               10  ET-GAMMEL-SW        PIC X(1).
       01  EKSP-ANTAL           PIC 9(5) VALUE 0.
       01  WS-EKSP-IX           PIC 9(5) VALUE 0.
       01  EKSP-OVERLOEB-SW     PIC X VALUE "N".
           88  EKSP-OVERLOEB        VALUE "Y".

      *End-of-file flags
       01  EOF-SIK              PIC X VALUE "N".
           88  END-SIK              VALUE "Y".
       01  EOF-SL               PIC X VALUE "N".
           88  END-SL               VALUE "Y".
       01  EOF-TRANS            PIC X VALUE "N".
           88  END-TRANS            VALUE "Y".
       01  EOF-LAAN             PIC X VALUE "N".
           88  END-LAAN             VALUE "Y".

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

      *LTV limit in percent and the months a property or car
      *valuation stays good; overridable in Driftsparametre.txt
       01  LTV-GRAENSE          PIC 9(3)V99 VALUE 80.00.
       01  REVURDERING-MDR      PIC 9(3) VALUE 36.
      *Oldest valuation date still inside the revaluation interval
       01  VURDERING-GRAENSE    PIC 9(8) VALUE 0.
       01  VURDERING-GRAENSE-DELE REDEFINES VURDERING-GRAENSE.
           05  VG-AAR           PIC 9(4).
           05  VG-MD            PIC 9(2).
           05  VG-DAG           PIC 9(2).
       01  VG-MAANEDER          PIC 9(7) VALUE 0.

      *The annuity arithmetic - the same as LAANPLAN prints: monthly
      *rate, growth factor over the term, the fixed installment and
      *the running split per period
       01  MD-RENTE             PIC 9(3)V9(8) VALUE 0.
       01  VAEKST-FAKTOR        PIC 9(9)V9(8) VALUE 0.
       01  YDELSE               PIC 9(9)V99 VALUE 0.
       01  RESTGAELD            PIC S9(9)V99 VALUE 0.
       01  RENTE-DEL            PIC 9(9)V99 VALUE 0.
       01  AFDRAG-DEL           PIC 9(9)V99 VALUE 0.
       01  TERMIN-NR            PIC 9(3) VALUE 0.
       01  BETALTE-TERMINER     PIC 9(3) VALUE 0.

      *One collateral's spread over the exposures it secures
       01  SIK-GAELD-SUM        PIC S9(11)V99 VALUE 0.
       01  ANDEL-VAERDI         PIC 9(11)V99 VALUE 0.
       01  SIK-GAMMEL-SW        PIC X VALUE "N".
           88  SIK-GAMMEL           VALUE "Y".

      *One exposure's LTV and the flags on its report line
       01  LTV-PCT              PIC 9(5)V9 VALUE 0.
       01  LTV-FLAG-1           PIC X(14) VALUE SPACES.
       01  LTV-FLAG-2           PIC X(17) VALUE SPACES.
       01  GAELD-KILDE          PIC X(5) VALUE SPACES.

      *Edited amounts for the report lines
       01  WS-GAELD-EDIT        PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-VAERDI-EDIT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PCT-EDIT          PIC ZZZZ9.9.
       01  WS-GRAENSE-EDIT      PIC ZZ9.99.

      *Outcome of the current transaction's validation
       01  TRANS-OK-SW          PIC X VALUE "Y".
           88  TRANS-OK             VALUE "Y".
       01  TRANS-FEJL-AARSAG    PIC X(40) VALUE SPACES.
      *The link a TILKNYT or AFKNYT names, for the audit entry
       01  AUD-KONTO-ID         PIC X(10) VALUE SPACES.

      *Control totals for the trailers
       01  TRANS-LAEST-ANTAL    PIC 9(7) VALUE 0.
       01  TRANS-OK-ANTAL       PIC 9(7) VALUE 0.
       01  TRANS-AFVIST-ANTAL   PIC 9(7) VALUE 0.
       01  LTV-LINJE-ANTAL      PIC 9(7) VALUE 0.
       01  LTV-OVER-ANTAL       PIC 9(7) VALUE 0.
       01  LTV-GAMMEL-ANTAL     PIC 9(7) VALUE 0.
       01  LTV-USIKRET-ANTAL    PIC 9(7) VALUE 0.
       01  LTV-GAELD-SUM        PIC S9(13)V99 VALUE 0.
       01  LTV-VAERDI-SUM       PIC 9(13)V99 VALUE 0.
       01  WS-SUM-EDIT          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *Parameter fields for the shared run-count subprogram
       01  KT-PROGRAM           PIC X(8) VALUE "OPG85".
       01  KT-ANTAL             PIC 9(7) VALUE 0.

      *Parameter fields for the shared sealing subprogram
       01  SGL-FUNKTION         PIC X(1) VALUE SPACE.
       01  SGL-FIL              PIC X(1) VALUE SPACE.
       01  SGL-PROGRAM          PIC X(8) VALUE "OPG85".
       01  SGL-AARSAG           PIC X(30) VALUE SPACES.
       01  SGL-SVAR             PIC X(2) VALUE SPACES.
       01  SGL-RAEKKER          PIC 9(9) VALUE 0.
       01  SGL-NYE              PIC 9(9) VALUE 0.
       01  SGL-BRUD             PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
           ACCEPT WS-KOMMANDOLINJE FROM COMMAND-LINE
           IF WS-KOMMANDOLINJE = "LTV"
               SET LTV-KOERSEL TO TRUE
           END-IF
           PERFORM HENT-PARAMETRE

      *Load the register and its links - a register too big for the
      *tables refuses the whole run
           PERFORM LAES-SIKKERHEDER
           PERFORM LAES-TILKNYTNINGER
           IF SIK-OVERLOEB
               DISPLAY "OPG85: sikkerhedsregistret er for stort til"
                       " tabellen, koerslen afvises."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

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

      *Rewrite the register and its links with the day's changes
           PERFORM SKRIV-SIKKERHEDER
           PERFORM SKRIV-TILKNYTNINGER
           PERFORM SKRIV-TRAILER

      *The month's LTV report works from the register as it now
      *stands
           IF LTV-KOERSEL
               OPEN OUTPUT LTV-FIL
               PERFORM SKRIV-LTV-RAPPORT
               CLOSE LTV-FIL
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
      *Look the LTV limit and the revaluation interval up in the
      *central parameter file - absent parameters leave the
      *compiled-in values standing
       HENT-PARAMETRE.
           MOVE "LTV-GRAENSE" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-TAL TO LTV-GRAENSE
           END-IF
           MOVE "SIK-REVURDERING-MDR" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-TAL TO REVURDERING-MDR
           END-IF
      *The oldest valuation date still good - today less the
      *interval in whole months
           MOVE KOERSELS-DATO TO VURDERING-GRAENSE
           COMPUTE VG-MAANEDER =
               VG-AAR * 12 + VG-MD - 1 - REVURDERING-MDR
           DIVIDE VG-MAANEDER BY 12 GIVING VG-AAR
               REMAINDER VG-MD
           ADD 1 TO VG-MD
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
      *Load the collateral register into SIK-TABEL
       LAES-SIKKERHEDER.
           MOVE 0 TO SIK-ANTAL
           MOVE "N" TO EOF-SIK
           OPEN INPUT SIK-FIL
           IF SIK-FIL-STATUS = "00"
               OR SIK-FIL-STATUS = "05"
               PERFORM UNTIL END-SIK
                   READ SIK-FIL
                       AT END
                           SET END-SIK TO TRUE
                       NOT AT END
                           ADD 1 TO SIK-LAEST-ANTAL
                           IF SIK-ANTAL < 5000
                               ADD 1 TO SIK-ANTAL
                               PERFORM HENT-SIK-REKORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIK-FIL
           END-IF
           IF SIK-LAEST-ANTAL > SIK-ANTAL
               SET SIK-OVERLOEB TO TRUE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Copy the collateral row just read into the table's last row
       HENT-SIK-REKORD.
           MOVE SIK-ID              TO ST-ID (SIK-ANTAL)
           MOVE SIK-TYPE            TO ST-TYPE (SIK-ANTAL)
           MOVE SIK-BESKRIVELSE     TO ST-BESKRIVELSE (SIK-ANTAL)
           MOVE SIK-KUNDE-ID        TO ST-KUNDE-ID (SIK-ANTAL)
           MOVE SIK-VAERDI          TO ST-VAERDI (SIK-ANTAL)
           MOVE SIK-VURDERINGS-DATO TO ST-VURDERINGS-DATO (SIK-ANTAL)
           MOVE SIK-PANT-KONTO-ID   TO ST-PANT-KONTO-ID (SIK-ANTAL)
           MOVE SIK-PANT-BELOB      TO ST-PANT-BELOB (SIK-ANTAL)
           MOVE SIK-STATUS          TO ST-STATUS (SIK-ANTAL)
           MOVE SIK-OPRETTET-DATO   TO ST-OPRETTET-DATO (SIK-ANTAL)
           MOVE SIK-STATUS-DATO     TO ST-STATUS-DATO (SIK-ANTAL)
           MOVE 0                   TO ST-VAERDI-NU (SIK-ANTAL)
           EXIT.

      * -------------------------------------------------
      *Load the collateral-to-loan links into SL-TABEL
       LAES-TILKNYTNINGER.
           MOVE 0 TO SL-ANTAL
           MOVE "N" TO EOF-SL
           OPEN INPUT SL-FIL
           IF SL-FIL-STATUS = "00"
               OR SL-FIL-STATUS = "05"
               PERFORM UNTIL END-SL
                   READ SL-FIL
                       AT END
                           SET END-SL TO TRUE
                       NOT AT END
                           ADD 1 TO SL-LAEST-ANTAL
                           IF SL-ANTAL < 10000
                               ADD 1 TO SL-ANTAL
                               MOVE SL-SIK-ID TO SLT-SIK-ID (SL-ANTAL)
                               MOVE SL-KONTO-ID
                                   TO SLT-KONTO-ID (SL-ANTAL)
                               MOVE SL-TILKNYTTET-DATO
                                   TO SLT-TILKNYTTET-DATO (SL-ANTAL)
                               MOVE 0 TO SLT-EKSP-IX (SL-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SL-FIL
           END-IF
           IF SL-LAEST-ANTAL > SL-ANTAL
               SET SIK-OVERLOEB TO TRUE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Find the register row a transaction names. Leaves its index
      *in WS-SIK-IX, zero when the collateral is unknown.
       FIND-SIKKERHED.
           MOVE 0 TO WS-SIK-IX
           PERFORM VARYING SIK-IX FROM 1 BY 1
               UNTIL SIK-IX > SIK-ANTAL
               IF ST-ID (SIK-IX) = STR-SIK-ID
                   MOVE SIK-IX TO WS-SIK-IX
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Find the link between the transaction's collateral and
      *account. Leaves its index in WS-SL-IX, zero when there is
      *none.
       FIND-TILKNYTNING.
           MOVE 0 TO WS-SL-IX
           PERFORM VARYING SL-IX FROM 1 BY 1
               UNTIL SL-IX > SL-ANTAL
               IF SLT-SIK-ID (SL-IX) = STR-SIK-ID
                   AND SLT-KONTO-ID (SL-IX) = STR-KONTO-ID
                   MOVE SL-IX TO WS-SL-IX
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Dispatch one collateral transaction to the action it names -
      *the operator must hold the maintenance role
       BEHANDL-TRANSAKTION.
           MOVE "Y" TO TRANS-OK-SW
           MOVE SPACES TO TRANS-FEJL-AARSAG
           MOVE SPACES TO AUD-KONTO-ID
           IF STR-SIK-ID = SPACES
               MOVE "N" TO TRANS-OK-SW
               MOVE "Blank SIK-ID" TO TRANS-FEJL-AARSAG
           END-IF
           IF TRANS-OK
               MOVE STR-KOERT-AF TO OPK-OPERATOER
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
               EVALUATE STR-AKTION
                   WHEN "OPRET"
                       PERFORM OPRET-SIKKERHED
                   WHEN "VURDER"
                       PERFORM VURDER-SIKKERHED
                   WHEN "TILKNYT"
                       PERFORM TILKNYT-SIKKERHED
                   WHEN "AFKNYT"
                       PERFORM AFKNYT-SIKKERHED
                   WHEN "OPHOER"
                       PERFORM OPHOER-SIKKERHED
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
      *Add one new collateral - the ID must be fresh, the pledgor
      *must be on the customer master, a property or car must carry
      *a valuation, and a deposit pledge must name a live account
       OPRET-SIKKERHED.
           PERFORM FIND-SIKKERHED
           EVALUATE TRUE
               WHEN WS-SIK-IX > 0
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Sikkerheden findes allerede"
                       TO TRANS-FEJL-AARSAG
               WHEN STR-TYPE NOT = "E" AND STR-TYPE NOT = "B"
                   AND STR-TYPE NOT = "D"
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Ukendt sikkerhedstype" TO TRANS-FEJL-AARSAG
               WHEN STR-KUNDE-ID = SPACES
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Blank KUNDE-ID" TO TRANS-FEJL-AARSAG
               WHEN STR-VAERDI NOT NUMERIC
                   OR STR-PANT-BELOB NOT NUMERIC
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Ugyldigt beloeb" TO TRANS-FEJL-AARSAG
               WHEN STR-TYPE NOT = "D" AND STR-VAERDI = 0
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Vurdering mangler" TO TRANS-FEJL-AARSAG
               WHEN STR-TYPE NOT = "D"
                   AND (STR-VURDERINGS-DATO NOT NUMERIC
                   OR STR-VURDERINGS-DATO = 0
                   OR STR-VURDERINGS-DATO > KOERSELS-DATO)
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Ugyldig vurderingsdato" TO TRANS-FEJL-AARSAG
               WHEN STR-TYPE = "D" AND STR-PANT-KONTO-ID = SPACES
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Pantsat konto mangler" TO TRANS-FEJL-AARSAG
               WHEN SIK-ANTAL >= 5000
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Sikkerhedsregistret er fuldt"
                       TO TRANS-FEJL-AARSAG
           END-EVALUATE
           IF TRANS-OK
               MOVE STR-KUNDE-ID TO KUNDE-ID OF KUNDEFIL-REKORD
               READ KUNDEFIL
                   INVALID KEY
                       MOVE "N" TO TRANS-OK-SW
                       MOVE "KUNDE-ID ikke fundet"
                           TO TRANS-FEJL-AARSAG
               END-READ
           END-IF
           IF TRANS-OK AND STR-TYPE = "D"
               MOVE STR-PANT-KONTO-ID TO KONTO-ID OF KONTOFIL-REKORD
               PERFORM TJEK-KONTO
           END-IF
           IF TRANS-OK
               ADD 1 TO SIK-ANTAL
               MOVE SIK-ANTAL TO WS-SIK-IX
               MOVE STR-SIK-ID       TO ST-ID (SIK-ANTAL)
               MOVE STR-TYPE         TO ST-TYPE (SIK-ANTAL)
               MOVE STR-BESKRIVELSE  TO ST-BESKRIVELSE (SIK-ANTAL)
               MOVE STR-KUNDE-ID     TO ST-KUNDE-ID (SIK-ANTAL)
               MOVE STR-VAERDI       TO ST-VAERDI (SIK-ANTAL)
               MOVE 0 TO ST-VURDERINGS-DATO (SIK-ANTAL)
               IF STR-TYPE NOT = "D"
                   MOVE STR-VURDERINGS-DATO
                       TO ST-VURDERINGS-DATO (SIK-ANTAL)
               END-IF
               MOVE SPACES TO ST-PANT-KONTO-ID (SIK-ANTAL)
               MOVE 0 TO ST-PANT-BELOB (SIK-ANTAL)
               IF STR-TYPE = "D"
                   MOVE STR-PANT-KONTO-ID
                       TO ST-PANT-KONTO-ID (SIK-ANTAL)
                   MOVE STR-PANT-BELOB TO ST-PANT-BELOB (SIK-ANTAL)
               END-IF
               MOVE "A"              TO ST-STATUS (SIK-ANTAL)
               MOVE KOERSELS-DATO    TO ST-OPRETTET-DATO (SIK-ANTAL)
               MOVE KOERSELS-DATO    TO ST-STATUS-DATO (SIK-ANTAL)
               MOVE 0                TO ST-VAERDI-NU (SIK-ANTAL)
           END-IF
           EXIT.

      * -------------------------------------------------
      *Read the account in KONTO-ID - it must verify its check
      *digits, be on the master and not be closed
       TJEK-KONTO.
           MOVE "V" TO ID-FUNKTION
           MOVE KONTO-ID OF KONTOFIL-REKORD TO ID-ARG
           CALL "IDKONTROL" USING ID-FUNKTION ID-ARG ID-SVAR
           IF ID-SVAR NOT = "G"
               MOVE "N" TO TRANS-OK-SW
               MOVE "KONTO-ID kontrolciffer fejler"
                   TO TRANS-FEJL-AARSAG
           ELSE
               READ KONTOFIL
                   INVALID KEY
                       MOVE "N" TO TRANS-OK-SW
                       MOVE "KONTO-ID ikke fundet"
                           TO TRANS-FEJL-AARSAG
                   NOT INVALID KEY
                       IF KONTO-LUKKET OF KONTOFIL-REKORD
                           MOVE "N" TO TRANS-OK-SW
                           MOVE "Kontoen er lukket"
                               TO TRANS-FEJL-AARSAG
                       END-IF
               END-READ
           END-IF
           EXIT.

      * -------------------------------------------------
      *Record a new valuation of an active property or car - a
      *deposit pledge is valued from the account itself
       VURDER-SIKKERHED.
           PERFORM FIND-SIKKERHED
           EVALUATE TRUE
               WHEN WS-SIK-IX = 0
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Sikkerheden ikke fundet" TO TRANS-FEJL-AARSAG
               WHEN ST-STATUS (WS-SIK-IX) NOT = "A"
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Sikkerheden er ophoert" TO TRANS-FEJL-AARSAG
               WHEN ST-TYPE (WS-SIK-IX) = "D"
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Indlaanspant vurderes ikke"
                       TO TRANS-FEJL-AARSAG
               WHEN STR-VAERDI NOT NUMERIC
                   OR STR-VAERDI = 0
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Vurdering mangler" TO TRANS-FEJL-AARSAG
               WHEN STR-VURDERINGS-DATO NOT NUMERIC
                   OR STR-VURDERINGS-DATO = 0
                   OR STR-VURDERINGS-DATO > KOERSELS-DATO
                   OR STR-VURDERINGS-DATO
                       < ST-VURDERINGS-DATO (WS-SIK-IX)
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Ugyldig vurderingsdato" TO TRANS-FEJL-AARSAG
               WHEN OTHER
                   MOVE STR-VAERDI TO ST-VAERDI (WS-SIK-IX)
                   MOVE STR-VURDERINGS-DATO
                       TO ST-VURDERINGS-DATO (WS-SIK-IX)
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *Link an active collateral to a loan or account it secures -
      *the account must be live and the pair must be new
       TILKNYT-SIKKERHED.
           PERFORM FIND-SIKKERHED
           MOVE STR-KONTO-ID TO AUD-KONTO-ID
           EVALUATE TRUE
               WHEN WS-SIK-IX = 0
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Sikkerheden ikke fundet" TO TRANS-FEJL-AARSAG
               WHEN ST-STATUS (WS-SIK-IX) NOT = "A"
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Sikkerheden er ophoert" TO TRANS-FEJL-AARSAG
               WHEN STR-KONTO-ID = SPACES
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Blank KONTO-ID" TO TRANS-FEJL-AARSAG
               WHEN STR-KONTO-ID = ST-PANT-KONTO-ID (WS-SIK-IX)
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Pantet kan ikke sikre sin egen konto"
                       TO TRANS-FEJL-AARSAG
               WHEN SL-ANTAL >= 10000
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Tilknytningerne er fulde"
                       TO TRANS-FEJL-AARSAG
           END-EVALUATE
           IF TRANS-OK
               PERFORM FIND-TILKNYTNING
               IF WS-SL-IX > 0
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Tilknytningen findes allerede"
                       TO TRANS-FEJL-AARSAG
               END-IF
           END-IF
           IF TRANS-OK
               MOVE STR-KONTO-ID TO KONTO-ID OF KONTOFIL-REKORD
               PERFORM TJEK-KONTO
           END-IF
           IF TRANS-OK
               ADD 1 TO SL-ANTAL
               MOVE STR-SIK-ID    TO SLT-SIK-ID (SL-ANTAL)
               MOVE STR-KONTO-ID  TO SLT-KONTO-ID (SL-ANTAL)
               MOVE KOERSELS-DATO TO SLT-TILKNYTTET-DATO (SL-ANTAL)
               MOVE 0             TO SLT-EKSP-IX (SL-ANTAL)
           END-IF
           EXIT.

      * -------------------------------------------------
      *Remove one collateral-to-loan link
       AFKNYT-SIKKERHED.
           PERFORM FIND-SIKKERHED
           MOVE STR-KONTO-ID TO AUD-KONTO-ID
           IF WS-SIK-IX = 0
               MOVE "N" TO TRANS-OK-SW
               MOVE "Sikkerheden ikke fundet" TO TRANS-FEJL-AARSAG
           ELSE
               PERFORM FIND-TILKNYTNING
               IF WS-SL-IX = 0
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Tilknytningen findes ikke"
                       TO TRANS-FEJL-AARSAG
               ELSE
                   MOVE SPACES TO SLT-SIK-ID (WS-SL-IX)
                   MOVE SPACES TO SLT-KONTO-ID (WS-SL-IX)
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Release an active collateral - its links go with it, and a
      *deposit pledge stops holding the account from the next
      *posting run
       OPHOER-SIKKERHED.
           PERFORM FIND-SIKKERHED
           EVALUATE TRUE
               WHEN WS-SIK-IX = 0
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Sikkerheden ikke fundet" TO TRANS-FEJL-AARSAG
               WHEN ST-STATUS (WS-SIK-IX) NOT = "A"
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Sikkerheden er ophoert" TO TRANS-FEJL-AARSAG
               WHEN OTHER
                   MOVE "O" TO ST-STATUS (WS-SIK-IX)
                   MOVE KOERSELS-DATO TO ST-STATUS-DATO (WS-SIK-IX)
                   PERFORM VARYING SL-IX FROM 1 BY 1
                       UNTIL SL-IX > SL-ANTAL
                       IF SLT-SIK-ID (SL-IX) = STR-SIK-ID
                           MOVE SPACES TO SLT-SIK-ID (SL-IX)
                           MOVE SPACES TO SLT-KONTO-ID (SL-IX)
                       END-IF
                   END-PERFORM
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *Audit entry for one applied collateral change
       SKRIV-AUDIT-AENDRING.
           MOVE SPACES TO AUDIT-TEXT
           STRING
               KOERSELS-DATO                    DELIMITED BY SIZE
               " AF: "                          DELIMITED BY SIZE
               STR-KOERT-AF                     DELIMITED BY SPACE
               " SIKKERHED "                    DELIMITED BY SIZE
               STR-AKTION                       DELIMITED BY SPACE
               " SIK-ID: "                      DELIMITED BY SIZE
               ST-ID (WS-SIK-IX)                DELIMITED BY SPACE
               " TYPE: "                        DELIMITED BY SIZE
               ST-TYPE (WS-SIK-IX)              DELIMITED BY SIZE
               " STATUS: "                      DELIMITED BY SIZE
               ST-STATUS (WS-SIK-IX)            DELIMITED BY SIZE
               " VAERDI: "                      DELIMITED BY SIZE
               ST-VAERDI (WS-SIK-IX)            DELIMITED BY SIZE
               " KONTO-ID: "                    DELIMITED BY SIZE
               AUD-KONTO-ID                     DELIMITED BY SPACE
               INTO AUDIT-TEXT
           END-STRING
           WRITE AUDIT-REKORD
           EXIT.

      * -------------------------------------------------
      *Audit entry and report line for a collateral transaction
      *that failed validation
       SKRIV-AUDIT-AFVIST.
           MOVE SPACES TO AUDIT-TEXT
           STRING
               KOERSELS-DATO                    DELIMITED BY SIZE
               " AF: "                          DELIMITED BY SIZE
               STR-KOERT-AF                     DELIMITED BY SPACE
               " SIKKERHED AFVIST "             DELIMITED BY SIZE
               STR-AKTION                       DELIMITED BY SPACE
               " SIK-ID: "                      DELIMITED BY SIZE
               STR-SIK-ID                       DELIMITED BY SPACE
               " AARSAG: "                      DELIMITED BY SIZE
               TRANS-FEJL-AARSAG                DELIMITED BY SIZE
               INTO AUDIT-TEXT
           END-STRING
           WRITE AUDIT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "AFVIST - "                      DELIMITED BY SIZE
               STR-AKTION                       DELIMITED BY SPACE
               " SIK-ID: "                      DELIMITED BY SIZE
               STR-SIK-ID                       DELIMITED BY SIZE
               " AF: "                          DELIMITED BY SIZE
               STR-KOERT-AF                     DELIMITED BY SIZE
               " - "                            DELIMITED BY SIZE
               TRANS-FEJL-AARSAG                DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Rewrite the collateral register from the table
       SKRIV-SIKKERHEDER.
           OPEN OUTPUT SIK-FIL
           PERFORM VARYING SIK-IX FROM 1 BY 1
               UNTIL SIK-IX > SIK-ANTAL
               MOVE ST-ID (SIK-IX)              TO SIK-ID
               MOVE ST-TYPE (SIK-IX)            TO SIK-TYPE
               MOVE ST-BESKRIVELSE (SIK-IX)     TO SIK-BESKRIVELSE
               MOVE ST-KUNDE-ID (SIK-IX)        TO SIK-KUNDE-ID
               MOVE ST-VAERDI (SIK-IX)          TO SIK-VAERDI
               MOVE ST-VURDERINGS-DATO (SIK-IX)
                   TO SIK-VURDERINGS-DATO
               MOVE ST-PANT-KONTO-ID (SIK-IX)   TO SIK-PANT-KONTO-ID
               MOVE ST-PANT-BELOB (SIK-IX)      TO SIK-PANT-BELOB
               MOVE ST-STATUS (SIK-IX)          TO SIK-STATUS
               MOVE ST-OPRETTET-DATO (SIK-IX)   TO SIK-OPRETTET-DATO
               MOVE ST-STATUS-DATO (SIK-IX)     TO SIK-STATUS-DATO
               WRITE SIK-REKORD
           END-PERFORM
           CLOSE SIK-FIL
           EXIT.

      * -------------------------------------------------
      *Rewrite the links from the table, leaving out the removed
      *ones
       SKRIV-TILKNYTNINGER.
           OPEN OUTPUT SL-FIL
           PERFORM VARYING SL-IX FROM 1 BY 1
               UNTIL SL-IX > SL-ANTAL
               IF SLT-SIK-ID (SL-IX) NOT = SPACES
                   MOVE SLT-SIK-ID (SL-IX)   TO SL-SIK-ID
                   MOVE SLT-KONTO-ID (SL-IX) TO SL-KONTO-ID
                   MOVE SLT-TILKNYTTET-DATO (SL-IX)
                       TO SL-TILKNYTTET-DATO
                   WRITE SL-REKORD
               END-IF
           END-PERFORM
           CLOSE SL-FIL
           EXIT.

      * -------------------------------------------------
      *The monthly LTV report. Every live loan on the loan register
      *is an exposure, and so is every other account a collateral
      *secures. Each active collateral's value is spread over the
      *exposures it secures in proportion to their debt, and each
      *exposure's debt is then held against the value it was given.
       SKRIV-LTV-RAPPORT.
           MOVE LTV-GRAENSE TO WS-GRAENSE-EDIT
           MOVE SPACES TO LTV-TEXT
           STRING
               "LTV-rapport "                  DELIMITED BY SIZE
               KOERSELS-DATO                   DELIMITED BY SIZE
               " - graense: "                  DELIMITED BY SIZE
               WS-GRAENSE-EDIT                 DELIMITED BY SIZE
               " pct., vurdering aeldre end "  DELIMITED BY SIZE
               VURDERING-GRAENSE               DELIMITED BY SIZE
               " er foraeldet"                 DELIMITED BY SIZE
               INTO LTV-TEXT
           END-STRING
           WRITE LTV-REKORD

           PERFORM LAES-LAAN
           PERFORM VARYING SL-IX FROM 1 BY 1
               UNTIL SL-IX > SL-ANTAL
               IF SLT-SIK-ID (SL-IX) NOT = SPACES
                   PERFORM TILFOEJ-KONTO-EKSPONERING
               END-IF
           END-PERFORM
           IF EKSP-OVERLOEB
               MOVE SPACES TO LTV-TEXT
               MOVE "Eksponeringstabellen er fuld - rapporten mangler"
                   TO LTV-TEXT
               WRITE LTV-REKORD
               DISPLAY "OPG85: eksponeringstabellen er fuld,"
                       " LTV-rapporten er ufuldstaendig."
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM VARYING SIK-IX FROM 1 BY 1
               UNTIL SIK-IX > SIK-ANTAL
               IF ST-STATUS (SIK-IX) = "A"
                   MOVE SIK-IX TO WS-SIK-IX
                   PERFORM FORDEL-SIKKERHED
               END-IF
           END-PERFORM

           PERFORM VARYING EKSP-IX FROM 1 BY 1
               UNTIL EKSP-IX > EKSP-ANTAL
               PERFORM SKRIV-LTV-LINJE
           END-PERFORM
           PERFORM SKRIV-LTV-TRAILER
           EXIT.

      * -------------------------------------------------
      *Load every loan not yet paid off from the loan register as an
      *exposure, with its remaining debt by the schedule
       LAES-LAAN.
           MOVE 0 TO EKSP-ANTAL
           MOVE "N" TO EOF-LAAN
           OPEN INPUT LAAN-FIL
           IF LAAN-FIL-STATUS = "00" OR LAAN-FIL-STATUS = "05"
               PERFORM UNTIL END-LAAN
                   READ LAAN-FIL
                       AT END
                           SET END-LAAN TO TRUE
                       NOT AT END
                           IF LAAN-STATUS NOT = "INDFRIET"
                               PERFORM TILFOEJ-LAAN-EKSPONERING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAAN-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *One loan as an exposure. The remaining debt is what LAANPLAN
      *shows after the installments paid so far; when the loan
      *account on the master owes more - installments missed - the
      *larger debt is the one held against the collateral.
       TILFOEJ-LAAN-EKSPONERING.
           IF EKSP-ANTAL >= 10000
               SET EKSP-OVERLOEB TO TRUE
           ELSE
               ADD 1 TO EKSP-ANTAL
               MOVE EKSP-ANTAL TO WS-EKSP-IX
               MOVE LAAN-KONTO-ID TO ET-KONTO-ID (WS-EKSP-IX)
               MOVE "J" TO ET-ER-LAAN (WS-EKSP-IX)
               PERFORM BEREGN-PLAN-RESTGAELD
               MOVE RESTGAELD TO ET-PLAN-GAELD (WS-EKSP-IX)
               MOVE LAAN-KONTO-ID TO KONTO-ID OF KONTOFIL-REKORD
               PERFORM HENT-KONTO-GAELD
               MOVE ET-PLAN-GAELD (WS-EKSP-IX)
                   TO ET-GAELD (WS-EKSP-IX)
               IF ET-KONTO-GAELD (WS-EKSP-IX)
                   > ET-PLAN-GAELD (WS-EKSP-IX)
                   MOVE ET-KONTO-GAELD (WS-EKSP-IX)
                       TO ET-GAELD (WS-EKSP-IX)
               END-IF
               MOVE 0 TO ET-VAERDI (WS-EKSP-IX)
               MOVE 0 TO ET-SIK-ANTAL (WS-EKSP-IX)
               MOVE "N" TO ET-GAMMEL-SW (WS-EKSP-IX)
           END-IF
           EXIT.

      * -------------------------------------------------
      *The remaining debt by the annuity schedule once the
      *installments before LAAN-NAESTE-TERMIN are paid - the same
      *arithmetic LAANPLAN prints, period by period
       BEREGN-PLAN-RESTGAELD.
           MOVE LAAN-HOVEDSTOL TO RESTGAELD
           IF LAAN-TERMINER > 0 AND LAAN-HOVEDSTOL > 0
               AND LAAN-NAESTE-TERMIN > 1
               COMPUTE BETALTE-TERMINER = LAAN-NAESTE-TERMIN - 1
               COMPUTE MD-RENTE = LAAN-AARLIG-RENTE / 1200
               IF MD-RENTE = 0
                   COMPUTE YDELSE ROUNDED =
                       LAAN-HOVEDSTOL / LAAN-TERMINER
               ELSE
                   COMPUTE VAEKST-FAKTOR =
                       (1 + MD-RENTE) ** LAAN-TERMINER
                   COMPUTE YDELSE ROUNDED =
                       LAAN-HOVEDSTOL * MD-RENTE * VAEKST-FAKTOR
                       / (VAEKST-FAKTOR - 1)
               END-IF
               PERFORM VARYING TERMIN-NR FROM 1 BY 1
                   UNTIL TERMIN-NR > BETALTE-TERMINER
                   OR TERMIN-NR > LAAN-TERMINER
                   COMPUTE RENTE-DEL ROUNDED = RESTGAELD * MD-RENTE
                   IF TERMIN-NR = LAAN-TERMINER
                       MOVE RESTGAELD TO AFDRAG-DEL
                   ELSE
                       COMPUTE AFDRAG-DEL = YDELSE - RENTE-DEL
                       IF AFDRAG-DEL > RESTGAELD
                           MOVE RESTGAELD TO AFDRAG-DEL
                       END-IF
                   END-IF
                   SUBTRACT AFDRAG-DEL FROM RESTGAELD
               END-PERFORM
           END-IF
           EXIT.

      * -------------------------------------------------
      *The debt on the account in KONTO-ID as the master holds it -
      *its negative balance, nothing for an account in credit or
      *gone from the master
       HENT-KONTO-GAELD.
           MOVE 0 TO ET-KONTO-GAELD (WS-EKSP-IX)
           READ KONTOFIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BALANCE OF KONTOFIL-REKORD < 0
                       COMPUTE ET-KONTO-GAELD (WS-EKSP-IX) =
                           0 - BALANCE OF KONTOFIL-REKORD
                   END-IF
           END-READ
           EXIT.

      * -------------------------------------------------
      *Point a link at its exposure row, adding the account as an
      *exposure of its own when it is not a loan already there
       TILFOEJ-KONTO-EKSPONERING.
           MOVE 0 TO WS-EKSP-IX
           PERFORM VARYING EKSP-IX FROM 1 BY 1
               UNTIL EKSP-IX > EKSP-ANTAL
               IF ET-KONTO-ID (EKSP-IX) = SLT-KONTO-ID (SL-IX)
                   MOVE EKSP-IX TO WS-EKSP-IX
               END-IF
           END-PERFORM
           IF WS-EKSP-IX = 0
               IF EKSP-ANTAL >= 10000
                   SET EKSP-OVERLOEB TO TRUE
               ELSE
                   ADD 1 TO EKSP-ANTAL
                   MOVE EKSP-ANTAL TO WS-EKSP-IX
                   MOVE SLT-KONTO-ID (SL-IX)
                       TO ET-KONTO-ID (WS-EKSP-IX)
                   MOVE "N" TO ET-ER-LAAN (WS-EKSP-IX)
                   MOVE 0 TO ET-PLAN-GAELD (WS-EKSP-IX)
                   MOVE SLT-KONTO-ID (SL-IX)
                       TO KONTO-ID OF KONTOFIL-REKORD
                   PERFORM HENT-KONTO-GAELD
                   MOVE ET-KONTO-GAELD (WS-EKSP-IX)
                       TO ET-GAELD (WS-EKSP-IX)
                   MOVE 0 TO ET-VAERDI (WS-EKSP-IX)
                   MOVE 0 TO ET-SIK-ANTAL (WS-EKSP-IX)
                   MOVE "N" TO ET-GAMMEL-SW (WS-EKSP-IX)
               END-IF
           END-IF
           MOVE WS-EKSP-IX TO SLT-EKSP-IX (SL-IX)
           EXIT.

      * -------------------------------------------------
      *Spread one active collateral's value over the exposures it
      *secures, pro rata to their debt. A property or car counts at
      *its valuation; a deposit pledge at what it holds today - the
      *pledged amount, capped by the account's balance. A valuation
      *older than the revaluation interval marks every exposure it
      *secures.
       FORDEL-SIKKERHED.
           MOVE "N" TO SIK-GAMMEL-SW
           IF ST-TYPE (WS-SIK-IX) = "D"
               PERFORM HENT-PANT-VAERDI
           ELSE
               MOVE ST-VAERDI (WS-SIK-IX) TO ST-VAERDI-NU (WS-SIK-IX)
               IF ST-VURDERINGS-DATO (WS-SIK-IX) < VURDERING-GRAENSE
                   SET SIK-GAMMEL TO TRUE
               END-IF
           END-IF
           MOVE 0 TO SIK-GAELD-SUM
           PERFORM VARYING SL-IX FROM 1 BY 1
               UNTIL SL-IX > SL-ANTAL
               IF SLT-SIK-ID (SL-IX) = ST-ID (WS-SIK-IX)
                   AND SLT-EKSP-IX (SL-IX) > 0
                   MOVE SLT-EKSP-IX (SL-IX) TO WS-EKSP-IX
                   ADD ET-GAELD (WS-EKSP-IX) TO SIK-GAELD-SUM
               END-IF
           END-PERFORM
           PERFORM VARYING SL-IX FROM 1 BY 1
               UNTIL SL-IX > SL-ANTAL
               IF SLT-SIK-ID (SL-IX) = ST-ID (WS-SIK-IX)
                   AND SLT-EKSP-IX (SL-IX) > 0
                   MOVE SLT-EKSP-IX (SL-IX) TO WS-EKSP-IX
                   PERFORM TILDEL-ANDEL
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *What a deposit pledge holds today - the pledged amount, or
      *the whole balance when the pledge is on all of it, never more
      *than the account stands at
       HENT-PANT-VAERDI.
           MOVE 0 TO ST-VAERDI-NU (WS-SIK-IX)
           MOVE ST-PANT-KONTO-ID (WS-SIK-IX)
               TO KONTO-ID OF KONTOFIL-REKORD
           READ KONTOFIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BALANCE OF KONTOFIL-REKORD > 0
                       MOVE BALANCE OF KONTOFIL-REKORD
                           TO ST-VAERDI-NU (WS-SIK-IX)
                       IF ST-PANT-BELOB (WS-SIK-IX) > 0
                           AND ST-PANT-BELOB (WS-SIK-IX)
                               < ST-VAERDI-NU (WS-SIK-IX)
                           MOVE ST-PANT-BELOB (WS-SIK-IX)
                               TO ST-VAERDI-NU (WS-SIK-IX)
                       END-IF
                   END-IF
           END-READ
           EXIT.

      * -------------------------------------------------
      *Give one exposure its share of the collateral in hand - the
      *whole value when the collateral secures nothing else with
      *debt, nothing when none of the exposures owes anything
       TILDEL-ANDEL.
           IF SIK-GAELD-SUM > 0
               IF ET-GAELD (WS-EKSP-IX) > 0
                   COMPUTE ANDEL-VAERDI ROUNDED =
                       ST-VAERDI-NU (WS-SIK-IX)
                       * ET-GAELD (WS-EKSP-IX) / SIK-GAELD-SUM
               ELSE
                   MOVE 0 TO ANDEL-VAERDI
               END-IF
           ELSE
               MOVE 0 TO ANDEL-VAERDI
           END-IF
           ADD ANDEL-VAERDI TO ET-VAERDI (WS-EKSP-IX)
           ADD 1 TO ET-SIK-ANTAL (WS-EKSP-IX)
           IF SIK-GAMMEL
               MOVE "J" TO ET-GAMMEL-SW (WS-EKSP-IX)
           END-IF
           EXIT.

      * -------------------------------------------------
      *One exposure's line - its debt, its collateral value and the
      *LTV, flagged when over the limit or resting on an outdated
      *valuation. A debt with no collateral value behind it at all
      *is flagged as unsecured. Exposures owing nothing are left
      *out.
       SKRIV-LTV-LINJE.
           IF ET-GAELD (EKSP-IX) > 0
               MOVE SPACES TO LTV-FLAG-1
               MOVE SPACES TO LTV-FLAG-2
               MOVE "PLAN" TO GAELD-KILDE
               IF ET-ER-LAAN (EKSP-IX) NOT = "J"
                   OR ET-KONTO-GAELD (EKSP-IX)
                       > ET-PLAN-GAELD (EKSP-IX)
                   MOVE "KONTO" TO GAELD-KILDE
               END-IF
               IF ET-VAERDI (EKSP-IX) = 0
                   MOVE 99999.9 TO LTV-PCT
                   MOVE " USIKRET" TO LTV-FLAG-1
                   ADD 1 TO LTV-USIKRET-ANTAL
               ELSE
                   COMPUTE LTV-PCT ROUNDED =
                       ET-GAELD (EKSP-IX) * 100 / ET-VAERDI (EKSP-IX)
                       ON SIZE ERROR
                           MOVE 99999.9 TO LTV-PCT
                   END-COMPUTE
                   IF LTV-PCT > LTV-GRAENSE
                       MOVE " OVER GRAENSE" TO LTV-FLAG-1
                       ADD 1 TO LTV-OVER-ANTAL
                   END-IF
               END-IF
               IF ET-GAMMEL-SW (EKSP-IX) = "J"
                   MOVE " GAMMEL VURDERING" TO LTV-FLAG-2
                   ADD 1 TO LTV-GAMMEL-ANTAL
               END-IF
               ADD 1 TO LTV-LINJE-ANTAL
               ADD ET-GAELD (EKSP-IX) TO LTV-GAELD-SUM
               ADD ET-VAERDI (EKSP-IX) TO LTV-VAERDI-SUM
               MOVE ET-GAELD (EKSP-IX) TO WS-GAELD-EDIT
               MOVE ET-VAERDI (EKSP-IX) TO WS-VAERDI-EDIT
               MOVE LTV-PCT TO WS-PCT-EDIT
               MOVE SPACES TO LTV-TEXT
               STRING
                   ET-KONTO-ID (EKSP-IX)   DELIMITED BY SIZE
                   " GAELD: "              DELIMITED BY SIZE
                   WS-GAELD-EDIT           DELIMITED BY SIZE
                   " ("                    DELIMITED BY SIZE
                   GAELD-KILDE             DELIMITED BY SPACE
                   ") SIKKERHED: "         DELIMITED BY SIZE
                   WS-VAERDI-EDIT          DELIMITED BY SIZE
                   " LTV: "                DELIMITED BY SIZE
                   WS-PCT-EDIT             DELIMITED BY SIZE
                   "%"                     DELIMITED BY SIZE
                   LTV-FLAG-1              DELIMITED BY SIZE
                   LTV-FLAG-2              DELIMITED BY SIZE
                   INTO LTV-TEXT
               END-STRING
               WRITE LTV-REKORD
           END-IF
           EXIT.

      * -------------------------------------------------
      *Control totals for the LTV report
       SKRIV-LTV-TRAILER.
           MOVE SPACES TO LTV-TEXT
           WRITE LTV-REKORD
           MOVE SPACES TO LTV-TEXT
           STRING
               "Eksponeringer: "          DELIMITED BY SIZE
               LTV-LINJE-ANTAL            DELIMITED BY SIZE
               "  Over graense: "         DELIMITED BY SIZE
               LTV-OVER-ANTAL             DELIMITED BY SIZE
               "  Usikret: "              DELIMITED BY SIZE
               LTV-USIKRET-ANTAL          DELIMITED BY SIZE
               "  Gammel vurdering: "     DELIMITED BY SIZE
               LTV-GAMMEL-ANTAL           DELIMITED BY SIZE
               INTO LTV-TEXT
           END-STRING
           WRITE LTV-REKORD
           MOVE LTV-GAELD-SUM TO WS-SUM-EDIT
           MOVE SPACES TO LTV-TEXT
           STRING
               "Gaeld i alt: "            DELIMITED BY SIZE
               WS-SUM-EDIT                DELIMITED BY SIZE
               INTO LTV-TEXT
           END-STRING
           WRITE LTV-REKORD
           MOVE LTV-VAERDI-SUM TO WS-SUM-EDIT
           MOVE SPACES TO LTV-TEXT
           STRING
               "Sikkerheder i alt: "      DELIMITED BY SIZE
               WS-SUM-EDIT                DELIMITED BY SIZE
               INTO LTV-TEXT
           END-STRING
           WRITE LTV-REKORD
           DISPLAY "LTV eksponeringer: "  LTV-LINJE-ANTAL
                   " Over graense: "      LTV-OVER-ANTAL
                   " Usikret: "           LTV-USIKRET-ANTAL
                   " Gammel vurdering: "  LTV-GAMMEL-ANTAL
           EXIT.

      * -------------------------------------------------
      *Write the control-total trailer
       SKRIV-TRAILER.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Sikkerheder laest: "      DELIMITED BY SIZE
               SIK-LAEST-ANTAL            DELIMITED BY SIZE
               "  Tilknytninger laest: "  DELIMITED BY SIZE
               SL-LAEST-ANTAL             DELIMITED BY SIZE
               "  Transaktioner: "        DELIMITED BY SIZE
               TRANS-LAEST-ANTAL          DELIMITED BY SIZE
               "  OK: "                   DELIMITED BY SIZE
               TRANS-OK-ANTAL             DELIMITED BY SIZE
               "  Afvist: "               DELIMITED BY SIZE
               TRANS-AFVIST-ANTAL         DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           DISPLAY "Sikkerheder laest: "  SIK-LAEST-ANTAL
                   " Transaktioner: "     TRANS-LAEST-ANTAL
                   " OK: "                TRANS-OK-ANTAL
                   " Afvist: "            TRANS-AFVIST-ANTAL
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
               DISPLAY "OPG85: kaedebrud i opg10-audit.txt raekke "
                       SGL-BRUD
           END-IF
           EXIT.
