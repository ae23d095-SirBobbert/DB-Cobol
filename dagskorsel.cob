      *in order, stops the chain as soon as a step fails, and only
      *starts OPG8/OPG9 once Kundeoplysninger.txt and KontoOpl.txt
      *have actually been refreshed today.
      *Banking days the chain missed since the last day whose
      *date-driven steps completed are caught up first: those steps
      *run once per missed day with that day as business date,
      *ahead of today's normal run.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAGSKORSEL.

           02  LOG-START       PIC 9(8).
           02  LOG-SLUT        PIC 9(8).
           02  LOG-RC          PIC 9(4).
           02  LOG-FORR-DATO   PIC 9(8).

       WORKING-STORAGE SECTION.

      *Overall run status
       01  KORSEL-FEJL-SW      PIC X VALUE "N".
           88 KORSEL-FEJLET        VALUE "Y".
      *The chain's RETURN-CODE held across the seal verification
       01  FOER-SEGL-RC        PIC S9(9) COMP-5 VALUE 0.

      *Masterfile-refreshed check result
       01  MASTERFIL-SW        PIC X VALUE "N".
           05 DAGS-AAR         PIC 9(4).
           05 DAGS-MAANED      PIC 9(2).
           05 DAGS-DAG         PIC 9(2).
       01  DAGS-DATO-TAL       PIC 9(8) VALUE 0.

      *The business date the steps run for - today, or a missed
      *banking day while it is being caught up - handed to the
      *date-driven steps and written on every run-log row
       01  FORR-DATO           PIC 9(8) VALUE 0.

      *Parameter fields for the shared date subprogram
       01  DATO-FUNKTION       PIC X(1) VALUE SPACE.
       01  DATO-ARG            PIC 9(8) VALUE 0.
       01  DATO-SERIAL         PIC 9(7) VALUE 0.
       01  DATO-UGEDAG         PIC 9(1) VALUE 0.

      *Catch-up bookkeeping - the last business date whose
      *date-driven steps all completed (its OPG49 row went clean),
      *and the banking days between it and today, oldest first.
      *More missed days than INDHENT-MAX-DAGE refuses the run
      *rather than replaying a long outage unattended
       01  SIDSTE-RENE-DATO    PIC 9(8) VALUE 0.
       01  LOG-RAEKKE-DATO     PIC 9(8) VALUE 0.
       01  INDHENT-TABEL.
           05  INDHENT-POST OCCURS 31 TIMES INDEXED BY IND-IX.
               10  ID-DATO         PIC 9(8).
       01  INDHENT-ANTAL       PIC 9(5) VALUE 0.
       01  INDHENT-MAX-DAGE    PIC 9(3) VALUE 5.
       01  EOF-LOG             PIC X VALUE "N".
           88 END-LOG              VALUE "Y".
       01  INDHENT-SW          PIC X VALUE "N".
           88 INDHENTNING-AKTIV    VALUE "Y".
       01  INDHENT-FEJL-SW     PIC X VALUE "N".
           88 FOR-MANGE-DAGE       VALUE "Y".

      *A date-driven step's program name before the business date
      *is added, and the report it leaves, kept under the business
      *date after a catch-up pass so every pass's report survives
       01  STEP-PROGRAM        PIC X(20) VALUE SPACES.
       01  STEP-RAPPORT        PIC X(40) VALUE SPACES.
       01  RAPPORT-NAVN        PIC X(60) VALUE SPACES.
       01  RAPPORT-KOPI        PIC X(60) VALUE SPACES.
       01  RAPPORT-KOPI-RC     PIC S9(9) COMP-5 VALUE 0.
      *OPG49's alert feed - emptied before the first catch-up pass,
      *since the passes and today's run append to it
       01  ALARMFEED-NAVN      PIC X(40) VALUE "opg49-alarmer.txt".

      *Names of the master files that must be refreshed before OPG8/OPG9
       01  KUNDEFIL-NAVN       PIC X(40) VALUE "Kundeoplysninger.txt".
       MAIN-PROCEDURE.
      *Get today's date to compare against master-file timestamps
           ACCEPT DAGS-DATO FROM DATE YYYYMMDD
           MOVE DAGS-DATO TO DAGS-DATO-TAL
           MOVE DAGS-DATO-TAL TO FORR-DATO

      *Find the last business date the chain completed in the run
      *log, before the log is reopened for append
           PERFORM LAES-SIDSTE-RENE-DAG

      *Open the run log for append across the whole chain
           PERFORM ABEN-LOG-FIL
               MOVE PARAM-TAL TO SNAP-GENERATIONER-MAX
           END-IF

      *Pick the catch-up limit up the same way - never past the
      *size of the missed-day table
           MOVE "INDHENT-MAX-DAGE" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-TAL TO INDHENT-MAX-DAGE
           END-IF
           IF INDHENT-MAX-DAGE > 31
               MOVE 31 TO INDHENT-MAX-DAGE
           END-IF

      *The chain's updating steps take the update lock themselves -
      *a lock already held now means another updater is mid-file,
      *and the whole run is refused fast instead of colliding
               PERFORM TAG-SNAPSHOT
           END-IF

      *Step 2a: catch up the banking days missed since the last
      *completed one - the date-driven steps run once per missed
      *day with that day as business date, before today's intake
           IF NOT KORSEL-FEJLET AND MASTERFILER-OK
               PERFORM INDHENT-MANGLENDE-DAGE
           END-IF

      *Step 2b2: OPG50 branch intake - verifies each branch's
      *posting file against its own trailer and merges the accepted
      *ones into the day's posting file, ahead of everything else
               PERFORM KOER-OPG50
           END-IF

      *Step 2b3: OPG77 teller cash balancing - posts the day's
      *counter cash deposits and withdrawals, balances every till
      *against its count and books the differences within tolerance
      *to the cash over/short account
           IF NOT KORSEL-FEJLET AND MASTERFILER-OK
               PERFORM KOER-OPG77
           END-IF

      *Step 2c: OPG22 suspense release - feeds postings parked
      *against formerly frozen accounts back into the posting file
      *ahead of today's generated and keyed postings
               PERFORM KOER-OPG64
           END-IF

      *Step 2c1c: OPG83 bank switching - hands switched-in orders
      *to the standing-order intake and suspends a leaving
      *customer's orders, ahead of the standing-order run
           IF NOT KORSEL-FEJLET AND MASTERFILER-OK
               PERFORM KOER-OPG83
           END-IF

      *Step 2c2: OPG21 standing orders - writes today's recurring
      *transfers into the posting file ahead of KONTOPOSTERING
           IF NOT KORSEL-FEJLET AND MASTERFILER-OK
               PERFORM KOER-OPG21
           END-IF

      *Step 2c2b: OPG89 price agreements - applies the approved
      *agreement changes ahead of the overdraft fees and the
      *interest accrual that read them
           IF NOT KORSEL-FEJLET AND MASTERFILER-OK
               PERFORM KOER-OPG89
           END-IF

      *Step 2c2c: OPG90 coming of age - ends the guardian mandates
      *and moves the youth accounts of the customers turned
      *eighteen, and sends them the notice
           IF NOT KORSEL-FEJLET AND MASTERFILER-OK
               PERFORM KOER-OPG90
           END-IF

      *Step 2c3: OPG63 balance-protection sweep - covering
      *transfers from funding accounts ahead of the fee assessment,
      *and the day's cover list for OPG19
               PERFORM KOER-OPG19
           END-IF

      *Step 2d1: OPG69 dunning - works the overdraft and loan
      *collections cases and appends the reminder fees behind the
      *overdraft fees, still ahead of KONTOPOSTERING
           IF NOT KORSEL-FEJLET AND MASTERFILER-OK
               PERFORM KOER-OPG69
           END-IF

      *Step 2d2: OPG85 collateral register - applies the day's
      *collateral changes ahead of KONTOPOSTERING, so a deposit
      *pledged today is held against today's withdrawals
           IF NOT KORSEL-FEJLET AND MASTERFILER-OK
               PERFORM KOER-OPG85
           END-IF

      *Step 2d3: OPG88 complaint register - applies the day's case
      *decisions so a refund granted today is posted today
           IF NOT KORSEL-FEJLET AND MASTERFILER-OK
               PERFORM KOER-OPG88
           END-IF

      *Step 2d4: OPG99 safe deposit boxes - applies the day's box
      *rentals and raises the year's box rent ahead of KONTOPOSTERING,
      *and lists per branch the rentals to act on
           IF NOT KORSEL-FEJLET AND MASTERFILER-OK
               PERFORM KOER-OPG99
           END-IF

      *Step 2e: OPG15 posting run - applies the day's postings to the
      *account master before the reporting steps read it
           IF NOT KORSEL-FEJLET AND MASTERFILER-OK
               PERFORM KOER-OPG61
           END-IF

      *Step 2e4: OPG75 interest accrual - accrues every account's
      *day-by-day interest on the closes the posting run left, up to
      *the next banking day, and books the adjustment for any
      *posting applied back-valued today
           IF NOT KORSEL-FEJLET AND MASTERFILER-OK
               PERFORM KOER-OPG75
           END-IF

      *Step 2e5: OPG98 payee history - rebuilds who each customer
      *has paid before from the history the posting run just
      *extended, for the next day's netbank order intake
           IF NOT KORSEL-FEJLET AND MASTERFILER-OK
               PERFORM KOER-OPG98
           END-IF

      *Step 2f: OPG49 customer alerts - judges the day's applied
      *rows and closing balances against the alert subscriptions,
      *right after the posting run so the feed reflects it
               PERFORM KOER-OPG49
           END-IF

      *Step 2f1: OPG70 KYC risk classification - scores every
      *customer on the day's events and refreshes the review
      *deadlines and netbank blocks before the next order intake
           IF NOT KORSEL-FEJLET AND MASTERFILER-OK
               PERFORM KOER-OPG70
           END-IF

      *Step 2f2: OPG72 sanctions re-screen - when a new EU/UN list
      *has been delivered, puts it in force and screens the whole
      *customer master against it; without one the step is a no-op
           IF NOT KORSEL-FEJLET AND MASTERFILER-OK
               PERFORM KOER-OPG72
           END-IF

      *Step 3: OPG8 customer/account match
           IF NOT KORSEL-FEJLET AND MASTERFILER-OK
               PERFORM KOER-OPG8
               PERFORM KOER-OPG9
           END-IF

      *Step 4a: OPG84 card register - applies the day's card
      *changes and sends the processor its stop file, ahead of the
      *holds so a card stopped today gets no new hold
           IF NOT KORSEL-FEJLET AND MASTERFILER-OK
               PERFORM KOER-OPG84
           END-IF

      *Step 4b: OPG45 card-hold register - folds the card
      *processor's daily file in and sweeps expired holds, so the
      *extract's available balances are current
               PERFORM KOER-OPG68
           END-IF

      *Step 6a: OPG97 inbound-file reception report - lists the
      *day's receptions and the expected files that never arrived,
      *once every intake step has taken its file in
           IF NOT KORSEL-FEJLET AND MASTERFILER-OK
               PERFORM KOER-OPG97
           END-IF

      *Step 7: OPG81 seal verification - the day's last step, so
      *every row the day appended to the audit trail and the
      *posting history is sealed, alongside SALDOKAEDE's balance
      *chain; a broken chain fails the run. It runs after a failed
      *step too, so a failed day never leaves the evidence files
      *unverified, and the failed step's RETURN-CODE is kept. Only a
      *lock held by another updater skips it - that updater seals
      *its own rows when it closes them
           IF NOT LAAS-OPTAGET
               MOVE RETURN-CODE TO FOER-SEGL-RC
               PERFORM KOER-OPG81
               IF FOER-SEGL-RC NOT = 0
                   MOVE FOER-SEGL-RC TO RETURN-CODE
               END-IF
           END-IF

           PERFORM VIS-RESULTAT
           CLOSE LOG-FIL
      *A refused non-banking day gets its own RETURN-CODE so the
      *scheduler can tell it from a failed step, and disagreeing
      *master control totals and too many missed days get others
           IF IKKE-BANKDAG
               MOVE 4 TO RETURN-CODE
           END-IF
           IF KONTROLTAL-AFVIGER
               MOVE 5 TO RETURN-CODE
           END-IF
           IF FOR-MANGE-DAGE
               MOVE 6 TO RETURN-CODE
           END-IF
           IF LAAS-OPTAGET
               MOVE 9 TO RETURN-CODE
           END-IF
           PERFORM KOER-STEP
           .

      *Run OPG77 and stop the chain if it fails
       KOER-OPG77.
           MOVE "OPG77" TO STEP-NAVN
           MOVE "opg77.exe" TO STEP-KOMMANDO
           PERFORM KOER-STEP
           .

      *Run OPG22 and stop the chain if it fails
       KOER-OPG22.
           MOVE "OPG22" TO STEP-NAVN
       KOER-OPG38.
           MOVE "OPG38" TO STEP-NAVN
           MOVE "opg38.exe" TO STEP-KOMMANDO
           MOVE "opg38-fremdateret-rapport" TO STEP-RAPPORT
           PERFORM KOER-DATOSTEP
           .

      *Run OPG64 and stop the chain if it fails
       KOER-OPG64.
           MOVE "OPG64" TO STEP-NAVN
           MOVE "opg64.exe" TO STEP-KOMMANDO
           MOVE "opg64-termin-rapport" TO STEP-RAPPORT
           PERFORM KOER-DATOSTEP
           .

      *Run OPG83 and stop the chain if it fails
       KOER-OPG83.
           MOVE "OPG83" TO STEP-NAVN
           MOVE "opg83.exe" TO STEP-KOMMANDO
           PERFORM KOER-STEP
           .

       KOER-OPG21.
           MOVE "OPG21" TO STEP-NAVN
           MOVE "opg21.exe" TO STEP-KOMMANDO
           MOVE "opg21-overfoersler-rapport" TO STEP-RAPPORT
           PERFORM KOER-DATOSTEP
           .

      *Run OPG89 and stop the chain if it fails
       KOER-OPG89.
           MOVE "OPG89" TO STEP-NAVN
           MOVE "opg89.exe" TO STEP-KOMMANDO
           PERFORM KOER-STEP
           .

      *Run OPG90 and stop the chain if it fails
       KOER-OPG90.
           MOVE "OPG90" TO STEP-NAVN
           MOVE "opg90.exe" TO STEP-KOMMANDO
           MOVE "opg90-myndig-rapport" TO STEP-RAPPORT
           PERFORM KOER-DATOSTEP
           .

      *Run OPG63 and stop the chain if it fails
       KOER-OPG63.
           MOVE "OPG63" TO STEP-NAVN
           MOVE "opg63.exe" TO STEP-KOMMANDO
           MOVE "opg63-vaern-rapport" TO STEP-RAPPORT
           PERFORM KOER-DATOSTEP
           .

      *Run OPG19 and stop the chain if it fails
       KOER-OPG19.
           MOVE "OPG19" TO STEP-NAVN
           MOVE "opg19.exe" TO STEP-KOMMANDO
           MOVE "opg19-gebyrrapport" TO STEP-RAPPORT
           PERFORM KOER-DATOSTEP
           .

      *Run OPG69 and stop the chain if it fails
       KOER-OPG69.
           MOVE "OPG69" TO STEP-NAVN
           MOVE "opg69.exe" TO STEP-KOMMANDO
           PERFORM KOER-STEP
           .

      *Run OPG85 and stop the chain if it fails
       KOER-OPG85.
           MOVE "OPG85" TO STEP-NAVN
           MOVE "opg85.exe" TO STEP-KOMMANDO
           PERFORM KOER-STEP
           .

      *Run OPG88 and stop the chain if it fails
       KOER-OPG88.
           MOVE "OPG88" TO STEP-NAVN
           MOVE "opg88.exe" TO STEP-KOMMANDO
           PERFORM KOER-STEP
           .

       KOER-OPG15.
           MOVE "OPG15" TO STEP-NAVN
           MOVE "opg15.exe" TO STEP-KOMMANDO
           MOVE "opg15-afvist" TO STEP-RAPPORT
           PERFORM KOER-DATOSTEP
           .

      *Run OPG54 and stop the chain if it fails
           PERFORM KOER-STEP
           .

      *Run OPG75 and stop the chain if it fails
       KOER-OPG75.
           MOVE "OPG75" TO STEP-NAVN
           MOVE "opg75.exe" TO STEP-KOMMANDO
           MOVE "opg75-renteperiodisering" TO STEP-RAPPORT
           PERFORM KOER-DATOSTEP
           .

      *Run OPG49 and stop the chain if it fails
       KOER-OPG49.
           MOVE "OPG49" TO STEP-NAVN
           MOVE "opg49.exe" TO STEP-KOMMANDO
           MOVE SPACES TO STEP-RAPPORT
           PERFORM KOER-DATOSTEP
           .

      *Run OPG70 and stop the chain if it fails
       KOER-OPG70.
           MOVE "OPG70" TO STEP-NAVN
           MOVE "opg70.exe" TO STEP-KOMMANDO
           PERFORM KOER-STEP
           .

      *Run OPG72 and stop the chain if it fails
       KOER-OPG72.
           MOVE "OPG72" TO STEP-NAVN
           MOVE "opg72.exe" TO STEP-KOMMANDO
           PERFORM KOER-STEP
           .

           PERFORM KOER-STEP
           .

      *Run OPG84 and stop the chain if it fails
       KOER-OPG84.
           MOVE "OPG84" TO STEP-NAVN
           MOVE "opg84.exe" TO STEP-KOMMANDO
           PERFORM KOER-STEP
           .

      *Run OPG45 and stop the chain if it fails
       KOER-OPG45.
           MOVE "OPG45" TO STEP-NAVN
           PERFORM KOER-STEP
           .

      *Run OPG97 and stop the chain if it fails
       KOER-OPG97.
           MOVE "OPG97" TO STEP-NAVN
           MOVE "opg97.exe" TO STEP-KOMMANDO
           PERFORM KOER-STEP
           .

      *Run OPG98 and stop the chain if it fails
       KOER-OPG98.
           MOVE "OPG98" TO STEP-NAVN
           MOVE "opg98.exe" TO STEP-KOMMANDO
           PERFORM KOER-STEP
           .

      *Run OPG99 and stop the chain if it fails
       KOER-OPG99.
           MOVE "OPG99" TO STEP-NAVN
           MOVE "opg99.exe" TO STEP-KOMMANDO
           PERFORM KOER-STEP
           .

      *Run OPG81 and stop the chain if it fails
       KOER-OPG81.
           MOVE "OPG81" TO STEP-NAVN
           MOVE "opg81.exe" TO STEP-KOMMANDO
           PERFORM KOER-STEP
           .

      *Run one step: stamp the start and end time around the call,
      *append the run-log row with the step's RETURN-CODE, and stop
      *the chain when the step fails
           CALL "SYSTEM" USING STEP-KOMMANDO
           ACCEPT STEP-SLUT-TID FROM TIME
           MOVE DAGS-DATO      TO LOG-DATO
           MOVE FORR-DATO      TO LOG-FORR-DATO
           MOVE STEP-NAVN      TO LOG-STEP
           MOVE STEP-START-TID TO LOG-START
           MOVE STEP-SLUT-TID  TO LOG-SLUT
           END-IF
           .

      *Run one date-driven step. Once a catch-up has started, the
      *business date goes on the command line - today's included, so
      *OPG49 keeps appending to the feed the passes began - and a
      *catch-up pass's report is kept under its business date
       KOER-DATOSTEP.
           IF INDHENTNING-AKTIV
               MOVE STEP-KOMMANDO TO STEP-PROGRAM
               MOVE SPACES TO STEP-KOMMANDO
               STRING
                   STEP-PROGRAM DELIMITED BY SPACE
                   " "          DELIMITED BY SIZE
                   FORR-DATO    DELIMITED BY SIZE
                   INTO STEP-KOMMANDO
               END-STRING
           END-IF
           PERFORM KOER-STEP
           IF FORR-DATO NOT = DAGS-DATO-TAL
               AND STEP-RAPPORT NOT = SPACES
               AND NOT KORSEL-FEJLET
               PERFORM GEM-PASS-RAPPORT
           END-IF
           .

      *Copy a catch-up pass's report to a name carrying its
      *business date, before the next pass overwrites it
       GEM-PASS-RAPPORT.
           MOVE SPACES TO RAPPORT-NAVN
           STRING
               STEP-RAPPORT DELIMITED BY SPACE
               ".txt"       DELIMITED BY SIZE
               INTO RAPPORT-NAVN
           END-STRING
           MOVE SPACES TO RAPPORT-KOPI
           STRING
               STEP-RAPPORT DELIMITED BY SPACE
               "_"          DELIMITED BY SIZE
               FORR-DATO    DELIMITED BY SIZE
               ".txt"       DELIMITED BY SIZE
               INTO RAPPORT-KOPI
           END-STRING
           CALL "CBL_COPY_FILE" USING RAPPORT-NAVN RAPPORT-KOPI
               RETURNING RAPPORT-KOPI-RC
           IF RAPPORT-KOPI-RC NOT = 0
               DISPLAY "Dagskoersel: kopi af " RAPPORT-NAVN
                       " fejlede."
           END-IF
           .

      *Catch up the missed banking days, oldest first, each as one
      *pass of the date-driven steps, then hand back to today. Too
      *many missed days refuses the run instead
       INDHENT-MANGLENDE-DAGE.
           PERFORM FIND-MANGLENDE-DAGE
           IF INDHENT-ANTAL > INDHENT-MAX-DAGE
               DISPLAY "Dagskoersel: " INDHENT-ANTAL
                       " manglende bankdage siden "
                       SIDSTE-RENE-DATO ", over graensen paa "
                       INDHENT-MAX-DAGE " - koerslen afvises."
               SET FOR-MANGE-DAGE TO TRUE
               SET KORSEL-FEJLET TO TRUE
           ELSE
               IF INDHENT-ANTAL > 0
                   SET INDHENTNING-AKTIV TO TRUE
                   CALL "CBL_DELETE_FILE" USING ALARMFEED-NAVN
                   PERFORM VARYING IND-IX FROM 1 BY 1
                       UNTIL IND-IX > INDHENT-ANTAL
                          OR KORSEL-FEJLET
                       MOVE ID-DATO (IND-IX) TO FORR-DATO
                       PERFORM KOER-INDHENTNINGSPASS
                   END-PERFORM
                   MOVE DAGS-DATO-TAL TO FORR-DATO
               END-IF
           END-IF
           .

      *One catch-up pass for the business date in FORR-DATO - the
      *date-driven steps in their usual order, stopping at the
      *first failure like the rest of the chain
       KOER-INDHENTNINGSPASS.
           DISPLAY "Dagskoersel: indhenter forretningsdato "
                   FORR-DATO
           PERFORM KOER-OPG38
           IF NOT KORSEL-FEJLET
               PERFORM KOER-OPG64
           END-IF
           IF NOT KORSEL-FEJLET
               PERFORM KOER-OPG21
           END-IF
           IF NOT KORSEL-FEJLET
               PERFORM KOER-OPG63
           END-IF
           IF NOT KORSEL-FEJLET
               PERFORM KOER-OPG19
           END-IF
           IF NOT KORSEL-FEJLET
               PERFORM KOER-OPG15
           END-IF
           IF NOT KORSEL-FEJLET
               PERFORM KOER-OPG75
           END-IF
           IF NOT KORSEL-FEJLET
               PERFORM KOER-OPG49
           END-IF
           .

      *List the banking days after the last completed business date
      *and before today. No completed day in the log (a new site)
      *means nothing to catch up; days past the table are counted
      *but not kept, since the run is refused anyway
       FIND-MANGLENDE-DAGE.
           MOVE 0 TO INDHENT-ANTAL
           IF SIDSTE-RENE-DATO > 0
               MOVE "S" TO DATO-FUNKTION
               MOVE SIDSTE-RENE-DATO TO DATO-ARG
               CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                        DATO-SERIAL DATO-UGEDAG
               ADD 1 TO DATO-SERIAL
               MOVE "D" TO DATO-FUNKTION
               CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                        DATO-SERIAL DATO-UGEDAG
               PERFORM UNTIL DATO-ARG NOT < DAGS-DATO-TAL
                   MOVE "E" TO KAL-FUNKTION
                   MOVE DATO-ARG TO KAL-DATO
                   CALL "BANKKALENDER" USING KAL-FUNKTION KAL-DATO
                                             KAL-SVAR
                   IF KAL-SVAR = "J"
                       ADD 1 TO INDHENT-ANTAL
                       IF INDHENT-ANTAL NOT > 31
                           MOVE DATO-ARG TO ID-DATO (INDHENT-ANTAL)
                       END-IF
                   END-IF
                   ADD 1 TO DATO-SERIAL
                   MOVE "D" TO DATO-FUNKTION
                   CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                            DATO-SERIAL DATO-UGEDAG
               END-PERFORM
           END-IF
           .

      *Read the run log for the latest business date before today
      *whose OPG49 row - the last date-driven step - came back
      *clean. Rows written before the log carried a business date
      *belong to their run date
       LAES-SIDSTE-RENE-DAG.
           MOVE 0 TO SIDSTE-RENE-DATO
           MOVE "N" TO EOF-LOG
           OPEN INPUT LOG-FIL
           IF LOG-FIL-STATUS = "00"
               OR LOG-FIL-STATUS = "05"
               PERFORM UNTIL END-LOG
                   READ LOG-FIL
                       AT END
                           SET END-LOG TO TRUE
                       NOT AT END
                           IF LOG-FORR-DATO NUMERIC
                               AND LOG-FORR-DATO > 0
                               MOVE LOG-FORR-DATO TO LOG-RAEKKE-DATO
                           ELSE
                               MOVE LOG-DATO TO LOG-RAEKKE-DATO
                           END-IF
                           IF LOG-STEP = "OPG49"
                               AND LOG-RC = 0
                               AND LOG-RAEKKE-DATO > SIDSTE-RENE-DATO
                               AND LOG-RAEKKE-DATO < DAGS-DATO-TAL
                               MOVE LOG-RAEKKE-DATO
                                   TO SIDSTE-RENE-DATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOG-FIL
           END-IF
           .

      *Open the run log for append. When no previous run has left
      *one behind (FILE STATUS 35), create it first so OPEN EXTEND
      *has something to append to
