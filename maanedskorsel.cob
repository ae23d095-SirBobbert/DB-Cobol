           02  LOG-START       PIC 9(8).
           02  LOG-SLUT        PIC 9(8).
           02  LOG-RC          PIC 9(4).
           02  LOG-FORR-DATO   PIC 9(8).

       WORKING-STORAGE SECTION.

      *Load the step sequence from the control table, or fall back
      *to the compiled-in monthly defaults when no table exists:
      *interest accrual, account fees, loan installments, FX
      *revaluation, the credit-loss provisioning (after the loan
      *run has counted the month's missed installments), the
      *liquidity maturity ladder, the month's statement, the
      *history roll-off
      *(after the statement has read the month's rows), the list
      *of KYC reviews due and overdue, the customer profitability
      *report on the month just closed, the debit-card renewal
      *orders, the collateral LTV report (after the loan run has
      *moved the installments on), the group large-exposure
      *report, the central bank's balance statistics (after the
      *interest run has written the month's capitalization), the
      *complaint report, the price-agreement report (after the
      *interest and fee runs have logged the month's give-away),
      *and at quarter-end the access
      *recertification of the operator register
       LAES-STYRTABEL.
           MOVE 0 TO STEP-ANTAL
           MOVE "N" TO EOF-STYR
               CLOSE STYR-FIL
           END-IF
           IF STEP-ANTAL = 0
               MOVE 18 TO STEP-ANTAL
               MOVE "M"         TO ST-PERIODE (1)
               MOVE "OPG18"     TO ST-STEP (1)
               MOVE "opg18.exe" TO ST-KOMMANDO (1)
               MOVE "OPG31"     TO ST-STEP (4)
               MOVE "opg31.exe" TO ST-KOMMANDO (4)
               MOVE "M"         TO ST-PERIODE (5)
               MOVE "OPG73"     TO ST-STEP (5)
               MOVE "opg73.exe" TO ST-KOMMANDO (5)
               MOVE "M"         TO ST-PERIODE (6)
               MOVE "OPG74"     TO ST-STEP (6)
               MOVE "opg74.exe" TO ST-KOMMANDO (6)
               MOVE "M"         TO ST-PERIODE (7)
               MOVE "OPG20"     TO ST-STEP (7)
               MOVE "opg20.exe" TO ST-KOMMANDO (7)
               MOVE "M"         TO ST-PERIODE (8)
               MOVE "OPG52"     TO ST-STEP (8)
               MOVE "opg52.exe" TO ST-KOMMANDO (8)
               MOVE "M"         TO ST-PERIODE (9)
               MOVE "OPG70"     TO ST-STEP (9)
               MOVE "opg70.exe LISTE" TO ST-KOMMANDO (9)
               MOVE "M"         TO ST-PERIODE (10)
               MOVE "OPG82"     TO ST-STEP (10)
               MOVE "opg82.exe" TO ST-KOMMANDO (10)
               MOVE "M"         TO ST-PERIODE (11)
               MOVE "OPG84"     TO ST-STEP (11)
               MOVE "opg84.exe FORNY" TO ST-KOMMANDO (11)
               MOVE "M"         TO ST-PERIODE (12)
               MOVE "OPG85"     TO ST-STEP (12)
               MOVE "opg85.exe LTV" TO ST-KOMMANDO (12)
               MOVE "M"         TO ST-PERIODE (13)
               MOVE "OPG86"     TO ST-STEP (13)
               MOVE "opg86.exe" TO ST-KOMMANDO (13)
               MOVE "M"         TO ST-PERIODE (14)
               MOVE "OPG87"     TO ST-STEP (14)
               MOVE "opg87.exe" TO ST-KOMMANDO (14)
               MOVE "M"         TO ST-PERIODE (15)
               MOVE "OPG88"     TO ST-STEP (15)
               MOVE "opg88.exe RAPPORT" TO ST-KOMMANDO (15)
               MOVE "M"         TO ST-PERIODE (16)
               MOVE "OPG89"     TO ST-STEP (16)
               MOVE "opg89.exe RAPPORT" TO ST-KOMMANDO (16)
               MOVE "Q"         TO ST-PERIODE (17)
               MOVE "OPG80"     TO ST-STEP (17)
               MOVE "opg80.exe" TO ST-KOMMANDO (17)
               MOVE "M"         TO ST-PERIODE (18)
               MOVE "OPG92"     TO ST-STEP (18)
               MOVE "opg92.exe" TO ST-KOMMANDO (18)
           END-IF
           .

           CALL "SYSTEM" USING STEP-KOMMANDO
           ACCEPT STEP-SLUT-TID FROM TIME
           MOVE DAGS-DATO      TO LOG-DATO
           MOVE DAGS-DATO-TAL  TO LOG-FORR-DATO
           MOVE STEP-NAVN      TO LOG-STEP
           MOVE STEP-START-TID TO LOG-START
           MOVE STEP-SLUT-TID  TO LOG-SLUT
