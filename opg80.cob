      *Quarterly access recertification - lists every operator on
      *the operator register Operatoerer.txt with the rights they
      *hold (roles spelled out, personal amount limit, validity
      *window and status) and the last day they appear in the audit
      *trail opg10-audit.txt, for each operator's manager to confirm
      *or withdraw. An operator whose validity has run out, who is
      *blocked, or who has not been seen in the audit trail for
      *ATTEST-INAKTIV-DAGE days (default 90) is flagged, so dormant
      *access is taken away rather than left standing. Runs as a
      *quarter-end step in MAANEDSKORSEL; on demand as opg80.exe.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADGANGSATTEST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind the operator register - SELECT OPTIONAL, so a site that
      *has not set one up gets an empty report instead of an abend
           SELECT OPTIONAL OPR-FIL ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPR-FIL-STATUS.
      *Bind the audit log - read once from end to end for every
      *operator's last activity
           SELECT OPTIONAL AUDIT-FIL ASSIGN TO "opg10-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FIL-STATUS.
      *Bind the recertification report
           SELECT RAPPORT-FIL ASSIGN TO "opg80-rekertificering.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Operator register record layout - shared with
      *OPERATOERKONTROL
       FD  OPR-FIL.
       01  OPR-REKORD.
           COPY "OPERATOER.cpy".

      *Audit log record layout
       FD  AUDIT-FIL.
       01  AUDIT-REKORD.
           02  AUDIT-TEXT      PIC X(150).

      *Recertification report record layout
       FD  RAPPORT-FIL.
       01  RAPPORT-REKORD.
           02  RAPPORT-TEXT        PIC X(132).

       WORKING-STORAGE SECTION.

      *Today's date, stamped on the report and measured against
       01  KOERSELS-DATO        PIC 9(8) VALUE 0.

      *File status fields for the SELECT OPTIONAL files
       01  OPR-FIL-STATUS       PIC X(2) VALUE "00".
       01  AUDIT-FIL-STATUS     PIC X(2) VALUE "00".

      *End-of-file flags
       01  EOF-OPR              PIC X VALUE "N".
           88  END-OPR              VALUE "Y".
       01  EOF-AUDIT            PIC X VALUE "N".
           88  END-AUDIT            VALUE "Y".

      *In-memory operator register, with the last audit date found
      *for each operator
       01  OPR-TABEL.
           05  OPR-POST OCCURS 500 TIMES INDEXED BY OPR-IX.
               10  OT-ID               PIC X(10).
               10  OT-NAVN             PIC X(30).
               10  OT-ROLLER           PIC X(4).
               10  OT-GRAENSE          PIC 9(9)V99.
               10  OT-GYLDIG-FRA       PIC 9(8).
               10  OT-GYLDIG-TIL       PIC 9(8).
               10  OT-STATUS           PIC X(1).
               10  OT-SIDST-AKTIV      PIC 9(8).
               10  OT-SOEG             PIC X(12).
               10  OT-SOEG-LGD         PIC 9(2).
       01  OPR-ANTAL            PIC 9(3) VALUE 0.
       01  OPR-LAEST-ANTAL      PIC 9(7) VALUE 0.
      *Set when the register outgrew the table - the report is
      *refused rather than silently leaving operators off it
       01  OPR-OVERLOEB-SW      PIC X VALUE "N".
           88  OPR-OVERLOEB         VALUE "Y".

      *One audit line framed by a blank on each side, so an ID is
      *only found as a whole word, and its date when it has one
       01  AUDIT-SOEG           PIC X(152) VALUE SPACES.
       01  AUDIT-DATO           PIC 9(8) VALUE 0.
       01  TRAEF-ANTAL          PIC 9(3) VALUE 0.

      *Inactivity threshold in days, from Driftsparametre.txt
       01  INAKTIV-DAGE         PIC 9(5) VALUE 90.

      *Parameter fields for the shared parameter subprogram
       01  PARAM-NAVN           PIC X(20) VALUE SPACES.
       01  PARAM-VAERDI         PIC X(20) VALUE SPACES.
       01  PARAM-TAL            PIC S9(9)V99 VALUE 0.
       01  PARAM-FUNDET         PIC X VALUE "N".

      *Parameter fields for the shared date subprogram
       01  DATO-FUNKTION        PIC X(1) VALUE SPACE.
       01  DATO-ARG             PIC 9(8) VALUE 0.
       01  DATO-SERIAL          PIC 9(7) VALUE 0.
       01  DATO-UGEDAG          PIC 9(1) VALUE 0.
       01  DAGS-SERIAL          PIC 9(7) VALUE 0.
       01  INAKTIV-ANTAL-DAGE   PIC 9(7) VALUE 0.

      *Report line work fields
       01  ROLLE-TEKST          PIC X(60) VALUE SPACES.
       01  ROLLE-PTR            PIC 9(3) VALUE 1.
       01  ROLLE-IX             PIC 9(1) VALUE 0.
       01  FLAG-TEKST           PIC X(60) VALUE SPACES.
       01  FLAG-PTR             PIC 9(3) VALUE 1.
       01  WS-GRAENSE-EDIT      PIC Z(8)9.99.
       01  WS-TIL-TEKST         PIC X(8) VALUE SPACES.
       01  WS-AKTIV-TEKST       PIC X(8) VALUE SPACES.

      *Control totals for the trailer
       01  FLAG-ANTAL           PIC 9(5) VALUE 0.
       01  UDLOEBET-ANTAL       PIC 9(5) VALUE 0.
       01  SPAERRET-ANTAL       PIC 9(5) VALUE 0.
       01  INAKTIV-ANTAL        PIC 9(5) VALUE 0.
       01  AUDIT-LINJE-ANTAL    PIC 9(7) VALUE 0.

      *Parameter fields for the shared run-count subprogram
       01  KT-PROGRAM           PIC X(8) VALUE "OPG80".
       01  KT-ANTAL             PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD

           MOVE "ATTEST-INAKTIV-DAGE" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J" AND PARAM-TAL > 0
               MOVE PARAM-TAL TO INAKTIV-DAGE
           END-IF

           MOVE "S" TO DATO-FUNKTION
           MOVE KOERSELS-DATO TO DATO-ARG
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           MOVE DATO-SERIAL TO DAGS-SERIAL

      *Load the register - a register too big for the table
      *refuses the run
           PERFORM LAES-OPERATOERER
           IF OPR-OVERLOEB
               DISPLAY "OPG80: operatoerregistret er for stort til"
                       " tabellen, koerslen afvises."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *One pass over the audit trail finds every operator's last
      *day of activity
           IF OPR-ANTAL > 0
               PERFORM LAES-AUDIT
           END-IF

           OPEN OUTPUT RAPPORT-FIL
           PERFORM SKRIV-RAPPORT-HOVED
           PERFORM VARYING OPR-IX FROM 1 BY 1
               UNTIL OPR-IX > OPR-ANTAL
               PERFORM SKRIV-OPERATOER
           END-PERFORM
           PERFORM SKRIV-TRAILER
           CLOSE RAPPORT-FIL

      *Leave this run's headline count for OPG28's run report
           MOVE OPR-ANTAL TO KT-ANTAL
           CALL "KOERSELSTAL" USING KT-PROGRAM KT-ANTAL
           STOP RUN.

      * -------------------------------------------------
      *Load the operator register into OPR-TABEL, with each ID
      *framed by blanks ready for the audit search
       LAES-OPERATOERER.
           MOVE 0 TO OPR-ANTAL
           MOVE "N" TO EOF-OPR
           OPEN INPUT OPR-FIL
           IF OPR-FIL-STATUS = "00"
               OR OPR-FIL-STATUS = "05"
               PERFORM UNTIL END-OPR
                   READ OPR-FIL
                       AT END
                           SET END-OPR TO TRUE
                       NOT AT END
                           IF OPR-ID NOT = SPACES
                               ADD 1 TO OPR-LAEST-ANTAL
                               IF OPR-ANTAL < 500
                                   ADD 1 TO OPR-ANTAL
                                   PERFORM GEM-OPERATOER
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPR-FIL
           END-IF
           IF OPR-LAEST-ANTAL > OPR-ANTAL
               SET OPR-OVERLOEB TO TRUE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Keep one register row in the table
       GEM-OPERATOER.
           MOVE OPR-ID         TO OT-ID (OPR-ANTAL)
           MOVE OPR-NAVN       TO OT-NAVN (OPR-ANTAL)
           MOVE OPR-ROLLER     TO OT-ROLLER (OPR-ANTAL)
           MOVE 0              TO OT-GRAENSE (OPR-ANTAL)
           IF OPR-GRAENSE IS NUMERIC
               MOVE OPR-GRAENSE TO OT-GRAENSE (OPR-ANTAL)
           END-IF
           MOVE 0              TO OT-GYLDIG-FRA (OPR-ANTAL)
           IF OPR-GYLDIG-FRA IS NUMERIC
               MOVE OPR-GYLDIG-FRA TO OT-GYLDIG-FRA (OPR-ANTAL)
           END-IF
           MOVE 0              TO OT-GYLDIG-TIL (OPR-ANTAL)
           IF OPR-GYLDIG-TIL IS NUMERIC
               MOVE OPR-GYLDIG-TIL TO OT-GYLDIG-TIL (OPR-ANTAL)
           END-IF
           MOVE OPR-STATUS     TO OT-STATUS (OPR-ANTAL)
           MOVE 0              TO OT-SIDST-AKTIV (OPR-ANTAL)
           MOVE SPACES         TO OT-SOEG (OPR-ANTAL)
           MOVE 1              TO OT-SOEG-LGD (OPR-ANTAL)
           STRING " "    DELIMITED BY SIZE
                  OPR-ID DELIMITED BY SPACE
                  " "    DELIMITED BY SIZE
                  INTO OT-SOEG (OPR-ANTAL)
                  WITH POINTER OT-SOEG-LGD (OPR-ANTAL)
           END-STRING
           SUBTRACT 1 FROM OT-SOEG-LGD (OPR-ANTAL)
           EXIT.

      * -------------------------------------------------
      *Read the audit trail once; a line naming an operator as a
      *whole word moves that operator's last activity forward to
      *the line's date
       LAES-AUDIT.
           MOVE "N" TO EOF-AUDIT
           OPEN INPUT AUDIT-FIL
           IF AUDIT-FIL-STATUS = "00"
               OR AUDIT-FIL-STATUS = "05"
               PERFORM UNTIL END-AUDIT
                   READ AUDIT-FIL
                       AT END
                           SET END-AUDIT TO TRUE
                       NOT AT END
                           ADD 1 TO AUDIT-LINJE-ANTAL
                           IF AUDIT-TEXT (1:8) IS NUMERIC
                               PERFORM SOEG-AUDIT-LINJE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Look for every operator in one dated audit line
       SOEG-AUDIT-LINJE.
           MOVE AUDIT-TEXT (1:8) TO AUDIT-DATO
           MOVE SPACES TO AUDIT-SOEG
           MOVE AUDIT-TEXT TO AUDIT-SOEG (2:150)
           PERFORM VARYING OPR-IX FROM 1 BY 1
               UNTIL OPR-IX > OPR-ANTAL
               IF AUDIT-DATO > OT-SIDST-AKTIV (OPR-IX)
                   MOVE 0 TO TRAEF-ANTAL
                   INSPECT AUDIT-SOEG TALLYING TRAEF-ANTAL
                       FOR ALL OT-SOEG (OPR-IX)
                               (1:OT-SOEG-LGD (OPR-IX))
                   IF TRAEF-ANTAL > 0
                       MOVE AUDIT-DATO TO OT-SIDST-AKTIV (OPR-IX)
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Write one operator's rights, last activity and flags
       SKRIV-OPERATOER.
           PERFORM OPBYG-ROLLER
           PERFORM OPBYG-FLAG
           MOVE OT-GRAENSE (OPR-IX) TO WS-GRAENSE-EDIT
           IF OT-GYLDIG-TIL (OPR-IX) = 0
               MOVE "INGEN" TO WS-TIL-TEKST
           ELSE
               MOVE OT-GYLDIG-TIL (OPR-IX) TO WS-TIL-TEKST
           END-IF
           IF OT-SIDST-AKTIV (OPR-IX) = 0
               MOVE "ALDRIG" TO WS-AKTIV-TEKST
           ELSE
               MOVE OT-SIDST-AKTIV (OPR-IX) TO WS-AKTIV-TEKST
           END-IF
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               OT-ID (OPR-IX)           DELIMITED BY SIZE
               " "                      DELIMITED BY SIZE
               OT-NAVN (OPR-IX)         DELIMITED BY SIZE
               " STATUS: "              DELIMITED BY SIZE
               OT-STATUS (OPR-IX)       DELIMITED BY SIZE
               " GYLDIG: "              DELIMITED BY SIZE
               OT-GYLDIG-FRA (OPR-IX)   DELIMITED BY SIZE
               "-"                      DELIMITED BY SIZE
               WS-TIL-TEKST             DELIMITED BY SIZE
               " GRAENSE: "             DELIMITED BY SIZE
               WS-GRAENSE-EDIT          DELIMITED BY SIZE
               " SIDST AKTIV: "         DELIMITED BY SIZE
               WS-AKTIV-TEKST           DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "           ROLLER: "    DELIMITED BY SIZE
               ROLLE-TEKST              DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           IF FLAG-TEKST NOT = SPACES
               ADD 1 TO FLAG-ANTAL
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "           *** "    DELIMITED BY SIZE
                   FLAG-TEKST           DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
           END-IF
           EXIT.

      * -------------------------------------------------
      *Spell out the operator's role letters
       OPBYG-ROLLER.
           MOVE SPACES TO ROLLE-TEKST
           MOVE 1 TO ROLLE-PTR
           PERFORM VARYING ROLLE-IX FROM 1 BY 1
               UNTIL ROLLE-IX > 4
               EVALUATE OT-ROLLER (OPR-IX) (ROLLE-IX:1)
                   WHEN "V"
                       STRING "VEDLIGEHOLDELSE " DELIMITED BY SIZE
                              INTO ROLLE-TEKST
                              WITH POINTER ROLLE-PTR
                       END-STRING
                   WHEN "P"
                       STRING "POSTERING " DELIMITED BY SIZE
                              INTO ROLLE-TEKST
                              WITH POINTER ROLLE-PTR
                       END-STRING
                   WHEN "G"
                       STRING "GODKENDER " DELIMITED BY SIZE
                              INTO ROLLE-TEKST
                              WITH POINTER ROLLE-PTR
                       END-STRING
                   WHEN "R"
                       STRING "REFERENCEDATA " DELIMITED BY SIZE
                              INTO ROLLE-TEKST
                              WITH POINTER ROLLE-PTR
                       END-STRING
                   WHEN SPACE
                       CONTINUE
                   WHEN OTHER
                       STRING "UKENDT("                DELIMITED BY SIZE
                              OT-ROLLER (OPR-IX) (ROLLE-IX:1)
                                                       DELIMITED BY SIZE
                              ") "                     DELIMITED BY SIZE
                              INTO ROLLE-TEKST
                              WITH POINTER ROLLE-PTR
                       END-STRING
               END-EVALUATE
           END-PERFORM
           IF ROLLE-TEKST = SPACES
               MOVE "INGEN" TO ROLLE-TEKST
           END-IF
           EXIT.

      * -------------------------------------------------
      *Flag an operator whose validity has run out, who is blocked,
      *or who has not been active within the inactivity threshold
       OPBYG-FLAG.
           MOVE SPACES TO FLAG-TEKST
           MOVE 1 TO FLAG-PTR
           IF OT-GYLDIG-TIL (OPR-IX) > 0
               AND OT-GYLDIG-TIL (OPR-IX) < KOERSELS-DATO
               ADD 1 TO UDLOEBET-ANTAL
               STRING "UDLOEBET " DELIMITED BY SIZE
                      INTO FLAG-TEKST WITH POINTER FLAG-PTR
               END-STRING
           END-IF
           IF OT-STATUS (OPR-IX) NOT = "A"
               ADD 1 TO SPAERRET-ANTAL
               STRING "SPAERRET " DELIMITED BY SIZE
                      INTO FLAG-TEKST WITH POINTER FLAG-PTR
               END-STRING
           END-IF
           IF OT-SIDST-AKTIV (OPR-IX) = 0
               MOVE INAKTIV-DAGE TO INAKTIV-ANTAL-DAGE
               ADD 1 TO INAKTIV-ANTAL-DAGE
           ELSE
               MOVE "S" TO DATO-FUNKTION
               MOVE OT-SIDST-AKTIV (OPR-IX) TO DATO-ARG
               CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                        DATO-SERIAL DATO-UGEDAG
               MOVE 0 TO INAKTIV-ANTAL-DAGE
               IF DAGS-SERIAL > DATO-SERIAL
                   COMPUTE INAKTIV-ANTAL-DAGE =
                       DAGS-SERIAL - DATO-SERIAL
               END-IF
           END-IF
           IF INAKTIV-ANTAL-DAGE > INAKTIV-DAGE
               ADD 1 TO INAKTIV-ANTAL
               STRING "INAKTIV " DELIMITED BY SIZE
                      INTO FLAG-TEKST WITH POINTER FLAG-PTR
               END-STRING
           END-IF
           EXIT.

      * -------------------------------------------------
      *Write the report heading
       SKRIV-RAPPORT-HOVED.
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Rekertificering af operatoeradgange " DELIMITED BY SIZE
               KOERSELS-DATO                          DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Inaktiv efter dage: "  DELIMITED BY SIZE
               INAKTIV-DAGE            DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           IF OPR-ANTAL = 0
               MOVE "Intet operatoerregister - ingen adgange."
                   TO RAPPORT-TEXT
               WRITE RAPPORT-REKORD
           END-IF
           EXIT.

      * -------------------------------------------------
      *Write the control-total trailer
       SKRIV-TRAILER.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Operatoerer: "       DELIMITED BY SIZE
               OPR-ANTAL             DELIMITED BY SIZE
               "  Markeret: "        DELIMITED BY SIZE
               FLAG-ANTAL            DELIMITED BY SIZE
               "  Udloebet: "        DELIMITED BY SIZE
               UDLOEBET-ANTAL        DELIMITED BY SIZE
               "  Spaerret: "        DELIMITED BY SIZE
               SPAERRET-ANTAL        DELIMITED BY SIZE
               "  Inaktive: "        DELIMITED BY SIZE
               INAKTIV-ANTAL         DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           DISPLAY "Operatoerer: " OPR-ANTAL
                   " Markeret: "   FLAG-ANTAL
                   " Auditlinjer: " AUDIT-LINJE-ANTAL
           EXIT.
