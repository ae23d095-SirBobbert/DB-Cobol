      *Daily inbound-file reception report - lists every reception
      *FILMODTAGELSE logged to Modtagelsesregister.txt on the day:
      *when each file arrived, its record count, amount total and
      *fingerprint, and whether it was taken in, held for the next
      *banking day after its cut-off, or refused as a byte-identical
      *duplicate. Every file Modtagelsesplan.txt marks as expected
      *each banking day that was neither taken in nor held on the
      *day is listed as missing - a file that only came as a
      *duplicate of an earlier delivery has not arrived. On a day
      *the bank is closed nothing is expected. Run as:
      *opg97 [<YYYYMMDD>] - today when omitted; DAGSKORSEL runs it
      *after the day's intake.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODTAGELSESRAPPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind the reception plan - the expected files. SELECT
      *OPTIONAL so a site without one just gets the register listed
           SELECT OPTIONAL PLAN-FIL ASSIGN TO "Modtagelsesplan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-FIL-STATUS.
      *Bind the reception register FILMODTAGELSE appends to
           SELECT OPTIONAL MR-FIL ASSIGN TO "Modtagelsesregister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MR-FIL-STATUS.
      *Bind the reception report
           SELECT RAPPORT-FIL ASSIGN TO "opg97-modtagelse-rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Reception plan record layout
       FD  PLAN-FIL.
       01  PLAN-REKORD.
           COPY "MODTAGELSESPLAN.cpy".

      *Reception register record layout
       FD  MR-FIL.
       01  MR-REKORD.
           COPY "MODTAGELSE.cpy".

      *Reception report record layout
       FD  RAPPORT-FIL.
       01  RAPPORT-REKORD.
           02  RAPPORT-TEXT        PIC X(132).

       WORKING-STORAGE SECTION.

      *The day reported on - today unless given on the command line
       01  RAPPORT-DATO         PIC 9(8) VALUE 0.
       01  WS-KOMMANDOLINJE     PIC X(20) VALUE SPACES.

      *File statuses (SELECT OPTIONAL)
       01  PLAN-FIL-STATUS      PIC X(2) VALUE "00".
       01  MR-FIL-STATUS        PIC X(2) VALUE "00".

      *The expected files from the plan, with what the day brought
      *for each
       01  PLAN-TABEL.
           05  PLAN-POST OCCURS 200 TIMES INDEXED BY PLAN-IX.
               10  PT-FILNAVN          PIC X(40).
               10  PT-PROGRAM          PIC X(8).
               10  PT-CUTOFF           PIC 9(4).
               10  PT-ANKOMMET-SW      PIC X.
                   88  PT-ANKOMMET         VALUE "Y".
               10  PT-DUBLET-SW        PIC X.
                   88  PT-KUN-DUBLET       VALUE "Y".
       01  PLAN-ANTAL           PIC 9(3) VALUE 0.
       01  PLAN-OVERLOEB-SW     PIC X VALUE "N".
           88  PLAN-OVERLOEB        VALUE "Y".

      *Parameter fields for the shared banking-calendar subprogram
       01  KAL-FUNKTION         PIC X(1) VALUE SPACE.
       01  KAL-DATO             PIC 9(8) VALUE 0.
       01  KAL-SVAR             PIC X(1) VALUE SPACE.

      *End-of-file flags
       01  EOF-PLAN             PIC X VALUE "N".
           88  END-PLAN             VALUE "Y".
       01  EOF-MR               PIC X VALUE "N".
           88  END-MR               VALUE "Y".

      *Edited fields for the report lines
       01  WS-SUM-EDIT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ANTAL-EDIT        PIC Z,ZZZ,ZZ9.

      *Control totals for the trailer
       01  MODTAGET-ANTAL       PIC 9(5) VALUE 0.
       01  HOLDT-ANTAL          PIC 9(5) VALUE 0.
       01  DUBLET-ANTAL         PIC 9(5) VALUE 0.
       01  MANGLER-ANTAL        PIC 9(5) VALUE 0.

      *Parameter fields for the shared run-count subprogram
       01  KT-PROGRAM           PIC X(8) VALUE "OPG97".
       01  KT-ANTAL             PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT RAPPORT-DATO FROM DATE YYYYMMDD
           ACCEPT WS-KOMMANDOLINJE FROM COMMAND-LINE
           IF WS-KOMMANDOLINJE (1:8) IS NUMERIC
               MOVE WS-KOMMANDOLINJE (1:8) TO RAPPORT-DATO
           END-IF

           PERFORM LAES-PLAN
           IF PLAN-OVERLOEB
               DISPLAY "OPG97: modtagelsesplanen er for stor til"
                       " tabellen, koerslen afvises."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RAPPORT-FIL
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "MODTAGNE FILER " DELIMITED BY SIZE
               RAPPORT-DATO      DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD

           PERFORM LAES-REGISTER

      *Expected files are only expected on a banking day
           MOVE "E" TO KAL-FUNKTION
           MOVE RAPPORT-DATO TO KAL-DATO
           CALL "BANKKALENDER" USING KAL-FUNKTION KAL-DATO KAL-SVAR
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           IF KAL-SVAR = "J"
               PERFORM VARYING PLAN-IX FROM 1 BY 1
                   UNTIL PLAN-IX > PLAN-ANTAL
                   IF NOT PT-ANKOMMET (PLAN-IX)
                       ADD 1 TO MANGLER-ANTAL
                       PERFORM SKRIV-MANGLER-LINJE
                   END-IF
               END-PERFORM
           ELSE
               MOVE "Ikke en bankdag - ingen filer forventet"
                   TO RAPPORT-TEXT
               WRITE RAPPORT-REKORD
           END-IF

           PERFORM SKRIV-TRAILER
           CLOSE RAPPORT-FIL
      *Leave this run's headline count for OPG28's run report
           MOVE MANGLER-ANTAL TO KT-ANTAL
           CALL "KOERSELSTAL" USING KT-PROGRAM KT-ANTAL
           STOP RUN.

      * -------------------------------------------------
      *Load the files the plan expects every banking day
       LAES-PLAN.
           MOVE 0 TO PLAN-ANTAL
           MOVE "N" TO EOF-PLAN
           OPEN INPUT PLAN-FIL
           IF PLAN-FIL-STATUS = "00" OR PLAN-FIL-STATUS = "05"
               PERFORM UNTIL END-PLAN
                   READ PLAN-FIL
                       AT END
                           SET END-PLAN TO TRUE
                       NOT AT END
                           IF MP-FIL-FORVENTET
                               PERFORM GEM-PLAN-RAEKKE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAN-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Keep one expected file in the table
       GEM-PLAN-RAEKKE.
           IF PLAN-ANTAL < 200
               ADD 1 TO PLAN-ANTAL
               MOVE MP-FILNAVN TO PT-FILNAVN (PLAN-ANTAL)
               MOVE MP-PROGRAM TO PT-PROGRAM (PLAN-ANTAL)
               MOVE 0 TO PT-CUTOFF (PLAN-ANTAL)
               IF MP-CUTOFF IS NUMERIC
                   MOVE MP-CUTOFF TO PT-CUTOFF (PLAN-ANTAL)
               END-IF
               MOVE "N" TO PT-ANKOMMET-SW (PLAN-ANTAL)
               MOVE "N" TO PT-DUBLET-SW (PLAN-ANTAL)
           ELSE
               SET PLAN-OVERLOEB TO TRUE
               SET END-PLAN TO TRUE
           END-IF
           EXIT.

      * -------------------------------------------------
      *List the day's receptions and tick the expected files off
       LAES-REGISTER.
           MOVE "N" TO EOF-MR
           OPEN INPUT MR-FIL
           IF MR-FIL-STATUS = "00" OR MR-FIL-STATUS = "05"
               PERFORM UNTIL END-MR
                   READ MR-FIL
                       AT END
                           SET END-MR TO TRUE
                       NOT AT END
                           IF MR-DATO = RAPPORT-DATO
                               PERFORM BEHANDL-MODTAGELSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MR-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Report one reception and mark its file in the plan - taken
      *in or held both mean the file arrived; a duplicate alone
      *does not
       BEHANDL-MODTAGELSE.
           EVALUATE TRUE
               WHEN MR-MODTAGET
                   ADD 1 TO MODTAGET-ANTAL
               WHEN MR-HOLDT
                   ADD 1 TO HOLDT-ANTAL
               WHEN MR-DUBLET
                   ADD 1 TO DUBLET-ANTAL
           END-EVALUATE
           PERFORM VARYING PLAN-IX FROM 1 BY 1
               UNTIL PLAN-IX > PLAN-ANTAL
               IF PT-FILNAVN (PLAN-IX) = MR-FILNAVN
                   IF MR-DUBLET
                       SET PT-KUN-DUBLET (PLAN-IX) TO TRUE
                   ELSE
                       SET PT-ANKOMMET (PLAN-IX) TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           MOVE MR-ANTAL TO WS-ANTAL-EDIT
           MOVE MR-SUM   TO WS-SUM-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               MR-STATUS            DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               MR-FILNAVN           DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               MR-PROGRAM           DELIMITED BY SIZE
               " ANKOMST: "         DELIMITED BY SIZE
               MR-ANKOMST-DATO      DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               MR-ANKOMST-TID       DELIMITED BY SIZE
               " RAEKKER: "         DELIMITED BY SIZE
               WS-ANTAL-EDIT        DELIMITED BY SIZE
               " BELOEB: "          DELIMITED BY SIZE
               WS-SUM-EDIT          DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           IF MR-HOLDT
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "           hoerer til bankdag: " DELIMITED BY SIZE
                   MR-FRIST-DATO                     DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
           END-IF
           EXIT.

      * -------------------------------------------------
      *Report one expected file that never arrived
       SKRIV-MANGLER-LINJE.
           MOVE SPACES TO RAPPORT-TEXT
           IF PT-KUN-DUBLET (PLAN-IX)
               STRING
                   "MANGLER    "            DELIMITED BY SIZE
                   PT-FILNAVN (PLAN-IX)     DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   PT-PROGRAM (PLAN-IX)     DELIMITED BY SIZE
                   " CUT-OFF: "             DELIMITED BY SIZE
                   PT-CUTOFF (PLAN-IX)      DELIMITED BY SIZE
                   " - kun en dublet modtaget"
                                            DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
           ELSE
               STRING
                   "MANGLER    "            DELIMITED BY SIZE
                   PT-FILNAVN (PLAN-IX)     DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   PT-PROGRAM (PLAN-IX)     DELIMITED BY SIZE
                   " CUT-OFF: "             DELIMITED BY SIZE
                   PT-CUTOFF (PLAN-IX)      DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
           END-IF
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Run trailer
       SKRIV-TRAILER.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Modtaget: "             DELIMITED BY SIZE
               MODTAGET-ANTAL           DELIMITED BY SIZE
               "  Holdt: "              DELIMITED BY SIZE
               HOLDT-ANTAL              DELIMITED BY SIZE
               "  Dubletter: "          DELIMITED BY SIZE
               DUBLET-ANTAL             DELIMITED BY SIZE
               "  Mangler: "            DELIMITED BY SIZE
               MANGLER-ANTAL            DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           DISPLAY "----------------------------------------"
           DISPLAY "Modtaget: "   MODTAGET-ANTAL
           DISPLAY "Holdt: "      HOLDT-ANTAL
           DISPLAY "Dubletter: "  DUBLET-ANTAL
           DISPLAY "Mangler: "    MANGLER-ANTAL
           DISPLAY "----------------------------------------"
           EXIT.
