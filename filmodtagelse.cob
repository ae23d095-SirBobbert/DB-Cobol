      *Shared inbound-file reception subprogram - every intake
      *program calls it with the inbound file's name before it
      *reads a byte of the file. The file is read through once here
      *for its record count, its amount total and a fingerprint
      *folded over every byte of every row, and its arrival time is
      *taken from the file's own timestamp. A byte-identical
      *redelivery of a file already taken in is refused and moved
      *aside as <file>.dublet, so no intake program can read it. A
      *file that arrived after its cut-off in Modtagelsesplan.txt,
      *or on a day the bank is closed, belongs to the next banking
      *day and is held - left where it is - until that day comes.
      *Every answer is logged to Modtagelsesregister.txt, the
      *inbound counterpart of FORSENDELSE's transmission register,
      *and OPG97 reports the day's receptions and the expected
      *files that never arrived from it. Called from OPG25, OPG42,
      *OPG43, OPG44, OPG45, OPG50 and OPG59.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILMODTAGELSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind the reception plan - cut-off and amount position per
      *file. SELECT OPTIONAL so a site without one takes every file
      *in without cut-off
           SELECT OPTIONAL PLAN-FIL ASSIGN TO "Modtagelsesplan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-FIL-STATUS.
      *Bind the reception register - read through for the earlier
      *receptions, then opened EXTEND for this one. SELECT OPTIONAL
      *so the first call on a site with no register yet creates it
           SELECT OPTIONAL MR-FIL ASSIGN TO "Modtagelsesregister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MR-FIL-STATUS.
      *Bind the inbound file being received - the name is the
      *caller's
           SELECT OPTIONAL IND-FIL ASSIGN TO WS-IND-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IND-FIL-STATUS.

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

      *A row of the inbound file - wide enough for the longest row
      *of any of them
       FD  IND-FIL.
       01  IND-REKORD.
           02  IND-TEXT        PIC X(400).

       WORKING-STORAGE SECTION.

      *File statuses (SELECT OPTIONAL)
       01  PLAN-FIL-STATUS      PIC X(2) VALUE "00".
       01  MR-FIL-STATUS        PIC X(2) VALUE "00".
       01  IND-FIL-STATUS       PIC X(2) VALUE "00".

      *Today's date and the time of the call
       01  WS-DATO              PIC 9(8) VALUE 0.
       01  WS-TID-LANG          PIC 9(8) VALUE 0.
       01  WS-TID               PIC 9(6) VALUE 0.

      *The inbound file's name, and the name a refused duplicate is
      *moved aside to
       01  WS-IND-FILNAVN       PIC X(40) VALUE SPACES.
       01  WS-DUBLET-FILNAVN    PIC X(50) VALUE SPACES.
       01  WS-FIL-RC            PIC S9(9) COMP-5 VALUE 0.

      *File-detail area returned by CBL_CHECK_FILE_EXIST - the
      *modification time is the file's arrival time
       01  FIL-DETALJER.
           05 FIL-STR          PIC X(8)  COMP-X.
           05 FIL-DATO.
               10 FIL-DAG          PIC X COMP-X.
               10 FIL-MAANED       PIC X COMP-X.
               10 FIL-AAR          PIC 9(4) COMP-X.
           05 FIL-TID.
               10 FIL-TIME         PIC X COMP-X.
               10 FIL-MINUT        PIC X COMP-X.
               10 FIL-SEKUND       PIC X COMP-X.
               10 FIL-HUNDREDEL    PIC X COMP-X.
       01  ANKOMST-DATO         PIC 9(8) VALUE 0.
       01  ANKOMST-TID          PIC 9(4) VALUE 0.

      *The file's plan row, when it has one
       01  PLAN-FUNDET-SW       PIC X VALUE "N".
           88  PLAN-FUNDET          VALUE "J".
       01  WS-CUTOFF            PIC 9(4) VALUE 0.
       01  WS-BELOB-POS         PIC 9(3) VALUE 0.
       01  WS-REC-TYPE          PIC X(1) VALUE SPACE.

      *Count, amount total and fingerprint of the file. The
      *fingerprint is folded over every byte the way FORSEGLING
      *seals a row - one changed byte changes it
       01  FIL-ANTAL            PIC 9(7) VALUE 0.
       01  FIL-SUM              PIC S9(13)V99 VALUE 0.
       01  FIL-FINGERAFTRYK     PIC 9(12) VALUE 0.
       01  FINGER-MODULUS       PIC 9(12) VALUE 999999999989.
       01  TEGN-POS             PIC 9(3) VALUE 0.
       01  TEGN-PAR.
           05  FILLER              PIC X VALUE LOW-VALUE.
           05  TEGN                PIC X.
       01  TEGN-TAL REDEFINES TEGN-PAR PIC 9(4) BINARY.

      *The amount on a row - nine digits with two decimals,
      *unsigned or with the sign over the last digit
       01  WS-BELOB-X           PIC X(9) VALUE SPACES.
       01  WS-BELOB REDEFINES WS-BELOB-X PIC S9(7)V99.

      *Outcome of the look through the register
       01  DUBLET-SW            PIC X VALUE "N".
           88  ER-DUBLET            VALUE "J".
       01  HOLDT-LOGGET-SW      PIC X VALUE "N".
           88  HOLDT-LOGGET         VALUE "J".

      *The answer logged on the register row
       01  WS-MR-STATUS         PIC X(10) VALUE SPACES.

      *The banking day the file belongs to
       01  FRIST-DATO           PIC 9(8) VALUE 0.

      *Parameter fields for the shared banking-calendar subprogram
       01  KAL-FUNKTION         PIC X(1) VALUE SPACE.
       01  KAL-DATO             PIC 9(8) VALUE 0.
       01  KAL-SVAR             PIC X(1) VALUE SPACE.

      *Parameter fields for the shared date subprogram
       01  DATO-FUNKTION        PIC X(1) VALUE SPACE.
       01  DATO-ARG             PIC 9(8) VALUE 0.
       01  DATO-SERIAL          PIC 9(7) VALUE 0.
       01  DATO-UGEDAG          PIC 9(1) VALUE 0.

      *End-of-file flags
       01  EOF-PLAN             PIC X VALUE "N".
           88  END-PLAN             VALUE "Y".
       01  EOF-MR               PIC X VALUE "N".
           88  END-MR               VALUE "Y".
       01  EOF-IND              PIC X VALUE "N".
           88  END-IND              VALUE "Y".

       LINKAGE SECTION.
      *The receiving program and the inbound file's name; back comes
      *the answer: "G" take it in, "D" duplicate - refused and moved
      *aside, "H" held for the next banking day, "I" no file
       01  LK-PROGRAM     PIC X(8).
       01  LK-FILNAVN     PIC X(40).
       01  LK-SVAR        PIC X(1).

       PROCEDURE DIVISION USING LK-PROGRAM LK-FILNAVN LK-SVAR.

       MAIN-PROCEDURE.
           ACCEPT WS-DATO FROM DATE YYYYMMDD
           ACCEPT WS-TID-LANG FROM TIME
           MOVE WS-TID-LANG (1:6) TO WS-TID
           MOVE LK-FILNAVN TO WS-IND-FILNAVN

           CALL "CBL_CHECK_FILE_EXIST" USING WS-IND-FILNAVN
                                             FIL-DETALJER
               RETURNING WS-FIL-RC
           IF WS-FIL-RC NOT = 0
               MOVE "I" TO LK-SVAR
               GOBACK
           END-IF
           COMPUTE ANKOMST-DATO = FIL-AAR * 10000
                                + FIL-MAANED * 100 + FIL-DAG
           COMPUTE ANKOMST-TID = FIL-TIME * 100 + FIL-MINUT

           PERFORM FIND-PLAN
           PERFORM LAES-IND-FIL
           PERFORM SOEG-REGISTER
           PERFORM BEREGN-FRIST

           EVALUATE TRUE
               WHEN ER-DUBLET
                   MOVE "D" TO LK-SVAR
                   PERFORM FLYT-DUBLET
                   MOVE "DUBLET" TO WS-MR-STATUS
                   PERFORM SKRIV-REGISTER
               WHEN FRIST-DATO > WS-DATO
                   MOVE "H" TO LK-SVAR
                   IF NOT HOLDT-LOGGET
                       MOVE "HOLDT" TO WS-MR-STATUS
                       PERFORM SKRIV-REGISTER
                   END-IF
               WHEN OTHER
                   MOVE "G" TO LK-SVAR
                   MOVE "MODTAGET" TO WS-MR-STATUS
                   PERFORM SKRIV-REGISTER
           END-EVALUATE
           GOBACK
           .

      * -------------------------------------------------
      *Pick the file's cut-off and amount position up from the plan
       FIND-PLAN.
           MOVE "N" TO PLAN-FUNDET-SW
           MOVE 0 TO WS-CUTOFF
           MOVE 0 TO WS-BELOB-POS
           MOVE SPACE TO WS-REC-TYPE
           MOVE "N" TO EOF-PLAN
           OPEN INPUT PLAN-FIL
           IF PLAN-FIL-STATUS = "00" OR PLAN-FIL-STATUS = "05"
               PERFORM UNTIL END-PLAN OR PLAN-FUNDET
                   READ PLAN-FIL
                       AT END
                           SET END-PLAN TO TRUE
                       NOT AT END
                           IF MP-FILNAVN = WS-IND-FILNAVN
                               SET PLAN-FUNDET TO TRUE
                               IF MP-CUTOFF IS NUMERIC
                                   MOVE MP-CUTOFF TO WS-CUTOFF
                               END-IF
                               IF MP-BELOB-POS IS NUMERIC
                                   MOVE MP-BELOB-POS TO WS-BELOB-POS
                               END-IF
                               MOVE MP-REC-TYPE TO WS-REC-TYPE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAN-FIL
           END-IF
      *An amount that would run past the end of the row is not one
           IF WS-BELOB-POS > 392
               MOVE 0 TO WS-BELOB-POS
           END-IF
           EXIT.

      * -------------------------------------------------
      *Read the inbound file through once for its count, amount
      *total and fingerprint
       LAES-IND-FIL.
           MOVE 0 TO FIL-ANTAL
           MOVE 0 TO FIL-SUM
           MOVE 0 TO FIL-FINGERAFTRYK
           MOVE "N" TO EOF-IND
           OPEN INPUT IND-FIL
           PERFORM UNTIL END-IND
               READ IND-FIL
                   AT END
                       SET END-IND TO TRUE
                   NOT AT END
                       ADD 1 TO FIL-ANTAL
                       PERFORM FOLD-RAEKKE
                       IF WS-BELOB-POS > 0
                           AND (WS-REC-TYPE = SPACE
                                OR IND-TEXT (1:1) = WS-REC-TYPE)
                           MOVE IND-TEXT (WS-BELOB-POS:9)
                               TO WS-BELOB-X
                           IF WS-BELOB IS NUMERIC
                               ADD WS-BELOB TO FIL-SUM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IND-FIL
           EXIT.

      * -------------------------------------------------
      *Fold every byte of the row in hand into the fingerprint
       FOLD-RAEKKE.
           PERFORM VARYING TEGN-POS FROM 1 BY 1
               UNTIL TEGN-POS > 400
               MOVE IND-TEXT (TEGN-POS:1) TO TEGN
               COMPUTE FIL-FINGERAFTRYK = FUNCTION MOD
                   (FIL-FINGERAFTRYK * 257 + TEGN-TAL + 1,
                    FINGER-MODULUS)
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Look through the register - the same file with the same
      *fingerprint and count already taken in makes this delivery a
      *duplicate; a hold already logged for it is not logged again
       SOEG-REGISTER.
           MOVE "N" TO DUBLET-SW
           MOVE "N" TO HOLDT-LOGGET-SW
           MOVE "N" TO EOF-MR
           OPEN INPUT MR-FIL
           IF MR-FIL-STATUS = "00" OR MR-FIL-STATUS = "05"
               PERFORM UNTIL END-MR
                   READ MR-FIL
                       AT END
                           SET END-MR TO TRUE
                       NOT AT END
                           IF MR-FILNAVN = WS-IND-FILNAVN
                               AND MR-FINGERAFTRYK = FIL-FINGERAFTRYK
                               AND MR-ANTAL = FIL-ANTAL
                               IF MR-MODTAGET
                                   SET ER-DUBLET TO TRUE
                               END-IF
                               IF MR-HOLDT
                                   SET HOLDT-LOGGET TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MR-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *The banking day the file belongs to - the day it arrived,
      *unless it came after its cut-off or on a day the bank is
      *closed, when it is the next banking day after that
       BEREGN-FRIST.
           MOVE ANKOMST-DATO TO FRIST-DATO
           MOVE "E" TO KAL-FUNKTION
           MOVE ANKOMST-DATO TO KAL-DATO
           CALL "BANKKALENDER" USING KAL-FUNKTION KAL-DATO KAL-SVAR
           IF KAL-SVAR NOT = "J"
               OR (WS-CUTOFF > 0 AND ANKOMST-TID > WS-CUTOFF)
               MOVE "S" TO DATO-FUNKTION
               MOVE ANKOMST-DATO TO DATO-ARG
               CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                        DATO-SERIAL DATO-UGEDAG
               ADD 1 TO DATO-SERIAL
               MOVE "D" TO DATO-FUNKTION
               CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                        DATO-SERIAL DATO-UGEDAG
               MOVE "N" TO KAL-FUNKTION
               MOVE DATO-ARG TO KAL-DATO
               CALL "BANKKALENDER" USING KAL-FUNKTION KAL-DATO
                                         KAL-SVAR
               MOVE KAL-DATO TO FRIST-DATO
           END-IF
           EXIT.

      * -------------------------------------------------
      *Move a refused duplicate aside, so no intake program can
      *read it by its own name
       FLYT-DUBLET.
           MOVE SPACES TO WS-DUBLET-FILNAVN
           STRING
               WS-IND-FILNAVN DELIMITED BY SPACE
               ".dublet"      DELIMITED BY SIZE
               INTO WS-DUBLET-FILNAVN
           END-STRING
           CALL "CBL_COPY_FILE" USING WS-IND-FILNAVN WS-DUBLET-FILNAVN
               RETURNING WS-FIL-RC
           IF WS-FIL-RC = 0
               CALL "CBL_DELETE_FILE" USING WS-IND-FILNAVN
           END-IF
           EXIT.

      * -------------------------------------------------
      *Append this reception to the register with the answer in
      *WS-MR-STATUS
       SKRIV-REGISTER.
           OPEN EXTEND MR-FIL
           IF MR-FIL-STATUS = "35"
               OPEN OUTPUT MR-FIL
               CLOSE MR-FIL
               OPEN EXTEND MR-FIL
           END-IF
           MOVE WS-DATO          TO MR-DATO
           MOVE WS-TID           TO MR-TID
           MOVE ANKOMST-DATO     TO MR-ANKOMST-DATO
           MOVE ANKOMST-TID      TO MR-ANKOMST-TID
           MOVE LK-PROGRAM       TO MR-PROGRAM
           MOVE WS-IND-FILNAVN   TO MR-FILNAVN
           MOVE FIL-ANTAL        TO MR-ANTAL
           MOVE FIL-SUM          TO MR-SUM
           MOVE FIL-FINGERAFTRYK TO MR-FINGERAFTRYK
           MOVE FRIST-DATO       TO MR-FRIST-DATO
           MOVE WS-MR-STATUS     TO MR-STATUS
           WRITE MR-REKORD
           CLOSE MR-FIL
           EXIT.
