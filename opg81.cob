      *Evidence-file seal verifier - walks the audit trail
      *opg10-audit.txt and the fixed-format posting history
      *opg15-historik-data.txt against their running seals through
      *FORSEGLING, names the first row in each where the chain
      *breaks, and seals any row still unsealed while the chain
      *is whole - the appending programs seal their own rows as
      *they close the file, so this is mostly the nightly proof.
      *A break is written to the exception file in the
      *SALDOKAEDE_AFVIGELSER.txt style, so UNDTAGELSESALDRING
      *ages it like the other exception streams, and ends the run
      *with RETURN-CODE 3. The report also lists every sanctioned
      *rewrite on Genforseglinger.txt, so a redaction is seen for
      *what it is. Runs nightly as the last DAGSKORSEL step. Once a
      *break has been investigated the file is sealed afresh with
      *"opg81 GENFORSEGL A|H <bruger>" - an approver on the
      *operator register - which is itself recorded as a rewrite.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGLKONTROL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind the register of sanctioned rewrites written by
      *FORSEGLING - SELECT OPTIONAL, there may be none yet
           SELECT OPTIONAL GF-FIL ASSIGN TO "Genforseglinger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GF-FIL-STATUS.
      *Bind the exception file UNDTAGELSESALDRING ages
           SELECT EXC-FIL ASSIGN TO "FORSEGLING_AFVIGELSER.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *Bind the verification report
           SELECT RAPPORT-FIL ASSIGN TO "opg81-forsegling.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Sanctioned-rewrite record layout - shared with FORSEGLING
       FD  GF-FIL.
       01  GF-REKORD.
           COPY "GENFORSEGLING.cpy".

      *Exception file record layout - the "TYPE - ... ID: x" shape
      *the aging registry parses
       FD  EXC-FIL.
       01  EXC-REKORD.
           02  EXC-TEXT        PIC X(150).

      *Verification report record layout
       FD  RAPPORT-FIL.
       01  RAPPORT-REKORD.
           02  RAPPORT-TEXT        PIC X(132).

       WORKING-STORAGE SECTION.

      *Today's date, stamped on the report
       01  KOERSELS-DATO        PIC 9(8) VALUE 0.

      *File status for the rewrite register (SELECT OPTIONAL)
       01  GF-FIL-STATUS        PIC X(2) VALUE "00".

      *End-of-file flag for the rewrite register
       01  EOF-GF               PIC X VALUE "N".
           88  END-GF               VALUE "Y".

      *Command line - empty for the nightly check, or GENFORSEGL
      *with the file code and the user for a reseal
       01  WS-KOMMANDOLINJE     PIC X(80) VALUE SPACES.
       01  WS-HANDLING          PIC X(10) VALUE SPACES.
       01  WS-FILKODE           PIC X(1) VALUE SPACE.
       01  WS-BRUGER            PIC X(10) VALUE SPACES.

      *Parameter fields for the shared sealing subprogram
       01  SGL-FUNKTION         PIC X(1) VALUE SPACE.
       01  SGL-FIL              PIC X(1) VALUE SPACE.
       01  SGL-PROGRAM          PIC X(8) VALUE "OPG81".
       01  SGL-AARSAG           PIC X(30) VALUE SPACES.
       01  SGL-SVAR             PIC X(2) VALUE SPACES.
       01  SGL-RAEKKER          PIC 9(9) VALUE 0.
       01  SGL-NYE              PIC 9(9) VALUE 0.
       01  SGL-BRUD             PIC 9(9) VALUE 0.

      *Operator-register check on the user asking for a reseal
       01  OPK-OPERATOER        PIC X(10) VALUE SPACES.
       01  OPK-ROLLE            PIC X(1) VALUE SPACE.
       01  OPK-BELOB            PIC S9(9)V99 VALUE 0.
       01  OPK-SVAR             PIC X(2) VALUE SPACES.
       01  OPK-AARSAG           PIC X(40) VALUE SPACES.

      *Name of the file in hand, for the report and exceptions
       01  WS-FILNAVN           PIC X(25) VALUE SPACES.
       01  WS-FIL-ID            PIC X(10) VALUE SPACES.

      *Control totals for the trailer
       01  BRUD-ANTAL           PIC 9(3) VALUE 0.
       01  NYE-I-ALT            PIC 9(9) VALUE 0.
       01  GF-ANTAL             PIC 9(7) VALUE 0.

      *Parameter fields for the shared run-count subprogram
       01  KT-PROGRAM           PIC X(8) VALUE "OPG81".
       01  KT-ANTAL             PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
           ACCEPT WS-KOMMANDOLINJE FROM COMMAND-LINE
           UNSTRING WS-KOMMANDOLINJE DELIMITED BY ALL " "
               INTO WS-HANDLING WS-FILKODE WS-BRUGER
           IF WS-HANDLING NOT = SPACES
               PERFORM GENFORSEGL-EFTER-BRUD
               STOP RUN
           END-IF

           OPEN OUTPUT RAPPORT-FIL
                       EXC-FIL
           PERFORM SKRIV-RAPPORT-HOVED

      *Check and seal both evidence files
           MOVE "A" TO SGL-FIL
           PERFORM KONTROLLER-FIL
           MOVE "H" TO SGL-FIL
           PERFORM KONTROLLER-FIL

      *List the sanctioned rewrites on record
           PERFORM LIST-GENFORSEGLINGER

           PERFORM SKRIV-TRAILER
           CLOSE RAPPORT-FIL
                 EXC-FIL
      *Leave this run's headline count for OPG28's run report
           MOVE NYE-I-ALT TO KT-ANTAL
           CALL "KOERSELSTAL" USING KT-PROGRAM KT-ANTAL
           IF BRUD-ANTAL > 0
               MOVE 3 TO RETURN-CODE
           END-IF
           STOP RUN.

      * -------------------------------------------------
      *Name the file in hand from its code
       SAET-FILNAVN.
           IF SGL-FIL = "H"
               MOVE "opg15-historik-data.txt" TO WS-FILNAVN
               MOVE "HISTORIK" TO WS-FIL-ID
           ELSE
               MOVE "opg10-audit.txt" TO WS-FILNAVN
               MOVE "AUDIT" TO WS-FIL-ID
           END-IF
           EXIT.

      * -------------------------------------------------
      *Walk one file against its seals, sealing its new rows while
      *the chain holds, and report the outcome
       KONTROLLER-FIL.
           PERFORM SAET-FILNAVN
           MOVE "K" TO SGL-FUNKTION
           MOVE SPACES TO SGL-AARSAG
           MOVE 0 TO SGL-BRUD
           CALL "FORSEGLING" USING SGL-FUNKTION SGL-FIL SGL-PROGRAM
                                   SGL-AARSAG SGL-SVAR SGL-RAEKKER
                                   SGL-NYE SGL-BRUD
           ADD SGL-NYE TO NYE-I-ALT
           MOVE SPACES TO RAPPORT-TEXT
           IF SGL-SVAR = "OK"
               STRING
                   WS-FILNAVN            DELIMITED BY SIZE
                   " KAEDE HEL - raekker: " DELIMITED BY SIZE
                   SGL-RAEKKER           DELIMITED BY SIZE
                   " nye forseglet: "    DELIMITED BY SIZE
                   SGL-NYE               DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
           ELSE
               ADD 1 TO BRUD-ANTAL
               STRING
                   WS-FILNAVN            DELIMITED BY SIZE
                   " KAEDEBRUD I RAEKKE: " DELIMITED BY SIZE
                   SGL-BRUD              DELIMITED BY SIZE
                   " af "                DELIMITED BY SIZE
                   SGL-RAEKKER           DELIMITED BY SIZE
                   " - intet nyt forseglet" DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
               MOVE SPACES TO EXC-TEXT
               STRING
                   "SEGLBRUD - RAEKKE: "  DELIMITED BY SIZE
                   SGL-BRUD               DELIMITED BY SIZE
                   " FIL: "               DELIMITED BY SIZE
                   WS-FILNAVN             DELIMITED BY SPACE
                   " ID: "                DELIMITED BY SIZE
                   WS-FIL-ID              DELIMITED BY SIZE
                   INTO EXC-TEXT
               END-STRING
               WRITE EXC-REKORD
               DISPLAY "OPG81: kaedebrud i " WS-FILNAVN
                       " raekke " SGL-BRUD
           END-IF
           EXIT.

      * -------------------------------------------------
      *List every sanctioned rewrite on the register, with the
      *state the chain was in before it
       LIST-GENFORSEGLINGER.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE "Godkendte omskrivninger (Genforseglinger.txt):"
               TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE "N" TO EOF-GF
           OPEN INPUT GF-FIL
           IF GF-FIL-STATUS = "00"
               OR GF-FIL-STATUS = "05"
               PERFORM UNTIL END-GF
                   READ GF-FIL
                       AT END
                           SET END-GF TO TRUE
                       NOT AT END
                           ADD 1 TO GF-ANTAL
                           PERFORM SKRIV-GENFORSEGLING
                   END-READ
               END-PERFORM
               CLOSE GF-FIL
           END-IF
           IF GF-ANTAL = 0
               MOVE "  ingen" TO RAPPORT-TEXT
               WRITE RAPPORT-REKORD
           END-IF
           EXIT.

      * -------------------------------------------------
      *Write one sanctioned rewrite to the report
       SKRIV-GENFORSEGLING.
           MOVE GF-FILKODE TO SGL-FIL
           PERFORM SAET-FILNAVN
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "  "                  DELIMITED BY SIZE
               GF-DATO               DELIMITED BY SIZE
               " "                   DELIMITED BY SIZE
               WS-FILNAVN            DELIMITED BY SIZE
               " "                   DELIMITED BY SIZE
               GF-PROGRAM            DELIMITED BY SIZE
               " "                   DELIMITED BY SIZE
               GF-AARSAG             DELIMITED BY SIZE
               " raekker: "          DELIMITED BY SIZE
               GF-RAEKKER            DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           IF GF-FOER-BRUD > 0
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "    *** kaeden var brudt i raekke "
                                         DELIMITED BY SIZE
                   GF-FOER-BRUD          DELIMITED BY SIZE
                   " foer omskrivningen" DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
           END-IF
           EXIT.

      * -------------------------------------------------
      *Seal one file afresh after a break has been investigated -
      *only for an approver on the operator register, and recorded
      *with the break it covers like any other sanctioned rewrite
       GENFORSEGL-EFTER-BRUD.
           IF WS-HANDLING NOT = "GENFORSEGL"
               OR (WS-FILKODE NOT = "A" AND NOT = "H")
               OR WS-BRUGER = SPACES
               DISPLAY "OPG81: angiv GENFORSEGL A|H <bruger>"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BRUGER TO OPK-OPERATOER
           MOVE "G" TO OPK-ROLLE
           MOVE 0 TO OPK-BELOB
           CALL "OPERATOERKONTROL" USING OPK-OPERATOER OPK-ROLLE
                                         OPK-BELOB OPK-SVAR
                                         OPK-AARSAG
           IF OPK-SVAR NOT = "OK"
               DISPLAY "OPG81: " OPK-AARSAG
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-FILKODE TO SGL-FIL
           PERFORM SAET-FILNAVN
      *Find the break being covered first, so the record shows it
           MOVE "K" TO SGL-FUNKTION
           MOVE 0 TO SGL-BRUD
           CALL "FORSEGLING" USING SGL-FUNKTION SGL-FIL SGL-PROGRAM
                                   SGL-AARSAG SGL-SVAR SGL-RAEKKER
                                   SGL-NYE SGL-BRUD
           IF SGL-SVAR = "OK"
               DISPLAY "OPG81: kaeden i " WS-FILNAVN
                       " er hel, intet at genforsegle."
               STOP RUN
           END-IF
           MOVE "R" TO SGL-FUNKTION
           MOVE SPACES TO SGL-AARSAG
           STRING "BRUD UNDERSOEGT AF " DELIMITED BY SIZE
                  WS-BRUGER             DELIMITED BY SPACE
                  INTO SGL-AARSAG
           END-STRING
           CALL "FORSEGLING" USING SGL-FUNKTION SGL-FIL SGL-PROGRAM
                                   SGL-AARSAG SGL-SVAR SGL-RAEKKER
                                   SGL-NYE SGL-BRUD
           DISPLAY "OPG81: " WS-FILNAVN " genforseglet, raekker: "
                   SGL-RAEKKER
           EXIT.

      * -------------------------------------------------
      *Write the report heading
       SKRIV-RAPPORT-HOVED.
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Forseglingskontrol af bevisfilerne " DELIMITED BY SIZE
               KOERSELS-DATO                         DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Write the control-total trailer
       SKRIV-TRAILER.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Kaedebrud: "            DELIMITED BY SIZE
               BRUD-ANTAL               DELIMITED BY SIZE
               "  Nye raekker forseglet: " DELIMITED BY SIZE
               NYE-I-ALT                DELIMITED BY SIZE
               "  Omskrivninger: "      DELIMITED BY SIZE
               GF-ANTAL                 DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           DISPLAY "Kaedebrud: " BRUD-ANTAL
                   " Nye forseglet: " NYE-I-ALT
           EXIT.
