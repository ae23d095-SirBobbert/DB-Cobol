      *never be pasted in twice, and reports per-branch counts. A
      *forgotten or damaged branch file stops the chain with its
      *own RETURN-CODE instead of surfacing as missing postings.
      *Every branch file first passes FILMODTAGELSE: a byte-identical
      *repeat of a file already taken in is refused as a duplicate,
      *and a file that arrived after its cut-off is held for the
      *next banking day.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILIALINDLAES.

       DATA DIVISION.
       FILE SECTION.

      *Branch list record layout - the branch's own reg.nr after
      *the code is REGNUMMER's, not used here
       FD  FILIAL-FIL.
       01  FILIAL-REKORD.
           02  FIL-AFDELING        PIC X(3).
           02  FIL-REGNR           PIC X(4).

      *Branch posting file record layout - "D" rows carry one
      *posting in its ordinary machine layout, the closing "T" row
       01  MERGET-ANTAL         PIC 9(5) VALUE 0.
       01  AFVIST-ANTAL         PIC 9(5) VALUE 0.
       01  MANGLER-ANTAL        PIC 9(5) VALUE 0.
       01  HOLDT-ANTAL          PIC 9(5) VALUE 0.
       01  POSTERINGER-I-ALT    PIC 9(7) VALUE 0.

      *Parameter fields for the shared inbound-file reception
      *subprogram - a duplicate of a branch file already taken in
      *is refused, and one held for the next banking day is left
      *for that day's run
       01  MOD-PROGRAM          PIC X(8) VALUE "OPG50".
       01  MOD-FILNAVN          PIC X(40) VALUE SPACES.
       01  MOD-SVAR             PIC X(1) VALUE SPACE.
           88  MOD-AFVIST           VALUE "D" "H".
           88  MOD-DUBLET           VALUE "D".
           88  MOD-HOLDT            VALUE "H".

      *Parameter fields for the shared run-count subprogram
       01  KT-PROGRAM           PIC X(8) VALUE "OPG50".
       01  KT-ANTAL             PIC 9(7) VALUE 0.
               "-posteringer.txt" DELIMITED BY SIZE
               INTO WS-IND-FILNAVN
           END-STRING
           MOVE WS-IND-FILNAVN TO MOD-FILNAVN
           CALL "FILMODTAGELSE" USING MOD-PROGRAM MOD-FILNAVN MOD-SVAR
           IF NOT MOD-AFVIST
               PERFORM LAES-FILIALFIL
           END-IF
           EVALUATE TRUE
               WHEN MOD-DUBLET
                   ADD 1 TO AFVIST-ANTAL
                   MOVE "Dublet af en modtaget fil"
                       TO FIL-FEJL-AARSAG
                   PERFORM SKRIV-AFVIST-LINJE
               WHEN MOD-HOLDT
                   ADD 1 TO HOLDT-ANTAL
                   PERFORM SKRIV-HOLDT-LINJE
               WHEN IND-FIL-STATUS = "35"
                   ADD 1 TO MANGLER-ANTAL
                   PERFORM SKRIV-MANGLER-LINJE
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Report one branch file that came after its cut-off - it is
      *left where it is for the next banking day's run
       SKRIV-HOLDT-LINJE.
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "HOLDT - AFDELING: "    DELIMITED BY SIZE
               AKTUEL-AFDELING         DELIMITED BY SIZE
               " efter cut-off, til naeste bankdag"
                                       DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Write the control-total trailer
       SKRIV-TRAILER.
           IF BESTILLER-AFVIST-ANTAL > 0
               DISPLAY "Bestiller afvist: " BESTILLER-AFVIST-ANTAL
           END-IF
           IF HOLDT-ANTAL > 0
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "Holdt til naeste bankdag: " DELIMITED BY SIZE
                   HOLDT-ANTAL                  DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
               DISPLAY "Holdt til naeste bankdag: " HOLDT-ANTAL
           END-IF
           EXIT.
