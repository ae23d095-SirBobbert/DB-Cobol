       01  RETURNERET-ANTAL     PIC 9(7) VALUE 0.
       01  AFVIST-ANTAL         PIC 9(7) VALUE 0.

      *Parameter fields for the shared inbound-file reception
      *subprogram - a duplicate of a file already taken in, or a
      *file held for the next banking day, is not read
       01  MOD-PROGRAM          PIC X(8) VALUE "OPG42".
       01  MOD-FILNAVN          PIC X(40) VALUE "bs-opkraevninger.txt".
       01  MOD-SVAR             PIC X(1) VALUE SPACE.
           88  MOD-AFVIST           VALUE "D" "H".
           88  MOD-DUBLET           VALUE "D".
           88  MOD-HOLDT            VALUE "H".

      *Parameter fields for the shared run-count subprogram
       01  KT-PROGRAM           PIC X(8) VALUE "OPG42".
       01  KT-ANTAL             PIC 9(7) VALUE 0.
           ELSE
               PERFORM LAES-AFTALER
               OPEN INPUT KONTOFIL
               PERFORM MODTAG-INDFIL
               IF NOT MOD-AFVIST
                   PERFORM BEHANDL-OPKRAEVNINGER
               END-IF
               CLOSE KONTOFIL
           END-IF

                   " Afvist til kreditor: " AFVIST-ANTAL
                   " Kundereturer: "        RETURNERET-ANTAL
           EXIT.

      * -------------------------------------------------
      *Hand the inbound file to the reception register before it is
      *read - a byte-identical redelivery has been moved aside, and
      *a file that came after its cut-off waits for its banking day
       MODTAG-INDFIL.
           CALL "FILMODTAGELSE" USING MOD-PROGRAM MOD-FILNAVN MOD-SVAR
           IF MOD-DUBLET
               DISPLAY "OPG42: " MOD-FILNAVN
                       " er en dublet og laeses ikke."
           END-IF
           IF MOD-HOLDT
               DISPLAY "OPG42: " MOD-FILNAVN
                       " holdes til naeste bankdag."
           END-IF
           EXIT.
