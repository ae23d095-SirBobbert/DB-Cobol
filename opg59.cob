       01  DOED-VIDERE-ANTAL    PIC 9(7) VALUE 0.
       01  MANUEL-ANTAL         PIC 9(7) VALUE 0.

      *Parameter fields for the shared inbound-file reception
      *subprogram - a duplicate of a file already taken in, or a
      *file held for the next banking day, is not read
       01  MOD-PROGRAM          PIC X(8) VALUE "OPG59".
       01  MOD-FILNAVN          PIC X(40) VALUE "cpr-aendringer.txt".
       01  MOD-SVAR             PIC X(1) VALUE SPACE.
           88  MOD-AFVIST           VALUE "D" "H".
           88  MOD-DUBLET           VALUE "D".
           88  MOD-HOLDT            VALUE "H".

      *Parameter fields for the shared run-count subprogram
       01  KT-PROGRAM           PIC X(8) VALUE "OPG59".
       01  KT-ANTAL             PIC 9(7) VALUE 0.
           PERFORM ABEN-DOED-FIL

      *Work every change in the feed
           PERFORM MODTAG-INDFIL
           IF NOT MOD-AFVIST
               MOVE "N" TO EOF-CPR
               OPEN INPUT CPR-FIL
               IF CPR-FIL-STATUS = "00"
                   OR CPR-FIL-STATUS = "05"
                   PERFORM UNTIL END-CPR
                       READ CPR-FIL
                           AT END
                               SET END-CPR TO TRUE
                           NOT AT END
                               ADD 1 TO AENDRINGER-LAEST
                               PERFORM BEHANDL-AENDRING
                       END-READ
                   END-PERFORM
                   CLOSE CPR-FIL
               END-IF
           END-IF

           CLOSE TRANS-FIL
           END-STRING
           WRITE MANUEL-REKORD
           EXIT.

      * -------------------------------------------------
      *Hand the inbound file to the reception register before it is
      *read - a byte-identical redelivery has been moved aside, and
      *a file that came after its cut-off waits for its banking day
       MODTAG-INDFIL.
           CALL "FILMODTAGELSE" USING MOD-PROGRAM MOD-FILNAVN MOD-SVAR
           IF MOD-DUBLET
               DISPLAY "OPG59: " MOD-FILNAVN
                       " er en dublet og laeses ikke."
           END-IF
           IF MOD-HOLDT
               DISPLAY "OPG59: " MOD-FILNAVN
                       " holdes til naeste bankdag."
           END-IF
           EXIT.
