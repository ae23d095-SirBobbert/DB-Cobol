      *KONTOFORESPOERGSEL and NETBANKUDTRAEK an available balance -
      *the booked BALANCE minus the open holds - so the customer is
      *no longer shown money a card has already spoken for.
      *An authorization on a card KORTREGISTER has blocked, reported
      *lost or let expire opens no hold and is reported rejected.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KORTRESERVATION.

               ASSIGN TO "opg45-reservationer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RSV-FIL-STATUS.
      *Bind the card register KORTREGISTER keeps - read only, for
      *the cards the bank has stopped
           SELECT OPTIONAL KORTREG-FIL ASSIGN TO "Kortregister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KORTREG-FIL-STATUS.
      *Bind the holds report
           SELECT RAPPORT-FIL
               ASSIGN TO "opg45-reservation-rapport.txt"

      *Card processor record layout - "A" authorization rows carry
      *the account, amount, authorization reference and expiry; "C"
      *clearing rows name the authorization they settle. The masked
      *card number closes the row; rows from before it was sent are
      *blank there
       FD  KORT-FIL.
       01  KORT-REKORD.
           02  KRT-REC-TYPE        PIC X(1).
           02  KRT-BELOB           PIC 9(7)V99.
           02  KRT-AUTREF          PIC X(12).
           02  KRT-UDLOEB          PIC 9(8).
           02  KRT-KORT-REF        PIC X(16).

      *Holds register record layout
       FD  RSV-FIL.
           02  RSV-AUTREF          PIC X(12).
           02  RSV-UDLOEB          PIC 9(8).

      *Card register record layout
       FD  KORTREG-FIL.
       01  KORTREG-REKORD.
           COPY "KORT.cpy".

      *Holds report record layout
       FD  RAPPORT-FIL.
       01  RAPPORT-REKORD.
      *File status fields for the SELECT OPTIONAL files
       01  KORT-FIL-STATUS      PIC X(2) VALUE "00".
       01  RSV-FIL-STATUS       PIC X(2) VALUE "00".
       01  KORTREG-FIL-STATUS   PIC X(2) VALUE "00".

      *In-memory holds register, loaded once and rewritten at the
      *end of the run with only the holds still open
       01  RSV-OVERLOEB-SW      PIC X VALUE "N".
           88  RSV-OVERLOEB         VALUE "Y".

      *The cards the register no longer lets draw - blocked, lost
      *or expired - loaded once
       01  STOP-KORT-TABEL.
           05  STOP-KORT-POST OCCURS 10000 TIMES
                   INDEXED BY STOP-IX.
               10  SK-REF              PIC X(16).
               10  SK-STATUS           PIC X(1).
       01  STOP-KORT-ANTAL      PIC 9(5) VALUE 0.
       01  WS-STOP-IX           PIC 9(5) VALUE 0.

      *End-of-file flags
       01  EOF-KORT             PIC X VALUE "N".
           88  END-KORT             VALUE "Y".
       01  EOF-RSV              PIC X VALUE "N".
           88  END-RSV              VALUE "Y".
       01  EOF-KORTREG          PIC X VALUE "N".
           88  END-KORTREG          VALUE "Y".

      *Edited amount for the report
       01  WS-BELOB-EDIT        PIC -Z,ZZZ,ZZ9.99.
       01  UDLOEBET-ANTAL       PIC 9(7) VALUE 0.
       01  UKENDT-CLEARING-ANTAL PIC 9(7) VALUE 0.
       01  AABNE-ANTAL          PIC 9(7) VALUE 0.
       01  KORT-AFVIST-ANTAL    PIC 9(7) VALUE 0.

      *Parameter fields for the shared inbound-file reception
      *subprogram - a duplicate of a file already taken in, or a
      *file held for the next banking day, is not read
       01  MOD-PROGRAM          PIC X(8) VALUE "OPG45".
       01  MOD-FILNAVN          PIC X(40) VALUE "kort-ind.txt".
       01  MOD-SVAR             PIC X(1) VALUE SPACE.
           88  MOD-AFVIST           VALUE "D" "H".
           88  MOD-DUBLET           VALUE "D".
           88  MOD-HOLDT            VALUE "H".

      *Parameter fields for the shared run-count subprogram
       01  KT-PROGRAM           PIC X(8) VALUE "OPG45".
               STOP RUN
           END-IF

           PERFORM LAES-STOPPEDE-KORT

           OPEN OUTPUT RAPPORT-FIL

      *Work the processor's daily file against the register
           PERFORM MODTAG-INDFIL
           IF NOT MOD-AFVIST
               PERFORM BEHANDL-KORTFIL
           END-IF

      *Release every hold whose expiry date has passed - the card
      *never cleared and the money is the customer's again
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the cards the register has stopped - every card not
      *active. A stopped card past the table's room is still on the
      *register, so an overflow refuses the run rather than let
      *it draw
       LAES-STOPPEDE-KORT.
           MOVE 0 TO STOP-KORT-ANTAL
           MOVE "N" TO EOF-KORTREG
           OPEN INPUT KORTREG-FIL
           IF KORTREG-FIL-STATUS = "00"
               OR KORTREG-FIL-STATUS = "05"
               PERFORM UNTIL END-KORTREG
                   READ KORTREG-FIL
                       AT END
                           SET END-KORTREG TO TRUE
                       NOT AT END
                           IF NOT KORT-AKTIV
                               IF STOP-KORT-ANTAL < 10000
                                   ADD 1 TO STOP-KORT-ANTAL
                                   MOVE KORT-REF TO
                                       SK-REF (STOP-KORT-ANTAL)
                                   MOVE KORT-STATUS TO
                                       SK-STATUS (STOP-KORT-ANTAL)
                               ELSE
                                   SET RSV-OVERLOEB TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KORTREG-FIL
           END-IF
           IF RSV-OVERLOEB
               DISPLAY "OPG45: for mange stoppede kort til"
                       " tabellen, koerslen afvises."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

      * -------------------------------------------------
      *Work every row of the processor's daily file
       BEHANDL-KORTFIL.

      * -------------------------------------------------
      *Open one new hold - an authorization reference already on
      *the register is a replayed file row and opens nothing, and
      *a card the bank has stopped gets no hold at all
       TILFOEJ-RESERVATION.
           PERFORM FIND-STOPPET-KORT
           IF WS-STOP-IX > 0
               ADD 1 TO KORT-AFVIST-ANTAL
               MOVE KRT-BELOB TO WS-BELOB-EDIT
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "AFVIST - KORT: "       DELIMITED BY SIZE
                   KRT-KORT-REF            DELIMITED BY SIZE
                   " STATUS: "             DELIMITED BY SIZE
                   SK-STATUS (WS-STOP-IX)  DELIMITED BY SIZE
                   " KONTO-ID: "           DELIMITED BY SIZE
                   KRT-KONTO-ID            DELIMITED BY SIZE
                   " BELOB: "              DELIMITED BY SIZE
                   WS-BELOB-EDIT           DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
           ELSE
               PERFORM OPRET-RESERVATION
           END-IF
           EXIT.

       OPRET-RESERVATION.
           PERFORM FIND-RESERVATION
           IF WS-RSV-IX = 0
               IF RSV-ANTAL < 5000
           END-IF
           EXIT.

      * -------------------------------------------------
      *Find the authorization's card among the stopped cards.
      *Leaves its index in WS-STOP-IX, zero when the card may draw
      *or the row names no card.
       FIND-STOPPET-KORT.
           MOVE 0 TO WS-STOP-IX
           IF KRT-KORT-REF NOT = SPACES
               PERFORM VARYING STOP-IX FROM 1 BY 1
                   UNTIL STOP-IX > STOP-KORT-ANTAL
                   IF SK-REF (STOP-IX) = KRT-KORT-REF
                       MOVE STOP-IX TO WS-STOP-IX
                   END-IF
               END-PERFORM
           END-IF
           EXIT.

      * -------------------------------------------------
      *Release the hold a clearing names - exactly once; a clearing
      *with no open hold behind it is reported, not guessed at
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Afvist paa stoppede kort: " DELIMITED BY SIZE
               KORT-AFVIST-ANTAL       DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           DISPLAY "Kortraekker laest: " KORT-LAEST-ANTAL
                   " Nye: "              NYE-ANTAL
                   " Clearet: "          CLEARET-ANTAL
                   " Udloebet: "         UDLOEBET-ANTAL
                   " Aabne: "            AABNE-ANTAL
                   " Kort afvist: "      KORT-AFVIST-ANTAL
           IF UKENDT-CLEARING-ANTAL > 0
               DISPLAY "ADVARSEL: " UKENDT-CLEARING-ANTAL
                       " clearinger uden reservation"
           END-IF
           EXIT.

      * -------------------------------------------------
      *Hand the inbound file to the reception register before it is
      *read - a byte-identical redelivery has been moved aside, and
      *a file that came after its cut-off waits for its banking day
       MODTAG-INDFIL.
           CALL "FILMODTAGELSE" USING MOD-PROGRAM MOD-FILNAVN MOD-SVAR
           IF MOD-DUBLET
               DISPLAY "OPG45: " MOD-FILNAVN
                       " er en dublet og laeses ikke."
           END-IF
           IF MOD-HOLDT
               DISPLAY "OPG45: " MOD-FILNAVN
                       " holdes til naeste bankdag."
           END-IF
           EXIT.
