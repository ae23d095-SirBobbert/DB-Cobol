      *amount-differing entry to an exception report in the style of
      *KUNDEKONTO_AFVIGELSER.txt. Replaces retyping the settlement
      *file by hand - our single biggest source of wrong amounts.
      *Every imported entry is also noted on our side of the nostro
      *account, where NOSTROAFSTEMNING takes those in the nostro
      *currency against the correspondent's statement.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLEARINGIMPORT.

               ASSIGN TO "opg25-clearing-status.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FIL-STATUS.
      *Bind our side of the nostro account - opened EXTEND by the
      *import pass and created on first use
           SELECT OPTIONAL NOSTRO-FIL ASSIGN TO "nostro-bevaegelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOSTRO-FIL-STATUS.
      *Bind OPG15's fixed-format history, read by the AFSTEM pass
           SELECT OPTIONAL HISTDATA-FIL
               ASSIGN TO "opg15-historik-data.txt"
           02  CST-BELOB           PIC 9(7)V99.
           02  CST-DC              PIC X(1).

      *Nostro movement record layout - shared with OPG26, OPG43 and
      *OPG94
       FD  NOSTRO-FIL.
       01  NOSTRO-REKORD.
           COPY "NOSTROPOST.cpy".

      *Fixed-format history record layout
       FD  HISTDATA-FIL.
       01  HISTDATA-REKORD.
       01  POST-FIL-STATUS      PIC X(2) VALUE "00".
       01  STATUS-FIL-STATUS    PIC X(2) VALUE "00".
       01  HISTDATA-FIL-STATUS  PIC X(2) VALUE "00".
       01  NOSTRO-FIL-STATUS    PIC X(2) VALUE "00".

      *Command-line mode - blank imports, AFSTEM reconciles
       01  WS-KOMMANDOLINJE     PIC X(20) VALUE SPACES.
       01  IMPORTERET-ANTAL     PIC 9(7) VALUE 0.
       01  AFVIGELSE-ANTAL      PIC 9(7) VALUE 0.

      *Parameter fields for the shared inbound-file reception
      *subprogram - a duplicate of a file already taken in, or a
      *file held for the next banking day, is not read
       01  MOD-PROGRAM          PIC X(8) VALUE "OPG25".
       01  MOD-FILNAVN          PIC X(40) VALUE "clearing-ind.txt".
       01  MOD-SVAR             PIC X(1) VALUE SPACE.
           88  MOD-AFVIST           VALUE "D" "H".
           88  MOD-DUBLET           VALUE "D".
           88  MOD-HOLDT            VALUE "H".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
           IF AFSTEM-KOERSEL
               PERFORM AFSTEM-MOD-HISTORIK
           ELSE
               PERFORM MODTAG-INDFIL
               IF NOT MOD-AFVIST
                   PERFORM IMPORTER-CLEARING
               END-IF
           END-IF
           STOP RUN.

       IMPORTER-DETALJER.
           OPEN OUTPUT STATUS-FIL
           PERFORM ABEN-POST-FIL
           PERFORM ABEN-NOSTRO-FIL
           MOVE "N" TO EOF-CLR
           OPEN INPUT CLR-FIL
           IF CLR-FIL-STATUS = "00"
           END-IF
           CLOSE POST-FIL
                 STATUS-FIL
                 NOSTRO-FIL
           EXIT.

      * -------------------------------------------------
           MOVE CLR-BELOB     TO CST-BELOB
           MOVE CLR-DC        TO CST-DC
           WRITE STATUS-REKORD

      *A customer debit leaves over the nostro account, a credit
      *arrives over it
           MOVE SPACES        TO NOSTRO-REKORD
           MOVE CLR-DATO      TO NP-DATO
           MOVE "OPG25"       TO NP-KILDE
           IF CLR-DC = "D"
               MOVE "D" TO NP-DC
           ELSE
               MOVE "K" TO NP-DC
           END-IF
           MOVE CLR-BELOB     TO NP-BELOB
           MOVE CLR-VALUTA    TO NP-VALUTA
           MOVE CLR-REFERENCE TO NP-REFERENCE
           MOVE CLR-KONTO-ID  TO NP-KONTO-ID
           WRITE NOSTRO-REKORD
           EXIT.

      * -------------------------------------------------
               OPEN EXTEND POST-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Open our side of the nostro account for append the same way
       ABEN-NOSTRO-FIL.
           OPEN EXTEND NOSTRO-FIL
           IF NOSTRO-FIL-STATUS = "35"
               OPEN OUTPUT NOSTRO-FIL
               CLOSE NOSTRO-FIL
               OPEN EXTEND NOSTRO-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Hand the inbound file to the reception register before it is
      *read - a byte-identical redelivery has been moved aside, and
      *a file that came after its cut-off waits for its banking day
       MODTAG-INDFIL.
           CALL "FILMODTAGELSE" USING MOD-PROGRAM MOD-FILNAVN MOD-SVAR
           IF MOD-DUBLET
               DISPLAY "OPG25: " MOD-FILNAVN
                       " er en dublet og laeses ikke."
           END-IF
           IF MOD-HOLDT
               DISPLAY "OPG25: " MOD-FILNAVN
                       " holdes til naeste bankdag."
           END-IF
           EXIT.
