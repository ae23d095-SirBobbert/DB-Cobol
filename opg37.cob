      *formatted name and address, every account via the KUNDE-ID
      *alternate key with status and edited balances, and on request
      *an account's recent lines from OPG15's fixed-format history,
      *browsable forward and back. The customer's archived
      *statements can be listed from KONTOUDTOG's archive index and
      *any one of them reprinted exactly as it was produced, marked
      *KOPI, into a file of its own. Every master and history file
      *is opened INPUT - the program has no update path at all.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KONTOFORESPOERGSEL.

               ASSIGN TO "opg45-reservationer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RSV-FIL-STATUS.
      *Bind OPG20's statement archive index and the day's archive
      *file a chosen statement was filed in. SELECT OPTIONAL so a
      *site with no archive yet simply lists none
           SELECT OPTIONAL INDEKS-FIL ASSIGN TO "Udtogsindeks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDEKS-FIL-STATUS.
           SELECT OPTIONAL ARKIV-FIL ASSIGN TO WS-ARKIV-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARKIV-FIL-STATUS.
      *Bind the reprint - named by the statement's archive key
           SELECT KOPI-FIL ASSIGN TO WS-KOPI-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           02  RSV-AUTREF          PIC X(12).
           02  RSV-UDLOEB          PIC 9(8).

      *Statement archive index record layout
       FD  INDEKS-FIL.
       01  INDEKS-REKORD.
           COPY "UDTOGSINDEKS.cpy".

      *Statement archive record layout
       FD  ARKIV-FIL.
       01  ARKIV-REKORD.
           COPY "UDTOGSARKIV.cpy".

      *Reprint record layout
       FD  KOPI-FIL.
       01  KOPI-REKORD.
           02  KOPI-TEXT           PIC X(150).

       WORKING-STORAGE SECTION.

      *File status fields
       01  WS-VIS-FRA-EDIT       PIC ZZZZ9.
       01  WS-VIS-TIL-EDIT       PIC ZZZZ9.

      *The customer's archived statements, one row per statement
      *however many of their accounts it covered, oldest first
       01  INDEKS-FIL-STATUS     PIC X(2) VALUE "00".
       01  ARKIV-FIL-STATUS      PIC X(2) VALUE "00".
       01  UDTOG-TABEL.
           05  UDTOG-POST OCCURS 200 TIMES INDEXED BY UT-IX.
               10  UT-UDTOG-ID.
                   15  UT-PROD-DATO    PIC 9(8).
                   15  FILLER          PIC X(12).
               10  UT-PERIODE-FRA  PIC 9(8).
               10  UT-PERIODE-TIL  PIC 9(8).
               10  UT-KANAL        PIC X(1).
               10  UT-KONTO-ID     PIC X(10).
               10  UT-KONTI-ANTAL  PIC 9(3).
       01  UDTOG-ANTAL           PIC 9(3) VALUE 0.
       01  UDTOG-KOMMANDO        PIC X(10) VALUE SPACES.
       01  UDTOG-VALG            PIC 9(3) VALUE 0.
       01  WS-KANAL-TXT          PIC X(7) VALUE SPACES.
       01  EOF-INDEKS            PIC X VALUE "N".
           88  END-INDEKS            VALUE "Y".
       01  EOF-ARKIV             PIC X VALUE "N".
           88  END-ARKIV             VALUE "Y".

      *The reprint - the archive file and the copy's own name, the
      *date it is made and the lines it got
       01  WS-ARKIV-FILNAVN      PIC X(40) VALUE SPACES.
       01  WS-KOPI-FILNAVN       PIC X(40) VALUE SPACES.
       01  KOPI-DATO             PIC 9(8) VALUE 0.
       01  KOPI-LINJER-ANTAL     PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.

           PERFORM VIS-KONTI
           DISPLAY "----------------------------------------"
           PERFORM SPOERG-HISTORIK
           PERFORM SPOERG-UDTOG
           EXIT.

      * -------------------------------------------------
      *lines the way SLUTRAPPORT builds them
       FORMAT-KUNDE-DETALJER.
           MOVE SPACES TO FULDT-NAVN
           CALL "KUNDENAVN" USING KUNDEFIL-REKORD FULDT-NAVN
           MOVE SPACES TO ADR-LINJE
           STRING
               VEJNAVN OF ADDRESSE OF KUNDEFIL-REKORD
                       "  Ref: " HT-REFERENCE (VIS-IX)
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Offer the customer's archived statements - J lists them and
      *lets the operator pick one to reprint, return keys straight
      *back to the inquiry prompt
       SPOERG-UDTOG.
           DISPLAY "Arkiverede kontoudtog (J = vis,"
                   " retur = tilbage): " WITH NO ADVANCING
           MOVE SPACES TO UDTOG-KOMMANDO
           ACCEPT UDTOG-KOMMANDO
           IF UDTOG-KOMMANDO = "J" OR UDTOG-KOMMANDO = "j"
               PERFORM LAES-UDTOGSINDEKS
               PERFORM VIS-UDTOGSLISTE
               IF UDTOG-ANTAL > 0
                   DISPLAY "Nr. der skal genudskrives"
                           " (retur = tilbage): " WITH NO ADVANCING
                   MOVE 0 TO UDTOG-VALG
                   ACCEPT UDTOG-VALG
                   IF UDTOG-VALG > 0 AND UDTOG-VALG <= UDTOG-ANTAL
                       SET UT-IX TO UDTOG-VALG
                       PERFORM GENUDSKRIV-UDTOG
                   END-IF
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Collect the customer's statements from the archive index -
      *the index has a row per account, so rows with the same
      *archive key are one statement
       LAES-UDTOGSINDEKS.
           MOVE 0 TO UDTOG-ANTAL
           MOVE "N" TO EOF-INDEKS
           OPEN INPUT INDEKS-FIL
           IF INDEKS-FIL-STATUS = "00"
               OR INDEKS-FIL-STATUS = "05"
               PERFORM UNTIL END-INDEKS
                   READ INDEKS-FIL
                       AT END
                           SET END-INDEKS TO TRUE
                       NOT AT END
                           IF UI-KUNDE-ID = KUNDE-ID OF KUNDEFIL-REKORD
                               PERFORM GEM-UDTOG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INDEKS-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Keep one index row - another account on a statement already
      *in the table is only counted. A full table drops its oldest
      *statement so the most recent always stay in view
       GEM-UDTOG.
           IF UDTOG-ANTAL > 0
               AND UT-UDTOG-ID (UDTOG-ANTAL) = UI-UDTOG-ID
               ADD 1 TO UT-KONTI-ANTAL (UDTOG-ANTAL)
           ELSE
               IF UDTOG-ANTAL >= 200
                   PERFORM VARYING UT-IX FROM 1 BY 1
                       UNTIL UT-IX >= 200
                       MOVE UDTOG-POST (UT-IX + 1)
                           TO UDTOG-POST (UT-IX)
                   END-PERFORM
                   SUBTRACT 1 FROM UDTOG-ANTAL
               END-IF
               ADD 1 TO UDTOG-ANTAL
               MOVE UI-UDTOG-ID    TO UT-UDTOG-ID (UDTOG-ANTAL)
               MOVE UI-PERIODE-FRA TO UT-PERIODE-FRA (UDTOG-ANTAL)
               MOVE UI-PERIODE-TIL TO UT-PERIODE-TIL (UDTOG-ANTAL)
               MOVE UI-KANAL       TO UT-KANAL (UDTOG-ANTAL)
               MOVE UI-KONTO-ID    TO UT-KONTO-ID (UDTOG-ANTAL)
               MOVE 1              TO UT-KONTI-ANTAL (UDTOG-ANTAL)
           END-IF
           EXIT.

      * -------------------------------------------------
      *List the customer's statements, numbered for the reprint
       VIS-UDTOGSLISTE.
           IF UDTOG-ANTAL = 0
               DISPLAY "  Ingen arkiverede kontoudtog paa kunden."
           END-IF
           PERFORM VARYING UT-IX FROM 1 BY 1
               UNTIL UT-IX > UDTOG-ANTAL
               EVALUATE UT-KANAL (UT-IX)
                   WHEN "E"
                       MOVE "E-mail"  TO WS-KANAL-TXT
                   WHEN "D"
                       MOVE "Digital" TO WS-KANAL-TXT
                   WHEN OTHER
                       MOVE "Papir"   TO WS-KANAL-TXT
               END-EVALUATE
               SET UDTOG-VALG TO UT-IX
               DISPLAY "  " UDTOG-VALG
                       "  Dannet: " UT-PROD-DATO (UT-IX)
                       "  Periode: " UT-PERIODE-FRA (UT-IX)
                       " - " UT-PERIODE-TIL (UT-IX)
                       "  " WS-KANAL-TXT
                       "  Konto: " UT-KONTO-ID (UT-IX)
                       "  Konti: " UT-KONTI-ANTAL (UT-IX)
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Reprint the chosen statement from the archive file it was
      *filed in, line for line as it was produced, between two KOPI
      *marking lines
       GENUDSKRIV-UDTOG.
           ACCEPT KOPI-DATO FROM DATE YYYYMMDD
           MOVE 0 TO KOPI-LINJER-ANTAL
           MOVE SPACES TO WS-ARKIV-FILNAVN
           STRING
               "UDTOGSARKIV_"           DELIMITED BY SIZE
               UT-PROD-DATO (UT-IX)     DELIMITED BY SIZE
               ".txt"                   DELIMITED BY SIZE
               INTO WS-ARKIV-FILNAVN
           END-STRING
           MOVE SPACES TO WS-KOPI-FILNAVN
           STRING
               "KOPI_"                  DELIMITED BY SIZE
               UT-UDTOG-ID (UT-IX)      DELIMITED BY SIZE
               ".txt"                   DELIMITED BY SIZE
               INTO WS-KOPI-FILNAVN
           END-STRING
           MOVE "N" TO EOF-ARKIV
           OPEN INPUT ARKIV-FIL
           IF ARKIV-FIL-STATUS NOT = "00"
               IF ARKIV-FIL-STATUS = "05"
                   CLOSE ARKIV-FIL
               END-IF
               DISPLAY "  Arkivfilen " WS-ARKIV-FILNAVN
                       " findes ikke mere."
           ELSE
               OPEN OUTPUT KOPI-FIL
               MOVE SPACES TO KOPI-TEXT
               STRING
                   "*** KOPI *** af kontoudtog dannet "
                                            DELIMITED BY SIZE
                   UT-PROD-DATO (UT-IX)     DELIMITED BY SIZE
                   " - genudskrevet "       DELIMITED BY SIZE
                   KOPI-DATO                DELIMITED BY SIZE
                   INTO KOPI-TEXT
               END-STRING
               WRITE KOPI-REKORD
               PERFORM UNTIL END-ARKIV
                   READ ARKIV-FIL
                       AT END
                           SET END-ARKIV TO TRUE
                       NOT AT END
                           IF UA-UDTOG-ID = UT-UDTOG-ID (UT-IX)
                               ADD 1 TO KOPI-LINJER-ANTAL
                               MOVE UA-TEXT TO KOPI-TEXT
                               WRITE KOPI-REKORD
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "*** KOPI ***" TO KOPI-TEXT
               WRITE KOPI-REKORD
               CLOSE KOPI-FIL
               CLOSE ARKIV-FIL
               IF KOPI-LINJER-ANTAL = 0
                   DISPLAY "  Udtoget findes ikke i " WS-ARKIV-FILNAVN
               ELSE
                   DISPLAY "  Kopi skrevet til " WS-KOPI-FILNAVN
                           " (" KOPI-LINJER-ANTAL " linjer)"
               END-IF
           END-IF
           EXIT.
