      *produces a per-customer statement block: name and address the
      *way SLUTRAPPORT formats them, opening balance, each movement,
      *closing balance. Replaces grepping opg15-historik.txt by hand
      *when a customer asks what happened on their account. Every
      *customer's block is filed as it was produced in the day's
      *statement archive UDTOGSARKIV_<date>.txt, with a row per
      *account in Udtogsindeks.txt, so KONTOFORESPOERGSEL can
      *reprint the original rather than a rerun.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KONTOUDTOG.

      *Bind the delivery manifest proving what each channel got
           SELECT MANIFEST-FIL ASSIGN TO "opg20-manifest.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *Bind the day's statement archive - opened EXTEND so a second
      *run the same day files its statements behind the first's
           SELECT OPTIONAL ARKIV-FIL ASSIGN TO WS-ARKIV-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARKIV-FIL-STATUS.
      *Bind the statement archive index - appended across runs
           SELECT OPTIONAL INDEKS-FIL ASSIGN TO "Udtogsindeks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDEKS-FIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02  UDT-FOER            PIC S9(7)V99.
           02  UDT-EFTER           PIC S9(7)V99.
           02  UDT-VALUTA          PIC X(3).
           02  UDT-REGNR           PIC X(4).

      *Sort work file for the statement detail
       SD  ARB-SORT-FIL.
           02  ARBS-KONTO-ID       PIC X(10).
           02  ARBS-SLAGS          PIC X(1).
           02  ARBS-DATO           PIC 9(8).
           02  ARBS-REST           PIC X(40).

      *Statement detail sorted into customer order
       FD  ARB-SORT-UD.
           02  UDTS-FOER           PIC S9(7)V99.
           02  UDTS-EFTER          PIC S9(7)V99.
           02  UDTS-VALUTA         PIC X(3).
           02  UDTS-REGNR          PIC X(4).

      *Shared sorted customer extract, read here only to recount it
      *against the sidecar
       01  MANIFEST-REKORD.
           02  MANIFEST-TEXT       PIC X(100).

      *Statement archive record layout
       FD  ARKIV-FIL.
       01  ARKIV-REKORD.
           COPY "UDTOGSARKIV.cpy".

      *Statement archive index record layout
       FD  INDEKS-FIL.
       01  INDEKS-REKORD.
           COPY "UDTOGSINDEKS.cpy".

       WORKING-STORAGE SECTION.

      *State for the shared sorted customer extract - whether
      *Movements written for the account currently being merged
       01  BEVAEGELSER-ANTAL     PIC 9(5) VALUE 0.

      *Parameter fields for the shared registration-number
      *subprogram - the account's branch in, the reg.nr printed
      *ahead of its account number out
       01  RN-FUNKTION           PIC X(1) VALUE "A".
       01  RN-AFDELING           PIC X(3) VALUE SPACES.
       01  RN-REGNR              PIC X(4) VALUE SPACES.
       01  RN-KONTO-ID           PIC X(10) VALUE SPACES.
       01  RN-IBAN               PIC X(18) VALUE SPACES.
       01  RN-SVAR               PIC X(1) VALUE SPACE.

      *Statement block state - the account whose lines are being
      *written, and the closing balance seen so far
       01  AKTUEL-KONTO-ID       PIC X(10) VALUE SPACES.
       01  DIGITAL-KUNDER-ANTAL  PIC 9(7) VALUE 0.
       01  MANIFEST-DATO         PIC 9(8) VALUE 0.

      *The statement archive - the day's file, its status and the
      *index's, the run's time of day, and the key and line number
      *of the customer block being filed
       01  WS-ARKIV-FILNAVN      PIC X(40) VALUE SPACES.
       01  ARKIV-FIL-STATUS      PIC X(2) VALUE "00".
       01  INDEKS-FIL-STATUS     PIC X(2) VALUE "00".
       01  WS-KOERSELS-TID       PIC 9(8) VALUE 0.
       01  AKTUEL-UDTOG-ID.
           05  AU-PROD-DATO      PIC 9(8) VALUE 0.
           05  AU-PROD-TID       PIC 9(6) VALUE 0.
           05  AU-LOEBENR        PIC 9(6) VALUE 0.
       01  ARKIV-LINJENR         PIC 9(5) VALUE 0.
       01  ARKIV-LINJER-ANTAL    PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.

           ACCEPT MANIFEST-DATO FROM DATE YYYYMMDD
           ACCEPT WS-KOERSELS-TID FROM TIME
           MOVE MANIFEST-DATO TO AU-PROD-DATO
           MOVE WS-KOERSELS-TID (1:6) TO AU-PROD-TID

      *Parse the optional FRA-TIL period argument
           PERFORM LAES-PERIODE-PARAMETER
           DISPLAY "Papir: "    PAPIR-KUNDER-ANTAL
                   " E-mail: "  EMAIL-KUNDER-ANTAL
                   " Digital: " DIGITAL-KUNDER-ANTAL
           DISPLAY "Arkiverede udtog: "    AU-LOEBENR
                   " linjer: "             ARKIV-LINJER-ANTAL
           DISPLAY "----------------------------------------"
           STOP RUN.

                   KONTO-ID OF KONTOFIL-REKORD
               PERFORM LAES-NAESTE-HISTORIK
           END-PERFORM
           MOVE "A"                         TO RN-FUNKTION
           MOVE AFDELING OF KONTOFIL-REKORD TO RN-AFDELING
           CALL "REGNUMMER" USING RN-FUNKTION RN-AFDELING RN-REGNR
                                  RN-KONTO-ID RN-IBAN RN-SVAR
           MOVE 0 TO BEVAEGELSER-ANTAL
           PERFORM UNTIL END-HIST
               OR HIST-KONTO-ID OF HIST-REKORD NOT =
           MOVE HIST-SALDO-FOER OF HIST-REKORD TO UDT-FOER
           MOVE HIST-SALDO-EFTER OF HIST-REKORD TO UDT-EFTER
           MOVE VALUTA-KD OF KONTOFIL-REKORD  TO UDT-VALUTA
           MOVE RN-REGNR                      TO UDT-REGNR
           WRITE ARB-REKORD
           EXIT.

           MOVE BALANCE OF KONTOFIL-REKORD    TO UDT-FOER
           MOVE BALANCE OF KONTOFIL-REKORD    TO UDT-EFTER
           MOVE VALUTA-KD OF KONTOFIL-REKORD  TO UDT-VALUTA
           MOVE RN-REGNR                      TO UDT-REGNR
           WRITE ARB-REKORD
           EXIT.

                       ARB-SORT-UD
                OUTPUT UDTOG-FIL
                       PRINT-FIL
           PERFORM ABEN-ARKIV-FILER

           MOVE SPACES TO UDTOG-TEXT
           STRING
                 ARB-SORT-UD
                 UDTOG-FIL
                 PRINT-FIL
                 ARKIV-FIL
                 INDEKS-FIL
           EXIT.

      * -------------------------------------------------
               ADD 1 TO KUNDER-SKREVET-ANTAL
               PERFORM FORMAT-KUNDE-DETALJER
               PERFORM VAELG-KANAL
      *The customer's block is filed under its own key
               ADD 1 TO AU-LOEBENR
               MOVE 0 TO ARKIV-LINJENR
               PERFORM SKRIV-UDTOG-HOVED
               MOVE SPACES TO AKTUEL-KONTO-ID
               PERFORM UNTIL END-ARB
      *the paper channel's envelope block
       FORMAT-KUNDE-DETALJER.
           MOVE SPACES TO FULDT-NAVN
           CALL "KUNDENAVN" USING KUNDE-REKORD FULDT-NAVN
           MOVE SPACES TO ADR-LINJE
           STRING
               VEJNAVN OF ADDRESSE OF KUNDE-REKORD DELIMITED BY SPACE

      * -------------------------------------------------
      *Write the account header with the opening balance - the first
      *detail row's balance-before is the period's opening figure.
      *The account is shown as its full reg.nr and account number
       SKRIV-KONTO-HOVED.
           ADD 1 TO KONTI-SKREVET-ANTAL
           MOVE UDTS-FOER TO WS-SALDO-EDIT
           MOVE SPACES TO UDTOG-TEXT
           STRING
               "  Konto: "        DELIMITED BY SIZE
               UDTS-REGNR         DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               UDTS-KONTO-ID      DELIMITED BY SIZE
               " | Saldo primo: " DELIMITED BY SIZE
               WS-SALDO-EDIT      DELIMITED BY SIZE
               INTO UDTOG-TEXT
           END-STRING
           PERFORM SKRIV-UDTOG-LINJE
      *Index the account under the customer's archived block
           MOVE AKTUEL-UDTOG-ID          TO UI-UDTOG-ID
           MOVE KUNDE-ID OF KUNDE-REKORD TO UI-KUNDE-ID
           MOVE UDTS-KONTO-ID            TO UI-KONTO-ID
           MOVE PERIODE-FRA              TO UI-PERIODE-FRA
           MOVE PERIODE-TIL              TO UI-PERIODE-TIL
           MOVE KANAL                    TO UI-KANAL
           WRITE INDEKS-REKORD
           EXIT.

      * -------------------------------------------------
      * -------------------------------------------------
      *Write one statement line: always to the archival file, and
      *alongside it to the customer's channel - the print stream on
      *paper, their individual file on the digital channels. Inside
      *a customer block the line is also filed in the statement
      *archive under the block's key
       SKRIV-UDTOG-LINJE.
           WRITE UDTOG-REKORD
           IF KANAL NOT = SPACE
               ADD 1 TO ARKIV-LINJENR
               ADD 1 TO ARKIV-LINJER-ANTAL
               MOVE AKTUEL-UDTOG-ID TO UA-UDTOG-ID
               MOVE ARKIV-LINJENR   TO UA-LINJENR
               MOVE UDTOG-TEXT      TO UA-TEXT
               WRITE ARKIV-REKORD
           END-IF
           EVALUATE KANAL
               WHEN "P"
                   MOVE UDTOG-TEXT TO PRINT-TEXT
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *Open the day's statement archive and the index for append.
      *When either does not exist yet (FILE STATUS 35), create it
      *first so OPEN EXTEND has something to append to
       ABEN-ARKIV-FILER.
           MOVE SPACES TO WS-ARKIV-FILNAVN
           STRING
               "UDTOGSARKIV_"           DELIMITED BY SIZE
               AU-PROD-DATO             DELIMITED BY SIZE
               ".txt"                   DELIMITED BY SIZE
               INTO WS-ARKIV-FILNAVN
           END-STRING
           OPEN EXTEND ARKIV-FIL
           IF ARKIV-FIL-STATUS = "35"
               OPEN OUTPUT ARKIV-FIL
               CLOSE ARKIV-FIL
               OPEN EXTEND ARKIV-FIL
           END-IF
           OPEN EXTEND INDEKS-FIL
           IF INDEKS-FIL-STATUS = "35"
               OPEN OUTPUT INDEKS-FIL
               CLOSE INDEKS-FIL
               OPEN EXTEND INDEKS-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Pick the customer's delivery channel from the preference on
      *their master record - blank (rows from before the field
