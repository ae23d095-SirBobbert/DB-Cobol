      *postings in the POST-REKORD layout the way RENTETILSKRIVNING
      *emits interest, so OPG15 applies them and they land in the
      *history like any movement, plus a fee report per AFDELING.
      *Every waived fee is appended to Gebyrfritagelser.txt with
      *its reason, for the profitability report to count. Short of
      *those, a price agreement in force (PRISAFTALE) may waive the
      *monthly, statement or dormancy fee one by one; what it
      *waives is logged to Prisaftale-eftergivet.txt instead and
      *the rest is billed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEBYRBEREGNING.

           SELECT OPTIONAL POST-FIL ASSIGN TO "opg15-posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POST-FIL-STATUS.
      *Bind the waived-fee log - opened EXTEND so the months build
      *up for OPG82's year-to-date figures
           SELECT OPTIONAL FRITAGET-FIL
               ASSIGN TO "Gebyrfritagelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRITAGET-FIL-STATUS.
      *Bind the price-agreement give-away ledger - opened EXTEND so
      *every run appends for OPG89's monthly report
           SELECT OPTIONAL EFTERGIVET-FIL
               ASSIGN TO "Prisaftale-eftergivet.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EFTERGIVET-FIL-STATUS.
      *Bind the fee report
           SELECT RAPPORT-FIL ASSIGN TO "opg46-gebyrrapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       01  POST-REKORD.
           COPY "POSTERING.cpy".

      *Waived-fee log record layout - shared with OPG82
       FD  FRITAGET-FIL.
       01  FRITAGET-REKORD.
           COPY "GEBYRFRITAGELSE.cpy".

      *Give-away ledger record layout - shared with OPG18, OPG19
      *and OPG89
       FD  EFTERGIVET-FIL.
       01  EFTERGIVET-REKORD.
           COPY "PRISEFTERGIVET.cpy".

      *Fee report record layout
       FD  RAPPORT-FIL.
       01  RAPPORT-REKORD.
      *File status fields for the SELECT OPTIONAL files
       01  PRODUKT-FIL-STATUS       PIC X(2) VALUE "00".
       01  POST-FIL-STATUS          PIC X(2) VALUE "00".
       01  FRITAGET-FIL-STATUS      PIC X(2) VALUE "00".
       01  EFTERGIVET-FIL-STATUS    PIC X(2) VALUE "00".

      *Dormancy horizon in whole years - KONTO-EFF-DATO older than
      *this many years back from today draws the dormancy fee.
       01  FRITAGET-SW              PIC X VALUE "N".
           88  FRITAGET                 VALUE "Y".
       01  FRITAGET-AARSAG          PIC X(30) VALUE SPACES.
       01  FRITAGET-KODE            PIC X(1) VALUE SPACE.

      *The account's fee by kind, so a price agreement can waive one
      *kind and leave the others billed
       01  GEBYR-MAANED             PIC 9(5)V99 VALUE 0.
       01  GEBYR-UDTOG              PIC 9(5)V99 VALUE 0.
       01  GEBYR-DVALE              PIC 9(5)V99 VALUE 0.
       01  EFTERGIVET-BELOB         PIC 9(7)V99 VALUE 0.

      *Parameter fields for the shared price-agreement subprogram
       01  PRIS-FUNKTION            PIC X(1) VALUE "F".
       01  PRIS-SVAR                PIC X(1) VALUE SPACE.
       01  PRIS-AFTALE.
           COPY "PRISAFTALE.cpy".

      *Age judgement from the owner's CPR-nummer - birth year
      *derived from the two year digits and the seventh digit's
       01  KONTI-LAEST-ANTAL        PIC 9(7) VALUE 0.
       01  GEBYR-POSTERET-ANTAL     PIC 9(7) VALUE 0.
       01  FRITAGET-ANTAL           PIC 9(7) VALUE 0.
       01  AFTALE-FRITAGET-ANTAL    PIC 9(7) VALUE 0.
       01  AFTALE-FRITAGET-SUM      PIC S9(11)V99 VALUE 0.
       01  GEBYR-SUM                PIC S9(11)V99 VALUE 0.

      *Parameter fields for the shared run-count subprogram
                       KUNDEFIL
                OUTPUT RAPPORT-FIL
           PERFORM ABEN-POST-FIL
           PERFORM ABEN-FRITAGET-FIL
           PERFORM ABEN-EFTERGIVET-FIL

      *Bill every active account on the master
           PERFORM UNTIL END-KONTI
           CLOSE KONTOFIL
                 KUNDEFIL
                 POST-FIL
                 FRITAGET-FIL
                 EFTERGIVET-FIL
                 RAPPORT-FIL
      *Leave this run's headline count for OPG28's run report
           MOVE KONTI-LAEST-ANTAL TO KT-ANTAL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Open the waived-fee log for append, creating it on the first
      *run the same way
       ABEN-FRITAGET-FIL.
           OPEN EXTEND FRITAGET-FIL
           IF FRITAGET-FIL-STATUS = "35"
               OPEN OUTPUT FRITAGET-FIL
               CLOSE FRITAGET-FIL
               OPEN EXTEND FRITAGET-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the fee schedule into PRODUKT-TABEL, once at start-up.
      *Fee fields on rows from before they existed read back blank
           END-IF
           EXIT.

      * -------------------------------------------------
      *Open the give-away ledger for append, creating it first when
      *it does not exist yet
       ABEN-EFTERGIVET-FIL.
           OPEN EXTEND EFTERGIVET-FIL
           IF EFTERGIVET-FIL-STATUS = "35"
               OPEN OUTPUT EFTERGIVET-FIL
               CLOSE EFTERGIVET-FIL
               OPEN EXTEND EFTERGIVET-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Derive and post one account's fees - a product off the
      *catalog, or one with no fees on its schedule, bills nothing
       BEHANDL-KONTO.
           PERFORM FIND-PRODUKT
           IF WS-PROD-IX > 0
               MOVE PT-MAANEDSGEBYR (WS-PROD-IX) TO GEBYR-MAANED
               MOVE PT-UDTOGSGEBYR (WS-PROD-IX) TO GEBYR-UDTOG
               MOVE 0 TO GEBYR-DVALE
               IF KONTO-EFF-DATO OF KONTOFIL-REKORD
                       < DVALE-GRAENSE-TAL
                   MOVE PT-DVALE-GEBYR (WS-PROD-IX) TO GEBYR-DVALE
               END-IF
               COMPUTE GEBYR-BELOB =
                   GEBYR-MAANED + GEBYR-UDTOG + GEBYR-DVALE
               IF GEBYR-BELOB > 0
                   PERFORM BEDOEM-FRITAGELSE
                   IF FRITAGET
                       ADD 1 TO FRITAGET-ANTAL
                       PERFORM SKRIV-FRITAGET-LINJE
                   ELSE
                       PERFORM ANVEND-PRISAFTALE
                       IF GEBYR-BELOB > 0
                           PERFORM SKRIV-GEBYR-POSTERING
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Take off the fee kinds a price agreement in force today
      *waives, logging each as revenue given away under it
       ANVEND-PRISAFTALE.
           CALL "PRISAFTALE" USING PRIS-FUNKTION
                                   KONTO-ID OF KONTOFIL-REKORD
                                   KUNDE-ID OF KONTOFIL-REKORD
                                   KOERSELS-DATO PRIS-SVAR
                                   PRIS-AFTALE
           IF PRIS-SVAR = "J"
               MOVE 0 TO EFTERGIVET-BELOB
               IF PA-FRITAGET-MAANED OF PRIS-AFTALE
                   AND GEBYR-MAANED > 0
                   MOVE "M" TO PE-ART
                   MOVE GEBYR-MAANED TO PE-BELOB
                   PERFORM SKRIV-EFTERGIVET
               END-IF
               IF PA-FRITAGET-UDTOG OF PRIS-AFTALE
                   AND GEBYR-UDTOG > 0
                   MOVE "U" TO PE-ART
                   MOVE GEBYR-UDTOG TO PE-BELOB
                   PERFORM SKRIV-EFTERGIVET
               END-IF
               IF PA-FRITAGET-DVALE OF PRIS-AFTALE
                   AND GEBYR-DVALE > 0
                   MOVE "D" TO PE-ART
                   MOVE GEBYR-DVALE TO PE-BELOB
                   PERFORM SKRIV-EFTERGIVET
               END-IF
               IF EFTERGIVET-BELOB > 0
                   SUBTRACT EFTERGIVET-BELOB FROM GEBYR-BELOB
                   ADD 1 TO AFTALE-FRITAGET-ANTAL
                   ADD EFTERGIVET-BELOB TO AFTALE-FRITAGET-SUM
                   PERFORM SKRIV-AFTALE-LINJE
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Log one waived fee kind against the agreement - PE-ART and
      *PE-BELOB are set by the caller
       SKRIV-EFTERGIVET.
           MOVE KOERSELS-DATO TO PE-DATO
           MOVE PA-AFTALE-NR OF PRIS-AFTALE TO PE-AFTALE-NR
           MOVE KONTO-ID OF KONTOFIL-REKORD TO PE-KONTO-ID
           WRITE EFTERGIVET-REKORD
           ADD PE-BELOB TO EFTERGIVET-BELOB
           EXIT.

      * -------------------------------------------------
      *Report one account whose fee a price agreement cut, and by
      *how much
       SKRIV-AFTALE-LINJE.
           MOVE EFTERGIVET-BELOB TO WS-GEBYR-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "PRISAFTALE - KONTO-ID: "     DELIMITED BY SIZE
               KONTO-ID OF KONTOFIL-REKORD   DELIMITED BY SIZE
               " AFTALE: "                   DELIMITED BY SIZE
               PA-AFTALE-NR OF PRIS-AFTALE   DELIMITED BY SIZE
               " EFTERGIVET: "               DELIMITED BY SIZE
               WS-GEBYR-EDIT                 DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Find the product row for the account in the record area
       FIND-PRODUKT.
       BEDOEM-FRITAGELSE.
           MOVE "N" TO FRITAGET-SW
           MOVE SPACES TO FRITAGET-AARSAG
           MOVE SPACE TO FRITAGET-KODE
           IF PT-GEBYRFRI-SALDO (WS-PROD-IX) > 0
               AND BALANCE OF KONTOFIL-REKORD
                   >= PT-GEBYRFRI-SALDO (WS-PROD-IX)
               SET FRITAGET TO TRUE
               MOVE "SALDO OVER FRITAGELSESGRAENSE"
                   TO FRITAGET-AARSAG
               MOVE "S" TO FRITAGET-KODE
           END-IF
           IF NOT FRITAGET
               PERFORM BEDOEM-ALDER
               IF UNDER-18
                   SET FRITAGET TO TRUE
                   MOVE "EJER UNDER 18 AAR" TO FRITAGET-AARSAG
                   MOVE "A" TO FRITAGET-KODE
               END-IF
           END-IF
           EXIT.
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD

      *Log the fee the account would have paid, with the reason
           MOVE KOERSELS-DATO               TO GFT-DATO
           MOVE KONTO-ID OF KONTOFIL-REKORD TO GFT-KONTO-ID
           MOVE GEBYR-BELOB                 TO GFT-BELOB
           MOVE FRITAGET-KODE               TO GFT-AARSAG
           WRITE FRITAGET-REKORD
           EXIT.

      * -------------------------------------------------
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE AFTALE-FRITAGET-SUM TO WS-SUM-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Nedsat efter prisaftale: " DELIMITED BY SIZE
               AFTALE-FRITAGET-ANTAL       DELIMITED BY SIZE
               "  Eftergivet i alt: "      DELIMITED BY SIZE
               WS-SUM-EDIT                 DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           DISPLAY "Konti laest: "       KONTI-LAEST-ANTAL
                   " Gebyrer posteret: " GEBYR-POSTERET-ANTAL
                   " Fritaget: "         FRITAGET-ANTAL
