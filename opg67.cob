      *the customer record, their accounts through the KUNDE-ID
      *alternate key, joint ownerships from Kontoejerskab.txt, the
      *full movement history from the live trail and every yearly
      *archive, their standing orders, the statements filed in
      *KONTOUDTOG's statement archive, and their entries in the
      *audit trail - plus a fulfillment log entry proving when the
      *request was answered. ANONYMISERING covers the right to
      *erasure; this is the right of access, with its statutory
               ASSIGN TO "FasteOverfoersler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDRE-FIL-STATUS.
      *Bind the statement archive index
           SELECT OPTIONAL INDEKS-FIL ASSIGN TO "Udtogsindeks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDEKS-FIL-STATUS.
      *Bind the audit trail
           SELECT OPTIONAL AUDIT-FIL ASSIGN TO "opg10-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           02  FO-SLUT-DATO        PIC 9(8).
           02  FO-STATUS           PIC X(1).

      *Statement archive index record layout
       FD  INDEKS-FIL.
       01  INDEKS-REKORD.
           COPY "UDTOGSINDEKS.cpy".

      *Audit log record layout
       FD  AUDIT-FIL.
       01  AUDIT-REKORD.
       01  HISTDATA-FIL-STATUS  PIC X(2) VALUE "00".
       01  ARKIV-FIL-STATUS     PIC X(2) VALUE "00".
       01  ORDRE-FIL-STATUS     PIC X(2) VALUE "00".
       01  INDEKS-FIL-STATUS    PIC X(2) VALUE "00".
       01  AUDIT-FIL-STATUS     PIC X(2) VALUE "00".
       01  LOG-FIL-STATUS       PIC X(2) VALUE "00".

       01  EJERSKAB-ANTAL       PIC 9(5) VALUE 0.
       01  HIST-ANTAL           PIC 9(7) VALUE 0.
       01  ORDRE-ANTAL          PIC 9(5) VALUE 0.
       01  UDTOG-ANTAL          PIC 9(5) VALUE 0.
       01  AUDIT-ANTAL          PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM SKRIV-EJERSKAB-AFSNIT
           PERFORM SKRIV-HISTORIK-AFSNIT
           PERFORM SKRIV-ORDRE-AFSNIT
           PERFORM SKRIV-UDTOG-AFSNIT
           PERFORM SKRIV-AUDIT-AFSNIT
           PERFORM SKRIV-AFSLUTNING

               INTO SVAR-TEXT
           END-STRING
           WRITE SVAR-REKORD
      *A business customer's company fields, where the contact
      *person is the one asking
           IF KUNDE-ERHVERV OF KUNDEFIL-REKORD
               MOVE SPACES TO SVAR-TEXT
               STRING
                   "FIRMANAVN: "  DELIMITED BY SIZE
                   FIRMANAVN OF KUNDEFIL-REKORD  DELIMITED BY SIZE
                   " CVR-NUMMER: " DELIMITED BY SIZE
                   CVR-NUMMER OF KUNDEFIL-REKORD DELIMITED BY SIZE
                   INTO SVAR-TEXT
               END-STRING
               WRITE SVAR-REKORD
               MOVE SPACES TO SVAR-TEXT
               STRING
                   "KONTAKTPERSON: " DELIMITED BY SIZE
                   KONTAKTPERSON OF KUNDEFIL-REKORD
                                     DELIMITED BY SIZE
                   INTO SVAR-TEXT
               END-STRING
               WRITE SVAR-REKORD
           END-IF
           MOVE SPACES TO SVAR-TEXT
           WRITE SVAR-REKORD
           EXIT.
           WRITE SVAR-REKORD
           EXIT.

      * -------------------------------------------------
      *The subject's archived statements - one line per account on
      *each statement produced to them, with its period, channel
      *and production date
       SKRIV-UDTOG-AFSNIT.
           MOVE "=== ARKIVEREDE KONTOUDTOG ===" TO SVAR-TEXT
           WRITE SVAR-REKORD
           MOVE "N" TO EOF-KILDE
           OPEN INPUT INDEKS-FIL
           IF INDEKS-FIL-STATUS = "00" OR INDEKS-FIL-STATUS = "05"
               PERFORM UNTIL END-KILDE
                   READ INDEKS-FIL
                       AT END
                           SET END-KILDE TO TRUE
                       NOT AT END
                           IF UI-KUNDE-ID = SUBJEKT-KUNDE-ID
                               ADD 1 TO UDTOG-ANTAL
                               MOVE SPACES TO SVAR-TEXT
                               STRING
                                   "UDTOG: "  DELIMITED BY SIZE
                                   UI-UDTOG-ID DELIMITED BY SIZE
                                   " DANNET: " DELIMITED BY SIZE
                                   UI-PROD-DATO DELIMITED BY SIZE
                                   " KONTO: " DELIMITED BY SIZE
                                   UI-KONTO-ID DELIMITED BY SIZE
                                   " PERIODE: " DELIMITED BY SIZE
                                   UI-PERIODE-FRA
                                              DELIMITED BY SIZE
                                   "-"        DELIMITED BY SIZE
                                   UI-PERIODE-TIL
                                              DELIMITED BY SIZE
                                   " KANAL: " DELIMITED BY SIZE
                                   UI-KANAL   DELIMITED BY SIZE
                                   INTO SVAR-TEXT
                               END-STRING
                               WRITE SVAR-REKORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INDEKS-FIL
           END-IF
           MOVE SPACES TO SVAR-TEXT
           WRITE SVAR-REKORD
           EXIT.

      * -------------------------------------------------
      *The subject's entries in the audit trail - every line the
      *KUNDE-ID appears anywhere in
               HIST-ANTAL       DELIMITED BY SIZE
               "  Ordrer: "     DELIMITED BY SIZE
               ORDRE-ANTAL      DELIMITED BY SIZE
               "  Udtog: "      DELIMITED BY SIZE
               UDTOG-ANTAL      DELIMITED BY SIZE
               "  Auditlinjer: " DELIMITED BY SIZE
               AUDIT-ANTAL      DELIMITED BY SIZE
               INTO SVAR-TEXT
