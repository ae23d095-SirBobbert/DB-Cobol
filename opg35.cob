               ASSIGN TO "opg10-transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FIL-STATUS.
      *Bind the shared KYC event file - every hit counts against the
      *customer's risk class in KUNDERISIKO, opened EXTEND and
      *created on first use
           SELECT OPTIONAL KYC-FIL
               ASSIGN TO "kyc-haendelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KYC-FIL-STATUS.
      *Bind the dated investigation report - one file per run date so
      *compliance keeps each day's findings as its own case list
           SELECT RAPPORT-FIL ASSIGN TO RAPPORT-FILNAVN
       01  TRANS-REKORD.
           COPY "VEDLTRANS.cpy".

      *KYC event record layout
       FD  KYC-FIL.
       01  KYC-REKORD.
           COPY "KYCHAENDELSE.cpy".

      *Investigation report record layout
       FD  RAPPORT-FIL.
       01  RAPPORT-REKORD.
       01  SEV-AKTIVITET         PIC 9(1) VALUE 1.
       01  SEV-INDUD             PIC 9(1) VALUE 1.
       01  TRANS-FIL-STATUS      PIC X(2) VALUE "00".
       01  KYC-FIL-STATUS        PIC X(2) VALUE "00".

      *The hit in hand - whether the account is already under a
      *hold, and the accounts this run has already sent a freeze
                       KUNDEFIL
                OUTPUT RAPPORT-FIL
           PERFORM ABEN-TRANS-FIL
           PERFORM ABEN-KYC-FIL
           IF HAR-INDEKS
               OPEN INPUT HIDX-FIL
           ELSE
           CLOSE KONTOFIL
                 KUNDEFIL
                 TRANS-FIL
                 KYC-FIL
                 RAPPORT-FIL

           STOP RUN.
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           CALL "KUNDENAVN" USING
                               KUNDEFIL-REKORD FULDT-NAVN
                   END-READ
           END-READ
           EXIT.
           END-STRING
           WRITE RAPPORT-REKORD
           ADD 1 TO HITS-ENKELT-ANTAL
           PERFORM SKRIV-KYC-HAENDELSE
           IF SEV-ENKELT >= 2
               PERFORM AUTOFRYS-KONTO
           END-IF
           END-STRING
           WRITE RAPPORT-REKORD
           ADD 1 TO HITS-AKTIVITET-ANTAL
           PERFORM SKRIV-KYC-HAENDELSE
           IF SEV-AKTIVITET >= 2
               PERFORM AUTOFRYS-KONTO
           END-IF
           END-STRING
           WRITE RAPPORT-REKORD
           ADD 1 TO HITS-INDUD-ANTAL
           PERFORM SKRIV-KYC-HAENDELSE
           IF SEV-INDUD >= 2
               PERFORM AUTOFRYS-KONTO
           END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Open the shared KYC event file for append, creating it on
      *first use like the transaction file
       ABEN-KYC-FIL.
           OPEN EXTEND KYC-FIL
           IF KYC-FIL-STATUS = "35"
               OPEN OUTPUT KYC-FIL
               CLOSE KYC-FIL
               OPEN EXTEND KYC-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Record the hit as a KYC event so it weighs on the customer's
      *risk class. The amount is informational - KUNDERISIKO scores
      *monitoring hits by count
       SKRIV-KYC-HAENDELSE.
           MOVE SPACES TO KYC-REKORD
           MOVE KOERSELS-DATO TO KH-DATO
           MOVE "OPG35" TO KH-KILDE
           MOVE HIT-KUNDE-ID TO KH-KUNDE-ID
           MOVE AKTUEL-KONTO-ID TO KH-KONTO-ID
           MOVE 0 TO KH-BELOB
           WRITE KYC-REKORD
           EXIT.

      * -------------------------------------------------
      *A critical hit freezes its account through the ordinary
      *maintenance flow: a FRYS-KONTO transaction for VEDLIGEHOLD,
