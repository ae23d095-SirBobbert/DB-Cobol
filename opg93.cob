      *One-off IBAN conversion for per-branch registration numbers -
      *sweeps the account master and derives every stored KONTO-IBAN
      *again from the reg.nr of the account's branch (REGNUMMER),
      *the way IBANEKSPORT now forms it. Every IBAN that changes is
      *rewritten on the account, reported old against new and
      *logged to the same audit trail VEDLIGEHOLD writes; an IBAN
      *that can no longer be derived (a KONTO-ID that is not purely
      *numeric) is reported and left alone. Accounts with no IBAN
      *yet are not touched - IBANEKSPORT forms theirs on first use.
      *Run with SIMULER on the command line it only reports what
      *would change. Takes the master lock like IBANEKSPORT, and is
      *safe to run again: an IBAN already right is left as it is.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBANKONVERTERING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind account master - swept in key order and opened I-O so a
      *changed IBAN can be rewritten
           SELECT KONTOFIL ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOFIL-REKORD
               ALTERNATE RECORD KEY IS KUNDE-ID OF KONTOFIL-REKORD
                   WITH DUPLICATES.
      *Bind the audit log - opened EXTEND so the changes land in the
      *same trail VEDLIGEHOLD writes
           SELECT OPTIONAL AUDIT-FIL ASSIGN TO "opg10-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FIL-STATUS.
      *Bind the conversion report
           SELECT RAPPORT-FIL ASSIGN TO "opg93-iban-rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Account master record layout
       FD  KONTOFIL.
       01  KONTOFIL-REKORD.
           COPY "KONTOOPL.cpy".

      *Audit log record layout
       FD  AUDIT-FIL.
       01  AUDIT-REKORD.
           02  AUDIT-TEXT          PIC X(150).

      *Conversion report record layout
       FD  RAPPORT-FIL.
       01  RAPPORT-REKORD.
           02  RAPPORT-TEXT        PIC X(132).

       WORKING-STORAGE SECTION.

      *Today's date, stamped on every audit entry
       01  KOERSELS-DATO        PIC 9(8) VALUE 0.

      *Command line - SIMULER reports without rewriting
       01  WS-KOMMANDOLINJE     PIC X(20) VALUE SPACES.
       01  SIMULERING-SW        PIC X VALUE "N".
           88  SIMULERING           VALUE "Y".

      *File status for the audit log (SELECT OPTIONAL)
       01  AUDIT-FIL-STATUS     PIC X(2) VALUE "00".

      *Parameter fields for the shared update-lock subprogram
       01  LAAS-FUNKTION        PIC X(1) VALUE SPACE.
       01  LAAS-EJER            PIC X(10) VALUE "OPG93".
       01  LAAS-SVAR            PIC X(1) VALUE SPACE.

      *Parameter fields for the shared registration-number
      *subprogram
       01  RN-FUNKTION          PIC X(1) VALUE "I".
       01  RN-AFDELING          PIC X(3) VALUE SPACES.
       01  RN-REGNR             PIC X(4) VALUE SPACES.
       01  RN-KONTO-ID          PIC X(10) VALUE SPACES.
       01  RN-IBAN              PIC X(18) VALUE SPACES.
       01  RN-SVAR              PIC X(1) VALUE SPACE.

      *The IBAN on the account before it is replaced
       01  GAMMEL-IBAN          PIC X(18) VALUE SPACES.

      *End-of-file flag for the account sweep
       01  EOF-KONTI            PIC X VALUE "N".
           88  END-KONTI            VALUE "Y".

      *Control totals for the trailer
       01  KONTI-LAEST-ANTAL    PIC 9(7) VALUE 0.
       01  MED-IBAN-ANTAL       PIC 9(7) VALUE 0.
       01  AENDRET-ANTAL        PIC 9(7) VALUE 0.
       01  UAENDRET-ANTAL       PIC 9(7) VALUE 0.
       01  AFVIST-ANTAL         PIC 9(7) VALUE 0.

      *Parameter fields for the shared run-count subprogram
       01  KT-PROGRAM           PIC X(8) VALUE "OPG93".
       01  KT-ANTAL             PIC 9(7) VALUE 0.

      *Parameter fields for the shared sealing subprogram
       01  SGL-FUNKTION         PIC X(1) VALUE SPACE.
       01  SGL-FIL              PIC X(1) VALUE SPACE.
       01  SGL-PROGRAM          PIC X(8) VALUE "OPG93".
       01  SGL-AARSAG           PIC X(30) VALUE SPACES.
       01  SGL-SVAR             PIC X(2) VALUE SPACES.
       01  SGL-RAEKKER          PIC 9(9) VALUE 0.
       01  SGL-NYE              PIC 9(9) VALUE 0.
       01  SGL-BRUD             PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
           ACCEPT WS-KOMMANDOLINJE FROM COMMAND-LINE
           IF WS-KOMMANDOLINJE = "SIMULER"
               SET SIMULERING TO TRUE
           END-IF

      *Take the shop's exclusive update lock - the IBANs are
      *rewritten on the master below
           MOVE "T" TO LAAS-FUNKTION
           CALL "MASTERLAAS" USING LAAS-FUNKTION LAAS-EJER LAAS-SVAR
           IF LAAS-SVAR NOT = "G"
               DISPLAY "OPG93: masterlaasen er optaget, stopper."
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O    KONTOFIL
                OUTPUT RAPPORT-FIL
           PERFORM ABEN-AUDIT-FIL
           IF SIMULERING
               MOVE "SIMULERING - INTET ER AENDRET PAA KONTOFILEN"
                   TO RAPPORT-TEXT
               WRITE RAPPORT-REKORD
           END-IF

           MOVE LOW-VALUES TO KONTO-ID OF KONTOFIL-REKORD
           START KONTOFIL KEY IS NOT LESS THAN
               KONTO-ID OF KONTOFIL-REKORD
               INVALID KEY
                   SET END-KONTI TO TRUE
           END-START
           PERFORM UNTIL END-KONTI
               READ KONTOFIL NEXT RECORD
                   AT END
                       SET END-KONTI TO TRUE
                   NOT AT END
                       ADD 1 TO KONTI-LAEST-ANTAL
                       IF KONTO-IBAN OF KONTOFIL-REKORD NOT = SPACES
                           PERFORM BEHANDL-KONTO
                       END-IF
               END-READ
           END-PERFORM

           PERFORM SKRIV-TRAILER
           CLOSE KONTOFIL
                 AUDIT-FIL
                 RAPPORT-FIL

      *Seal the rows this run added to the audit trail
           PERFORM FORSEGL-AUDIT

      *Release the update lock again
           MOVE "F" TO LAAS-FUNKTION
           CALL "MASTERLAAS" USING LAAS-FUNKTION LAAS-EJER LAAS-SVAR

      *Leave this run's headline count for OPG28's run report
           MOVE AENDRET-ANTAL TO KT-ANTAL
           CALL "KOERSELSTAL" USING KT-PROGRAM KT-ANTAL
           STOP RUN.

      * -------------------------------------------------
      *Derive one stored IBAN again from the account's branch and
      *rewrite it when it differs
       BEHANDL-KONTO.
           ADD 1 TO MED-IBAN-ANTAL
           MOVE "I"                         TO RN-FUNKTION
           MOVE AFDELING OF KONTOFIL-REKORD TO RN-AFDELING
           MOVE KONTO-ID OF KONTOFIL-REKORD TO RN-KONTO-ID
           CALL "REGNUMMER" USING RN-FUNKTION RN-AFDELING RN-REGNR
                                  RN-KONTO-ID RN-IBAN RN-SVAR
           EVALUATE TRUE
               WHEN RN-SVAR NOT = "J"
                   ADD 1 TO AFVIST-ANTAL
                   MOVE SPACES TO RAPPORT-TEXT
                   STRING
                       "KAN IKKE AFLEDES - KONTO-ID: " DELIMITED BY SIZE
                       KONTO-ID OF KONTOFIL-REKORD  DELIMITED BY SIZE
                       " IBAN: "                    DELIMITED BY SIZE
                       KONTO-IBAN OF KONTOFIL-REKORD
                                                    DELIMITED BY SIZE
                       INTO RAPPORT-TEXT
                   END-STRING
                   WRITE RAPPORT-REKORD
               WHEN RN-IBAN = KONTO-IBAN OF KONTOFIL-REKORD
                   ADD 1 TO UAENDRET-ANTAL
               WHEN OTHER
                   PERFORM OMLAEG-IBAN
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *Replace the stored IBAN, report it old against new and log it
       OMLAEG-IBAN.
           ADD 1 TO AENDRET-ANTAL
           MOVE KONTO-IBAN OF KONTOFIL-REKORD TO GAMMEL-IBAN
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "IBAN AENDRET - KONTO-ID: "  DELIMITED BY SIZE
               KONTO-ID OF KONTOFIL-REKORD  DELIMITED BY SIZE
               " AFDELING: "                DELIMITED BY SIZE
               AFDELING OF KONTOFIL-REKORD  DELIMITED BY SIZE
               " REG.NR: "                  DELIMITED BY SIZE
               RN-REGNR                     DELIMITED BY SIZE
               " FRA: "                     DELIMITED BY SIZE
               GAMMEL-IBAN                  DELIMITED BY SIZE
               " TIL: "                     DELIMITED BY SIZE
               RN-IBAN                      DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           IF NOT SIMULERING
               MOVE RN-IBAN TO KONTO-IBAN OF KONTOFIL-REKORD
               REWRITE KONTOFIL-REKORD
               MOVE SPACES TO AUDIT-TEXT
               STRING
                   KOERSELS-DATO                DELIMITED BY SIZE
                   " AF: OPG93"                 DELIMITED BY SIZE
                   " IBAN KONTO-ID: "           DELIMITED BY SIZE
                   KONTO-ID OF KONTOFIL-REKORD  DELIMITED BY SIZE
                   " FRA: "                     DELIMITED BY SIZE
                   GAMMEL-IBAN                  DELIMITED BY SIZE
                   " TIL: "                     DELIMITED BY SIZE
                   RN-IBAN                      DELIMITED BY SIZE
                   INTO AUDIT-TEXT
               END-STRING
               WRITE AUDIT-REKORD
           END-IF
           EXIT.

      * -------------------------------------------------
      *Open the audit log for append. When none exists yet (FILE
      *STATUS 35), create it first so OPEN EXTEND has something to
      *append to
       ABEN-AUDIT-FIL.
           OPEN EXTEND AUDIT-FIL
           IF AUDIT-FIL-STATUS = "35"
               OPEN OUTPUT AUDIT-FIL
               CLOSE AUDIT-FIL
               OPEN EXTEND AUDIT-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Run trailer
       SKRIV-TRAILER.
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Konti laest: "          DELIMITED BY SIZE
               KONTI-LAEST-ANTAL        DELIMITED BY SIZE
               "  Med IBAN: "           DELIMITED BY SIZE
               MED-IBAN-ANTAL           DELIMITED BY SIZE
               "  Aendret: "            DELIMITED BY SIZE
               AENDRET-ANTAL            DELIMITED BY SIZE
               "  Uaendret: "           DELIMITED BY SIZE
               UAENDRET-ANTAL           DELIMITED BY SIZE
               "  Kan ikke afledes: "   DELIMITED BY SIZE
               AFVIST-ANTAL             DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           DISPLAY "----------------------------------------"
           DISPLAY "Konti laest: "   KONTI-LAEST-ANTAL
           DISPLAY "IBAN aendret: "  AENDRET-ANTAL
           DISPLAY "Kan ikke afledes: " AFVIST-ANTAL
           DISPLAY "----------------------------------------"
           EXIT.

      * -------------------------------------------------
      *Seal the rows this run appended to the audit trail through
      *FORSEGLING, so they are chained the moment they are written
      *rather than at the nightly OPG81 check. A broken chain seals
      *nothing and is left for OPG81 to report
       FORSEGL-AUDIT.
           MOVE "K" TO SGL-FUNKTION
           MOVE "A" TO SGL-FIL
           MOVE 0 TO SGL-BRUD
           CALL "FORSEGLING" USING SGL-FUNKTION SGL-FIL SGL-PROGRAM
                                   SGL-AARSAG SGL-SVAR SGL-RAEKKER
                                   SGL-NYE SGL-BRUD
           IF SGL-SVAR NOT = "OK"
               DISPLAY "OPG93: kaedebrud i opg10-audit.txt raekke "
                       SGL-BRUD
           END-IF
           EXIT.
