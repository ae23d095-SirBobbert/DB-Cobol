      *values while keeping the KUNDE-ID for referential integrity,
      *redacts their entries in the audit and history trails, and
      *logs what was anonymized and under which rule. Data the shop
      *no longer may hold stops being held. The sealed audit trail
      *and fixed-format history are sealed afresh after redaction
      *through FORSEGLING, which records the rewrite.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONYMISERING.

               VALUE "opg15-historik-data.txt".
       01  HISTDATA-GML-NAVN    PIC X(14) VALUE "OPG33HID.GML".

      *Parameter fields for the shared sealing subprogram - each
      *redaction is a sanctioned rewrite of a sealed file
       01  SGL-FUNKTION         PIC X(1) VALUE SPACE.
       01  SGL-FIL              PIC X(1) VALUE SPACE.
       01  SGL-PROGRAM          PIC X(8) VALUE "OPG33".
       01  SGL-AARSAG           PIC X(30) VALUE "GDPR-ANONYMISERING".
       01  SGL-SVAR             PIC X(2) VALUE SPACES.
       01  SGL-RAEKKER          PIC 9(9) VALUE 0.
       01  SGL-NYE              PIC 9(9) VALUE 0.
       01  SGL-BRUD             PIC 9(9) VALUE 0.

      *Control totals for the trailer
       01  KUNDER-LAEST-ANTAL   PIC 9(7) VALUE 0.
       01  ANONYMISERET-ANTAL   PIC 9(7) VALUE 0.
               MOVE SPACES TO ADDRESSE OF KUNDEFIL-REKORD
               MOVE SPACES TO KONTAKTINFO OF KUNDEFIL-REKORD
               MOVE SPACES TO CPR-NUMMER OF KUNDEFIL-REKORD
               MOVE SPACES TO KONTAKTPERSON OF KUNDEFIL-REKORD
               REWRITE KUNDEFIL-REKORD
               ADD 1 TO ANONYMISERET-ANTAL

      *KUNDE-ID is replaced with a neutral marker line, through a
      *working copy and a fresh rewrite of the original
       REDIGER-AUDIT.
           MOVE "A" TO SGL-FIL
           PERFORM FORSEGL-FOER-OMSKRIVNING
           CALL "CBL_COPY_FILE" USING AUDIT-NAVN AUDIT-GML-NAVN
               RETURNING KOPI-RC
           IF KOPI-RC = 0
               CLOSE AUDIT-GML-FIL
                     AUDIT-FIL
               CALL "CBL_DELETE_FILE" USING AUDIT-GML-NAVN
               PERFORM GENFORSEGL-EFTER-OMSKRIVNING
           END-IF
           EXIT.

      *archived account keep their date and account key but lose
      *type, amounts and reference
       REDIGER-HISTDATA.
           MOVE "H" TO SGL-FIL
           PERFORM FORSEGL-FOER-OMSKRIVNING
           CALL "CBL_COPY_FILE" USING HISTDATA-NAVN HISTDATA-GML-NAVN
               RETURNING KOPI-RC
           IF KOPI-RC = 0
               CLOSE HISTDATA-GML-FIL
                     HISTDATA-FIL
               CALL "CBL_DELETE_FILE" USING HISTDATA-GML-NAVN
               PERFORM GENFORSEGL-EFTER-OMSKRIVNING
      *The keyed store must match the redacted rows - rebuild it
      *whole, the way HISTARKIV rebuilds it after a roll-off
               PERFORM GENOPBYG-INDEKS
           END-IF
           EXIT.

      * -------------------------------------------------
      *Bring the sealed file's chain up to date before it is
      *rewritten, keeping any break already there for the record
       FORSEGL-FOER-OMSKRIVNING.
           MOVE "K" TO SGL-FUNKTION
           MOVE 0 TO SGL-BRUD
           CALL "FORSEGLING" USING SGL-FUNKTION SGL-FIL SGL-PROGRAM
                                   SGL-AARSAG SGL-SVAR SGL-RAEKKER
                                   SGL-NYE SGL-BRUD
           EXIT.

      * -------------------------------------------------
      *Seal the redacted file afresh and leave the dated record of
      *the sanctioned rewrite, with the break found before it
       GENFORSEGL-EFTER-OMSKRIVNING.
           MOVE "R" TO SGL-FUNKTION
           CALL "FORSEGLING" USING SGL-FUNKTION SGL-FIL SGL-PROGRAM
                                   SGL-AARSAG SGL-SVAR SGL-RAEKKER
                                   SGL-NYE SGL-BRUD
           EXIT.

      * -------------------------------------------------
      *Rebuild OPG15's keyed history store from the redacted flat
      *file, so the keyed readers see exactly the redacted trail.
