      *accounts hanging off them. Given a surviving and a retiring
      *KUNDE-ID it re-keys the retiring customer's accounts through
      *the KUNDE-ID alternate key, resolves KONTO-PRIMAER so the
      *merged customer keeps exactly one primary account, carries the
      *retiree's safe deposit box rentals and keys over in
      *Boksleje.txt, retires the duplicate customer record, and
      *writes every step to opg10-audit.txt.
      *Run as: opg32 <overlever> <afgaaende> <bruger>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KUNDEFLET.

           SELECT OPTIONAL AUDIT-FIL ASSIGN TO "opg10-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FIL-STATUS.
      *Bind the safe deposit box register BOKSLEJE keeps - loaded
      *whole and rewritten with the retiree's rentals and keys moved
      *to the survivor
           SELECT OPTIONAL BOKS-FIL ASSIGN TO "Boksleje.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOKS-FIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  AUDIT-REKORD.
           02  AUDIT-TEXT      PIC X(150).

       FD  BOKS-FIL.
       01  BOKS-REKORD.
           02  BOKS-BILLEDE    PIC X(170).

       WORKING-STORAGE SECTION.

      *Today's date, stamped on every audit entry
           88  SOEG-SLUT            VALUE "Y".
       01  WS-SOEG-KUNDE-ID     PIC X(10) VALUE SPACES.

      *The safe deposit box register, loaded whole before anything
      *moves. A register too big for the table refuses the merge,
      *since a retiree's box left behind would have no customer.
       01  BOKS-FIL-STATUS      PIC X(2) VALUE "00".
       01  BOKS-TABEL.
           05  BOKS-POST OCCURS 5000 TIMES INDEXED BY BOKS-IX.
               10  BX-BILLEDE      PIC X(170).
       01  BOKS-ANTAL           PIC 9(4) VALUE 0.
       01  BOKS-LAEST-ANTAL     PIC 9(7) VALUE 0.
       01  EOF-BOKS             PIC X VALUE "N".
           88  END-BOKS             VALUE "Y".
       01  BOKS-OVERLOEB-SW     PIC X VALUE "N".
           88  BOKS-OVERLOEB        VALUE "Y".
       01  BOKS-AENDRET-SW      PIC X VALUE "N".
           88  BOKS-AENDRET         VALUE "Y".
       01  BOKS-ARBEJDE.
           COPY "BOKSLEJE.cpy".
      *Renter and keyholder subscripts, and whether the survivor
      *already stands on the row
       01  WS-LEJER-IX          PIC 9(1) VALUE 0.
       01  WS-NOEGLE-IX         PIC 9(1) VALUE 0.
       01  OVERLEVER-LEJER-SW   PIC X VALUE "N".
           88  OVERLEVER-ER-LEJER   VALUE "Y".
       01  OVERLEVER-NOEGLE-SW  PIC X VALUE "N".
           88  OVERLEVER-HAR-NOEGLE VALUE "Y".
       01  RAEKKE-AENDRET-SW    PIC X VALUE "N".
           88  RAEKKE-AENDRET       VALUE "Y".

      *Control totals for the trailer
       01  KONTI-FLYTTET-ANTAL  PIC 9(5) VALUE 0.
       01  PRIMAER-NEDSAT-ANTAL PIC 9(5) VALUE 0.
       01  BOKSE-FLYTTET-ANTAL  PIC 9(5) VALUE 0.

      *Parameter fields for the shared sealing subprogram
       01  SGL-FUNKTION         PIC X(1) VALUE SPACE.
       01  SGL-FIL              PIC X(1) VALUE SPACE.
       01  SGL-PROGRAM          PIC X(8) VALUE "OPG32".
       01  SGL-AARSAG           PIC X(30) VALUE SPACES.
       01  SGL-SVAR             PIC X(2) VALUE SPACES.
       01  SGL-RAEKKER          PIC 9(9) VALUE 0.
       01  SGL-NYE              PIC 9(9) VALUE 0.
       01  SGL-BRUD             PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
                    KONTOFIL
           PERFORM ABEN-AUDIT-FIL

      *Both customers must exist before anything moves, and the
      *whole box register must be in hand
           PERFORM KONTROLLER-KUNDER
           IF FLET-OK
               PERFORM LAES-BOKSLEJE
               IF BOKS-OVERLOEB
                   DISPLAY "OPG32: boksregistret er for stort til"
                           " tabellen, stopper."
                   MOVE "N" TO FLET-OK-SW
               END-IF
           END-IF
           IF FLET-OK
      *Work out whether the survivor already has an open primary,
      *collect the retiring customer's accounts, re-key them and
      *retire the duplicate record - each step audited
                       UNTIL KL-IX > KONTO-LISTE-ANTAL
                       PERFORM FLYT-KONTO
                   END-PERFORM
                   PERFORM VARYING BOKS-IX FROM 1 BY 1
                       UNTIL BOKS-IX > BOKS-ANTAL
                       PERFORM FLYT-BOKS
                   END-PERFORM
                   IF BOKS-AENDRET
                       PERFORM SKRIV-BOKSLEJE
                   END-IF
                   PERFORM SLET-AFGAAENDE-KUNDE
               END-IF
           END-IF
                 KUNDEFIL
                 KONTOFIL

      *Seal the rows this run added to the audit trail
           PERFORM FORSEGL-AUDIT

      *Refresh the master control totals and release the lock
           MOVE "S" TO MKTL-FUNKTION
           CALL "MASTERKONTROL" USING MKTL-FUNKTION MKTL-SVAR
           DISPLAY "----------------------------------------"
           DISPLAY "Konti flyttet: "     KONTI-FLYTTET-ANTAL
           DISPLAY "Primaer nedsat: "    PRIMAER-NEDSAT-ANTAL
           DISPLAY "Bokse flyttet: "     BOKSE-FLYTTET-ANTAL
           DISPLAY "----------------------------------------"
           IF NOT FLET-OK
               MOVE 2 TO RETURN-CODE
           END-READ
           EXIT.

      * -------------------------------------------------
      *Load the box register into BOKS-TABEL
       LAES-BOKSLEJE.
           MOVE 0 TO BOKS-ANTAL
           MOVE "N" TO EOF-BOKS
           OPEN INPUT BOKS-FIL
           IF BOKS-FIL-STATUS = "00" OR BOKS-FIL-STATUS = "05"
               PERFORM UNTIL END-BOKS
                   READ BOKS-FIL
                       AT END
                           SET END-BOKS TO TRUE
                       NOT AT END
                           ADD 1 TO BOKS-LAEST-ANTAL
                           IF BOKS-ANTAL < 5000
                               ADD 1 TO BOKS-ANTAL
                               MOVE BOKS-BILLEDE
                                   TO BX-BILLEDE (BOKS-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOKS-FIL
           END-IF
           IF BOKS-LAEST-ANTAL > BOKS-ANTAL
               SET BOKS-OVERLOEB TO TRUE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Carry one box row over to the survivor. The retiree as renter
      *becomes the survivor, or drops out when the survivor rents the
      *box already; the renters are then closed up so the first is
      *never blank. The retiree as keyholder likewise becomes the
      *survivor, unless the survivor is a renter or holds a key of
      *their own. The paying account keeps its KONTO-ID through the
      *merge and needs no change.
       FLYT-BOKS.
           IF BX-BILLEDE (BOKS-IX) NOT = SPACES
               MOVE BX-BILLEDE (BOKS-IX) TO BOKS-ARBEJDE
               MOVE "N" TO RAEKKE-AENDRET-SW
               MOVE "N" TO OVERLEVER-LEJER-SW
               MOVE "N" TO OVERLEVER-NOEGLE-SW
               PERFORM VARYING WS-LEJER-IX FROM 1 BY 1
                   UNTIL WS-LEJER-IX > 3
                   IF BL-LEJER-ID (WS-LEJER-IX) = OVERLEVER-ID
                       SET OVERLEVER-ER-LEJER TO TRUE
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-NOEGLE-IX FROM 1 BY 1
                   UNTIL WS-NOEGLE-IX > 4
                   IF BL-NOEGLE-ID (WS-NOEGLE-IX) = OVERLEVER-ID
                       SET OVERLEVER-HAR-NOEGLE TO TRUE
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-LEJER-IX FROM 1 BY 1
                   UNTIL WS-LEJER-IX > 3
                   IF BL-LEJER-ID (WS-LEJER-IX) = AFGAAENDE-ID
                       IF OVERLEVER-ER-LEJER
                           MOVE SPACES TO BL-LEJER-ID (WS-LEJER-IX)
                       ELSE
                           MOVE OVERLEVER-ID
                               TO BL-LEJER-ID (WS-LEJER-IX)
                           SET OVERLEVER-ER-LEJER TO TRUE
                       END-IF
                       SET RAEKKE-AENDRET TO TRUE
                   END-IF
               END-PERFORM
               PERFORM RYK-LEJERE-OP
               PERFORM VARYING WS-NOEGLE-IX FROM 1 BY 1
                   UNTIL WS-NOEGLE-IX > 4
                   IF BL-NOEGLE-ID (WS-NOEGLE-IX) = AFGAAENDE-ID
                       OR (BL-NOEGLE-ID (WS-NOEGLE-IX) = OVERLEVER-ID
                           AND OVERLEVER-ER-LEJER)
                       IF OVERLEVER-ER-LEJER OR OVERLEVER-HAR-NOEGLE
                           MOVE SPACES
                               TO BL-NOEGLE-ID (WS-NOEGLE-IX)
                           MOVE SPACE TO BL-ADGANG (WS-NOEGLE-IX)
                           MOVE 0 TO BL-GYLDIG-FRA (WS-NOEGLE-IX)
                           MOVE 0 TO BL-GYLDIG-TIL (WS-NOEGLE-IX)
                       ELSE
                           MOVE OVERLEVER-ID
                               TO BL-NOEGLE-ID (WS-NOEGLE-IX)
                           SET OVERLEVER-HAR-NOEGLE TO TRUE
                       END-IF
                       SET RAEKKE-AENDRET TO TRUE
                   END-IF
               END-PERFORM
               IF RAEKKE-AENDRET
                   MOVE BOKS-ARBEJDE TO BX-BILLEDE (BOKS-IX)
                   SET BOKS-AENDRET TO TRUE
                   ADD 1 TO BOKSE-FLYTTET-ANTAL
                   PERFORM SKRIV-AUDIT-BOKS-FLYTTET
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Close the renters up towards the first, so a renter dropped
      *on the merge leaves no hole in front of the others
       RYK-LEJERE-OP.
           PERFORM 2 TIMES
               PERFORM VARYING WS-LEJER-IX FROM 1 BY 1
                   UNTIL WS-LEJER-IX > 2
                   IF BL-LEJER-ID (WS-LEJER-IX) = SPACES
                       MOVE BL-LEJER-ID (WS-LEJER-IX + 1)
                           TO BL-LEJER-ID (WS-LEJER-IX)
                       MOVE SPACES TO BL-LEJER-ID (WS-LEJER-IX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Rewrite the box register with the rows carried over
       SKRIV-BOKSLEJE.
           OPEN OUTPUT BOKS-FIL
           PERFORM VARYING BOKS-IX FROM 1 BY 1
               UNTIL BOKS-IX > BOKS-ANTAL
               IF BX-BILLEDE (BOKS-IX) NOT = SPACES
                   MOVE BX-BILLEDE (BOKS-IX) TO BOKS-BILLEDE
                   WRITE BOKS-REKORD
               END-IF
           END-PERFORM
           CLOSE BOKS-FIL
           EXIT.

      * -------------------------------------------------
      *Audit entry for one box row carried over to the survivor
       SKRIV-AUDIT-BOKS-FLYTTET.
           MOVE SPACES TO AUDIT-TEXT
           STRING
               KOERSELS-DATO               DELIMITED BY SIZE
               " AF: "                     DELIMITED BY SIZE
               WS-BRUGER                   DELIMITED BY SPACE
               " KUNDEFLET: BOKSLEJE AFD: " DELIMITED BY SIZE
               BL-AFDELING                 DELIMITED BY SIZE
               " BOKS: "                   DELIMITED BY SIZE
               BL-BOKS-NR                  DELIMITED BY SPACE
               " flyttet fra "             DELIMITED BY SIZE
               AFGAAENDE-ID                DELIMITED BY SPACE
               " til "                     DELIMITED BY SIZE
               OVERLEVER-ID                DELIMITED BY SPACE
               INTO AUDIT-TEXT
           END-STRING
           WRITE AUDIT-REKORD
           EXIT.

      * -------------------------------------------------
      *Retire the duplicate customer record - the accounts are all
      *re-keyed, so nothing hangs off it anymore
           END-STRING
           WRITE AUDIT-REKORD
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
               DISPLAY "OPG32: kaedebrud i opg10-audit.txt raekke "
                       SGL-BRUD
           END-IF
           EXIT.
