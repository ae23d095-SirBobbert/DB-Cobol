      *Shared operator-authority subprogram - holds the identity on
      *a transaction or a decision against the operator register
      *Operatoerer.txt: the operator must be on file, active and
      *inside the validity window, carry the role the step needs,
      *and the amount must be inside the personal limit. The
      *register is loaded once on the first call. Every refusal
      *comes back with its own reason code (O1-O4) first in the
      *reason text, so the callers' reject lines and audit entries
      *show which rule failed. A site that has not yet set up a
      *register runs as before - every identity passes - the same
      *way a site without Driftsparametre.txt runs on defaults.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOERKONTROL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind the operator register. SELECT OPTIONAL so a site
      *without one is not stopped
           SELECT OPTIONAL OPR-FIL ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPR-FIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Operator register record layout
       FD  OPR-FIL.
       01  OPR-REKORD.
           COPY "OPERATOER.cpy".

       WORKING-STORAGE SECTION.

      *File status for the operator register (SELECT OPTIONAL)
       01  OPR-FIL-STATUS       PIC X(2) VALUE "00".

      *Loaded-once switch - WORKING-STORAGE persists across calls
       01  OPR-INDLAEST-SW      PIC X VALUE "N".
           88  OPR-INDLAEST         VALUE "Y".
      *Set when a register was actually on file - without one
      *every identity passes
       01  OPR-REGISTER-SW      PIC X VALUE "N".
           88  OPR-REGISTER-FINDES  VALUE "Y".

      *In-memory operator table. Rows past the table size are not
      *loaded, so such an operator is refused as unknown rather
      *than let through unchecked
       01  OPR-TABEL.
           05  OPR-POST OCCURS 500 TIMES INDEXED BY OPR-IX.
               10  OT-ID               PIC X(10).
               10  OT-ROLLER           PIC X(4).
               10  OT-GRAENSE          PIC 9(9)V99.
               10  OT-GYLDIG-FRA       PIC 9(8).
               10  OT-GYLDIG-TIL       PIC 9(8).
               10  OT-STATUS           PIC X(1).
       01  OPR-ANTAL            PIC 9(3) VALUE 0.
       01  WS-OPR-IX            PIC 9(3) VALUE 0.

      *End-of-file flag while loading
       01  EOF-OPR              PIC X VALUE "N".
           88  END-OPR              VALUE "Y".

      *Today's date for the validity window, and the role count
       01  KOERSELS-DATO        PIC 9(8) VALUE 0.
       01  ROLLE-ANTAL          PIC 9(2) VALUE 0.
       01  KONTROL-BELOB        PIC 9(9)V99 VALUE 0.

       LINKAGE SECTION.
      *The identity on the transaction or decision, the role the
      *step needs ("V", "P", "G" or "R"), the amount it carries
      *(zero where none), and the answer: "OK", or a reason code
      *with the reason spelled out in LK-AARSAG
       01  LK-OPERATOER   PIC X(10).
       01  LK-ROLLE       PIC X(1).
       01  LK-BELOB       PIC S9(9)V99.
       01  LK-SVAR        PIC X(2).
       01  LK-AARSAG      PIC X(40).

       PROCEDURE DIVISION USING LK-OPERATOER LK-ROLLE LK-BELOB
                                LK-SVAR LK-AARSAG.

       MAIN-PROCEDURE.
           IF NOT OPR-INDLAEST
               PERFORM LAES-OPERATOERER
           END-IF
           MOVE "OK" TO LK-SVAR
           MOVE SPACES TO LK-AARSAG
           IF OPR-REGISTER-FINDES
               PERFORM KONTROLLER-OPERATOER
           END-IF
           GOBACK
           .

      * -------------------------------------------------
      *Load the operator register once
       LAES-OPERATOERER.
           SET OPR-INDLAEST TO TRUE
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
           MOVE 0 TO OPR-ANTAL
           MOVE "N" TO EOF-OPR
           OPEN INPUT OPR-FIL
           IF OPR-FIL-STATUS = "00"
               SET OPR-REGISTER-FINDES TO TRUE
               PERFORM UNTIL END-OPR
                   READ OPR-FIL
                       AT END
                           SET END-OPR TO TRUE
                       NOT AT END
                           IF OPR-ANTAL < 500
                               ADD 1 TO OPR-ANTAL
                               MOVE OPR-ID TO OT-ID (OPR-ANTAL)
                               MOVE OPR-ROLLER TO
                                   OT-ROLLER (OPR-ANTAL)
                               MOVE OPR-GRAENSE TO
                                   OT-GRAENSE (OPR-ANTAL)
                               MOVE OPR-GYLDIG-FRA TO
                                   OT-GYLDIG-FRA (OPR-ANTAL)
                               MOVE OPR-GYLDIG-TIL TO
                                   OT-GYLDIG-TIL (OPR-ANTAL)
                               MOVE OPR-STATUS TO
                                   OT-STATUS (OPR-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPR-FIL
           END-IF
           IF OPR-FIL-STATUS = "05"
               CLOSE OPR-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Hold the identity against the register - the first rule
      *that fails sets the answer
       KONTROLLER-OPERATOER.
           MOVE 0 TO WS-OPR-IX
           IF LK-OPERATOER NOT = SPACES
               PERFORM VARYING OPR-IX FROM 1 BY 1
                   UNTIL OPR-IX > OPR-ANTAL
                   IF OT-ID (OPR-IX) = LK-OPERATOER
                       SET WS-OPR-IX TO OPR-IX
                   END-IF
               END-PERFORM
           END-IF
           IF LK-BELOB < 0
               COMPUTE KONTROL-BELOB = 0 - LK-BELOB
           ELSE
               MOVE LK-BELOB TO KONTROL-BELOB
           END-IF
           MOVE 0 TO ROLLE-ANTAL
           IF WS-OPR-IX > 0
               INSPECT OT-ROLLER (WS-OPR-IX)
                   TALLYING ROLLE-ANTAL FOR ALL LK-ROLLE
           END-IF
           EVALUATE TRUE
               WHEN WS-OPR-IX = 0
                   MOVE "O1" TO LK-SVAR
                   MOVE "O1 Ukendt operatoer" TO LK-AARSAG
               WHEN OT-STATUS (WS-OPR-IX) NOT = "A"
                   OR OT-GYLDIG-FRA (WS-OPR-IX) NOT NUMERIC
                   OR OT-GYLDIG-FRA (WS-OPR-IX) > KOERSELS-DATO
                   OR (OT-GYLDIG-TIL (WS-OPR-IX) NUMERIC
                       AND OT-GYLDIG-TIL (WS-OPR-IX) > 0
                       AND OT-GYLDIG-TIL (WS-OPR-IX) < KOERSELS-DATO)
                   MOVE "O2" TO LK-SVAR
                   MOVE "O2 Operatoer udloebet eller spaerret"
                       TO LK-AARSAG
               WHEN ROLLE-ANTAL = 0
                   MOVE "O3" TO LK-SVAR
                   STRING "O3 Operatoer mangler rollen "
                              DELIMITED BY SIZE
                          LK-ROLLE DELIMITED BY SIZE
                          INTO LK-AARSAG
                   END-STRING
               WHEN OT-GRAENSE (WS-OPR-IX) NOT NUMERIC
                   OR KONTROL-BELOB > OT-GRAENSE (WS-OPR-IX)
                   MOVE "O4" TO LK-SVAR
                   MOVE "O4 Beloeb over operatoerens graense"
                       TO LK-AARSAG
           END-EVALUATE
           EXIT.
