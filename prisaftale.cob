      *Shared price-agreement subprogram - finds the agreement in
      *force for an account on a given day. The register
      *Prisaftaler.txt (maintained by OPG89) is loaded once on the
      *first call. An account-level agreement beats one made for the
      *whole customer. Called from OPG19, OPG46 and OPG75.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRISAFTALE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind the price-agreement register. SELECT OPTIONAL so a site
      *without agreements simply finds none
           SELECT OPTIONAL AFTALE-FIL ASSIGN TO "Prisaftaler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFTALE-FIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Price-agreement record layout
       FD  AFTALE-FIL.
       01  AFTALE-REKORD.
           COPY "PRISAFTALE.cpy".

       WORKING-STORAGE SECTION.

      *File status for the register (SELECT OPTIONAL)
       01  AFTALE-FIL-STATUS    PIC X(2) VALUE "00".

      *Loaded-once switch - WORKING-STORAGE persists across calls,
      *so the register is only read the first time
       01  AFTALER-INDLAEST-SW  PIC X VALUE "N".
           88  AFTALER-INDLAEST     VALUE "Y".

      *In-memory copy of the register, with the fields the search
      *compares held alongside each row
       01  AFTALE-TABEL.
           05  AFTALE-POST OCCURS 2000 TIMES INDEXED BY AFT-IX.
               10  AT-REKORD       PIC X(120).
               10  AT-NIVEAU       PIC X(1).
               10  AT-NOEGLE       PIC X(10).
               10  AT-FRA          PIC 9(8).
               10  AT-TIL          PIC 9(8).
       01  AFTALE-ANTAL         PIC 9(5) VALUE 0.

      *End-of-file flag while loading the register
       01  EOF-AFTALE           PIC X VALUE "N".
           88  END-AFTALE           VALUE "Y".

      *The customer-level agreement met while looking for one on
      *the account itself
       01  KUNDE-FUNDET-IX      PIC 9(5) VALUE 0.
       01  KONTO-FUNDET-IX      PIC 9(5) VALUE 0.

       LINKAGE SECTION.
      *Function code: "F" = find the agreement in force for
      *LK-KONTO-ID (owned by LK-KUNDE-ID) on LK-DATO. LK-SVAR is
      *"J" with the agreement in LK-AFTALE, or "N" with LK-AFTALE
      *blank
       01  LK-FUNKTION    PIC X(1).
       01  LK-KONTO-ID    PIC X(10).
       01  LK-KUNDE-ID    PIC X(10).
       01  LK-DATO        PIC 9(8).
       01  LK-SVAR        PIC X(1).
       01  LK-AFTALE.
           COPY "PRISAFTALE.cpy".

       PROCEDURE DIVISION USING LK-FUNKTION LK-KONTO-ID LK-KUNDE-ID
                                LK-DATO LK-SVAR LK-AFTALE.

       MAIN-PROCEDURE.
           IF NOT AFTALER-INDLAEST
               PERFORM LAES-AFTALER
           END-IF
           MOVE "N" TO LK-SVAR
           MOVE SPACES TO LK-AFTALE
           EVALUATE LK-FUNKTION
               WHEN "F"
                   PERFORM FIND-AFTALE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK
           .

      * -------------------------------------------------
      *Load the register once. An ended agreement stays in - it
      *still governs the days up to its shortened end date, which
      *a back-valued recalculation can reach
       LAES-AFTALER.
           SET AFTALER-INDLAEST TO TRUE
           MOVE 0 TO AFTALE-ANTAL
           MOVE "N" TO EOF-AFTALE
           OPEN INPUT AFTALE-FIL
           IF AFTALE-FIL-STATUS = "00"
               OR AFTALE-FIL-STATUS = "05"
               PERFORM UNTIL END-AFTALE
                   READ AFTALE-FIL
                       AT END
                           SET END-AFTALE TO TRUE
                       NOT AT END
                           PERFORM GEM-AFTALE
                   END-READ
               END-PERFORM
               CLOSE AFTALE-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Hold one agreement in the table - the register is bounded
      *well inside the table, so one past it is reported and left out
       GEM-AFTALE.
           IF AFTALE-ANTAL < 2000
               ADD 1 TO AFTALE-ANTAL
               MOVE AFTALE-REKORD TO AT-REKORD (AFTALE-ANTAL)
               MOVE PA-NIVEAU OF AFTALE-REKORD
                   TO AT-NIVEAU (AFTALE-ANTAL)
               MOVE PA-NOEGLE OF AFTALE-REKORD
                   TO AT-NOEGLE (AFTALE-ANTAL)
               MOVE PA-GYLDIG-FRA OF AFTALE-REKORD
                   TO AT-FRA (AFTALE-ANTAL)
               MOVE PA-GYLDIG-TIL OF AFTALE-REKORD
                   TO AT-TIL (AFTALE-ANTAL)
           ELSE
               DISPLAY "PRISAFTALE: for mange aftaler - aftale "
                       PA-AFTALE-NR OF AFTALE-REKORD
                       " er ikke indlaest."
           END-IF
           EXIT.

      * -------------------------------------------------
      *Look for an agreement on the account and one on its owner
      *that both cover LK-DATO - the account's own wins
       FIND-AFTALE.
           MOVE 0 TO KUNDE-FUNDET-IX
           MOVE 0 TO KONTO-FUNDET-IX
           PERFORM VARYING AFT-IX FROM 1 BY 1
               UNTIL AFT-IX > AFTALE-ANTAL
               IF LK-DATO >= AT-FRA (AFT-IX)
                   AND LK-DATO <= AT-TIL (AFT-IX)
                   IF AT-NIVEAU (AFT-IX) = "A"
                       AND AT-NOEGLE (AFT-IX) = LK-KONTO-ID
                       SET KONTO-FUNDET-IX TO AFT-IX
                   END-IF
                   IF AT-NIVEAU (AFT-IX) = "K"
                       AND AT-NOEGLE (AFT-IX) = LK-KUNDE-ID
                       SET KUNDE-FUNDET-IX TO AFT-IX
                   END-IF
               END-IF
           END-PERFORM
           IF KONTO-FUNDET-IX > 0
               MOVE AT-REKORD (KONTO-FUNDET-IX) TO LK-AFTALE
               MOVE "J" TO LK-SVAR
           ELSE
               IF KUNDE-FUNDET-IX > 0
                   MOVE AT-REKORD (KUNDE-FUNDET-IX) TO LK-AFTALE
                   MOVE "J" TO LK-SVAR
               END-IF
           END-IF
           EXIT.
