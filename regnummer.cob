      *Shared registration-number subprogram - knows which
      *registration number each branch's accounts are kept under.
      *Branches that came over in the merger keep their own reg.nr,
      *held against the AFDELING code in Filialer.txt (code in 1-3,
      *reg.nr in 4-7); a branch without one, or an AFDELING not on
      *the list, is under the bank's own number. The list is loaded
      *once on the first call. Also forms an account's IBAN from its
      *branch's reg.nr and its KONTO-ID, so IBANEKSPORT, IBANIMPORT
      *and the IBAN conversion all derive it the same way. Shared
      *the way PARAMETRE is.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGNUMMER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind the branch list - the same file FILIALINDLAES reads.
      *SELECT OPTIONAL so a site without one runs every account
      *under the bank's own number
           SELECT OPTIONAL FILIAL-FIL ASSIGN TO "Filialer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILIAL-FIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Branch list record layout - the branch's own reg.nr blank
      *when it is under the bank's
       FD  FILIAL-FIL.
       01  FILIAL-REKORD.
           02  FIL-AFDELING        PIC X(3).
           02  FIL-REGNR           PIC X(4).

       WORKING-STORAGE SECTION.

      *The bank's own registration number - every account whose
      *branch has none of its own is under it
       01  REG-NUMMER           PIC X(4) VALUE "5017".

      *File status for the branch list (SELECT OPTIONAL)
       01  FILIAL-FIL-STATUS    PIC X(2) VALUE "00".

      *Loaded-once switch - WORKING-STORAGE persists across calls
       01  FILIAL-INDLAEST-SW   PIC X VALUE "N".
           88  FILIAL-INDLAEST      VALUE "Y".

      *In-memory branch table - only branches with a reg.nr of
      *their own are kept
       01  FILIAL-TABEL.
           05  FILIAL-POST OCCURS 100 TIMES INDEXED BY FIL-IX.
               10  FT-AFDELING     PIC X(3).
               10  FT-REGNR        PIC X(4).
       01  FILIAL-ANTAL         PIC 9(3) VALUE 0.

      *End-of-file flag while loading
       01  EOF-FILIAL           PIC X VALUE "N".
           88  END-FILIAL           VALUE "Y".

      *IBAN derivation work fields - the BBAN, the mod-97 rearranged
      *digit string ("DK00" becomes 131420 00 per the IBAN scheme,
      *D=13 K=20), the running remainder and the check digits
       01  WS-BBAN              PIC X(14) VALUE SPACES.
       01  WS-MOD97-STRENG      PIC X(20) VALUE SPACES.
       01  WS-MOD97-REST        PIC 9(4) VALUE 0.
       01  WS-MOD97-IX          PIC 9(2) VALUE 0.
       01  WS-CIFFER-X          PIC X(1).
       01  WS-CIFFER REDEFINES WS-CIFFER-X PIC 9(1).
       01  WS-KONTROL           PIC 9(2) VALUE 0.

       LINKAGE SECTION.
      *The function asked for - "A" the reg.nr of a branch, "I" the
      *IBAN of an account in a branch, "R" whether a reg.nr is one
      *of ours - the branch, the reg.nr, the account, the IBAN, and
      *the answer: for "A" "J" when the branch has its own reg.nr,
      *"N" when it is under the bank's; for "I" "J" when the IBAN
      *was formed, "F" when the KONTO-ID cannot form a Danish BBAN;
      *for "R" "J" or "N"
       01  LK-FUNKTION    PIC X(1).
       01  LK-AFDELING    PIC X(3).
       01  LK-REGNR       PIC X(4).
       01  LK-KONTO-ID    PIC X(10).
       01  LK-IBAN        PIC X(18).
       01  LK-SVAR        PIC X(1).

       PROCEDURE DIVISION USING LK-FUNKTION LK-AFDELING LK-REGNR
                                LK-KONTO-ID LK-IBAN LK-SVAR.

       MAIN-PROCEDURE.
           IF NOT FILIAL-INDLAEST
               PERFORM LAES-FILIALER
           END-IF
           EVALUATE LK-FUNKTION
               WHEN "A"
                   PERFORM FIND-REGNR
               WHEN "I"
                   PERFORM FIND-REGNR
                   PERFORM DAN-IBAN
               WHEN "R"
                   PERFORM KENDT-REGNR
           END-EVALUATE
           GOBACK
           .

      * -------------------------------------------------
      *Load the branches with a reg.nr of their own once. A reg.nr
      *that is not four digits is left out, so its branch stays
      *under the bank's number rather than forming false IBANs
       LAES-FILIALER.
           SET FILIAL-INDLAEST TO TRUE
           MOVE 0 TO FILIAL-ANTAL
           MOVE "N" TO EOF-FILIAL
           OPEN INPUT FILIAL-FIL
           IF FILIAL-FIL-STATUS = "00"
               OR FILIAL-FIL-STATUS = "05"
               PERFORM UNTIL END-FILIAL
                   READ FILIAL-FIL
                       AT END
                           SET END-FILIAL TO TRUE
                       NOT AT END
                           IF FIL-REGNR NUMERIC
                               AND FILIAL-ANTAL < 100
                               ADD 1 TO FILIAL-ANTAL
                               MOVE FIL-AFDELING
                                   TO FT-AFDELING (FILIAL-ANTAL)
                               MOVE FIL-REGNR
                                   TO FT-REGNR (FILIAL-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILIAL-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *The reg.nr the branch's accounts are kept under
       FIND-REGNR.
           MOVE REG-NUMMER TO LK-REGNR
           MOVE "N" TO LK-SVAR
           PERFORM VARYING FIL-IX FROM 1 BY 1
               UNTIL FIL-IX > FILIAL-ANTAL
               IF FT-AFDELING (FIL-IX) = LK-AFDELING
                   MOVE FT-REGNR (FIL-IX) TO LK-REGNR
                   MOVE "J" TO LK-SVAR
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Is the reg.nr the bank's own or one of a branch's
       KENDT-REGNR.
           MOVE "N" TO LK-SVAR
           IF LK-REGNR = REG-NUMMER
               MOVE "J" TO LK-SVAR
           END-IF
           PERFORM VARYING FIL-IX FROM 1 BY 1
               UNTIL FIL-IX > FILIAL-ANTAL
               IF FT-REGNR (FIL-IX) = LK-REGNR
                   MOVE "J" TO LK-SVAR
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Form the IBAN from the reg.nr and the ten-digit KONTO-ID. A
      *KONTO-ID that is not purely numeric cannot form a Danish
      *BBAN, so no IBAN is given
       DAN-IBAN.
           MOVE SPACES TO LK-IBAN
           IF LK-KONTO-ID NOT NUMERIC
               MOVE "F" TO LK-SVAR
           ELSE
               MOVE "J" TO LK-SVAR
               MOVE SPACES TO WS-BBAN
               STRING
                   LK-REGNR     DELIMITED BY SIZE
                   LK-KONTO-ID  DELIMITED BY SIZE
                   INTO WS-BBAN
               END-STRING
      *Rearranged mod-97 string: BBAN then D=13, K=20, then the two
      *zero placeholders for the check digits
               MOVE SPACES TO WS-MOD97-STRENG
               STRING
                   WS-BBAN    DELIMITED BY SIZE
                   "132000"   DELIMITED BY SIZE
                   INTO WS-MOD97-STRENG
               END-STRING
               PERFORM BEREGN-MOD97
               COMPUTE WS-KONTROL = 98 - WS-MOD97-REST
               STRING
                   "DK"       DELIMITED BY SIZE
                   WS-KONTROL DELIMITED BY SIZE
                   WS-BBAN    DELIMITED BY SIZE
                   INTO LK-IBAN
               END-STRING
           END-IF
           EXIT.

      * -------------------------------------------------
      *Mod-97 over the rearranged digit string, one digit at a time
      *so the twenty-digit number never has to exist as one field
       BEREGN-MOD97.
           MOVE 0 TO WS-MOD97-REST
           PERFORM VARYING WS-MOD97-IX FROM 1 BY 1
               UNTIL WS-MOD97-IX > 20
               MOVE WS-MOD97-STRENG (WS-MOD97-IX:1) TO WS-CIFFER-X
               COMPUTE WS-MOD97-REST =
                   FUNCTION MOD(WS-MOD97-REST * 10 + WS-CIFFER, 97)
           END-PERFORM
           EXIT.
