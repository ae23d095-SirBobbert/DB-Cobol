      *Shared sealing subprogram for the two evidence files - the
      *audit trail opg10-audit.txt and the fixed-format posting
      *history opg15-historik-data.txt. Each row of the file has a
      *seal row at the same position in its seal file, and each
      *seal is worked out from the previous row's seal and the
      *whole content of the row, so the seals form a running chain:
      *a row edited, removed, inserted or moved after it was sealed
      *breaks the chain from that row on. Function "K" walks the
      *file against its seals, answers with the first row where the
      *chain breaks, and - only while the chain is whole - seals the
      *rows appended since the last call. Function "R" is the
      *sanctioned rewrite: the file is sealed afresh from its first
      *row and a dated record naming the program, the reason and
      *the state the chain was in before the rewrite is appended to
      *Genforseglinger.txt, so a legitimate redaction is never
      *mistaken for tampering and cannot hide any either. Called
      *with "K" by every program that appends to either file, as
      *it closes the file, by OPG81 nightly, and from the programs
      *that rewrite the files on purpose (OPG33, OPG52).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORSEGLING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind the file being sealed - the name is set per call
           SELECT OPTIONAL DATA-FIL ASSIGN TO DATA-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DATA-FIL-STATUS.
      *Bind its seal file - one seal row per data row. SELECT
      *OPTIONAL and created on the first sealing
           SELECT OPTIONAL SEGL-FIL ASSIGN TO SEGL-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEGL-FIL-STATUS.
      *Bind the register of sanctioned rewrites - appended to,
      *created on first use
           SELECT OPTIONAL GF-FIL ASSIGN TO "Genforseglinger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GF-FIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Data row as a plain text line, wide enough for either file
       FD  DATA-FIL.
       01  DATA-REKORD.
           02  DATA-TEXT           PIC X(200).

      *Seal row record layout
       FD  SEGL-FIL.
       01  SEGL-REKORD.
           COPY "FORSEGLING.cpy".

      *Sanctioned-rewrite record layout - shared with OPG81
       FD  GF-FIL.
       01  GF-REKORD.
           COPY "GENFORSEGLING.cpy".

       WORKING-STORAGE SECTION.

      *File names for the file in hand and its seal file
       01  DATA-FILNAVN         PIC X(40) VALUE SPACES.
       01  SEGL-FILNAVN         PIC X(40) VALUE SPACES.

      *File status fields for the SELECT OPTIONAL files
       01  DATA-FIL-STATUS      PIC X(2) VALUE "00".
       01  SEGL-FIL-STATUS      PIC X(2) VALUE "00".
       01  GF-FIL-STATUS        PIC X(2) VALUE "00".

      *End-of-file flags
       01  EOF-DATA             PIC X VALUE "N".
           88  END-DATA             VALUE "Y".
       01  EOF-SEGL             PIC X VALUE "N".
           88  END-SEGL             VALUE "Y".

      *Today's date, stamped on new seals and rewrite records
       01  KOERSELS-DATO        PIC 9(8) VALUE 0.

      *The running seal and the row counts of the walk
       01  LOEBENDE-SEGL        PIC 9(12) VALUE 0.
       01  SEGL-MODULUS         PIC 9(12) VALUE 999999999989.
       01  RAEKKE-NR            PIC 9(9) VALUE 0.
       01  RAEKKE-ANTAL         PIC 9(9) VALUE 0.
       01  SEGL-ANTAL           PIC 9(9) VALUE 0.
       01  BRUD-RAEKKE          PIC 9(9) VALUE 0.
       01  NYE-ANTAL            PIC 9(9) VALUE 0.

      *One byte of the row read as its code value - the byte sits
      *low in a two-byte binary field
       01  TEGN-PAR.
           05  FILLER              PIC X VALUE LOW-VALUE.
           05  TEGN                PIC X.
       01  TEGN-TAL REDEFINES TEGN-PAR PIC 9(4) BINARY.
       01  TEGN-POS             PIC 9(3) VALUE 0.

       LINKAGE SECTION.
      *The function ("K" check and seal new rows, "R" sanctioned
      *reseal), the file ("A" audit trail, "H" posting history),
      *the calling program and the reason for a reseal; back come
      *the answer ("OK", or "BR" when the chain is broken), the
      *rows in the file, the rows sealed by this call, and the
      *first broken row. For "R" the caller passes in LK-BRUD the
      *broken row its own "K" call found before the rewrite, so
      *the rewrite record shows it
       01  LK-FUNKTION    PIC X(1).
       01  LK-FIL         PIC X(1).
       01  LK-PROGRAM     PIC X(8).
       01  LK-AARSAG      PIC X(30).
       01  LK-SVAR        PIC X(2).
       01  LK-RAEKKER     PIC 9(9).
       01  LK-NYE         PIC 9(9).
       01  LK-BRUD        PIC 9(9).

       PROCEDURE DIVISION USING LK-FUNKTION LK-FIL LK-PROGRAM
                                LK-AARSAG LK-SVAR LK-RAEKKER
                                LK-NYE LK-BRUD.

       MAIN-PROCEDURE.
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
           IF LK-FIL = "H"
               MOVE "opg15-historik-data.txt" TO DATA-FILNAVN
               MOVE "opg15-historik-segl.txt" TO SEGL-FILNAVN
           ELSE
               MOVE "opg10-audit.txt" TO DATA-FILNAVN
               MOVE "opg10-audit-segl.txt" TO SEGL-FILNAVN
           END-IF
           MOVE "OK" TO LK-SVAR
           MOVE 0 TO LK-NYE
           IF LK-FUNKTION = "R"
               PERFORM GENFORSEGL
           ELSE
               PERFORM KONTROLLER-KAEDE
               IF BRUD-RAEKKE = 0 AND RAEKKE-ANTAL > SEGL-ANTAL
                   PERFORM FORSEGL-NYE
               END-IF
               MOVE BRUD-RAEKKE TO LK-BRUD
               IF BRUD-RAEKKE > 0
                   MOVE "BR" TO LK-SVAR
               END-IF
           END-IF
           MOVE RAEKKE-ANTAL TO LK-RAEKKER
           MOVE NYE-ANTAL TO LK-NYE
           GOBACK
           .

      * -------------------------------------------------
      *Walk the file and its seals side by side. The first row whose
      *worked-out seal differs from the stored one is the break; a
      *seal row left over when the file runs out means rows were
      *removed from the end, and the break is the first missing row
       KONTROLLER-KAEDE.
           MOVE 0 TO LOEBENDE-SEGL
           MOVE 0 TO RAEKKE-ANTAL
           MOVE 0 TO SEGL-ANTAL
           MOVE 0 TO BRUD-RAEKKE
           MOVE 0 TO NYE-ANTAL
           MOVE "N" TO EOF-DATA
           MOVE "N" TO EOF-SEGL
           OPEN INPUT SEGL-FIL
           IF SEGL-FIL-STATUS NOT = "00"
               SET END-SEGL TO TRUE
           END-IF
           OPEN INPUT DATA-FIL
           IF DATA-FIL-STATUS NOT = "00"
               SET END-DATA TO TRUE
           END-IF
           PERFORM UNTIL END-DATA
               READ DATA-FIL
                   AT END
                       SET END-DATA TO TRUE
                   NOT AT END
                       ADD 1 TO RAEKKE-ANTAL
                       PERFORM BEREGN-SEGL
                       IF NOT END-SEGL
                           PERFORM HOLD-MOD-SEGL
                       END-IF
               END-READ
           END-PERFORM
           IF NOT END-SEGL
               READ SEGL-FIL
                   AT END
                       SET END-SEGL TO TRUE
                   NOT AT END
                       IF BRUD-RAEKKE = 0
                           COMPUTE BRUD-RAEKKE = RAEKKE-ANTAL + 1
                       END-IF
               END-READ
           END-IF
           IF DATA-FIL-STATUS NOT = "35"
               CLOSE DATA-FIL
           END-IF
           IF SEGL-FIL-STATUS NOT = "35"
               CLOSE SEGL-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Hold the row just read against its stored seal
       HOLD-MOD-SEGL.
           READ SEGL-FIL
               AT END
                   SET END-SEGL TO TRUE
               NOT AT END
                   ADD 1 TO SEGL-ANTAL
                   IF BRUD-RAEKKE = 0
                       AND (SEGL-RAEKKE-NR NOT = RAEKKE-ANTAL
                            OR SEGL-VAERDI NOT = LOEBENDE-SEGL)
                       MOVE RAEKKE-ANTAL TO BRUD-RAEKKE
                   END-IF
           END-READ
           EXIT.

      * -------------------------------------------------
      *Seal the rows appended since the last call - the chain is
      *worked out again from the first row, and a seal row written
      *for every row past the last one sealed, up to the rows the
      *check counted
       FORSEGL-NYE.
           MOVE 0 TO LOEBENDE-SEGL
           MOVE 0 TO RAEKKE-NR
           PERFORM ABEN-SEGL-FIL
           MOVE "N" TO EOF-DATA
           OPEN INPUT DATA-FIL
           PERFORM UNTIL END-DATA OR RAEKKE-NR >= RAEKKE-ANTAL
               READ DATA-FIL
                   AT END
                       SET END-DATA TO TRUE
                   NOT AT END
                       ADD 1 TO RAEKKE-NR
                       PERFORM BEREGN-SEGL
                       IF RAEKKE-NR > SEGL-ANTAL
                           PERFORM SKRIV-SEGL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DATA-FIL
                 SEGL-FIL
           EXIT.

      * -------------------------------------------------
      *Sanctioned rewrite: seal the whole file afresh and record
      *the rewrite, dated, in Genforseglinger.txt
       GENFORSEGL.
           MOVE 0 TO LOEBENDE-SEGL
           MOVE 0 TO RAEKKE-NR
           MOVE 0 TO RAEKKE-ANTAL
           MOVE 0 TO NYE-ANTAL
           OPEN OUTPUT SEGL-FIL
           MOVE "N" TO EOF-DATA
           OPEN INPUT DATA-FIL
           IF DATA-FIL-STATUS NOT = "00"
               SET END-DATA TO TRUE
           END-IF
           PERFORM UNTIL END-DATA
               READ DATA-FIL
                   AT END
                       SET END-DATA TO TRUE
                   NOT AT END
                       ADD 1 TO RAEKKE-NR
                       PERFORM BEREGN-SEGL
                       PERFORM SKRIV-SEGL
               END-READ
           END-PERFORM
           IF DATA-FIL-STATUS NOT = "35"
               CLOSE DATA-FIL
           END-IF
           CLOSE SEGL-FIL
           MOVE RAEKKE-NR TO RAEKKE-ANTAL
           OPEN EXTEND GF-FIL
           IF GF-FIL-STATUS = "35"
               OPEN OUTPUT GF-FIL
               CLOSE GF-FIL
               OPEN EXTEND GF-FIL
           END-IF
           MOVE SPACES         TO GF-REKORD
           MOVE KOERSELS-DATO  TO GF-DATO
           MOVE LK-FIL         TO GF-FILKODE
           MOVE LK-PROGRAM     TO GF-PROGRAM
           MOVE LK-AARSAG      TO GF-AARSAG
           MOVE RAEKKE-ANTAL   TO GF-RAEKKER
           MOVE LK-BRUD        TO GF-FOER-BRUD
           WRITE GF-REKORD
           CLOSE GF-FIL
           EXIT.

      * -------------------------------------------------
      *Work the running seal on over the row in hand: every byte
      *of the row is folded in after the previous row's seal
       BEREGN-SEGL.
           PERFORM VARYING TEGN-POS FROM 1 BY 1
               UNTIL TEGN-POS > 200
               MOVE DATA-TEXT (TEGN-POS:1) TO TEGN
               COMPUTE LOEBENDE-SEGL = FUNCTION MOD
                   (LOEBENDE-SEGL * 257 + TEGN-TAL + 1,
                    SEGL-MODULUS)
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Write the seal row for the row in hand
       SKRIV-SEGL.
           MOVE RAEKKE-NR      TO SEGL-RAEKKE-NR
           MOVE KOERSELS-DATO  TO SEGL-DATO
           MOVE LOEBENDE-SEGL  TO SEGL-VAERDI
           WRITE SEGL-REKORD
           ADD 1 TO NYE-ANTAL
           EXIT.

      * -------------------------------------------------
      *Open the seal file for append. When nothing has been sealed
      *yet (FILE STATUS 35), create it first so OPEN EXTEND has
      *something to append to
       ABEN-SEGL-FIL.
           OPEN EXTEND SEGL-FIL
           IF SEGL-FIL-STATUS = "35"
               OPEN OUTPUT SEGL-FIL
               CLOSE SEGL-FIL
               OPEN EXTEND SEGL-FIL
           END-IF
           EXIT.
