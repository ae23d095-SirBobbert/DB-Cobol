      *Shared accounting-period subprogram - knows which months
      *finance has closed. The period register Regnskabsperioder.txt
      *(maintained by PERIODEAFSLUTNING, OPG76) is loaded once on the
      *first call; a month with no row is open. Called from OPG15,
      *which must not post into a closed month, and OPG56, which
      *must not rewrite one.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGNSKABSPERIODE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind the period register. SELECT OPTIONAL so a site that has
      *never closed a period has every month open
           SELECT OPTIONAL PERIODE-FIL
               ASSIGN TO "Regnskabsperioder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIODE-FIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Period register record layout
       FD  PERIODE-FIL.
       01  PERIODE-REKORD.
           COPY "REGNSKABSPERIODE.cpy".

       WORKING-STORAGE SECTION.

      *File status for the period register (SELECT OPTIONAL)
       01  PERIODE-FIL-STATUS   PIC X(2) VALUE "00".

      *Loaded-once switch - WORKING-STORAGE persists across calls
       01  PERIODE-INDLAEST-SW  PIC X VALUE "N".
           88  PERIODE-INDLAEST     VALUE "Y".

      *In-memory table of the months not plainly open - twenty
      *years of closed months fit comfortably
       01  PERIODE-TABEL.
           05  PERIODE-POST OCCURS 300 TIMES INDEXED BY PER-IX.
               10  PT-PERIODE      PIC 9(6).
               10  PT-STATUS       PIC X(1).
       01  PERIODE-ANTAL        PIC 9(3) VALUE 0.

      *End-of-file flag while loading
       01  EOF-PERIODE          PIC X VALUE "N".
           88  END-PERIODE          VALUE "Y".

      *The period being judged, split for the month arithmetic
       01  AKT-PERIODE          PIC 9(6) VALUE 0.
       01  AKT-PERIODE-DELT REDEFINES AKT-PERIODE.
           05  AKT-AAR              PIC 9(4).
           05  AKT-MD               PIC 9(2).
       01  AKT-STATUS           PIC X(1) VALUE SPACE.

       LINKAGE SECTION.
      *Function code: "S" = status of LK-PERIODE in LK-SVAR ("A"
      *open, "L" closed, "H" hard-locked), "N" = roll LK-PERIODE
      *forward to the first open month (unchanged when it already is
      *open; LK-SVAR "J")
       01  LK-FUNKTION    PIC X(1).
       01  LK-PERIODE     PIC 9(6).
       01  LK-SVAR        PIC X(1).

       PROCEDURE DIVISION USING LK-FUNKTION LK-PERIODE LK-SVAR.

       MAIN-PROCEDURE.
           IF NOT PERIODE-INDLAEST
               PERFORM LAES-PERIODER
           END-IF
           MOVE LK-PERIODE TO AKT-PERIODE
           EVALUATE LK-FUNKTION
               WHEN "S"
                   PERFORM FIND-STATUS
                   MOVE AKT-STATUS TO LK-SVAR
               WHEN "N"
                   PERFORM FIND-STATUS
                   PERFORM UNTIL AKT-STATUS = "A"
                       PERFORM LAEG-MAANED-TIL
                       PERFORM FIND-STATUS
                   END-PERFORM
                   MOVE AKT-PERIODE TO LK-PERIODE
                   MOVE "J" TO LK-SVAR
               WHEN OTHER
                   MOVE "N" TO LK-SVAR
           END-EVALUATE
           GOBACK
           .

      * -------------------------------------------------
      *Load the period register once, keeping only the months that
      *are closed or locked
       LAES-PERIODER.
           SET PERIODE-INDLAEST TO TRUE
           MOVE 0 TO PERIODE-ANTAL
           MOVE "N" TO EOF-PERIODE
           OPEN INPUT PERIODE-FIL
           IF PERIODE-FIL-STATUS = "00"
               OR PERIODE-FIL-STATUS = "05"
               PERFORM UNTIL END-PERIODE
                   READ PERIODE-FIL
                       AT END
                           SET END-PERIODE TO TRUE
                       NOT AT END
                           IF (RP-LUKKET OR RP-LAAST)
                               AND PERIODE-ANTAL < 300
                               ADD 1 TO PERIODE-ANTAL
                               MOVE RP-PERIODE TO
                                   PT-PERIODE (PERIODE-ANTAL)
                               MOVE RP-STATUS TO
                                   PT-STATUS (PERIODE-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIODE-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Look the month in hand up - open unless the table says
      *otherwise
       FIND-STATUS.
           MOVE "A" TO AKT-STATUS
           PERFORM VARYING PER-IX FROM 1 BY 1
               UNTIL PER-IX > PERIODE-ANTAL
               IF PT-PERIODE (PER-IX) = AKT-PERIODE
                   MOVE PT-STATUS (PER-IX) TO AKT-STATUS
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Advance the month in hand by one, across the year end
       LAEG-MAANED-TIL.
           IF AKT-MD >= 12
               ADD 1 TO AKT-AAR
               MOVE 1 TO AKT-MD
           ELSE
               ADD 1 TO AKT-MD
           END-IF
           EXIT.
