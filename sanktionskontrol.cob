      *Shared sanctions-screening subprogram - scores one name (plus
      *a birthdate and a country where the caller has them) against
      *the EU/UN sanctions reference file Sanktionsliste.txt and
      *answers "H" (possible hit, compliance must clear it) or "I"
      *(no hit), with the score and the list entry that scored
      *highest. The list is loaded once on the first call. Names are
      *compared word by word after folding to upper case and
      *blanking punctuation: a word found on the list entry counts
      *in full, a lone initial matching a word's first letter counts
      *half, and the share of the shorter name's words matched is
      *the name score in percent - a list entry carrying a middle
      *name or patronymic the customer is not keyed with still
      *scores in full (a one-word name is held against the longer
      *one instead, so a lone surname cannot). An equal birthdate
      *adds 10, a known but different one takes 30 away; an equal
      *country adds 5. The hit threshold is SANKTION-GRAENSE in the
      *central parameter file (default 80). Called from OPG10, OPG26,
      *OPG43 and OPG72 so the matching rule only has to be fixed
      *once.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANKTIONSKONTROL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind the sanctions reference file. SELECT OPTIONAL so a site
      *without one screens against an empty list instead of abending
           SELECT OPTIONAL SANKTION-FIL ASSIGN TO "Sanktionsliste.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SANKTION-FIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Sanctions list record layout - shared with OPG72
       FD  SANKTION-FIL.
       01  SANKTION-REKORD.
           COPY "SANKTIONSLISTE.cpy".

       WORKING-STORAGE SECTION.

      *File status for the sanctions file (SELECT OPTIONAL)
       01  SANKTION-FIL-STATUS  PIC X(2) VALUE "00".

      *Loaded-once switch - WORKING-STORAGE persists across calls
       01  LISTE-INDLAEST-SW    PIC X VALUE "N".
           88  LISTE-INDLAEST       VALUE "Y".

      *End-of-file flag while loading
       01  EOF-SANKTION         PIC X VALUE "N".
           88  END-SANKTION         VALUE "Y".

      *In-memory sanctions list, each name already broken into its
      *words so a screening does not split the whole list again
       01  LISTE-TABEL.
           05  LISTE-POST OCCURS 5000 TIMES INDEXED BY LT-IX.
               10  LT-ID               PIC X(10).
               10  LT-NAVN             PIC X(60).
               10  LT-FOEDSELSDATO     PIC 9(8).
               10  LT-LAND             PIC X(2).
               10  LT-ORD-ANTAL        PIC 9(1).
               10  LT-ORD              PIC X(20) OCCURS 6 TIMES.
       01  LISTE-ANTAL          PIC 9(5) VALUE 0.

      *Hit threshold in percent, configurable through the central
      *parameter file
       01  SANKTION-GRAENSE     PIC 9(3) VALUE 80.

      *Word-splitting work fields - the name being split, folded to
      *upper case with punctuation blanked, and the words found
       01  ORD-KILDE            PIC X(60) VALUE SPACES.
       01  ORD-ET               PIC X(20) VALUE SPACES.
       01  ORD-PTR              PIC 9(3) VALUE 0.
       01  ORD-TABEL.
           05  OT-ORD              PIC X(20) OCCURS 6 TIMES.
       01  OT-ANTAL             PIC 9(1) VALUE 0.

      *The screened name's own words
       01  NAVN-TABEL.
           05  NT-ORD              PIC X(20) OCCURS 6 TIMES.
       01  NT-ANTAL             PIC 9(1) VALUE 0.

      *Scoring work fields - word subscripts, the points for the
      *current word and the whole name, and the running best entry
       01  NT-IX                PIC 9(1) VALUE 0.
       01  LO-IX                PIC 9(1) VALUE 0.
       01  ORD-POINT            PIC 9(1) VALUE 0.
       01  NAVN-POINT           PIC 9(3) VALUE 0.
       01  NAEVNER              PIC 9(3) VALUE 0.
       01  POST-SCORE           PIC S9(4) VALUE 0.
       01  BEDSTE-SCORE         PIC S9(4) VALUE 0.
       01  BEDSTE-IX            PIC 9(5) VALUE 0.

      *Parameter fields for the shared runtime-parameter subprogram
       01  PARAM-NAVN           PIC X(20) VALUE SPACES.
       01  PARAM-VAERDI         PIC X(20) VALUE SPACES.
       01  PARAM-TAL            PIC S9(9)V99 VALUE 0.
       01  PARAM-FUNDET         PIC X(1) VALUE SPACE.

       LINKAGE SECTION.
      *The name to screen, its birthdate (zero when unknown) and its
      *ISO country code (blank when unknown)
       01  LK-NAVN        PIC X(60).
       01  LK-FOEDSELSDATO PIC 9(8).
       01  LK-LAND        PIC X(2).
      *"H" possible hit or "I" no hit, the best score, and the list
      *entry behind it (blank when the list holds nothing close)
       01  LK-SVAR        PIC X(1).
       01  LK-SCORE       PIC 9(3).
       01  LK-LISTE-ID    PIC X(10).
       01  LK-LISTE-NAVN  PIC X(60).

       PROCEDURE DIVISION USING LK-NAVN LK-FOEDSELSDATO LK-LAND
                                LK-SVAR LK-SCORE LK-LISTE-ID
                                LK-LISTE-NAVN.

       MAIN-PROCEDURE.
           IF NOT LISTE-INDLAEST
               PERFORM LAES-SANKTIONSLISTE
           END-IF
           MOVE "I" TO LK-SVAR
           MOVE 0 TO LK-SCORE
           MOVE SPACES TO LK-LISTE-ID
           MOVE SPACES TO LK-LISTE-NAVN

      *Split the screened name once, then hold it against every
      *entry on the list, keeping the best
           MOVE LK-NAVN TO ORD-KILDE
           PERFORM DEL-I-ORD
           MOVE ORD-TABEL TO NAVN-TABEL
           MOVE OT-ANTAL TO NT-ANTAL
           MOVE 0 TO BEDSTE-SCORE
           MOVE 0 TO BEDSTE-IX
           IF NT-ANTAL > 0
               PERFORM VARYING LT-IX FROM 1 BY 1
                   UNTIL LT-IX > LISTE-ANTAL
                   PERFORM SCORE-LISTEPOST
                   IF POST-SCORE > BEDSTE-SCORE
                       MOVE POST-SCORE TO BEDSTE-SCORE
                       SET BEDSTE-IX TO LT-IX
                   END-IF
               END-PERFORM
           END-IF

           IF BEDSTE-IX > 0
               MOVE BEDSTE-SCORE TO LK-SCORE
               MOVE LT-ID (BEDSTE-IX) TO LK-LISTE-ID
               MOVE LT-NAVN (BEDSTE-IX) TO LK-LISTE-NAVN
               IF BEDSTE-SCORE NOT < SANKTION-GRAENSE
                   MOVE "H" TO LK-SVAR
               END-IF
           END-IF
           GOBACK
           .

      * -------------------------------------------------
      *Load the sanctions list once, splitting every name into its
      *words on the way in, and pick up the hit threshold. Entries
      *beyond the table are reported - a short list must never be
      *mistaken for a complete one.
       LAES-SANKTIONSLISTE.
           SET LISTE-INDLAEST TO TRUE
           MOVE "SANKTION-GRAENSE" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-TAL TO SANKTION-GRAENSE
           END-IF
           MOVE 0 TO LISTE-ANTAL
           MOVE "N" TO EOF-SANKTION
           OPEN INPUT SANKTION-FIL
           IF SANKTION-FIL-STATUS = "00"
               OR SANKTION-FIL-STATUS = "05"
               PERFORM UNTIL END-SANKTION
                   READ SANKTION-FIL
                       AT END
                           SET END-SANKTION TO TRUE
                       NOT AT END
                           IF LISTE-ANTAL < 5000
                               PERFORM GEM-LISTEPOST
                           ELSE
                               DISPLAY "SANKTIONSKONTROL: listen er"
                                       " for stor, post " SL-ID
                                       " ikke indlaest"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SANKTION-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Add one list entry to LISTE-TABEL with its name split
       GEM-LISTEPOST.
           ADD 1 TO LISTE-ANTAL
           MOVE SL-ID TO LT-ID (LISTE-ANTAL)
           MOVE SL-NAVN TO LT-NAVN (LISTE-ANTAL)
           IF SL-FOEDSELSDATO NUMERIC
               MOVE SL-FOEDSELSDATO TO LT-FOEDSELSDATO (LISTE-ANTAL)
           ELSE
               MOVE 0 TO LT-FOEDSELSDATO (LISTE-ANTAL)
           END-IF
           MOVE SL-LAND TO LT-LAND (LISTE-ANTAL)
           MOVE SL-NAVN TO ORD-KILDE
           PERFORM DEL-I-ORD
           MOVE OT-ANTAL TO LT-ORD-ANTAL (LISTE-ANTAL)
           PERFORM VARYING LO-IX FROM 1 BY 1 UNTIL LO-IX > 6
               MOVE OT-ORD (LO-IX) TO LT-ORD (LISTE-ANTAL LO-IX)
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Split ORD-KILDE into at most six words in ORD-TABEL: fold to
      *upper case, blank the punctuation names are written with,
      *and take the words between runs of spaces
       DEL-I-ORD.
           INSPECT ORD-KILDE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT ORD-KILDE CONVERTING "-.,'/()" TO "       "
           MOVE SPACES TO ORD-TABEL
           MOVE 0 TO OT-ANTAL
           MOVE 1 TO ORD-PTR
           PERFORM UNTIL ORD-PTR > 60 OR OT-ANTAL = 6
               MOVE SPACES TO ORD-ET
               UNSTRING ORD-KILDE DELIMITED BY ALL SPACE
                   INTO ORD-ET
                   WITH POINTER ORD-PTR
               END-UNSTRING
               IF ORD-ET NOT = SPACES
                   ADD 1 TO OT-ANTAL
                   MOVE ORD-ET TO OT-ORD (OT-ANTAL)
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Score the screened name against the list entry at LT-IX into
      *POST-SCORE: two points for every word found on the entry,
      *one for a lone initial matching a word's first letter, as a
      *percentage of the shorter name (of the longer when the
      *shorter is a single word) - then the birthdate and the
      *country move it up or down
       SCORE-LISTEPOST.
           MOVE 0 TO NAVN-POINT
           MOVE 0 TO POST-SCORE
           PERFORM VARYING NT-IX FROM 1 BY 1 UNTIL NT-IX > NT-ANTAL
               MOVE 0 TO ORD-POINT
               PERFORM VARYING LO-IX FROM 1 BY 1
                   UNTIL LO-IX > LT-ORD-ANTAL (LT-IX)
                   IF NT-ORD (NT-IX) = LT-ORD (LT-IX LO-IX)
                       MOVE 2 TO ORD-POINT
                   ELSE
                       IF ORD-POINT = 0
                           AND NT-ORD (NT-IX) (1:1)
                               = LT-ORD (LT-IX LO-IX) (1:1)
                           AND (NT-ORD (NT-IX) (2:19) = SPACES
                             OR LT-ORD (LT-IX LO-IX) (2:19) = SPACES)
                           MOVE 1 TO ORD-POINT
                       END-IF
                   END-IF
               END-PERFORM
               ADD ORD-POINT TO NAVN-POINT
           END-PERFORM
           IF NAVN-POINT > 0
               IF NT-ANTAL < LT-ORD-ANTAL (LT-IX)
                   MOVE NT-ANTAL TO NAEVNER
               ELSE
                   MOVE LT-ORD-ANTAL (LT-IX) TO NAEVNER
               END-IF
               IF NAEVNER < 2
                   IF NT-ANTAL > LT-ORD-ANTAL (LT-IX)
                       MOVE NT-ANTAL TO NAEVNER
                   ELSE
                       MOVE LT-ORD-ANTAL (LT-IX) TO NAEVNER
                   END-IF
               END-IF
               COMPUTE NAEVNER = NAEVNER * 2
               COMPUTE POST-SCORE = NAVN-POINT * 100 / NAEVNER
               IF LK-FOEDSELSDATO NUMERIC
                   AND LK-FOEDSELSDATO > 0
                   AND LT-FOEDSELSDATO (LT-IX) > 0
                   IF LK-FOEDSELSDATO = LT-FOEDSELSDATO (LT-IX)
                       ADD 10 TO POST-SCORE
                   ELSE
                       SUBTRACT 30 FROM POST-SCORE
                   END-IF
               END-IF
               IF LK-LAND NOT = SPACES
                   AND LK-LAND = LT-LAND (LT-IX)
                   ADD 5 TO POST-SCORE
               END-IF
               IF POST-SCORE > 100
                   MOVE 100 TO POST-SCORE
               END-IF
               IF POST-SCORE < 0
                   MOVE 0 TO POST-SCORE
               END-IF
           END-IF
           EXIT.
