      *Sanctions clearing program - reads compliance's decisions
      *against the shared sanctions queue (Sanktionskoe.txt) that
      *VEDLIGEHOLD, IBANEKSPORT and IBANIMPORT park possible hits on.
      *A released entry goes back to the program that parked it: a
      *maintenance transaction to opg10-sanktion-frigivne.txt with
      *TRANS-SANKTION-OK set, a payment order to
      *opg26-sanktion-frigivne.txt and an incoming payment to
      *opg43-sanktion-frigivne.txt, all three picked up by the next
      *run of their program. A rejected entry is dropped - a rejected
      *incoming payment has already reached us and is reported for
      *return through the correspondent by hand. Every decision is
      *logged with the clearer's identity to sanktion-log.txt, a
      *clearer may not release their own maintenance transaction,
      *and the queue is rewritten with only the undecided entries.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANKTIONSAFKLARING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind the shared sanctions queue
           SELECT OPTIONAL SANKKOE-FIL ASSIGN TO "Sanktionskoe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SANKKOE-FIL-STATUS.
      *Bind compliance's decision file - one decision per line,
      *naming the queue number, frigiv/afvis and the clearer
           SELECT OPTIONAL AFGOER-FIL
               ASSIGN TO "sanktion-afgoerelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFGOER-FIL-STATUS.
      *Bind the released maintenance transactions - appended,
      *VEDLIGEHOLD empties the file once they are applied
           SELECT OPTIONAL FRIGIV10-FIL
               ASSIGN TO "opg10-sanktion-frigivne.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRIGIV10-FIL-STATUS.
      *Bind the released payment orders - appended, IBANEKSPORT
      *empties the file once they are exported. SELECT OPTIONAL and
      *created on first use
           SELECT OPTIONAL FRIGIV26-FIL
               ASSIGN TO "opg26-sanktion-frigivne.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRIGIV26-FIL-STATUS.
      *Bind the released incoming payments - appended, IBANIMPORT
      *empties the file once they are credited
           SELECT OPTIONAL FRIGIV43-FIL
               ASSIGN TO "opg43-sanktion-frigivne.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRIGIV43-FIL-STATUS.
      *Bind the compliance log - opened EXTEND so every run appends
      *to the trail, created on first use
           SELECT OPTIONAL LOG-FIL ASSIGN TO "sanktion-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Sanctions queue record layout - shared with OPG10, OPG26 and
      *OPG43
       FD  SANKKOE-FIL.
       01  SANKKOE-REKORD.
           COPY "SANKTIONSKOE.cpy".

      *Decision record layout - the queue number it concerns, "F"
      *frigiv or "X" afvis, and the clearer's identity
       FD  AFGOER-FIL.
       01  AFGOER-REKORD.
           02  SA-NR               PIC 9(6).
           02  SA-BESLUTNING       PIC X(1).
               88  SA-FRIGIVET         VALUE "F".
               88  SA-AFVIST           VALUE "X".
           02  SA-AF               PIC X(10).

      *Released maintenance transaction record layout - the parked
      *image with TRANS-SANKTION-OK filled in
       FD  FRIGIV10-FIL.
       01  FRIGIV10-REKORD.
           COPY "VEDLTRANS.cpy".

      *Released payment order record layout - the parked image as
      *IBANEKSPORT read it
       FD  FRIGIV26-FIL.
       01  FRIGIV26-REKORD        PIC X(91).

      *Released incoming payment record layout - the parked image as
      *IBANIMPORT resolved it
       FD  FRIGIV43-FIL.
       01  FRIGIV43-REKORD        PIC X(101).

      *Compliance log record layout
       FD  LOG-FIL.
       01  LOG-REKORD.
           02  LOG-TEXT            PIC X(150).

       WORKING-STORAGE SECTION.

      *Today's date, stamped on every log entry
       01  KOERSELS-DATO        PIC 9(8) VALUE 0.

      *File status fields for the SELECT OPTIONAL files
       01  SANKKOE-FIL-STATUS   PIC X(2) VALUE "00".
       01  AFGOER-FIL-STATUS    PIC X(2) VALUE "00".
       01  FRIGIV10-FIL-STATUS  PIC X(2) VALUE "00".
       01  FRIGIV26-FIL-STATUS  PIC X(2) VALUE "00".
       01  FRIGIV43-FIL-STATUS  PIC X(2) VALUE "00".
       01  LOG-FIL-STATUS       PIC X(2) VALUE "00".

      *In-memory copy of the sanctions queue, so decided entries can
      *be dropped when the queue is rewritten
       01  KOE-TABEL.
           05  KOE-TABEL-POST OCCURS 1000 TIMES INDEXED BY KOE-IX.
               10  QT-REKORD           PIC X(575).
               10  QT-AFGJORT-SW       PIC X.
                   88  QT-AFGJORT          VALUE "Y".
       01  KOE-ANTAL            PIC 9(4) VALUE 0.

      *Index of the queue row a decision names, zero when unknown
       01  WS-KOE-IX            PIC 9(4) VALUE 0.

      *The queue entry in hand, broken out into its fields
       01  ARBEJDS-KOEPOST.
           COPY "SANKTIONSKOE.cpy".

      *End-of-file flags
       01  EOF-SANKKOE          PIC X VALUE "N".
           88  END-SANKKOE          VALUE "Y".
       01  EOF-AFGOER           PIC X VALUE "N".
           88  END-AFGOER           VALUE "Y".

      *Set when the queue outgrew the table - the run is refused
      *whole, the same guard OPG23 keeps on its queue, so parked
      *entries are never silently dropped by the rewrite
       01  KOE-OVERLOEB-SW      PIC X VALUE "N".
           88  KOE-OVERLOEB         VALUE "Y".

      *Control totals for the batch-balancing trailer
       01  KOE-LAEST-ANTAL      PIC 9(7) VALUE 0.
       01  FRIGIVET-ANTAL       PIC 9(7) VALUE 0.
       01  AFVIST-ANTAL         PIC 9(7) VALUE 0.
       01  UKENDT-NR-ANTAL      PIC 9(7) VALUE 0.
       01  AFVENTER-ANTAL       PIC 9(7) VALUE 0.

      *Parameter fields for the shared run-count subprogram
       01  KT-PROGRAM           PIC X(8) VALUE "OPG71".
       01  KT-ANTAL             PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
      *Stamp every log entry with today's date
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD

      *Load the queue - a queue too big for the table refuses the
      *whole run
           PERFORM LAES-SANKTIONSKOE
           IF KOE-OVERLOEB
               DISPLAY "OPG71: sanktionskoen er for stor til"
                       " tabellen, koerslen afvises."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ABEN-FRIGIV10-FIL
           PERFORM ABEN-FRIGIV26-FIL
           PERFORM ABEN-FRIGIV43-FIL
           PERFORM ABEN-LOG-FIL

      *Work compliance's decisions against the queue
           PERFORM BEHANDL-AFGOERELSER

      *Rewrite the queue with only the undecided entries
           PERFORM SKRIV-SANKTIONSKOE

           CLOSE FRIGIV10-FIL
                 FRIGIV26-FIL
                 FRIGIV43-FIL
                 LOG-FIL

      *Control-total trailer for batch balancing
           DISPLAY "----------------------------------------"
           DISPLAY "Parkerede laest: "    KOE-LAEST-ANTAL
           DISPLAY "Frigivet: "           FRIGIVET-ANTAL
           DISPLAY "Afvist: "             AFVIST-ANTAL
           DISPLAY "Ukendte numre: "      UKENDT-NR-ANTAL
           DISPLAY "Afventer fortsat: "   AFVENTER-ANTAL
           DISPLAY "----------------------------------------"
      *Leave this run's headline count for OPG28's run report
           MOVE KOE-LAEST-ANTAL TO KT-ANTAL
           CALL "KOERSELSTAL" USING KT-PROGRAM KT-ANTAL
           STOP RUN.

      * -------------------------------------------------
      *Open the released maintenance transactions for append. When
      *none has been released before (FILE STATUS 35), create the
      *file first so OPEN EXTEND has something to append to
       ABEN-FRIGIV10-FIL.
           OPEN EXTEND FRIGIV10-FIL
           IF FRIGIV10-FIL-STATUS = "35"
               OPEN OUTPUT FRIGIV10-FIL
               CLOSE FRIGIV10-FIL
               OPEN EXTEND FRIGIV10-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Open the released payment orders for append, creating the
      *file on first use the same way
       ABEN-FRIGIV26-FIL.
           OPEN EXTEND FRIGIV26-FIL
           IF FRIGIV26-FIL-STATUS = "35"
               OPEN OUTPUT FRIGIV26-FIL
               CLOSE FRIGIV26-FIL
               OPEN EXTEND FRIGIV26-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Open the released incoming payments for append, creating the
      *file on first use the same way
       ABEN-FRIGIV43-FIL.
           OPEN EXTEND FRIGIV43-FIL
           IF FRIGIV43-FIL-STATUS = "35"
               OPEN OUTPUT FRIGIV43-FIL
               CLOSE FRIGIV43-FIL
               OPEN EXTEND FRIGIV43-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Open the compliance log for append, creating it on first use
       ABEN-LOG-FIL.
           OPEN EXTEND LOG-FIL
           IF LOG-FIL-STATUS = "35"
               OPEN OUTPUT LOG-FIL
               CLOSE LOG-FIL
               OPEN EXTEND LOG-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the sanctions queue into KOE-TABEL. SELECT OPTIONAL
      *means OPEN INPUT does not abend when nothing is parked yet.
       LAES-SANKTIONSKOE.
           MOVE 0 TO KOE-ANTAL
           MOVE "N" TO EOF-SANKKOE
           OPEN INPUT SANKKOE-FIL
           IF SANKKOE-FIL-STATUS = "00"
               OR SANKKOE-FIL-STATUS = "05"
               PERFORM UNTIL END-SANKKOE
                   READ SANKKOE-FIL
                       AT END
                           SET END-SANKKOE TO TRUE
                       NOT AT END
                           ADD 1 TO KOE-LAEST-ANTAL
                           IF KOE-ANTAL < 1000
                               ADD 1 TO KOE-ANTAL
                               MOVE SANKKOE-REKORD TO
                                   QT-REKORD (KOE-ANTAL)
                               MOVE "N" TO
                                   QT-AFGJORT-SW (KOE-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SANKKOE-FIL
           END-IF
           IF KOE-LAEST-ANTAL > KOE-ANTAL
               SET KOE-OVERLOEB TO TRUE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Work every decision in compliance's file against the queue
       BEHANDL-AFGOERELSER.
           MOVE "N" TO EOF-AFGOER
           OPEN INPUT AFGOER-FIL
           IF AFGOER-FIL-STATUS = "00"
               OR AFGOER-FIL-STATUS = "05"
               PERFORM UNTIL END-AFGOER
                   READ AFGOER-FIL
                       AT END
                           SET END-AFGOER TO TRUE
                       NOT AT END
                           PERFORM BEHANDL-EN-AFGOERELSE
                   END-READ
               END-PERFORM
               CLOSE AFGOER-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Apply one decision: release the parked entry back to the
      *program that parked it, or drop it - either way with the
      *clearer's identity in the log. A clearer matching the maker
      *of a maintenance transaction is refused here.
       BEHANDL-EN-AFGOERELSE.
           PERFORM FIND-KOE-RAEKKE
           IF WS-KOE-IX > 0
               MOVE QT-REKORD (WS-KOE-IX) TO ARBEJDS-KOEPOST
           END-IF
           EVALUATE TRUE
               WHEN WS-KOE-IX = 0
                   ADD 1 TO UKENDT-NR-ANTAL
                   PERFORM SKRIV-LOG-UKENDT-NR
               WHEN SA-FRIGIVET
                   AND SA-AF = SQ-MAKER OF ARBEJDS-KOEPOST
                   ADD 1 TO UKENDT-NR-ANTAL
                   PERFORM SKRIV-LOG-SAMME-BRUGER
               WHEN SA-FRIGIVET
                   PERFORM FRIGIV-KOEPOST
                   SET QT-AFGJORT (WS-KOE-IX) TO TRUE
                   ADD 1 TO FRIGIVET-ANTAL
                   PERFORM SKRIV-LOG-AFGOERELSE
               WHEN SA-AFVIST
                   SET QT-AFGJORT (WS-KOE-IX) TO TRUE
                   ADD 1 TO AFVIST-ANTAL
                   PERFORM SKRIV-LOG-AFGOERELSE
               WHEN OTHER
                   ADD 1 TO UKENDT-NR-ANTAL
                   PERFORM SKRIV-LOG-UKENDT-NR
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *Find the undecided queue row a decision names. Leaves its
      *index in WS-KOE-IX, zero when no such row exists.
       FIND-KOE-RAEKKE.
           MOVE 0 TO WS-KOE-IX
           PERFORM VARYING KOE-IX FROM 1 BY 1
               UNTIL KOE-IX > KOE-ANTAL
               IF QT-REKORD (KOE-IX) (1:6) = SA-NR
                   AND NOT QT-AFGJORT (KOE-IX)
                   SET WS-KOE-IX TO KOE-IX
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Hand a released entry back to the program that parked it
       FRIGIV-KOEPOST.
           EVALUATE TRUE
               WHEN SQ-FRA-OPG10 OF ARBEJDS-KOEPOST
                   MOVE SQ-BILLEDE OF ARBEJDS-KOEPOST
                       TO FRIGIV10-REKORD
                   MOVE "J" TO TRANS-SANKTION-OK OF FRIGIV10-REKORD
                   WRITE FRIGIV10-REKORD
               WHEN SQ-FRA-OPG26 OF ARBEJDS-KOEPOST
                   MOVE SQ-BILLEDE OF ARBEJDS-KOEPOST
                       TO FRIGIV26-REKORD
                   WRITE FRIGIV26-REKORD
               WHEN SQ-FRA-OPG43 OF ARBEJDS-KOEPOST
                   MOVE SQ-BILLEDE OF ARBEJDS-KOEPOST
                       TO FRIGIV43-REKORD
                   WRITE FRIGIV43-REKORD
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *Log entry for one decision, naming the parking program, the
      *screened name, the list entry and the clearer. A rejected
      *incoming payment is flagged for return by hand.
       SKRIV-LOG-AFGOERELSE.
           MOVE SPACES TO LOG-TEXT
           STRING
               KOERSELS-DATO                    DELIMITED BY SIZE
               " SANKTIONSKONTROL NR: "         DELIMITED BY SIZE
               SA-NR                            DELIMITED BY SIZE
               " KILDE: "                       DELIMITED BY SIZE
               SQ-KILDE OF ARBEJDS-KOEPOST      DELIMITED BY SIZE
               " AF: "                          DELIMITED BY SIZE
               SA-AF                            DELIMITED BY SPACE
               " BESLUTNING: "                  DELIMITED BY SIZE
               SA-BESLUTNING                    DELIMITED BY SIZE
               " LISTE-ID: "                    DELIMITED BY SIZE
               SQ-LISTE-ID OF ARBEJDS-KOEPOST   DELIMITED BY SPACE
               " NAVN: "                        DELIMITED BY SIZE
               SQ-NAVN OF ARBEJDS-KOEPOST       DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           WRITE LOG-REKORD
           IF SA-AFVIST AND SQ-FRA-OPG43 OF ARBEJDS-KOEPOST
               DISPLAY "OPG71: indgaaende betaling nr " SA-NR
                       " afvist - returneres manuelt via"
                       " korrespondenten."
           END-IF
           EXIT.

      * -------------------------------------------------
      *Log entry for a decision naming no undecided queue entry
       SKRIV-LOG-UKENDT-NR.
           MOVE SPACES TO LOG-TEXT
           STRING
               KOERSELS-DATO                    DELIMITED BY SIZE
               " AFGOERELSE AFVIST - NR: "      DELIMITED BY SIZE
               SA-NR                            DELIMITED BY SIZE
               " AF: "                          DELIMITED BY SIZE
               SA-AF                            DELIMITED BY SPACE
               " UKENDT ELLER ALLEREDE AFGJORT" DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           WRITE LOG-REKORD
           EXIT.

      * -------------------------------------------------
      *Log entry for a release attempted by the maker themselves
       SKRIV-LOG-SAMME-BRUGER.
           MOVE SPACES TO LOG-TEXT
           STRING
               KOERSELS-DATO                    DELIMITED BY SIZE
               " AFGOERELSE AFVIST - NR: "      DELIMITED BY SIZE
               SA-NR                            DELIMITED BY SIZE
               " AF: "                          DELIMITED BY SIZE
               SA-AF                            DELIMITED BY SPACE
               " ER SAMME BRUGER SOM MAKER"     DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           WRITE LOG-REKORD
           EXIT.

      * -------------------------------------------------
      *Rewrite the sanctions queue with only the undecided entries
       SKRIV-SANKTIONSKOE.
           OPEN OUTPUT SANKKOE-FIL
           PERFORM VARYING KOE-IX FROM 1 BY 1
               UNTIL KOE-IX > KOE-ANTAL
               IF NOT QT-AFGJORT (KOE-IX)
                   MOVE QT-REKORD (KOE-IX) TO SANKKOE-REKORD
                   WRITE SANKKOE-REKORD
                   ADD 1 TO AFVENTER-ANTAL
               END-IF
           END-PERFORM
           CLOSE SANKKOE-FIL
           EXIT.
