      *Sanctions re-screen - loads a newly delivered EU/UN sanctions
      *list and screens the whole customer master against it. When
      *sanktionsliste-ny.txt holds a list, every row is checked
      *(list ID and name present, source EU or UN, birthdate
      *numeric, no more entries than SANKTIONSKONTROL can hold); a
      *list that fails is refused whole and left where it is, so the
      *list in force is never replaced by a damaged one. A good list
      *is copied over Sanktionsliste.txt, the delivery file emptied,
      *and every customer on Kundeoplysninger.txt screened through
      *SANKTIONSKONTROL the same way VEDLIGEHOLD screens a new
      *customer. Only new hits are reported - a customer/list-entry
      *pair already on the hit register Sanktionshits.txt was
      *reported by an earlier run - and each new hit is added to the
      *register for compliance to work from the report. With no new
      *list waiting the run does nothing, so it sits in the daily
      *chain.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANKTIONSGENSCREEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind the delivered new list - SELECT OPTIONAL, since most
      *days there is none
           SELECT OPTIONAL NY-LISTE-FIL
               ASSIGN TO "sanktionsliste-ny.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NY-LISTE-FIL-STATUS.
      *Bind the list in force - rewritten from the new list once it
      *has passed its checks
           SELECT LISTE-FIL ASSIGN TO "Sanktionsliste.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *Bind customer master - swept in key order for the re-screen
           SELECT KUNDEFIL ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEFIL-REKORD
               FILE STATUS IS KUNDEFIL-STATUS.
      *Bind the hit register - loaded whole, then opened EXTEND for
      *the new hits. SELECT OPTIONAL and created on first use
           SELECT OPTIONAL HIT-FIL ASSIGN TO "Sanktionshits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIT-FIL-STATUS.
      *Bind the re-screen report
           SELECT RAPPORT-FIL ASSIGN TO "opg72-sanktionsrapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *New list record layout - shared with SANKTIONSKONTROL
       FD  NY-LISTE-FIL.
       01  NY-LISTE-REKORD.
           COPY "SANKTIONSLISTE.cpy".

      *List-in-force record layout - copied row for row
       FD  LISTE-FIL.
       01  LISTE-REKORD           PIC X(82).

      *Customer master record layout
       FD  KUNDEFIL.
       01  KUNDEFIL-REKORD.
           COPY "KUNDEOPL.cpy".

      *Hit register record layout - the customer, the list entry it
      *scored against, the date first reported and the score
       FD  HIT-FIL.
       01  HIT-REKORD.
           02  SH-KUNDE-ID         PIC X(10).
           02  SH-LISTE-ID         PIC X(10).
           02  SH-DATO             PIC 9(8).
           02  SH-SCORE            PIC 9(3).

      *Re-screen report record layout
       FD  RAPPORT-FIL.
       01  RAPPORT-REKORD.
           02  RAPPORT-TEXT        PIC X(132).

       WORKING-STORAGE SECTION.

      *Today's date, stamped on the report and the new hits
       01  KOERSELS-DATO        PIC 9(8) VALUE 0.

      *File status fields
       01  NY-LISTE-FIL-STATUS  PIC X(2) VALUE "00".
       01  KUNDEFIL-STATUS      PIC X(2) VALUE "00".
       01  HIT-FIL-STATUS       PIC X(2) VALUE "00".

      *End-of-file flags
       01  EOF-NY-LISTE         PIC X VALUE "N".
           88  END-NY-LISTE         VALUE "Y".
       01  EOF-KUNDE            PIC X VALUE "N".
           88  END-KUNDE            VALUE "Y".
       01  EOF-HIT              PIC X VALUE "N".
           88  END-HIT              VALUE "Y".

      *Outcome of the new list's checks
       01  LISTE-FEJL-ANTAL     PIC 9(7) VALUE 0.
       01  LISTE-POST-ANTAL     PIC 9(7) VALUE 0.
       01  LISTE-MAX            PIC 9(7) VALUE 5000.
       01  LISTE-AARSAG         PIC X(40) VALUE SPACES.

      *In-memory hit register, so a pair already reported is not
      *reported again
       01  HIT-TABEL.
           05  HIT-POST OCCURS 10000 TIMES INDEXED BY HIT-IX.
               10  HT-KUNDE-ID         PIC X(10).
               10  HT-LISTE-ID         PIC X(10).
       01  HIT-ANTAL            PIC 9(5) VALUE 0.
       01  HIT-LAEST-ANTAL      PIC 9(7) VALUE 0.
       01  HIT-FUNDET-SW        PIC X VALUE "N".
           88  HIT-KENDT            VALUE "Y".
      *Set when the register outgrew the table - the run is refused
      *whole rather than reporting old hits as new
       01  HIT-OVERLOEB-SW      PIC X VALUE "N".
           88  HIT-OVERLOEB         VALUE "Y".

      *Parameter fields for the shared sanctions-screening
      *subprogram
       01  SK-NAVN              PIC X(60) VALUE SPACES.
       01  SK-FOEDSELSDATO      PIC 9(8) VALUE 0.
       01  SK-LAND              PIC X(2) VALUE SPACES.
       01  SK-SVAR              PIC X(1) VALUE "I".
           88  SANKTION-HIT         VALUE "H".
       01  SK-SCORE             PIC 9(3) VALUE 0.
       01  SK-LISTE-ID          PIC X(10) VALUE SPACES.
       01  SK-LISTE-NAVN        PIC X(60) VALUE SPACES.

      *Customer's printed name through KUNDENAVN - the company name
      *for a business customer
       01  FULDT-NAVN           PIC X(40) VALUE SPACES.

      *Birthdate work fields - read out of the CPR-nummer the same
      *way VEDLIGEHOLD does it
       01  WS-CPR               PIC X(10) VALUE SPACES.
       01  WS-CPR-DAG           PIC 9(2) VALUE 0.
       01  WS-CPR-MAANED        PIC 9(2) VALUE 0.
       01  WS-CPR-AAR           PIC 9(2) VALUE 0.
       01  WS-CPR-AARHUNDREDE   PIC 9(4) VALUE 0.

      *Control totals for the trailer
       01  KUNDER-ANTAL         PIC 9(7) VALUE 0.
       01  NYE-HITS-ANTAL       PIC 9(7) VALUE 0.
       01  KENDTE-HITS-ANTAL    PIC 9(7) VALUE 0.

      *Parameter fields for the shared run-count subprogram
       01  KT-PROGRAM           PIC X(8) VALUE "OPG72".
       01  KT-ANTAL             PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD

      *Check the delivered list - no list waiting ends the run here
           PERFORM KONTROLLER-NY-LISTE
           IF LISTE-POST-ANTAL = 0
               DISPLAY "OPG72: ingen ny sanktionsliste."
               MOVE 0 TO KT-ANTAL
               CALL "KOERSELSTAL" USING KT-PROGRAM KT-ANTAL
               STOP RUN
           END-IF

           OPEN OUTPUT RAPPORT-FIL
           PERFORM SKRIV-RAPPORT-HOVED

      *A list failing its checks is refused whole - the list in
      *force stays, and the delivery stays for someone to look at
           IF LISTE-FEJL-ANTAL > 0
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "NY LISTE AFVIST - fejl i "  DELIMITED BY SIZE
                   LISTE-FEJL-ANTAL             DELIMITED BY SIZE
                   " af "                       DELIMITED BY SIZE
                   LISTE-POST-ANTAL             DELIMITED BY SIZE
                   " poster, foerste: "         DELIMITED BY SIZE
                   LISTE-AARSAG                 DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
               CLOSE RAPPORT-FIL
               DISPLAY "OPG72: ny sanktionsliste afvist, den"
                       " gaeldende liste bruges fortsat."
               MOVE 0 TO KT-ANTAL
               CALL "KOERSELSTAL" USING KT-PROGRAM KT-ANTAL
               STOP RUN
           END-IF

      *Load the hit register - a register too big for the table
      *refuses the run before the list is touched
           PERFORM LAES-HITREGISTER
           IF HIT-OVERLOEB
               DISPLAY "OPG72: hitregistret er for stort til"
                       " tabellen, koerslen afvises."
               CLOSE RAPPORT-FIL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *Put the new list in force and empty the delivery
           PERFORM INDLAES-NY-LISTE

      *Screen every customer against it
           PERFORM ABEN-HIT-FIL
           OPEN INPUT KUNDEFIL
           MOVE "N" TO EOF-KUNDE
           PERFORM UNTIL END-KUNDE
               READ KUNDEFIL NEXT RECORD
                   AT END
                       SET END-KUNDE TO TRUE
                   NOT AT END
                       ADD 1 TO KUNDER-ANTAL
                       PERFORM SCREEN-KUNDE
               END-READ
           END-PERFORM
           CLOSE KUNDEFIL
                 HIT-FIL

           PERFORM SKRIV-TRAILER
           CLOSE RAPPORT-FIL
      *Leave this run's headline count for OPG28's run report
           MOVE KUNDER-ANTAL TO KT-ANTAL
           CALL "KOERSELSTAL" USING KT-PROGRAM KT-ANTAL
           STOP RUN.

      * -------------------------------------------------
      *Count and check the rows of the delivered list, keeping the
      *reason for the first row that fails. SELECT OPTIONAL means
      *OPEN INPUT does not abend when there is no delivery.
       KONTROLLER-NY-LISTE.
           MOVE 0 TO LISTE-POST-ANTAL
           MOVE 0 TO LISTE-FEJL-ANTAL
           MOVE SPACES TO LISTE-AARSAG
           MOVE "N" TO EOF-NY-LISTE
           OPEN INPUT NY-LISTE-FIL
           IF NY-LISTE-FIL-STATUS = "00"
               OR NY-LISTE-FIL-STATUS = "05"
               PERFORM UNTIL END-NY-LISTE
                   READ NY-LISTE-FIL
                       AT END
                           SET END-NY-LISTE TO TRUE
                       NOT AT END
                           ADD 1 TO LISTE-POST-ANTAL
                           PERFORM KONTROLLER-LISTEPOST
                   END-READ
               END-PERFORM
               CLOSE NY-LISTE-FIL
           END-IF
           IF LISTE-POST-ANTAL > LISTE-MAX
               ADD 1 TO LISTE-FEJL-ANTAL
               MOVE "Flere poster end 5000" TO LISTE-AARSAG
           END-IF
           EXIT.

      * -------------------------------------------------
      *Check one row of the delivered list
       KONTROLLER-LISTEPOST.
           EVALUATE TRUE
               WHEN SL-ID = SPACES
                   ADD 1 TO LISTE-FEJL-ANTAL
                   IF LISTE-AARSAG = SPACES
                       MOVE "Blank liste-ID" TO LISTE-AARSAG
                   END-IF
               WHEN SL-NAVN = SPACES
                   ADD 1 TO LISTE-FEJL-ANTAL
                   IF LISTE-AARSAG = SPACES
                       MOVE "Blankt navn" TO LISTE-AARSAG
                   END-IF
               WHEN NOT SL-KILDE-EU AND NOT SL-KILDE-UN
                   ADD 1 TO LISTE-FEJL-ANTAL
                   IF LISTE-AARSAG = SPACES
                       MOVE "Kilde er ikke EU eller UN"
                           TO LISTE-AARSAG
                   END-IF
               WHEN SL-FOEDSELSDATO NOT NUMERIC
                   ADD 1 TO LISTE-FEJL-ANTAL
                   IF LISTE-AARSAG = SPACES
                       MOVE "Foedselsdato ikke numerisk"
                           TO LISTE-AARSAG
                   END-IF
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *Copy the checked list over the list in force, then empty the
      *delivery file so the same list is not loaded twice
       INDLAES-NY-LISTE.
           MOVE "N" TO EOF-NY-LISTE
           OPEN INPUT  NY-LISTE-FIL
                OUTPUT LISTE-FIL
           PERFORM UNTIL END-NY-LISTE
               READ NY-LISTE-FIL
                   AT END
                       SET END-NY-LISTE TO TRUE
                   NOT AT END
                       MOVE NY-LISTE-REKORD TO LISTE-REKORD
                       WRITE LISTE-REKORD
               END-READ
           END-PERFORM
           CLOSE NY-LISTE-FIL
                 LISTE-FIL
           OPEN OUTPUT NY-LISTE-FIL
           CLOSE NY-LISTE-FIL
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "NY LISTE INDLAEST - poster: " DELIMITED BY SIZE
               LISTE-POST-ANTAL               DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Load the hit register into HIT-TABEL
       LAES-HITREGISTER.
           MOVE 0 TO HIT-ANTAL
           MOVE "N" TO EOF-HIT
           OPEN INPUT HIT-FIL
           IF HIT-FIL-STATUS = "00"
               OR HIT-FIL-STATUS = "05"
               PERFORM UNTIL END-HIT
                   READ HIT-FIL
                       AT END
                           SET END-HIT TO TRUE
                       NOT AT END
                           ADD 1 TO HIT-LAEST-ANTAL
                           IF HIT-ANTAL < 10000
                               ADD 1 TO HIT-ANTAL
                               MOVE SH-KUNDE-ID
                                   TO HT-KUNDE-ID (HIT-ANTAL)
                               MOVE SH-LISTE-ID
                                   TO HT-LISTE-ID (HIT-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIT-FIL
           END-IF
           IF HIT-LAEST-ANTAL > HIT-ANTAL
               SET HIT-OVERLOEB TO TRUE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Open the hit register for append. When no hit has been
      *registered yet (FILE STATUS 35), create it first so OPEN
      *EXTEND has something to append to
       ABEN-HIT-FIL.
           OPEN EXTEND HIT-FIL
           IF HIT-FIL-STATUS = "35"
               OPEN OUTPUT HIT-FIL
               CLOSE HIT-FIL
               OPEN EXTEND HIT-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Screen one customer - name, birthdate from the CPR-nummer and
      *the address country - and report a hit the register does not
      *already hold
       SCREEN-KUNDE.
           CALL "KUNDENAVN" USING KUNDEFIL-REKORD FULDT-NAVN
           MOVE FULDT-NAVN TO SK-NAVN
           MOVE CPR-NUMMER OF KUNDEFIL-REKORD TO WS-CPR
           PERFORM UDLED-FOEDSELSDATO
           MOVE LANDE-KODE OF ADDRESSE OF KUNDEFIL-REKORD TO SK-LAND
           CALL "SANKTIONSKONTROL" USING SK-NAVN SK-FOEDSELSDATO
                                         SK-LAND SK-SVAR SK-SCORE
                                         SK-LISTE-ID SK-LISTE-NAVN
           IF SANKTION-HIT
               MOVE "N" TO HIT-FUNDET-SW
               PERFORM VARYING HIT-IX FROM 1 BY 1
                   UNTIL HIT-IX > HIT-ANTAL OR HIT-KENDT
                   IF HT-KUNDE-ID (HIT-IX) = KUNDE-ID OF KUNDEFIL-REKORD
                       AND HT-LISTE-ID (HIT-IX) = SK-LISTE-ID
                       SET HIT-KENDT TO TRUE
                   END-IF
               END-PERFORM
               IF HIT-KENDT
                   ADD 1 TO KENDTE-HITS-ANTAL
               ELSE
                   PERFORM REGISTRER-NYT-HIT
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Report a new hit and add it to the register
       REGISTRER-NYT-HIT.
           ADD 1 TO NYE-HITS-ANTAL
           MOVE SPACES TO HIT-REKORD
           MOVE KUNDE-ID OF KUNDEFIL-REKORD TO SH-KUNDE-ID
           MOVE SK-LISTE-ID                 TO SH-LISTE-ID
           MOVE KOERSELS-DATO               TO SH-DATO
           MOVE SK-SCORE                    TO SH-SCORE
           WRITE HIT-REKORD
           IF HIT-ANTAL < 10000
               ADD 1 TO HIT-ANTAL
               MOVE SH-KUNDE-ID TO HT-KUNDE-ID (HIT-ANTAL)
               MOVE SH-LISTE-ID TO HT-LISTE-ID (HIT-ANTAL)
           END-IF
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "NYT HIT - KUNDE-ID: "       DELIMITED BY SIZE
               KUNDE-ID OF KUNDEFIL-REKORD  DELIMITED BY SIZE
               " "                          DELIMITED BY SIZE
               FULDT-NAVN                   DELIMITED BY SIZE
               " SCORE: "                   DELIMITED BY SIZE
               SK-SCORE                     DELIMITED BY SIZE
               " LISTE-ID: "                DELIMITED BY SIZE
               SK-LISTE-ID                  DELIMITED BY SIZE
               " "                          DELIMITED BY SIZE
               SK-LISTE-NAVN                DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Read the birthdate out of the CPR-nummer in WS-CPR: DDMMYY
      *in the first six digits, the century from the seventh digit
      *(0-3 the 1900s; 4 and 9 the 2000s up to year 36, otherwise
      *the 1900s; 5-8 the 2000s up to year 57, otherwise the 1800s).
      *Zero when there is no usable CPR-nummer.
       UDLED-FOEDSELSDATO.
           MOVE 0 TO SK-FOEDSELSDATO
           IF WS-CPR NUMERIC
               MOVE WS-CPR (1:2) TO WS-CPR-DAG
               MOVE WS-CPR (3:2) TO WS-CPR-MAANED
               MOVE WS-CPR (5:2) TO WS-CPR-AAR
               EVALUATE WS-CPR (7:1)
                   WHEN "0" THRU "3"
                       MOVE 1900 TO WS-CPR-AARHUNDREDE
                   WHEN "4"
                   WHEN "9"
                       IF WS-CPR-AAR NOT > 36
                           MOVE 2000 TO WS-CPR-AARHUNDREDE
                       ELSE
                           MOVE 1900 TO WS-CPR-AARHUNDREDE
                       END-IF
                   WHEN OTHER
                       IF WS-CPR-AAR NOT > 57
                           MOVE 2000 TO WS-CPR-AARHUNDREDE
                       ELSE
                           MOVE 1800 TO WS-CPR-AARHUNDREDE
                       END-IF
               END-EVALUATE
               COMPUTE SK-FOEDSELSDATO =
                   (WS-CPR-AARHUNDREDE + WS-CPR-AAR) * 10000
                   + WS-CPR-MAANED * 100 + WS-CPR-DAG
           END-IF
           EXIT.

      * -------------------------------------------------
      *Write the report heading
       SKRIV-RAPPORT-HOVED.
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Sanktionsscreening af kundebestanden " DELIMITED BY SIZE
               KOERSELS-DATO                           DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Write the control-total trailer
       SKRIV-TRAILER.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Kunder screenet: "   DELIMITED BY SIZE
               KUNDER-ANTAL          DELIMITED BY SIZE
               "  Nye hits: "        DELIMITED BY SIZE
               NYE-HITS-ANTAL        DELIMITED BY SIZE
               "  Kendte hits: "     DELIMITED BY SIZE
               KENDTE-HITS-ANTAL     DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           DISPLAY "Kunder screenet: "   KUNDER-ANTAL
                   " Nye hits: "        NYE-HITS-ANTAL
                   " Kendte hits: "     KENDTE-HITS-ANTAL
           EXIT.
