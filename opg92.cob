      *Retention housekeeping - the month-end's last step. Clears
      *the dated files the suite leaves behind, family by family,
      *under a retention rule per family: keep the newest N
      *generations ("G"), keep N days ("D"), or keep until the
      *receiver has acknowledged the file in Forsendelsesregister.txt
      *and N days more have passed ("K"). An expired file is deleted
      *or moved to the archive directory (parameter OPRYD-ARKIV,
      *default "arkiv") as the family's rule says. The families and
      *their compiled-in rules:
      *  OPG8-GEN   KUNDEKONTO_ generations, OPG8_GENERATIONER.txt
      *  OPG9-GEN   KUNDEKONTO_OPG9_ generations, OPG9_GENERATIONER.txt
      *  SNAPSHOT   master snapshots, SNAP_GENERATIONER.txt
      *  GLFEED     KONTOPOSTERING's dated general-ledger feeds
      *  FORSENDT   every other file handed to an outside party
      *  RAPPORTER  the dated report copies DAGSKORSEL keeps
      *  BREVE      BREVFLET's dated letter archives and print files
      *  UDTOGARKIV KONTOUDTOG's statement archive, UDTOGSARKIV_
      *             files found through Udtogsindeks.txt
      *and a row in Opbevaringsregler.txt overrides a family's rule,
      *count and action. The three generation manifests are
      *rewritten to name exactly what is left on disk: an entry
      *whose files are gone is dropped, and a generation file the
      *manifest has lost is treated as expired. The statement
      *archive index likewise loses the rows of every archive file
      *that is gone, so a statement past its horizon is no longer
      *offered for reprint. Files are found by
      *their dated names over the last OPRYD-SOEG-DAGE days (default
      *400), and the outbound ones by the register. Nothing a
      *restore or a reconciliation may still need is touched,
      *whatever the rule says: the newest generation of each
      *manifest, a snapshot or a report copy from a month finance
      *has not closed, a GL feed whose period is not closed, and an
      *outbound file not yet acknowledged. The report gives each
      *action and the space freed per family.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRYDNING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind the retention rules - SELECT OPTIONAL so a site without
      *one runs on the compiled-in rules
           SELECT OPTIONAL REGEL-FIL ASSIGN TO "Opbevaringsregler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGEL-FIL-STATUS.
      *Bind the generation manifest of the family in hand - the name
      *comes from the family table
           SELECT OPTIONAL GEN-FIL ASSIGN TO WS-MANIFEST-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEN-FIL-STATUS.
      *Bind the transmission register FORSENDELSE appends to - read
      *only
           SELECT OPTIONAL FSR-FIL
               ASSIGN TO "Forsendelsesregister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSR-FIL-STATUS.
      *Bind KONTOUDTOG's statement archive index, and the copy of it
      *the rows still kept are read back from when it is rewritten
           SELECT OPTIONAL INDEKS-FIL ASSIGN TO "Udtogsindeks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDEKS-FIL-STATUS.
           SELECT OPTIONAL INDEKS-GL-FIL ASSIGN TO WS-INDEKS-GL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDEKS-GL-STATUS.
      *Bind the housekeeping report
           SELECT RAPPORT-FIL ASSIGN TO "opg92-oprydning-rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Retention rule record layout - the family, the rule ("G"
      *generations, "D" days, "K" acknowledged), the count the rule
      *works with and the action ("S" slet, "A" arkiver)
       FD  REGEL-FIL.
       01  REGEL-REKORD.
           02  RG-FAMILIE          PIC X(10).
           02  RG-REGEL            PIC X(1).
           02  RG-ANTAL            PIC X(4).
           02  RG-HANDLING         PIC X(1).

      *Generation manifest record layout - one run date per line,
      *oldest first, as OPG8, OPG9 and DAGSKORSEL write it
       FD  GEN-FIL.
       01  GEN-REKORD.
           02  GEN-DATO            PIC 9(8).

      *Transmission record layout - must match what FORSENDELSE
      *appends
       FD  FSR-FIL.
       01  FSR-REKORD.
           02  FSR-DATO        PIC 9(8).
           02  FSR-PROGRAM     PIC X(8).
           02  FSR-FILNAVN     PIC X(40).
           02  FSR-ANTAL       PIC 9(7).
           02  FSR-SUM         PIC S9(13)V99.
           02  FSR-STATUS      PIC X(10).

      *Statement archive index record layout
       FD  INDEKS-FIL.
       01  INDEKS-REKORD.
           COPY "UDTOGSINDEKS.cpy".

      *The index copy, read back only for the production date
       FD  INDEKS-GL-FIL.
       01  INDEKS-GL-REKORD.
           02  IG-PROD-DATO        PIC 9(8).
           02  IG-REST             PIC X(49).

      *Report record layout
       FD  RAPPORT-FIL.
       01  RAPPORT-REKORD.
           02  RAPPORT-TEXT        PIC X(132).

       WORKING-STORAGE SECTION.

      *Today's date and its day serial
       01  KOERSELS-DATO        PIC 9(8) VALUE 0.
       01  KOERSELS-SERIAL      PIC 9(7) VALUE 0.

      *File status fields for the SELECT OPTIONAL files
       01  REGEL-FIL-STATUS     PIC X(2) VALUE "00".
       01  GEN-FIL-STATUS       PIC X(2) VALUE "00".
       01  FSR-FIL-STATUS       PIC X(2) VALUE "00".
       01  INDEKS-FIL-STATUS    PIC X(2) VALUE "00".
       01  INDEKS-GL-STATUS     PIC X(2) VALUE "00".

      *Rewriting the statement archive index - the copy's name,
      *whether the family lost any archive file, and the last date
      *looked up with whether its file is still there
       01  WS-INDEKS-NAVN       PIC X(40) VALUE "Udtogsindeks.txt".
       01  WS-INDEKS-GL-NAVN    PIC X(40) VALUE "Udtogsindeks.bak".
       01  INDEKS-RYDDES-SW     PIC X VALUE "N".
           88  INDEKS-RYDDES        VALUE "Y".
       01  INDEKS-DATO          PIC 9(8) VALUE 0.
       01  INDEKS-BEHOLD        PIC X(1) VALUE "N".
       01  INDEKS-FJERNET-ANTAL PIC 9(7) VALUE 0.
       01  EOF-INDEKS           PIC X VALUE "N".
           88  END-INDEKS           VALUE "Y".

      *The manifest GEN-FIL is bound to for the family in hand
       01  WS-MANIFEST-NAVN     PIC X(40) VALUE SPACES.

      *How far back the dated names are looked for, and the
      *directory expired files are moved to - overridable in
      *Driftsparametre.txt
       01  SOEG-DAGE            PIC 9(4) VALUE 400.
       01  ARKIV-MAPPE          PIC X(20) VALUE "arkiv".
       01  ARKIV-MAPPE-OPRETTET-SW PIC X VALUE "N".
           88  ARKIV-MAPPE-OPRETTET VALUE "Y".

      *Parameter fields for the shared runtime-parameter subprogram
       01  PARAM-NAVN           PIC X(20) VALUE SPACES.
       01  PARAM-VAERDI         PIC X(20) VALUE SPACES.
       01  PARAM-TAL            PIC S9(9)V99 VALUE 0.
       01  PARAM-FUNDET         PIC X(1) VALUE SPACE.

      *Parameter fields for the shared date subprogram
       01  DATO-FUNKTION        PIC X(1) VALUE SPACE.
       01  DATO-ARG             PIC 9(8) VALUE 0.
       01  DATO-SERIAL          PIC 9(7) VALUE 0.
       01  DATO-UGEDAG          PIC 9(1) VALUE 0.

      *Parameter fields for the shared accounting-period subprogram
       01  PER-FUNKTION         PIC X(1) VALUE "S".
       01  PER-PERIODE          PIC 9(6) VALUE 0.
       01  PER-SVAR             PIC X(1) VALUE SPACE.

      *The retention families - kind "M" manifest generations, "F"
      *from the transmission register, "R" report copies, "P" a
      *dated pair of names, "U" the statement archive by its index -
      *with the rule each one runs under
       01  FAMILIE-TABEL.
           05  FAMILIE-POST OCCURS 8 TIMES INDEXED BY FAM-IX.
               10  FT-FAMILIE          PIC X(10).
               10  FT-ART              PIC X(1).
               10  FT-REGEL            PIC X(1).
               10  FT-ANTAL            PIC 9(4).
               10  FT-HANDLING         PIC X(1).
               10  FT-MANIFEST         PIC X(40).
               10  FT-PRAEFIKS-1       PIC X(24).
               10  FT-PRAEFIKS-2       PIC X(24).
       01  FAMILIE-ANTAL        PIC 9(2) VALUE 8.

      *The report names DAGSKORSEL keeps dated copies of
       01  RAPPORT-STAMME-TABEL.
           05  RAPPORT-STAMME OCCURS 8 TIMES INDEXED BY RS-IX
                                   PIC X(30).
       01  RAPPORT-STAMME-ANTAL PIC 9(2) VALUE 8.

      *The transmission register, one row per file name - the
      *latest date it went out and whether every sending of it has
      *been acknowledged
       01  FSR-TABEL.
           05  FSR-POST OCCURS 5000 TIMES INDEXED BY FS-IX.
               10  FST-FILNAVN         PIC X(40).
               10  FST-DATO            PIC 9(8).
               10  FST-KVITTERET-SW    PIC X(1).
       01  FSR-TABEL-ANTAL      PIC 9(4) VALUE 0.

      *The family's candidate files in date order. A candidate is
      *one date's file or pair of files
       01  KANDIDAT-TABEL.
           05  KANDIDAT-POST OCCURS 5000 TIMES INDEXED BY KD-IX.
               10  KT-DATO             PIC 9(8).
               10  KT-NAVN-1           PIC X(40).
               10  KT-NAVN-2           PIC X(40).
               10  KT-FINDES-1         PIC X(1).
               10  KT-FINDES-2         PIC X(1).
               10  KT-STR-1            PIC 9(15).
               10  KT-STR-2            PIC 9(15).
               10  KT-I-MANIFEST       PIC X(1).
               10  KT-KVITTERET        PIC X(1).
               10  KT-RANG             PIC 9(5).
               10  KT-UDFALD           PIC X(1).
               10  KT-AARSAG           PIC X(24).
       01  KANDIDAT-ANTAL       PIC 9(4) VALUE 0.
       01  KANDIDAT-TABT-ANTAL  PIC 9(5) VALUE 0.
       01  WS-KD-IX             PIC 9(4) VALUE 0.
       01  WS-FLYT-IX           PIC 9(4) VALUE 0.

      *The candidate being built or probed
       01  NY-DATO              PIC 9(8) VALUE 0.
       01  NY-NAVN-1            PIC X(40) VALUE SPACES.
       01  NY-NAVN-2            PIC X(40) VALUE SPACES.
       01  NY-I-MANIFEST        PIC X(1) VALUE "N".
       01  NY-KVITTERET         PIC X(1) VALUE "N".
       01  DATO-KENDT-SW        PIC X VALUE "N".
           88  DATO-KENDT           VALUE "Y".

      *The look-back window as serials and the date being probed
       01  SOEG-FRA-SERIAL      PIC 9(7) VALUE 0.
       01  SOEG-TIL-SERIAL      PIC 9(7) VALUE 0.
       01  SOEG-SERIAL          PIC 9(7) VALUE 0.
       01  SOEG-DATO            PIC 9(8) VALUE 0.

      *One file's existence and size through CBL_CHECK_FILE_EXIST
       01  WS-TJEK-NAVN         PIC X(40) VALUE SPACES.
       01  FIL-DETALJER.
           05  FIL-STOERRELSE       PIC 9(18) COMP.
           05  FILLER               PIC X(8).
       01  FIL-FUNDET-RC        PIC S9(9) COMP-5 VALUE 0.
       01  TJEK-FINDES          PIC X(1) VALUE "N".
       01  TJEK-STR             PIC 9(15) VALUE 0.

      *Moving or deleting one file
       01  WS-FJERN-NAVN        PIC X(40) VALUE SPACES.
       01  WS-FJERN-STR         PIC 9(15) VALUE 0.
       01  WS-ARKIV-NAVN        PIC X(64) VALUE SPACES.
       01  FJERN-RC             PIC S9(9) COMP-5 VALUE 0.
       01  FJERNET-SW           PIC X VALUE "N".
           88  FJERNET              VALUE "Y".

      *The family's candidate in hand - its period, age and rank
       01  WS-PERIODE           PIC 9(6) VALUE 0.
       01  WS-ALDER-DAGE        PIC 9(7) VALUE 0.
       01  WS-RANG              PIC 9(5) VALUE 0.
       01  WS-SIDSTE-DATO       PIC 9(8) VALUE 0.
       01  UDLOEBET-SW          PIC X VALUE "N".
           88  UDLOEBET             VALUE "Y".
       01  BESKYT-AARSAG        PIC X(24) VALUE SPACES.

      *Family totals for the report
       01  FAM-FILER-ANTAL      PIC 9(5) VALUE 0.
       01  FAM-SLETTET-ANTAL    PIC 9(5) VALUE 0.
       01  FAM-ARKIVERET-ANTAL  PIC 9(5) VALUE 0.
       01  FAM-BESKYTTET-ANTAL  PIC 9(5) VALUE 0.
       01  FAM-MANGLER-ANTAL    PIC 9(5) VALUE 0.
       01  FAM-FEJL-ANTAL       PIC 9(5) VALUE 0.
       01  FAM-FRIGJORT         PIC 9(15) VALUE 0.

      *Run totals for the trailer
       01  ALLE-FJERNET-ANTAL   PIC 9(7) VALUE 0.
       01  ALLE-FEJL-ANTAL      PIC 9(7) VALUE 0.
       01  ALLE-FRIGJORT        PIC 9(15) VALUE 0.

      *Edited figures for the report lines
       01  WS-STR-EDIT          PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-ANTAL-EDIT        PIC ZZZ9.

      *End-of-file flags
       01  EOF-REGEL            PIC X VALUE "N".
           88  END-REGEL            VALUE "Y".
       01  EOF-GEN              PIC X VALUE "N".
           88  END-GEN              VALUE "Y".
       01  EOF-FSR              PIC X VALUE "N".
           88  END-FSR              VALUE "Y".

      *Parameter fields for the shared run-count subprogram
       01  KT-PROGRAM           PIC X(8) VALUE "OPG92".
       01  KT-ANTAL             PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
           PERFORM HENT-PARAMETRE
           MOVE "S" TO DATO-FUNKTION
           MOVE KOERSELS-DATO TO DATO-ARG
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           MOVE DATO-SERIAL TO KOERSELS-SERIAL
      *Today's files are never in the window
           COMPUTE SOEG-FRA-SERIAL = KOERSELS-SERIAL - SOEG-DAGE
           COMPUTE SOEG-TIL-SERIAL = KOERSELS-SERIAL - 1

           OPEN OUTPUT RAPPORT-FIL
           PERFORM OPBYG-FAMILIER
           PERFORM LAES-REGLER
           PERFORM LAES-FORSENDELSER

           PERFORM VARYING FAM-IX FROM 1 BY 1
               UNTIL FAM-IX > FAMILIE-ANTAL
               PERFORM BEHANDL-FAMILIE
           END-PERFORM

           PERFORM SKRIV-TRAILER
           CLOSE RAPPORT-FIL
      *Leave this run's headline count for OPG28's run report
           MOVE ALLE-FJERNET-ANTAL TO KT-ANTAL
           CALL "KOERSELSTAL" USING KT-PROGRAM KT-ANTAL
           IF ALLE-FEJL-ANTAL > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * -------------------------------------------------
      *Look the window and the archive directory up in the central
      *parameter file - absent parameters leave the defaults
       HENT-PARAMETRE.
           MOVE "OPRYD-SOEG-DAGE" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J" AND PARAM-TAL > 0
               AND PARAM-TAL < 10000
               MOVE PARAM-TAL TO SOEG-DAGE
           END-IF
           MOVE "OPRYD-ARKIV" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J" AND PARAM-VAERDI NOT = SPACES
               MOVE PARAM-VAERDI TO ARKIV-MAPPE
           END-IF
           EXIT.

      * -------------------------------------------------
      *The compiled-in families and rules
       OPBYG-FAMILIER.
           MOVE "OPG8-GEN"   TO FT-FAMILIE (1)
           MOVE "M"          TO FT-ART (1)
           MOVE "G"          TO FT-REGEL (1)
           MOVE 7            TO FT-ANTAL (1)
           MOVE "S"          TO FT-HANDLING (1)
           MOVE "OPG8_GENERATIONER.txt" TO FT-MANIFEST (1)
           MOVE "KUNDEKONTO_"           TO FT-PRAEFIKS-1 (1)
           MOVE "KUNDEKONTO_DATA_"      TO FT-PRAEFIKS-2 (1)

           MOVE "OPG9-GEN"   TO FT-FAMILIE (2)
           MOVE "M"          TO FT-ART (2)
           MOVE "G"          TO FT-REGEL (2)
           MOVE 7            TO FT-ANTAL (2)
           MOVE "S"          TO FT-HANDLING (2)
           MOVE "OPG9_GENERATIONER.txt" TO FT-MANIFEST (2)
           MOVE "KUNDEKONTO_OPG9_"      TO FT-PRAEFIKS-1 (2)
           MOVE "KUNDEKONTO_OPG9_DATA_" TO FT-PRAEFIKS-2 (2)

           MOVE "SNAPSHOT"   TO FT-FAMILIE (3)
           MOVE "M"          TO FT-ART (3)
           MOVE "G"          TO FT-REGEL (3)
           MOVE 7            TO FT-ANTAL (3)
           MOVE "A"          TO FT-HANDLING (3)
           MOVE "SNAP_GENERATIONER.txt" TO FT-MANIFEST (3)
           MOVE "KUNDEOPL_SNAP_"        TO FT-PRAEFIKS-1 (3)
           MOVE "KONTOOPL_SNAP_"        TO FT-PRAEFIKS-2 (3)

           MOVE "GLFEED"     TO FT-FAMILIE (4)
           MOVE "F"          TO FT-ART (4)
           MOVE "K"          TO FT-REGEL (4)
           MOVE 90           TO FT-ANTAL (4)
           MOVE "A"          TO FT-HANDLING (4)
           MOVE SPACES       TO FT-MANIFEST (4)
           MOVE "GLFEED_"    TO FT-PRAEFIKS-1 (4)
           MOVE SPACES       TO FT-PRAEFIKS-2 (4)

           MOVE "FORSENDT"   TO FT-FAMILIE (5)
           MOVE "F"          TO FT-ART (5)
           MOVE "K"          TO FT-REGEL (5)
           MOVE 90           TO FT-ANTAL (5)
           MOVE "A"          TO FT-HANDLING (5)
           MOVE SPACES       TO FT-MANIFEST (5)
           MOVE SPACES       TO FT-PRAEFIKS-1 (5)
           MOVE SPACES       TO FT-PRAEFIKS-2 (5)

           MOVE "RAPPORTER"  TO FT-FAMILIE (6)
           MOVE "R"          TO FT-ART (6)
           MOVE "D"          TO FT-REGEL (6)
           MOVE 90           TO FT-ANTAL (6)
           MOVE "S"          TO FT-HANDLING (6)
           MOVE SPACES       TO FT-MANIFEST (6)
           MOVE SPACES       TO FT-PRAEFIKS-1 (6)
           MOVE SPACES       TO FT-PRAEFIKS-2 (6)

           MOVE "BREVE"      TO FT-FAMILIE (7)
           MOVE "P"          TO FT-ART (7)
           MOVE "D"          TO FT-REGEL (7)
           MOVE 365          TO FT-ANTAL (7)
           MOVE "A"          TO FT-HANDLING (7)
           MOVE SPACES       TO FT-MANIFEST (7)
           MOVE "BREVE_"     TO FT-PRAEFIKS-1 (7)
           MOVE "BREVPRINT_" TO FT-PRAEFIKS-2 (7)

      *Statements are kept the five years the bookkeeping rules ask
           MOVE "UDTOGARKIV" TO FT-FAMILIE (8)
           MOVE "U"          TO FT-ART (8)
           MOVE "D"          TO FT-REGEL (8)
           MOVE 1826         TO FT-ANTAL (8)
           MOVE "S"          TO FT-HANDLING (8)
           MOVE SPACES       TO FT-MANIFEST (8)
           MOVE "UDTOGSARKIV_" TO FT-PRAEFIKS-1 (8)
           MOVE SPACES       TO FT-PRAEFIKS-2 (8)

           MOVE "opg38-fremdateret-rapport"  TO RAPPORT-STAMME (1)
           MOVE "opg64-termin-rapport"       TO RAPPORT-STAMME (2)
           MOVE "opg21-overfoersler-rapport" TO RAPPORT-STAMME (3)
           MOVE "opg90-myndig-rapport"       TO RAPPORT-STAMME (4)
           MOVE "opg63-vaern-rapport"        TO RAPPORT-STAMME (5)
           MOVE "opg19-gebyrrapport"         TO RAPPORT-STAMME (6)
           MOVE "opg15-afvist"               TO RAPPORT-STAMME (7)
           MOVE "opg75-renteperiodisering"   TO RAPPORT-STAMME (8)
           EXIT.

      * -------------------------------------------------
      *Apply the site's rules over the compiled-in ones. A row for
      *an unknown family or with a rule or action the program does
      *not know is reported and ignored
       LAES-REGLER.
           MOVE "N" TO EOF-REGEL
           OPEN INPUT REGEL-FIL
           IF REGEL-FIL-STATUS = "00" OR REGEL-FIL-STATUS = "05"
               PERFORM UNTIL END-REGEL
                   READ REGEL-FIL
                       AT END
                           SET END-REGEL TO TRUE
                       NOT AT END
                           PERFORM BEHANDL-REGEL
                   END-READ
               END-PERFORM
               CLOSE REGEL-FIL
           END-IF
           EXIT.

       BEHANDL-REGEL.
           MOVE 0 TO WS-KD-IX
           PERFORM VARYING FAM-IX FROM 1 BY 1
               UNTIL FAM-IX > FAMILIE-ANTAL
               IF FT-FAMILIE (FAM-IX) = RG-FAMILIE
                   SET WS-KD-IX TO FAM-IX
               END-IF
           END-PERFORM
           IF WS-KD-IX = 0
               OR (RG-REGEL NOT = "G" AND RG-REGEL NOT = "D"
                   AND RG-REGEL NOT = "K")
               OR (RG-HANDLING NOT = "S" AND RG-HANDLING NOT = "A")
               OR RG-ANTAL NOT NUMERIC
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "REGEL AFVIST - "        DELIMITED BY SIZE
                   REGEL-REKORD             DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
           ELSE
               SET FAM-IX TO WS-KD-IX
               MOVE RG-REGEL    TO FT-REGEL (FAM-IX)
               MOVE RG-ANTAL    TO FT-ANTAL (FAM-IX)
               MOVE RG-HANDLING TO FT-HANDLING (FAM-IX)
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the transmission register, one row per file name. A
      *name sent more than once counts as acknowledged only when
      *every sending is
       LAES-FORSENDELSER.
           MOVE 0 TO FSR-TABEL-ANTAL
           MOVE "N" TO EOF-FSR
           OPEN INPUT FSR-FIL
           IF FSR-FIL-STATUS = "00" OR FSR-FIL-STATUS = "05"
               PERFORM UNTIL END-FSR
                   READ FSR-FIL
                       AT END
                           SET END-FSR TO TRUE
                       NOT AT END
                           PERFORM TILFOEJ-FORSENDELSE
                   END-READ
               END-PERFORM
               CLOSE FSR-FIL
           END-IF
           EXIT.

       TILFOEJ-FORSENDELSE.
           MOVE 0 TO WS-KD-IX
           PERFORM VARYING FS-IX FROM 1 BY 1
               UNTIL FS-IX > FSR-TABEL-ANTAL
               IF FST-FILNAVN (FS-IX) = FSR-FILNAVN
                   SET WS-KD-IX TO FS-IX
               END-IF
           END-PERFORM
           IF WS-KD-IX = 0
               IF FSR-TABEL-ANTAL < 5000
                   ADD 1 TO FSR-TABEL-ANTAL
                   MOVE FSR-TABEL-ANTAL TO WS-KD-IX
                   MOVE FSR-FILNAVN TO FST-FILNAVN (WS-KD-IX)
                   MOVE FSR-DATO    TO FST-DATO (WS-KD-IX)
                   MOVE "J"         TO FST-KVITTERET-SW (WS-KD-IX)
               ELSE
      *A name past the table is never seen as acknowledged, so its
      *file is kept
                   ADD 1 TO KANDIDAT-TABT-ANTAL
               END-IF
           END-IF
           IF WS-KD-IX > 0
               IF FSR-DATO > FST-DATO (WS-KD-IX)
                   MOVE FSR-DATO TO FST-DATO (WS-KD-IX)
               END-IF
               IF FSR-STATUS NOT = "KVITTERET"
                   MOVE "N" TO FST-KVITTERET-SW (WS-KD-IX)
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *One family: collect its files, judge each against the rule
      *and the protections, act on the expired ones, put a
      *generation manifest right and report the family's totals
       BEHANDL-FAMILIE.
           MOVE 0 TO KANDIDAT-ANTAL
           MOVE 0 TO FAM-FILER-ANTAL
           MOVE 0 TO FAM-SLETTET-ANTAL
           MOVE 0 TO FAM-ARKIVERET-ANTAL
           MOVE 0 TO FAM-BESKYTTET-ANTAL
           MOVE 0 TO FAM-MANGLER-ANTAL
           MOVE 0 TO FAM-FEJL-ANTAL
           MOVE 0 TO FAM-FRIGJORT
           EVALUATE FT-ART (FAM-IX)
               WHEN "M"
                   PERFORM LAES-MANIFEST
                   PERFORM SOEG-DATEREDE-PAR
               WHEN "F"
                   PERFORM HENT-FORSENDTE
               WHEN "R"
                   PERFORM SOEG-RAPPORTKOPIER
               WHEN "P"
                   PERFORM SOEG-DATEREDE-PAR
               WHEN "U"
                   PERFORM LAES-UDTOGSINDEKS
                   PERFORM SOEG-DATEREDE-PAR
           END-EVALUATE
           PERFORM RANGER-KANDIDATER
           PERFORM VARYING KD-IX FROM 1 BY 1
               UNTIL KD-IX > KANDIDAT-ANTAL
               PERFORM BEDOEM-KANDIDAT
           END-PERFORM
           IF FT-ART (FAM-IX) = "M"
               PERFORM SKRIV-MANIFEST
           END-IF
           IF FT-ART (FAM-IX) = "U"
               PERFORM RYD-UDTOGSINDEKS
           END-IF
           PERFORM SKRIV-FAMILIE-LINJE
           EXIT.

      * -------------------------------------------------
      *Take the family's manifest in - every entry is a candidate,
      *whatever its age, with its files looked up on disk
       LAES-MANIFEST.
           MOVE FT-MANIFEST (FAM-IX) TO WS-MANIFEST-NAVN
           MOVE "N" TO EOF-GEN
           OPEN INPUT GEN-FIL
           IF GEN-FIL-STATUS = "00" OR GEN-FIL-STATUS = "05"
               PERFORM UNTIL END-GEN
                   READ GEN-FIL
                       AT END
                           SET END-GEN TO TRUE
                       NOT AT END
                           IF GEN-DATO NUMERIC
                               MOVE GEN-DATO TO NY-DATO
                               PERFORM BYG-PAR-NAVNE
                               MOVE "J" TO NY-I-MANIFEST
                               PERFORM TILFOEJ-KANDIDAT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GEN-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Take the statement archive's production dates from its index
      *- every date is a candidate, whatever its age, so the horizon
      *reaches past the look-back window. KONTOUDTOG appends the
      *index in date order, so a date's rows follow one another
       LAES-UDTOGSINDEKS.
           MOVE 0 TO WS-SIDSTE-DATO
           MOVE "N" TO EOF-INDEKS
           OPEN INPUT INDEKS-FIL
           IF INDEKS-FIL-STATUS = "00" OR INDEKS-FIL-STATUS = "05"
               PERFORM UNTIL END-INDEKS
                   READ INDEKS-FIL
                       AT END
                           SET END-INDEKS TO TRUE
                       NOT AT END
                           IF UI-PROD-DATO NUMERIC
                               AND UI-PROD-DATO NOT = WS-SIDSTE-DATO
                               MOVE UI-PROD-DATO TO WS-SIDSTE-DATO
                               PERFORM TILFOEJ-INDEKS-DATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INDEKS-FIL
           END-IF
           EXIT.

       TILFOEJ-INDEKS-DATO.
           MOVE UI-PROD-DATO TO NY-DATO
           MOVE "N" TO DATO-KENDT-SW
           PERFORM VARYING KD-IX FROM 1 BY 1
               UNTIL KD-IX > KANDIDAT-ANTAL
               IF KT-DATO (KD-IX) = NY-DATO
                   SET DATO-KENDT TO TRUE
               END-IF
           END-PERFORM
           IF NOT DATO-KENDT
               PERFORM BYG-PAR-NAVNE
               MOVE "J" TO NY-I-MANIFEST
               PERFORM TILFOEJ-KANDIDAT
           END-IF
           EXIT.

      * -------------------------------------------------
      *Look for the family's dated pair of names over the window. A
      *date already on the manifest is not taken twice; for a
      *manifest family any other date found is a lost generation
       SOEG-DATEREDE-PAR.
           PERFORM VARYING SOEG-SERIAL FROM SOEG-FRA-SERIAL BY 1
               UNTIL SOEG-SERIAL > SOEG-TIL-SERIAL
               MOVE "D" TO DATO-FUNKTION
               MOVE SOEG-SERIAL TO DATO-SERIAL
               CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                        DATO-SERIAL DATO-UGEDAG
               MOVE DATO-ARG TO NY-DATO
               MOVE "N" TO DATO-KENDT-SW
               PERFORM VARYING KD-IX FROM 1 BY 1
                   UNTIL KD-IX > KANDIDAT-ANTAL
                   IF KT-DATO (KD-IX) = NY-DATO
                       SET DATO-KENDT TO TRUE
                   END-IF
               END-PERFORM
               IF NOT DATO-KENDT
                   PERFORM BYG-PAR-NAVNE
                   MOVE NY-NAVN-1 TO WS-TJEK-NAVN
                   PERFORM TJEK-FIL
                   IF TJEK-FINDES = "N"
                       MOVE NY-NAVN-2 TO WS-TJEK-NAVN
                       PERFORM TJEK-FIL
                   END-IF
                   IF TJEK-FINDES = "J"
                       MOVE "N" TO NY-I-MANIFEST
                       PERFORM TILFOEJ-KANDIDAT
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Build the family's two dated names for NY-DATO
       BYG-PAR-NAVNE.
           MOVE SPACES TO NY-NAVN-1
           STRING
               FT-PRAEFIKS-1 (FAM-IX) DELIMITED BY SPACE
               NY-DATO                DELIMITED BY SIZE
               ".txt"                 DELIMITED BY SIZE
               INTO NY-NAVN-1
           END-STRING
           MOVE SPACES TO NY-NAVN-2
           IF FT-PRAEFIKS-2 (FAM-IX) NOT = SPACES
               STRING
                   FT-PRAEFIKS-2 (FAM-IX) DELIMITED BY SPACE
                   NY-DATO                DELIMITED BY SIZE
                   ".txt"                 DELIMITED BY SIZE
                   INTO NY-NAVN-2
               END-STRING
           END-IF
           EXIT.

      * -------------------------------------------------
      *Take the family's files from the transmission register - the
      *GL feeds by their name, every other outbound file for
      *FORSENDT. A file already gone from disk is no candidate
       HENT-FORSENDTE.
           PERFORM VARYING FS-IX FROM 1 BY 1
               UNTIL FS-IX > FSR-TABEL-ANTAL
               IF (FT-PRAEFIKS-1 (FAM-IX) NOT = SPACES
                       AND FST-FILNAVN (FS-IX) (1:7) = "GLFEED_")
                   OR (FT-PRAEFIKS-1 (FAM-IX) = SPACES
                       AND FST-FILNAVN (FS-IX) (1:7) NOT = "GLFEED_")
                   MOVE FST-FILNAVN (FS-IX) TO WS-TJEK-NAVN
                   PERFORM TJEK-FIL
                   IF TJEK-FINDES = "J"
                       MOVE FST-DATO (FS-IX)    TO NY-DATO
                       MOVE FST-FILNAVN (FS-IX) TO NY-NAVN-1
                       MOVE SPACES              TO NY-NAVN-2
                       MOVE "N"                 TO NY-I-MANIFEST
                       PERFORM TILFOEJ-KANDIDAT
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Look for DAGSKORSEL's dated report copies over the window
       SOEG-RAPPORTKOPIER.
           PERFORM VARYING SOEG-SERIAL FROM SOEG-FRA-SERIAL BY 1
               UNTIL SOEG-SERIAL > SOEG-TIL-SERIAL
               MOVE "D" TO DATO-FUNKTION
               MOVE SOEG-SERIAL TO DATO-SERIAL
               CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                        DATO-SERIAL DATO-UGEDAG
               MOVE DATO-ARG TO NY-DATO
               PERFORM VARYING RS-IX FROM 1 BY 1
                   UNTIL RS-IX > RAPPORT-STAMME-ANTAL
                   MOVE SPACES TO NY-NAVN-1
                   STRING
                       RAPPORT-STAMME (RS-IX) DELIMITED BY SPACE
                       "_"                    DELIMITED BY SIZE
                       NY-DATO                DELIMITED BY SIZE
                       ".txt"                 DELIMITED BY SIZE
                       INTO NY-NAVN-1
                   END-STRING
                   MOVE NY-NAVN-1 TO WS-TJEK-NAVN
                   PERFORM TJEK-FIL
                   IF TJEK-FINDES = "J"
                       MOVE SPACES TO NY-NAVN-2
                       MOVE "N" TO NY-I-MANIFEST
                       PERFORM TILFOEJ-KANDIDAT
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Insert a candidate in date order, with its files looked up
      *and its acknowledgment from the register. Past the table the
      *file is counted and left alone
       TILFOEJ-KANDIDAT.
           IF KANDIDAT-ANTAL >= 5000
               ADD 1 TO KANDIDAT-TABT-ANTAL
           ELSE
               MOVE KANDIDAT-ANTAL TO WS-KD-IX
               ADD 1 TO WS-KD-IX
               PERFORM VARYING KD-IX FROM 1 BY 1
                   UNTIL KD-IX > KANDIDAT-ANTAL
                   IF KT-DATO (KD-IX) > NY-DATO
                       AND WS-KD-IX > KANDIDAT-ANTAL
                       SET WS-KD-IX TO KD-IX
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-FLYT-IX FROM KANDIDAT-ANTAL BY -1
                   UNTIL WS-FLYT-IX < WS-KD-IX
                   MOVE KANDIDAT-POST (WS-FLYT-IX)
                       TO KANDIDAT-POST (WS-FLYT-IX + 1)
               END-PERFORM
               ADD 1 TO KANDIDAT-ANTAL
               SET KD-IX TO WS-KD-IX
               MOVE NY-DATO       TO KT-DATO (KD-IX)
               MOVE NY-NAVN-1     TO KT-NAVN-1 (KD-IX)
               MOVE NY-NAVN-2     TO KT-NAVN-2 (KD-IX)
               MOVE NY-I-MANIFEST TO KT-I-MANIFEST (KD-IX)
               MOVE NY-NAVN-1 TO WS-TJEK-NAVN
               PERFORM TJEK-FIL
               MOVE TJEK-FINDES TO KT-FINDES-1 (KD-IX)
               MOVE TJEK-STR    TO KT-STR-1 (KD-IX)
               MOVE "N" TO KT-FINDES-2 (KD-IX)
               MOVE 0   TO KT-STR-2 (KD-IX)
               IF NY-NAVN-2 NOT = SPACES
                   MOVE NY-NAVN-2 TO WS-TJEK-NAVN
                   PERFORM TJEK-FIL
                   MOVE TJEK-FINDES TO KT-FINDES-2 (KD-IX)
                   MOVE TJEK-STR    TO KT-STR-2 (KD-IX)
               END-IF
               MOVE "N" TO KT-KVITTERET (KD-IX)
               PERFORM VARYING FS-IX FROM 1 BY 1
                   UNTIL FS-IX > FSR-TABEL-ANTAL
                   IF FST-FILNAVN (FS-IX) = NY-NAVN-1
                       MOVE FST-KVITTERET-SW (FS-IX)
                           TO KT-KVITTERET (KD-IX)
                   END-IF
               END-PERFORM
               MOVE 0 TO KT-RANG (KD-IX)
               MOVE SPACE TO KT-UDFALD (KD-IX)
               MOVE SPACES TO KT-AARSAG (KD-IX)
           END-IF
           EXIT.

      * -------------------------------------------------
      *Does WS-TJEK-NAVN exist, and how big is it
       TJEK-FIL.
           MOVE "N" TO TJEK-FINDES
           MOVE 0 TO TJEK-STR
           CALL "CBL_CHECK_FILE_EXIST" USING WS-TJEK-NAVN
               FIL-DETALJER
               RETURNING FIL-FUNDET-RC
           IF FIL-FUNDET-RC = 0
               MOVE "J" TO TJEK-FINDES
               MOVE FIL-STOERRELSE TO TJEK-STR
           END-IF
           EXIT.

      * -------------------------------------------------
      *Number the dates still on disk from the newest down - the
      *generation rule and the newest-generation guard work on it
       RANGER-KANDIDATER.
           MOVE 0 TO WS-RANG
           MOVE 0 TO WS-SIDSTE-DATO
           PERFORM VARYING KD-IX FROM KANDIDAT-ANTAL BY -1
               UNTIL KD-IX < 1
               IF KT-FINDES-1 (KD-IX) = "J"
                   OR KT-FINDES-2 (KD-IX) = "J"
                   IF KT-DATO (KD-IX) NOT = WS-SIDSTE-DATO
                       ADD 1 TO WS-RANG
                       MOVE KT-DATO (KD-IX) TO WS-SIDSTE-DATO
                   END-IF
                   MOVE WS-RANG TO KT-RANG (KD-IX)
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Judge one candidate. A manifest entry with nothing left on
      *disk is only dropped from the manifest. Otherwise the rule
      *decides whether it has expired - a generation the manifest
      *has lost always has - and the protections decide whether it
      *may be touched
       BEDOEM-KANDIDAT.
           IF KT-FINDES-1 (KD-IX) = "N" AND KT-FINDES-2 (KD-IX) = "N"
               MOVE "M" TO KT-UDFALD (KD-IX)
               ADD 1 TO FAM-MANGLER-ANTAL
               PERFORM SKRIV-KANDIDAT-LINJE
           ELSE
               ADD 1 TO FAM-FILER-ANTAL
               PERFORM BEDOEM-UDLOEB
               IF UDLOEBET
                   PERFORM BEDOEM-BESKYTTELSE
                   IF BESKYT-AARSAG NOT = SPACES
                       MOVE "B" TO KT-UDFALD (KD-IX)
                       MOVE BESKYT-AARSAG TO KT-AARSAG (KD-IX)
                       ADD 1 TO FAM-BESKYTTET-ANTAL
                       PERFORM SKRIV-KANDIDAT-LINJE
                   ELSE
                       PERFORM FJERN-KANDIDAT
                   END-IF
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Has the candidate expired under the family's rule
       BEDOEM-UDLOEB.
           MOVE "N" TO UDLOEBET-SW
           MOVE "S" TO DATO-FUNKTION
           MOVE KT-DATO (KD-IX) TO DATO-ARG
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           IF DATO-SERIAL < KOERSELS-SERIAL
               COMPUTE WS-ALDER-DAGE = KOERSELS-SERIAL - DATO-SERIAL
           ELSE
               MOVE 0 TO WS-ALDER-DAGE
           END-IF
           EVALUATE TRUE
               WHEN FT-ART (FAM-IX) = "M"
                   AND KT-I-MANIFEST (KD-IX) = "N"
                   SET UDLOEBET TO TRUE
               WHEN FT-REGEL (FAM-IX) = "G"
                   IF KT-RANG (KD-IX) > FT-ANTAL (FAM-IX)
                       SET UDLOEBET TO TRUE
                   END-IF
               WHEN FT-REGEL (FAM-IX) = "D"
                   IF WS-ALDER-DAGE > FT-ANTAL (FAM-IX)
                       SET UDLOEBET TO TRUE
                   END-IF
               WHEN FT-REGEL (FAM-IX) = "K"
                   IF KT-KVITTERET (KD-IX) = "J"
                       AND WS-ALDER-DAGE > FT-ANTAL (FAM-IX)
                       SET UDLOEBET TO TRUE
                   END-IF
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *What a restore or a reconciliation may still need, whatever
      *the rule says
       BEDOEM-BESKYTTELSE.
           MOVE SPACES TO BESKYT-AARSAG
           MOVE KT-DATO (KD-IX) (1:6) TO WS-PERIODE
           EVALUATE FT-FAMILIE (FAM-IX)
               WHEN "OPG8-GEN"
               WHEN "OPG9-GEN"
      *The next run's balance-delta report compares against it
                   IF KT-RANG (KD-IX) = 1
                       MOVE "NYESTE GENERATION" TO BESKYT-AARSAG
                   END-IF
               WHEN "SNAPSHOT"
      *GENDANFREM restores from a snapshot and replays forward; it
      *may still do so into any month finance has not closed
                   IF KT-RANG (KD-IX) = 1
                       MOVE "NYESTE GENERATION" TO BESKYT-AARSAG
                   ELSE
                       PERFORM HENT-PERIODE-STATUS
                       IF PER-SVAR NOT = "L" AND PER-SVAR NOT = "H"
                           MOVE "PERIODE IKKE LUKKET"
                               TO BESKYT-AARSAG
                       END-IF
                   END-IF
               WHEN "GLFEED"
      *PERIODEAFSLUTNING proves a month against its feeds - a back-
      *valued feed carries its period after the run date
                   IF KT-NAVN-1 (KD-IX) (16:1) = "_"
                       AND KT-NAVN-1 (KD-IX) (17:6) NUMERIC
                       MOVE KT-NAVN-1 (KD-IX) (17:6) TO WS-PERIODE
                   END-IF
                   PERFORM HENT-PERIODE-STATUS
                   EVALUATE TRUE
                       WHEN PER-SVAR NOT = "L" AND PER-SVAR NOT = "H"
                           MOVE "PERIODE IKKE LUKKET"
                               TO BESKYT-AARSAG
                       WHEN KT-KVITTERET (KD-IX) NOT = "J"
                           MOVE "IKKE KVITTERET" TO BESKYT-AARSAG
                   END-EVALUATE
               WHEN "FORSENDT"
                   IF KT-KVITTERET (KD-IX) NOT = "J"
                       MOVE "IKKE KVITTERET" TO BESKYT-AARSAG
                   END-IF
               WHEN "RAPPORTER"
      *The rejected postings and the day reports of a month still
      *open may be asked for while it is reconciled
                   PERFORM HENT-PERIODE-STATUS
                   IF PER-SVAR NOT = "L" AND PER-SVAR NOT = "H"
                       MOVE "PERIODE IKKE LUKKET" TO BESKYT-AARSAG
                   END-IF
           END-EVALUATE
           EXIT.

       HENT-PERIODE-STATUS.
           MOVE "S" TO PER-FUNKTION
           MOVE WS-PERIODE TO PER-PERIODE
           CALL "REGNSKABSPERIODE" USING PER-FUNKTION PER-PERIODE
                                         PER-SVAR
           EXIT.

      * -------------------------------------------------
      *Delete or archive the candidate's files. A candidate is only
      *gone when every one of its files is
       FJERN-KANDIDAT.
           MOVE "F" TO KT-UDFALD (KD-IX)
           IF KT-FINDES-1 (KD-IX) = "J"
               MOVE KT-NAVN-1 (KD-IX) TO WS-FJERN-NAVN
               MOVE KT-STR-1 (KD-IX)  TO WS-FJERN-STR
               PERFORM FJERN-FIL
               IF FJERNET
                   MOVE "N" TO KT-FINDES-1 (KD-IX)
               END-IF
           END-IF
           IF KT-FINDES-2 (KD-IX) = "J"
               MOVE KT-NAVN-2 (KD-IX) TO WS-FJERN-NAVN
               MOVE KT-STR-2 (KD-IX)  TO WS-FJERN-STR
               PERFORM FJERN-FIL
               IF FJERNET
                   MOVE "N" TO KT-FINDES-2 (KD-IX)
               END-IF
           END-IF
           IF KT-FINDES-1 (KD-IX) = "J" OR KT-FINDES-2 (KD-IX) = "J"
               MOVE "E" TO KT-UDFALD (KD-IX)
               MOVE "KOPI ELLER SLETNING FEJLEDE" TO KT-AARSAG (KD-IX)
               ADD 1 TO FAM-FEJL-ANTAL
               ADD 1 TO ALLE-FEJL-ANTAL
           END-IF
           PERFORM SKRIV-KANDIDAT-LINJE
           EXIT.

      * -------------------------------------------------
      *Delete one file, or copy it into the archive directory and
      *delete it only once the copy has landed
       FJERN-FIL.
           MOVE "N" TO FJERNET-SW
           IF FT-HANDLING (FAM-IX) = "A"
               IF NOT ARKIV-MAPPE-OPRETTET
                   CALL "CBL_CREATE_DIR" USING ARKIV-MAPPE
                       RETURNING FJERN-RC
                   SET ARKIV-MAPPE-OPRETTET TO TRUE
               END-IF
               MOVE SPACES TO WS-ARKIV-NAVN
               STRING
                   ARKIV-MAPPE     DELIMITED BY SPACE
                   "/"             DELIMITED BY SIZE
                   WS-FJERN-NAVN   DELIMITED BY SPACE
                   INTO WS-ARKIV-NAVN
               END-STRING
               CALL "CBL_COPY_FILE" USING WS-FJERN-NAVN WS-ARKIV-NAVN
                   RETURNING FJERN-RC
               IF FJERN-RC = 0
                   CALL "CBL_DELETE_FILE" USING WS-FJERN-NAVN
                       RETURNING FJERN-RC
                   IF FJERN-RC = 0
                       SET FJERNET TO TRUE
                       ADD 1 TO FAM-ARKIVERET-ANTAL
                   END-IF
               END-IF
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-FJERN-NAVN
                   RETURNING FJERN-RC
               IF FJERN-RC = 0
                   SET FJERNET TO TRUE
                   ADD 1 TO FAM-SLETTET-ANTAL
               END-IF
           END-IF
           IF FJERNET
               ADD WS-FJERN-STR TO FAM-FRIGJORT
               ADD WS-FJERN-STR TO ALLE-FRIGJORT
               ADD 1 TO ALLE-FJERNET-ANTAL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Rewrite the manifest with the dates that still have a file on
      *disk, oldest first
       SKRIV-MANIFEST.
           MOVE FT-MANIFEST (FAM-IX) TO WS-MANIFEST-NAVN
           OPEN OUTPUT GEN-FIL
           MOVE 0 TO WS-SIDSTE-DATO
           PERFORM VARYING KD-IX FROM 1 BY 1
               UNTIL KD-IX > KANDIDAT-ANTAL
               IF (KT-FINDES-1 (KD-IX) = "J"
                       OR KT-FINDES-2 (KD-IX) = "J")
                   AND KT-DATO (KD-IX) NOT = WS-SIDSTE-DATO
                   MOVE KT-DATO (KD-IX) TO GEN-DATO
                   WRITE GEN-REKORD
                   MOVE KT-DATO (KD-IX) TO WS-SIDSTE-DATO
               END-IF
           END-PERFORM
           CLOSE GEN-FIL
           EXIT.

      * -------------------------------------------------
      *Drop the index rows of every archive file that is gone. The
      *index is copied aside and the rows still kept are written
      *back from the copy; a failed copy leaves the index as it was
       RYD-UDTOGSINDEKS.
           MOVE "N" TO INDEKS-RYDDES-SW
           PERFORM VARYING KD-IX FROM 1 BY 1
               UNTIL KD-IX > KANDIDAT-ANTAL
               IF KT-I-MANIFEST (KD-IX) = "J"
                   AND KT-FINDES-1 (KD-IX) = "N"
                   SET INDEKS-RYDDES TO TRUE
               END-IF
           END-PERFORM
           IF INDEKS-RYDDES
               CALL "CBL_COPY_FILE" USING WS-INDEKS-NAVN
                   WS-INDEKS-GL-NAVN
                   RETURNING FJERN-RC
               IF FJERN-RC NOT = 0
                   ADD 1 TO FAM-FEJL-ANTAL
                   ADD 1 TO ALLE-FEJL-ANTAL
                   MOVE SPACES TO RAPPORT-TEXT
                   STRING
                       FT-FAMILIE (FAM-IX)      DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       WS-INDEKS-NAVN           DELIMITED BY SPACE
                       " FEJL - INDEKSET KUNNE IKKE KOPIERES"
                                                DELIMITED BY SIZE
                       INTO RAPPORT-TEXT
                   END-STRING
                   WRITE RAPPORT-REKORD
               ELSE
                   PERFORM SKRIV-UDTOGSINDEKS
                   CALL "CBL_DELETE_FILE" USING WS-INDEKS-GL-NAVN
                       RETURNING FJERN-RC
               END-IF
           END-IF
           EXIT.

       SKRIV-UDTOGSINDEKS.
           MOVE 0 TO INDEKS-FJERNET-ANTAL
           MOVE 0 TO INDEKS-DATO
           MOVE "N" TO EOF-INDEKS
           OPEN INPUT INDEKS-GL-FIL
           OPEN OUTPUT INDEKS-FIL
           PERFORM UNTIL END-INDEKS
               READ INDEKS-GL-FIL
                   AT END
                       SET END-INDEKS TO TRUE
                   NOT AT END
                       IF IG-PROD-DATO NOT = INDEKS-DATO
                           PERFORM SLAA-INDEKS-DATO-OP
                       END-IF
                       IF INDEKS-BEHOLD = "J"
                           WRITE INDEKS-REKORD FROM INDEKS-GL-REKORD
                       ELSE
                           ADD 1 TO INDEKS-FJERNET-ANTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INDEKS-GL-FIL
                 INDEKS-FIL
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               FT-FAMILIE (FAM-IX)      DELIMITED BY SIZE
               " "                      DELIMITED BY SIZE
               WS-INDEKS-NAVN           DELIMITED BY SPACE
               " RAEKKER FJERNET: "     DELIMITED BY SIZE
               INDEKS-FJERNET-ANTAL     DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      *Is the archive file of the row's date still there - a date
      *that is no candidate was never looked at and is kept
       SLAA-INDEKS-DATO-OP.
           MOVE IG-PROD-DATO TO INDEKS-DATO
           MOVE "J" TO INDEKS-BEHOLD
           PERFORM VARYING KD-IX FROM 1 BY 1
               UNTIL KD-IX > KANDIDAT-ANTAL
               IF KT-DATO (KD-IX) = INDEKS-DATO
                   AND KT-FINDES-1 (KD-IX) = "N"
                   MOVE "N" TO INDEKS-BEHOLD
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *One line per candidate acted on, held back or dropped
       SKRIV-KANDIDAT-LINJE.
           MOVE SPACES TO RAPPORT-TEXT
           EVALUATE KT-UDFALD (KD-IX)
               WHEN "M"
                   STRING
                       FT-FAMILIE (FAM-IX)      DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       KT-DATO (KD-IX)          DELIMITED BY SIZE
                       " FJERNET FRA MANIFEST - FILERNE MANGLER"
                                                DELIMITED BY SIZE
                       INTO RAPPORT-TEXT
                   END-STRING
               WHEN "B"
                   STRING
                       FT-FAMILIE (FAM-IX)      DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       KT-NAVN-1 (KD-IX)        DELIMITED BY SIZE
                       " BESKYTTET - "          DELIMITED BY SIZE
                       KT-AARSAG (KD-IX)        DELIMITED BY SIZE
                       INTO RAPPORT-TEXT
                   END-STRING
               WHEN "E"
                   STRING
                       FT-FAMILIE (FAM-IX)      DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       KT-NAVN-1 (KD-IX)        DELIMITED BY SIZE
                       " FEJL - "               DELIMITED BY SIZE
                       KT-AARSAG (KD-IX)        DELIMITED BY SIZE
                       INTO RAPPORT-TEXT
                   END-STRING
               WHEN OTHER
                   IF FT-HANDLING (FAM-IX) = "A"
                       STRING
                           FT-FAMILIE (FAM-IX)  DELIMITED BY SIZE
                           " "                  DELIMITED BY SIZE
                           KT-NAVN-1 (KD-IX)    DELIMITED BY SIZE
                           " ARKIVERET"         DELIMITED BY SIZE
                           INTO RAPPORT-TEXT
                       END-STRING
                   ELSE
                       STRING
                           FT-FAMILIE (FAM-IX)  DELIMITED BY SIZE
                           " "                  DELIMITED BY SIZE
                           KT-NAVN-1 (KD-IX)    DELIMITED BY SIZE
                           " SLETTET"           DELIMITED BY SIZE
                           INTO RAPPORT-TEXT
                       END-STRING
                   END-IF
           END-EVALUATE
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *The family's totals and the space it freed
       SKRIV-FAMILIE-LINJE.
           MOVE FAM-FRIGJORT TO WS-STR-EDIT
           MOVE FT-ANTAL (FAM-IX) TO WS-ANTAL-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "FAMILIE: "              DELIMITED BY SIZE
               FT-FAMILIE (FAM-IX)      DELIMITED BY SIZE
               " REGEL: "               DELIMITED BY SIZE
               FT-REGEL (FAM-IX)        DELIMITED BY SIZE
               WS-ANTAL-EDIT            DELIMITED BY SIZE
               " "                      DELIMITED BY SIZE
               FT-HANDLING (FAM-IX)     DELIMITED BY SIZE
               "  Filer: "              DELIMITED BY SIZE
               FAM-FILER-ANTAL          DELIMITED BY SIZE
               "  Slettet: "            DELIMITED BY SIZE
               FAM-SLETTET-ANTAL        DELIMITED BY SIZE
               "  Arkiveret: "          DELIMITED BY SIZE
               FAM-ARKIVERET-ANTAL      DELIMITED BY SIZE
               "  Beskyttet: "          DELIMITED BY SIZE
               FAM-BESKYTTET-ANTAL      DELIMITED BY SIZE
               "  Manglede: "           DELIMITED BY SIZE
               FAM-MANGLER-ANTAL        DELIMITED BY SIZE
               "  Frigjort: "           DELIMITED BY SIZE
               WS-STR-EDIT              DELIMITED BY SIZE
               " bytes"                 DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Run trailer
       SKRIV-TRAILER.
           MOVE ALLE-FRIGJORT TO WS-STR-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Filer fjernet: "        DELIMITED BY SIZE
               ALLE-FJERNET-ANTAL       DELIMITED BY SIZE
               "  Fejl: "               DELIMITED BY SIZE
               ALLE-FEJL-ANTAL          DELIMITED BY SIZE
               "  Ikke behandlet (tabel fuld): "
                                        DELIMITED BY SIZE
               KANDIDAT-TABT-ANTAL      DELIMITED BY SIZE
               "  Frigjort i alt: "     DELIMITED BY SIZE
               WS-STR-EDIT              DELIMITED BY SIZE
               " bytes"                 DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           DISPLAY "Oprydning: " ALLE-FJERNET-ANTAL " filer fjernet,"
                   " fejl: " ALLE-FEJL-ANTAL
           EXIT.
