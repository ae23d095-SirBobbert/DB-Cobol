      *Accounting-period close - finance's register of the months
      *that have been reported. Closing a month proves, at that
      *moment, that the month's postings on opg15-historik-data.txt
      *(by value date), the GL feeds KONTOPOSTERING wrote for that
      *period and the balance movement on the history agree per
      *KONTO-TYPE and VALUTA-KD; only when every row agrees is the
      *month marked closed in Regnskabsperioder.txt, with the proven
      *totals kept on the register row. From then on KONTOPOSTERING
      *moves or rejects any posting valued in the month (parameter
      *PERIODE-REGEL) and GENDANFREM will not leave a run in it out.
      *After the audit the month can be hard-locked; a closed month
      *can be reopened, a locked one never. Run as:
      *  opg76 LUK <YYYYMM> <bruger>
      *  opg76 LAAS <YYYYMM> <bruger>
      *  opg76 AABN <YYYYMM> <bruger>
      *  opg76 LISTE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODEAFSLUTNING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind account master - read by key for each history row's
      *KONTO-TYPE and VALUTA-KD, the keys the GL feed is summed on
           SELECT KONTOFIL ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOFIL-REKORD
               ALTERNATE RECORD KEY IS KUNDE-ID OF KONTOFIL-REKORD
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.
      *Bind OPG15's fixed-format history, the record of what applied
           SELECT OPTIONAL HISTDATA-FIL
               ASSIGN TO "opg15-historik-data.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTDATA-FIL-STATUS.
      *Bind one of OPG15's dated general-ledger feeds - the name is
      *built per run date while the feeds are collected
           SELECT GLFEED-FIL ASSIGN TO WS-GLFEED-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLFEED-FIL-STATUS.
      *Bind the period register - loaded whole and rewritten when a
      *month changes status. SELECT OPTIONAL so the first close
      *creates it
           SELECT OPTIONAL PERIODE-FIL
               ASSIGN TO "Regnskabsperioder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIODE-FIL-STATUS.
      *Bind the period-close report
           SELECT RAPPORT-FIL
               ASSIGN TO "opg76-periodeafslutning.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Account master record layout
       FD  KONTOFIL.
       01  KONTOFIL-REKORD.
           COPY "KONTOOPL.cpy".

      *Fixed-format history record layout
       FD  HISTDATA-FIL.
       01  HISTDATA-REKORD.
           COPY "KONTOHISTORIK.cpy".

      *General-ledger feed record layouts - must match what
      *KONTOPOSTERING writes. A feed from before the period field
      *has a blank GLH-PERIODE and belongs to its run date's month
       FD  GLFEED-FIL.
       01  GLFEED-HOVED.
           02  GLH-TYPE            PIC X(1).
           02  GLH-DATO            PIC 9(8).
           02  GLH-PERIODE         PIC 9(6).
       01  GLFEED-DETALJE.
           02  GLD-TYPE            PIC X(1).
           02  GLD-KONTO-TYPE      PIC X(10).
           02  GLD-VALUTA          PIC X(3).
           02  GLD-DEBET           PIC S9(9)V99.
           02  GLD-KREDIT          PIC S9(9)V99.
       01  GLFEED-TRAILER.
           02  GLT-TYPE            PIC X(1).
           02  GLT-ANTAL           PIC 9(6).
           02  GLT-DEBET           PIC S9(11)V99.
           02  GLT-KREDIT          PIC S9(11)V99.

      *Period register record layout
       FD  PERIODE-FIL.
       01  PERIODE-REKORD.
           COPY "REGNSKABSPERIODE.cpy".

      *Period-close report record layout
       FD  RAPPORT-FIL.
       01  RAPPORT-REKORD.
           02  RAPPORT-TEXT     PIC X(120).

       WORKING-STORAGE SECTION.

      *Today's date, stamped on the register row
       01  KOERSELS-DATO        PIC 9(8) VALUE 0.

      *File status fields
       01  KONTOFIL-STATUS      PIC X(2) VALUE "00".
       01  HISTDATA-FIL-STATUS  PIC X(2) VALUE "00".
       01  GLFEED-FIL-STATUS    PIC X(2) VALUE "00".
       01  PERIODE-FIL-STATUS   PIC X(2) VALUE "00".

      *Command-line arguments: the action, the month and the
      *finance user taking it
       01  WS-KOMMANDOLINJE     PIC X(80) VALUE SPACES.
       01  WS-HANDLING          PIC X(10) VALUE SPACES.
       01  WS-PERIODE-X         PIC X(6) VALUE SPACES.
       01  WS-BRUGER            PIC X(10) VALUE SPACES.
       01  PERIODE              PIC 9(6) VALUE 0.
       01  PERIODE-DELT REDEFINES PERIODE.
           05  PERIODE-AAR          PIC 9(4).
           05  PERIODE-MD           PIC 9(2).

      *In-memory period register - each row held whole as its
      *record image
       01  REG-TABEL.
           05  REG-POST OCCURS 300 TIMES INDEXED BY REG-IX.
               10  REG-BILLEDE         PIC X(115).
       01  REG-ANTAL            PIC 9(3) VALUE 0.
       01  WS-REG-IX            PIC 9(3) VALUE 0.
       01  REGISTER-AENDRET-SW  PIC X VALUE "N".
           88  REGISTER-AENDRET     VALUE "Y".

      *Reconciliation by KONTO-TYPE and VALUTA-KD - the history's
      *debits, credits and balance movement held against the GL
      *feeds' detail rows for the same keys
       01  AF-TABEL.
           05  AF-POST OCCURS 100 TIMES INDEXED BY AF-IX.
               10  AF-KONTO-TYPE       PIC X(10).
               10  AF-VALUTA           PIC X(3).
               10  AF-HIST-DEBET       PIC S9(11)V99.
               10  AF-HIST-KREDIT      PIC S9(11)V99.
               10  AF-BEVAEGELSE       PIC S9(11)V99.
               10  AF-GL-DEBET         PIC S9(11)V99.
               10  AF-GL-KREDIT        PIC S9(11)V99.
       01  AF-ANTAL             PIC 9(3) VALUE 0.
       01  WS-AF-IX             PIC 9(3) VALUE 0.
       01  AF-NOEGLE-TYPE       PIC X(10) VALUE SPACES.
       01  AF-NOEGLE-VALUTA     PIC X(3) VALUE SPACES.
       01  AF-TABT-ANTAL        PIC 9(7) VALUE 0.
       01  AFSTEMT-SW           PIC X VALUE "Y".
           88  AFSTEMT              VALUE "Y".
       01  RAEKKE-OK-SW         PIC X VALUE "Y".
           88  RAEKKE-OK            VALUE "Y".

      *One history row's leg, normalized the way KONTOPOSTERING
      *folds it into the feed - a negative amount books on the
      *opposite side
       01  LEG-TYPE             PIC X(6) VALUE SPACES.
       01  LEG-BELOB            PIC S9(7)V99 VALUE 0.

      *Totals for the proof and the register row
       01  POST-ANTAL           PIC 9(7) VALUE 0.
       01  SUM-HIST-DEBET       PIC S9(11)V99 VALUE 0.
       01  SUM-HIST-KREDIT      PIC S9(11)V99 VALUE 0.
       01  SUM-BEVAEGELSE       PIC S9(11)V99 VALUE 0.
       01  SUM-GL-DEBET         PIC S9(11)V99 VALUE 0.
       01  SUM-GL-KREDIT        PIC S9(11)V99 VALUE 0.
       01  GLFEED-ANTAL         PIC 9(5) VALUE 0.
       01  GLT-SUM-DEBET        PIC S9(11)V99 VALUE 0.
       01  GLT-SUM-KREDIT       PIC S9(11)V99 VALUE 0.
       01  UKENDT-KONTO-ANTAL   PIC 9(7) VALUE 0.
       01  NETTO-KREDIT         PIC S9(11)V99 VALUE 0.

      *The feed name being tried and the walk over the run dates a
      *feed for the month can carry - from its first day to today
       01  WS-GLFEED-FILNAVN    PIC X(40) VALUE SPACES.
       01  FIL-DETALJER         PIC X(16).
       01  FIL-FUNDET-RC        PIC S9(9) COMP-5 VALUE 0.
       01  FEED-PERIODE         PIC 9(6) VALUE 0.
       01  FRA-SERIAL           PIC 9(7) VALUE 0.
       01  TIL-SERIAL           PIC 9(7) VALUE 0.
       01  DAG-SERIAL           PIC 9(7) VALUE 0.
       01  FEED-DATO            PIC 9(8) VALUE 0.

      *Parameter fields for the shared date subprogram
       01  DATO-FUNKTION        PIC X(1) VALUE SPACE.
       01  DATO-ARG             PIC 9(8) VALUE 0.
       01  DATO-SERIAL          PIC 9(7) VALUE 0.
       01  DATO-UGEDAG          PIC 9(1) VALUE 0.

      *End-of-file flags
       01  EOF-HIST             PIC X VALUE "N".
           88  END-HIST             VALUE "Y".
       01  EOF-GLFEED           PIC X VALUE "N".
           88  END-GLFEED           VALUE "Y".
       01  EOF-PERIODE          PIC X VALUE "N".
           88  END-PERIODE          VALUE "Y".

      *Edited fields for the report
       01  WS-DEBET-EDIT        PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-KREDIT-EDIT       PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-GLD-EDIT          PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-GLK-EDIT          PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-BEV-EDIT          PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-ANTAL-EDIT        PIC ZZZZZZ9.
       01  WS-RAEKKE-STATUS     PIC X(7) VALUE SPACES.
       01  WS-STATUS-TEKST      PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
           ACCEPT WS-KOMMANDOLINJE FROM COMMAND-LINE
           UNSTRING WS-KOMMANDOLINJE DELIMITED BY ALL " "
               INTO WS-HANDLING WS-PERIODE-X WS-BRUGER
           IF WS-HANDLING NOT = "LUK" AND NOT = "LAAS"
               AND NOT = "AABN" AND NOT = "LISTE"
               DISPLAY "OPG76: angiv LUK|LAAS|AABN <YYYYMM> <bruger>"
                       " eller LISTE"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-HANDLING NOT = "LISTE"
               IF WS-PERIODE-X NOT NUMERIC OR WS-BRUGER = SPACES
                   DISPLAY "OPG76: angiv " WS-HANDLING
                           " <YYYYMM> <bruger>"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PERIODE-X TO PERIODE
               IF PERIODE-MD < 1 OR PERIODE-MD > 12
                   DISPLAY "OPG76: ugyldig periode " WS-PERIODE-X
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM LAES-REGISTER
           OPEN OUTPUT RAPPORT-FIL

           EVALUATE WS-HANDLING
               WHEN "LUK"
                   PERFORM LUK-PERIODE
               WHEN "LAAS"
                   PERFORM LAAS-PERIODE
               WHEN "AABN"
                   PERFORM AABN-PERIODE
               WHEN OTHER
                   PERFORM LIST-REGISTER
           END-EVALUATE

           IF REGISTER-AENDRET
               PERFORM SKRIV-REGISTER
           END-IF
           CLOSE RAPPORT-FIL
           STOP RUN.

      * -------------------------------------------------
      *Load the period register whole
       LAES-REGISTER.
           MOVE 0 TO REG-ANTAL
           MOVE "N" TO EOF-PERIODE
           OPEN INPUT PERIODE-FIL
           IF PERIODE-FIL-STATUS = "00"
               OR PERIODE-FIL-STATUS = "05"
               PERFORM UNTIL END-PERIODE
                   READ PERIODE-FIL
                       AT END
                           SET END-PERIODE TO TRUE
                       NOT AT END
                           IF REG-ANTAL < 300
                               ADD 1 TO REG-ANTAL
                               MOVE PERIODE-REKORD
                                   TO REG-BILLEDE (REG-ANTAL)
                           ELSE
                               DISPLAY "ADVARSEL: periode-"
                                       "registeret er fuldt"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIODE-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Find the month asked for on the register, leaving its row in
      *PERIODE-REKORD and its index in WS-REG-IX (zero when the
      *month has no row - it is open)
       FIND-REG-RAEKKE.
           MOVE 0 TO WS-REG-IX
           PERFORM VARYING REG-IX FROM 1 BY 1
               UNTIL REG-IX > REG-ANTAL
               MOVE REG-BILLEDE (REG-IX) TO PERIODE-REKORD
               IF RP-PERIODE = PERIODE
                   SET WS-REG-IX TO REG-IX
               END-IF
           END-PERFORM
           IF WS-REG-IX > 0
               MOVE REG-BILLEDE (WS-REG-IX) TO PERIODE-REKORD
           ELSE
               MOVE SPACES TO PERIODE-REKORD
               MOVE PERIODE TO RP-PERIODE
               MOVE "A" TO RP-STATUS
               MOVE 0 TO RP-LUKKET-DATO
               MOVE 0 TO RP-LAAST-DATO
               MOVE 0 TO RP-POST-ANTAL
               MOVE 0 TO RP-POST-DEBET
               MOVE 0 TO RP-POST-KREDIT
               MOVE 0 TO RP-GL-DEBET
               MOVE 0 TO RP-GL-KREDIT
               MOVE 0 TO RP-SALDO-BEVAEG
           END-IF
           EXIT.

      * -------------------------------------------------
      *Put the row in PERIODE-REKORD back on the register, adding
      *it when the month had none
       GEM-REG-RAEKKE.
           IF WS-REG-IX = 0
               IF REG-ANTAL < 300
                   ADD 1 TO REG-ANTAL
                   MOVE REG-ANTAL TO WS-REG-IX
               ELSE
                   DISPLAY "OPG76: periode-registeret er fuldt"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-REG-IX > 0
               MOVE PERIODE-REKORD TO REG-BILLEDE (WS-REG-IX)
               SET REGISTER-AENDRET TO TRUE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Rewrite the register - a newly closed month is added at the
      *end, so the rows stand in the order they were closed
       SKRIV-REGISTER.
           OPEN OUTPUT PERIODE-FIL
           PERFORM VARYING REG-IX FROM 1 BY 1
               UNTIL REG-IX > REG-ANTAL
               MOVE REG-BILLEDE (REG-IX) TO PERIODE-REKORD
               WRITE PERIODE-REKORD
           END-PERFORM
           CLOSE PERIODE-FIL
           EXIT.

      * -------------------------------------------------
      *Close a month: it must be over and not already closed, and
      *the postings, the GL feeds and the balance movement must
      *agree before the register is touched
       LUK-PERIODE.
           PERFORM FIND-REG-RAEKKE
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "PERIODELUKNING "    DELIMITED BY SIZE
               PERIODE              DELIMITED BY SIZE
               " - KOERT "          DELIMITED BY SIZE
               KOERSELS-DATO        DELIMITED BY SIZE
               " AF "               DELIMITED BY SIZE
               WS-BRUGER            DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           IF PERIODE NOT < KOERSELS-DATO (1:6)
               MOVE "Perioden er ikke slut - kan ikke lukkes"
                   TO RAPPORT-TEXT
               WRITE RAPPORT-REKORD
               DISPLAY "OPG76: " PERIODE " er ikke slut"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF RP-LUKKET OR RP-LAAST
                   MOVE "Perioden er allerede lukket"
                       TO RAPPORT-TEXT
                   WRITE RAPPORT-REKORD
                   DISPLAY "OPG76: " PERIODE " er allerede lukket"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM OPGOER-HISTORIK
                   PERFORM OPGOER-GLFEED
                   PERFORM SKRIV-AFSTEMNING
                   IF AFSTEMT
                       PERFORM MARKER-LUKKET
                   ELSE
                       MOVE SPACES TO RAPPORT-TEXT
                       WRITE RAPPORT-REKORD
                       MOVE "IKKE LUKKET - afstemningen gaar ikke op"
                           TO RAPPORT-TEXT
                       WRITE RAPPORT-REKORD
                       DISPLAY "OPG76: " PERIODE " ikke lukket -"
                               " afstemningen gaar ikke op"
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Mark the month closed with the totals just proven
       MARKER-LUKKET.
           MOVE "L" TO RP-STATUS
           MOVE KOERSELS-DATO   TO RP-LUKKET-DATO
           MOVE WS-BRUGER       TO RP-LUKKET-AF
           MOVE POST-ANTAL      TO RP-POST-ANTAL
           MOVE SUM-HIST-DEBET  TO RP-POST-DEBET
           MOVE SUM-HIST-KREDIT TO RP-POST-KREDIT
           MOVE SUM-GL-DEBET    TO RP-GL-DEBET
           MOVE SUM-GL-KREDIT   TO RP-GL-KREDIT
           MOVE SUM-BEVAEGELSE  TO RP-SALDO-BEVAEG
           PERFORM GEM-REG-RAEKKE
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "PERIODE "           DELIMITED BY SIZE
               PERIODE              DELIMITED BY SIZE
               " LUKKET - posteringer, GL-feed og saldo"
                                    DELIMITED BY SIZE
               "bevaegelse stemmer" DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           DISPLAY "OPG76: " PERIODE " lukket"
           EXIT.

      * -------------------------------------------------
      *Sum the month's applied postings from the history by the
      *account's KONTO-TYPE and VALUTA-KD
       OPGOER-HISTORIK.
           OPEN INPUT KONTOFIL
           MOVE "N" TO EOF-HIST
           OPEN INPUT HISTDATA-FIL
           IF HISTDATA-FIL-STATUS = "00"
               OR HISTDATA-FIL-STATUS = "05"
               PERFORM UNTIL END-HIST
                   READ HISTDATA-FIL
                       AT END
                           SET END-HIST TO TRUE
                       NOT AT END
                           IF HIST-DATO (1:6) = PERIODE
                               PERFORM OPGOER-HIST-RAEKKE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTDATA-FIL
           END-IF
           IF KONTOFIL-STATUS = "00"
               CLOSE KONTOFIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Fold one history row in. An account no longer on the master
      *is summed under UKENDT and will stand out against the feed
       OPGOER-HIST-RAEKKE.
           ADD 1 TO POST-ANTAL
           MOVE "UKENDT" TO AF-NOEGLE-TYPE
           MOVE SPACES TO AF-NOEGLE-VALUTA
           IF KONTOFIL-STATUS = "00"
               MOVE HIST-KONTO-ID TO KONTO-ID OF KONTOFIL-REKORD
               READ KONTOFIL
                   INVALID KEY
                       ADD 1 TO UKENDT-KONTO-ANTAL
                   NOT INVALID KEY
                       MOVE KONTO-TYPE OF KONTOFIL-REKORD
                           TO AF-NOEGLE-TYPE
                       MOVE VALUTA-KD OF KONTOFIL-REKORD
                           TO AF-NOEGLE-VALUTA
               END-READ
           ELSE
               ADD 1 TO UKENDT-KONTO-ANTAL
           END-IF
           PERFORM FIND-AF-RAEKKE
           IF WS-AF-IX > 0
               MOVE HIST-TYPE  TO LEG-TYPE
               MOVE HIST-BELOB TO LEG-BELOB
               IF LEG-BELOB < 0
                   COMPUTE LEG-BELOB = 0 - LEG-BELOB
                   IF LEG-TYPE = "DEBIT"
                       MOVE "KREDIT" TO LEG-TYPE
                   ELSE
                       MOVE "DEBIT" TO LEG-TYPE
                   END-IF
               END-IF
               IF LEG-TYPE = "DEBIT"
                   ADD LEG-BELOB TO AF-HIST-DEBET (WS-AF-IX)
               ELSE
                   ADD LEG-BELOB TO AF-HIST-KREDIT (WS-AF-IX)
               END-IF
               COMPUTE AF-BEVAEGELSE (WS-AF-IX) =
                   AF-BEVAEGELSE (WS-AF-IX)
                   + HIST-SALDO-EFTER - HIST-SALDO-FOER
           END-IF
           EXIT.

      * -------------------------------------------------
      *Find or add the reconciliation row for AF-NOEGLE-TYPE and
      *AF-NOEGLE-VALUTA; WS-AF-IX is zero only when the table is
      *full
       FIND-AF-RAEKKE.
           MOVE 0 TO WS-AF-IX
           PERFORM VARYING AF-IX FROM 1 BY 1
               UNTIL AF-IX > AF-ANTAL
               IF AF-KONTO-TYPE (AF-IX) = AF-NOEGLE-TYPE
                   AND AF-VALUTA (AF-IX) = AF-NOEGLE-VALUTA
                   SET WS-AF-IX TO AF-IX
               END-IF
           END-PERFORM
           IF WS-AF-IX = 0
               IF AF-ANTAL < 100
                   ADD 1 TO AF-ANTAL
                   MOVE AF-ANTAL TO WS-AF-IX
                   MOVE AF-NOEGLE-TYPE   TO AF-KONTO-TYPE (WS-AF-IX)
                   MOVE AF-NOEGLE-VALUTA TO AF-VALUTA (WS-AF-IX)
                   MOVE 0 TO AF-HIST-DEBET (WS-AF-IX)
                   MOVE 0 TO AF-HIST-KREDIT (WS-AF-IX)
                   MOVE 0 TO AF-BEVAEGELSE (WS-AF-IX)
                   MOVE 0 TO AF-GL-DEBET (WS-AF-IX)
                   MOVE 0 TO AF-GL-KREDIT (WS-AF-IX)
               ELSE
                   ADD 1 TO AF-TABT-ANTAL
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Collect every GL feed carrying the month: a feed is dated by
      *its run, so any run from the month's first day to today may
      *have written one - the run's own GLFEED_<date>.txt, or a
      *GLFEED_<date>_<YYYYMM>.txt for a back-valued posting
       OPGOER-GLFEED.
           MOVE "S" TO DATO-FUNKTION
           COMPUTE DATO-ARG = PERIODE * 100 + 1
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           MOVE DATO-SERIAL TO FRA-SERIAL
           MOVE KOERSELS-DATO TO DATO-ARG
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           MOVE DATO-SERIAL TO TIL-SERIAL
           PERFORM VARYING DAG-SERIAL FROM FRA-SERIAL BY 1
               UNTIL DAG-SERIAL > TIL-SERIAL
               MOVE "D" TO DATO-FUNKTION
               MOVE DAG-SERIAL TO DATO-SERIAL
               CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                        DATO-SERIAL DATO-UGEDAG
               MOVE DATO-ARG TO FEED-DATO
               MOVE SPACES TO WS-GLFEED-FILNAVN
               STRING
                   "GLFEED_"      DELIMITED BY SIZE
                   FEED-DATO      DELIMITED BY SIZE
                   ".txt"         DELIMITED BY SIZE
                   INTO WS-GLFEED-FILNAVN
               END-STRING
               PERFORM LAES-GLFEED
               MOVE SPACES TO WS-GLFEED-FILNAVN
               STRING
                   "GLFEED_"      DELIMITED BY SIZE
                   FEED-DATO      DELIMITED BY SIZE
                   "_"            DELIMITED BY SIZE
                   PERIODE        DELIMITED BY SIZE
                   ".txt"         DELIMITED BY SIZE
                   INTO WS-GLFEED-FILNAVN
               END-STRING
               PERFORM LAES-GLFEED
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Read one feed when it exists and belongs to the month, adding
      *its detail rows (the AFREGNING counterpart rows aside - they
      *carry no account movement) and its trailer totals
       LAES-GLFEED.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-GLFEED-FILNAVN
               FIL-DETALJER
               RETURNING FIL-FUNDET-RC
           IF FIL-FUNDET-RC = 0
               OPEN INPUT GLFEED-FIL
               IF GLFEED-FIL-STATUS = "00"
                   MOVE "N" TO EOF-GLFEED
                   READ GLFEED-FIL
                       AT END
                           SET END-GLFEED TO TRUE
                   END-READ
                   IF NOT END-GLFEED AND GLH-TYPE = "H"
                       IF GLH-PERIODE NUMERIC
                           MOVE GLH-PERIODE TO FEED-PERIODE
                       ELSE
                           MOVE GLH-DATO (1:6) TO FEED-PERIODE
                       END-IF
                       IF FEED-PERIODE = PERIODE
                           ADD 1 TO GLFEED-ANTAL
                           PERFORM LAES-GLFEED-RAEKKER
                       END-IF
                   END-IF
                   CLOSE GLFEED-FIL
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Fold the detail rows and the trailer of the open feed in
       LAES-GLFEED-RAEKKER.
           PERFORM UNTIL END-GLFEED
               READ GLFEED-FIL
                   AT END
                       SET END-GLFEED TO TRUE
                   NOT AT END
                       EVALUATE GLD-TYPE
                           WHEN "D"
                               IF GLD-KONTO-TYPE NOT = "AFREGNING"
                                   MOVE GLD-KONTO-TYPE
                                       TO AF-NOEGLE-TYPE
                                   MOVE GLD-VALUTA
                                       TO AF-NOEGLE-VALUTA
                                   PERFORM FIND-AF-RAEKKE
                                   IF WS-AF-IX > 0
                                       ADD GLD-DEBET
                                           TO AF-GL-DEBET (WS-AF-IX)
                                       ADD GLD-KREDIT
                                           TO AF-GL-KREDIT (WS-AF-IX)
                                   END-IF
                               END-IF
                           WHEN "T"
                               ADD GLT-DEBET  TO GLT-SUM-DEBET
                               ADD GLT-KREDIT TO GLT-SUM-KREDIT
                       END-EVALUATE
               END-READ
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Write the proof: one row per KONTO-TYPE/VALUTA-KD with the
      *history's debits and credits, the feeds' debits and credits
      *and the balance movement, then the totals. A row agrees when
      *the feed matches the history on both sides and the movement
      *equals credits less debits
       SKRIV-AFSTEMNING.
           MOVE "Y" TO AFSTEMT-SW
           MOVE 0 TO SUM-HIST-DEBET
           MOVE 0 TO SUM-HIST-KREDIT
           MOVE 0 TO SUM-BEVAEGELSE
           MOVE 0 TO SUM-GL-DEBET
           MOVE 0 TO SUM-GL-KREDIT
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "KONTOTYPE  VAL "          DELIMITED BY SIZE
               "      HIST-DEBET "        DELIMITED BY SIZE
               "     HIST-KREDIT "        DELIMITED BY SIZE
               "        GL-DEBET "        DELIMITED BY SIZE
               "       GL-KREDIT "        DELIMITED BY SIZE
               "    SALDOBEVAEG"          DELIMITED BY SIZE
               "  STATUS"                 DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           PERFORM VARYING AF-IX FROM 1 BY 1
               UNTIL AF-IX > AF-ANTAL
               PERFORM SKRIV-AFSTEMNING-RAEKKE
           END-PERFORM

           MOVE SUM-HIST-DEBET  TO WS-DEBET-EDIT
           MOVE SUM-HIST-KREDIT TO WS-KREDIT-EDIT
           MOVE SUM-GL-DEBET    TO WS-GLD-EDIT
           MOVE SUM-GL-KREDIT   TO WS-GLK-EDIT
           MOVE SUM-BEVAEGELSE  TO WS-BEV-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "I ALT          "  DELIMITED BY SIZE
               WS-DEBET-EDIT      DELIMITED BY SIZE
               "  "               DELIMITED BY SIZE
               WS-KREDIT-EDIT     DELIMITED BY SIZE
               "  "               DELIMITED BY SIZE
               WS-GLD-EDIT        DELIMITED BY SIZE
               "  "               DELIMITED BY SIZE
               WS-GLK-EDIT        DELIMITED BY SIZE
               "  "               DELIMITED BY SIZE
               WS-BEV-EDIT        DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD

           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE POST-ANTAL TO WS-ANTAL-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Posteringer i perioden (historik): "
                                  DELIMITED BY SIZE
               WS-ANTAL-EDIT      DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE GLFEED-ANTAL TO WS-ANTAL-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "GL-feeds for perioden:             "
                                  DELIMITED BY SIZE
               WS-ANTAL-EDIT      DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD

      *Each feed balances itself against AFREGNING - the trailers
      *must too
           MOVE GLT-SUM-DEBET  TO WS-DEBET-EDIT
           MOVE GLT-SUM-KREDIT TO WS-KREDIT-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "GL-feed trailere debet/kredit:     "
                                  DELIMITED BY SIZE
               WS-DEBET-EDIT      DELIMITED BY SIZE
               " / "              DELIMITED BY SIZE
               WS-KREDIT-EDIT     DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           IF GLT-SUM-DEBET NOT = GLT-SUM-KREDIT
               MOVE "N" TO AFSTEMT-SW
               MOVE "AFVIGELSE: GL-feedenes trailere balancerer ikke"
                   TO RAPPORT-TEXT
               WRITE RAPPORT-REKORD
           END-IF
           IF UKENDT-KONTO-ANTAL > 0
               MOVE UKENDT-KONTO-ANTAL TO WS-ANTAL-EDIT
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "Historikraekker uden konto paa masteren: "
                                  DELIMITED BY SIZE
                   WS-ANTAL-EDIT  DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
           END-IF
           IF AF-TABT-ANTAL > 0
               MOVE "N" TO AFSTEMT-SW
               MOVE "AFVIGELSE: afstemningstabellen er fuld"
                   TO RAPPORT-TEXT
               WRITE RAPPORT-REKORD
           END-IF
           EXIT.

      * -------------------------------------------------
      *Write one reconciliation row and fold it into the totals
       SKRIV-AFSTEMNING-RAEKKE.
           MOVE "Y" TO RAEKKE-OK-SW
           COMPUTE NETTO-KREDIT =
               AF-HIST-KREDIT (AF-IX) - AF-HIST-DEBET (AF-IX)
           IF AF-HIST-DEBET (AF-IX) NOT = AF-GL-DEBET (AF-IX)
               OR AF-HIST-KREDIT (AF-IX) NOT = AF-GL-KREDIT (AF-IX)
               OR AF-BEVAEGELSE (AF-IX) NOT = NETTO-KREDIT
               MOVE "N" TO RAEKKE-OK-SW
               MOVE "N" TO AFSTEMT-SW
           END-IF
           IF RAEKKE-OK
               MOVE "OK" TO WS-RAEKKE-STATUS
           ELSE
               MOVE "AFVIGER" TO WS-RAEKKE-STATUS
           END-IF
           ADD AF-HIST-DEBET (AF-IX)  TO SUM-HIST-DEBET
           ADD AF-HIST-KREDIT (AF-IX) TO SUM-HIST-KREDIT
           ADD AF-GL-DEBET (AF-IX)    TO SUM-GL-DEBET
           ADD AF-GL-KREDIT (AF-IX)   TO SUM-GL-KREDIT
           ADD AF-BEVAEGELSE (AF-IX)  TO SUM-BEVAEGELSE
           MOVE AF-HIST-DEBET (AF-IX)  TO WS-DEBET-EDIT
           MOVE AF-HIST-KREDIT (AF-IX) TO WS-KREDIT-EDIT
           MOVE AF-GL-DEBET (AF-IX)    TO WS-GLD-EDIT
           MOVE AF-GL-KREDIT (AF-IX)   TO WS-GLK-EDIT
           MOVE AF-BEVAEGELSE (AF-IX)  TO WS-BEV-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               AF-KONTO-TYPE (AF-IX)  DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               AF-VALUTA (AF-IX)      DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-DEBET-EDIT          DELIMITED BY SIZE
               "  "                   DELIMITED BY SIZE
               WS-KREDIT-EDIT         DELIMITED BY SIZE
               "  "                   DELIMITED BY SIZE
               WS-GLD-EDIT            DELIMITED BY SIZE
               "  "                   DELIMITED BY SIZE
               WS-GLK-EDIT            DELIMITED BY SIZE
               "  "                   DELIMITED BY SIZE
               WS-BEV-EDIT            DELIMITED BY SIZE
               "  "                   DELIMITED BY SIZE
               WS-RAEKKE-STATUS       DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Hard-lock a closed month after the audit - it can never be
      *reopened
       LAAS-PERIODE.
           PERFORM FIND-REG-RAEKKE
           IF RP-LUKKET
               MOVE "H" TO RP-STATUS
               MOVE KOERSELS-DATO TO RP-LAAST-DATO
               MOVE WS-BRUGER     TO RP-LAAST-AF
               PERFORM GEM-REG-RAEKKE
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "PERIODE "     DELIMITED BY SIZE
                   PERIODE        DELIMITED BY SIZE
                   " HAARDT LAAST " DELIMITED BY SIZE
                   KOERSELS-DATO  DELIMITED BY SIZE
                   " AF "         DELIMITED BY SIZE
                   WS-BRUGER      DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
               DISPLAY "OPG76: " PERIODE " haardt laast"
           ELSE
               IF RP-LAAST
                   DISPLAY "OPG76: " PERIODE " er allerede laast"
               ELSE
                   DISPLAY "OPG76: " PERIODE " skal lukkes foer"
                           " den kan laases"
               END-IF
               MOVE 8 TO RETURN-CODE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Reopen a closed month - who reopened it and when replaces
      *the close stamp; the totals proven at the close stay on the
      *row until the next close. A hard-locked month is refused
       AABN-PERIODE.
           PERFORM FIND-REG-RAEKKE
           IF RP-LUKKET
               MOVE "A" TO RP-STATUS
               MOVE KOERSELS-DATO TO RP-LUKKET-DATO
               MOVE WS-BRUGER     TO RP-LUKKET-AF
               PERFORM GEM-REG-RAEKKE
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "PERIODE "     DELIMITED BY SIZE
                   PERIODE        DELIMITED BY SIZE
                   " GENAABNET "  DELIMITED BY SIZE
                   KOERSELS-DATO  DELIMITED BY SIZE
                   " AF "         DELIMITED BY SIZE
                   WS-BRUGER      DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
               DISPLAY "OPG76: " PERIODE " genaabnet"
           ELSE
               IF RP-LAAST
                   DISPLAY "OPG76: " PERIODE " er haardt laast og"
                           " kan ikke genaabnes"
               ELSE
                   DISPLAY "OPG76: " PERIODE " er ikke lukket"
               END-IF
               MOVE 8 TO RETURN-CODE
           END-IF
           EXIT.

      * -------------------------------------------------
      *List the register, one line per month
       LIST-REGISTER.
           MOVE "REGNSKABSPERIODER" TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           PERFORM VARYING REG-IX FROM 1 BY 1
               UNTIL REG-IX > REG-ANTAL
               MOVE REG-BILLEDE (REG-IX) TO PERIODE-REKORD
               EVALUATE TRUE
                   WHEN RP-LUKKET
                       MOVE "LUKKET"        TO WS-STATUS-TEKST
                   WHEN RP-LAAST
                       MOVE "HAARDT LAAST"  TO WS-STATUS-TEKST
                   WHEN OTHER
                       MOVE "GENAABNET"     TO WS-STATUS-TEKST
               END-EVALUATE
               MOVE RP-POST-ANTAL TO WS-ANTAL-EDIT
               MOVE RP-SALDO-BEVAEG TO WS-BEV-EDIT
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   RP-PERIODE      DELIMITED BY SIZE
                   "  "            DELIMITED BY SIZE
                   WS-STATUS-TEKST DELIMITED BY SIZE
                   " AENDRET: "    DELIMITED BY SIZE
                   RP-LUKKET-DATO  DELIMITED BY SIZE
                   " "             DELIMITED BY SIZE
                   RP-LUKKET-AF    DELIMITED BY SIZE
                   " LAAST: "      DELIMITED BY SIZE
                   RP-LAAST-DATO   DELIMITED BY SIZE
                   " "             DELIMITED BY SIZE
                   RP-LAAST-AF     DELIMITED BY SIZE
                   " POST: "       DELIMITED BY SIZE
                   WS-ANTAL-EDIT   DELIMITED BY SIZE
                   " BEVAEG: "     DELIMITED BY SIZE
                   WS-BEV-EDIT     DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
           END-PERFORM
           EXIT.
