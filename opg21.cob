      *opg15-posteringer.txt so OPG15 applies them like any keyed
      *posting, and advances each order's next-due date by its
      *frequency. Replaces rekeying the same rent and salary
      *transfers into the posting file every morning. New orders
      *arrive through opg21-nye-ordrer.txt and are validated before
      *they join the master: a fresh order ID, both accounts passing
      *their check digits and live on the account master, a known
      *frequency and an amount - rejects are reported and dropped.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FASTEOVERFOERSLER.

           SELECT OPTIONAL POST-FIL ASSIGN TO "opg15-posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POST-FIL-STATUS.
      *Bind the intake of new standing orders - consumed whole and
      *cleared at the end of the run. SELECT OPTIONAL so a day with
      *no new orders runs clean
           SELECT OPTIONAL NY-ORDRE-FIL
               ASSIGN TO "opg21-nye-ordrer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NY-ORDRE-FIL-STATUS.
      *Bind account master - read by key to confirm both accounts
      *of a new order are live before it joins the master
           SELECT KONTOFIL ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOFIL-REKORD
               ALTERNATE RECORD KEY IS KUNDE-ID OF KONTOFIL-REKORD
                   WITH DUPLICATES.
      *Bind the standing-order report
           SELECT RAPPORT-FIL
               ASSIGN TO "opg21-overfoersler-rapport.txt"
      *Blank (rows from before the field existed) runs as always
           02  FO-STATUS           PIC X(1).

      *New-order record layout - the order as it is to stand on the
      *master, and who keyed or generated it
       FD  NY-ORDRE-FIL.
       01  NY-ORDRE-REKORD.
           02  NO-ORDRE-ID         PIC X(6).
           02  NO-KONTO-ID         PIC X(10).
           02  NO-MODKONTO-ID      PIC X(10).
           02  NO-BELOB            PIC 9(7)V99.
           02  NO-FREKVENS         PIC X(1).
           02  NO-NAESTE-DATO      PIC 9(8).
           02  NO-SLUT-DATO        PIC 9(8).
           02  NO-KOERT-AF         PIC X(10).

      *Account master record layout
       FD  KONTOFIL.
       01  KONTOFIL-REKORD.
           COPY "KONTOOPL.cpy".

      *Posting-transaction record layout - the same layout OPG15 reads
       FD  POST-FIL.
       01  POST-REKORD.

      *Today's date, the due cutoff and the posting date
       01  KOERSELS-DATO            PIC 9(8) VALUE 0.
       01  WS-KOMMANDOLINJE         PIC X(20) VALUE SPACES.

      *File status for the two SELECT OPTIONAL files
       01  ORDRE-FIL-STATUS         PIC X(2) VALUE "00".
       01  POST-FIL-STATUS          PIC X(2) VALUE "00".
       01  NY-ORDRE-FIL-STATUS      PIC X(2) VALUE "00".

      *Parameter fields for the shared date subprogram
       01  DATO-FUNKTION            PIC X(1) VALUE SPACE.
               10  OT-STATUS           PIC X(1).
       01  ORDRE-ANTAL              PIC 9(4) VALUE 0.

      *End-of-file flags for the standing-order master and the
      *new-order intake
       01  EOF-ORDRE                PIC X VALUE "N".
           88  END-ORDRE                VALUE "Y".
       01  EOF-NY-ORDRE             PIC X VALUE "N".
           88  END-NY-ORDRE             VALUE "Y".

      *Parameter fields for the shared ID check-digit subprogram
       01  ID-FUNKTION              PIC X(1) VALUE SPACE.
       01  ID-ARG                   PIC X(10) VALUE SPACES.
       01  ID-SVAR                  PIC X(1) VALUE SPACE.

      *Outcome of the current new order's validation
       01  NY-ORDRE-OK-SW           PIC X VALUE "Y".
           88  NY-ORDRE-OK              VALUE "Y".
       01  NY-ORDRE-FEJL-AARSAG     PIC X(40) VALUE SPACES.

      *Edited amount for the report
       01  WS-BELOB-EDIT            PIC -Z,ZZZ,ZZ9.99.
           88  ORDRE-OVERLOEB           VALUE "Y".
       01  OVERFOERSLER-ANTAL       PIC 9(7) VALUE 0.
       01  ORDRER-UDLOEBET-ANTAL    PIC 9(7) VALUE 0.
       01  NYE-ORDRER-ANTAL         PIC 9(7) VALUE 0.
       01  NYE-AFVIST-ANTAL         PIC 9(7) VALUE 0.

      *Parameter fields for the shared run-count subprogram
       01  KT-PROGRAM           PIC X(8) VALUE "OPG21".
       MAIN-PROGRAM.
      *Today's date is the due cutoff and the posting date
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
      *A business date on the command line (YYYYMMDD) stands in for
      *the run date - DAGSKORSEL passes one per missed banking day
      *when it catches up after a day the chain did not run
           ACCEPT WS-KOMMANDOLINJE FROM COMMAND-LINE
           IF WS-KOMMANDOLINJE NOT = SPACES
               AND WS-KOMMANDOLINJE (1:8) NUMERIC
               MOVE WS-KOMMANDOLINJE (1:8) TO KOERSELS-DATO
           END-IF

      *Load the standing-order master - a master too big for the
      *table refuses the whole run, because the rewrite below would
           OPEN OUTPUT RAPPORT-FIL
           PERFORM ABEN-POST-FIL

      *Take the day's new orders onto the master first, so an order
      *due today already generates its transfer today
           PERFORM LAES-NYE-ORDRER

      *Generate the posting pairs for every order due today or
      *overdue, advancing each order's next-due date as it goes - a
      *suspended order (an estate under probate) stands still, its
           END-IF
           EXIT.

      * -------------------------------------------------
      *Work the new-order intake against the master, then clear it
      *so a rerun cannot add the same orders twice
       LAES-NYE-ORDRER.
           MOVE "N" TO EOF-NY-ORDRE
           OPEN INPUT NY-ORDRE-FIL
           IF NY-ORDRE-FIL-STATUS = "00"
               OR NY-ORDRE-FIL-STATUS = "05"
               OPEN INPUT KONTOFIL
               PERFORM UNTIL END-NY-ORDRE
                   READ NY-ORDRE-FIL
                       AT END
                           SET END-NY-ORDRE TO TRUE
                       NOT AT END
                           PERFORM BEHANDL-NY-ORDRE
                   END-READ
               END-PERFORM
               CLOSE KONTOFIL
               CLOSE NY-ORDRE-FIL
               OPEN OUTPUT NY-ORDRE-FIL
               CLOSE NY-ORDRE-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Validate one new order and add it to the master - the order
      *ID must be fresh, the frequency known and the amount there,
      *and both accounts must verify their check digits and be live
      *on the account master
       BEHANDL-NY-ORDRE.
           MOVE "Y" TO NY-ORDRE-OK-SW
           MOVE SPACES TO NY-ORDRE-FEJL-AARSAG
           EVALUATE TRUE
               WHEN NO-ORDRE-ID = SPACES
                   MOVE "Blank ORDRE-ID" TO NY-ORDRE-FEJL-AARSAG
               WHEN NO-BELOB NOT NUMERIC OR NO-BELOB = 0
                   MOVE "Intet beloeb" TO NY-ORDRE-FEJL-AARSAG
               WHEN NO-FREKVENS NOT = "D" AND NOT = "U"
                   AND NOT = "M"
                   MOVE "Ukendt frekvens" TO NY-ORDRE-FEJL-AARSAG
               WHEN NO-NAESTE-DATO NOT NUMERIC
                   OR NO-NAESTE-DATO = 0
                   MOVE "Ingen forfaldsdato" TO NY-ORDRE-FEJL-AARSAG
               WHEN NO-SLUT-DATO NOT NUMERIC
                   MOVE "Ugyldig slutdato" TO NY-ORDRE-FEJL-AARSAG
               WHEN NO-KONTO-ID = NO-MODKONTO-ID
                   MOVE "Samme konto paa begge sider"
                       TO NY-ORDRE-FEJL-AARSAG
               WHEN ORDRE-ANTAL >= 1000
                   MOVE "Ordremasteren er fuld"
                       TO NY-ORDRE-FEJL-AARSAG
           END-EVALUATE
           IF NY-ORDRE-FEJL-AARSAG NOT = SPACES
               MOVE "N" TO NY-ORDRE-OK-SW
           END-IF
           IF NY-ORDRE-OK
               PERFORM VARYING ORDRE-IX FROM 1 BY 1
                   UNTIL ORDRE-IX > ORDRE-ANTAL
                   IF OT-ORDRE-ID (ORDRE-IX) = NO-ORDRE-ID
                       MOVE "N" TO NY-ORDRE-OK-SW
                       MOVE "ORDRE-ID findes allerede"
                           TO NY-ORDRE-FEJL-AARSAG
                   END-IF
               END-PERFORM
           END-IF
           IF NY-ORDRE-OK
               MOVE NO-KONTO-ID TO ID-ARG
               PERFORM TJEK-NY-ORDRE-KONTO
           END-IF
           IF NY-ORDRE-OK
               MOVE NO-MODKONTO-ID TO ID-ARG
               PERFORM TJEK-NY-ORDRE-KONTO
           END-IF
           IF NY-ORDRE-OK
               ADD 1 TO ORDRE-ANTAL
               MOVE NO-ORDRE-ID    TO OT-ORDRE-ID (ORDRE-ANTAL)
               MOVE NO-KONTO-ID    TO OT-KONTO-ID (ORDRE-ANTAL)
               MOVE NO-MODKONTO-ID TO OT-MODKONTO-ID (ORDRE-ANTAL)
               MOVE NO-BELOB       TO OT-BELOB (ORDRE-ANTAL)
               MOVE NO-FREKVENS    TO OT-FREKVENS (ORDRE-ANTAL)
               MOVE NO-NAESTE-DATO TO OT-NAESTE-DATO (ORDRE-ANTAL)
               MOVE NO-SLUT-DATO   TO OT-SLUT-DATO (ORDRE-ANTAL)
               MOVE SPACE          TO OT-STATUS (ORDRE-ANTAL)
               ADD 1 TO NYE-ORDRER-ANTAL
               MOVE NO-BELOB TO WS-BELOB-EDIT
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "NY ORDRE: "             DELIMITED BY SIZE
                   NO-ORDRE-ID              DELIMITED BY SIZE
                   " FRA: "                 DELIMITED BY SIZE
                   NO-KONTO-ID              DELIMITED BY SIZE
                   " TIL: "                 DELIMITED BY SIZE
                   NO-MODKONTO-ID           DELIMITED BY SIZE
                   " BELOB: "               DELIMITED BY SIZE
                   WS-BELOB-EDIT            DELIMITED BY SIZE
                   " AF: "                  DELIMITED BY SIZE
                   NO-KOERT-AF              DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
           ELSE
               ADD 1 TO NYE-AFVIST-ANTAL
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "NY ORDRE AFVIST: "      DELIMITED BY SIZE
                   NO-ORDRE-ID              DELIMITED BY SIZE
                   " FRA: "                 DELIMITED BY SIZE
                   NO-KONTO-ID              DELIMITED BY SIZE
                   " AF: "                  DELIMITED BY SIZE
                   NO-KOERT-AF              DELIMITED BY SPACE
                   " - "                    DELIMITED BY SIZE
                   NY-ORDRE-FEJL-AARSAG     DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
           END-IF
           EXIT.

      * -------------------------------------------------
      *Check one of a new order's accounts (in ID-ARG) - its check
      *digits first, then live on the account master
       TJEK-NY-ORDRE-KONTO.
           MOVE "V" TO ID-FUNKTION
           CALL "IDKONTROL" USING ID-FUNKTION ID-ARG ID-SVAR
           IF ID-SVAR NOT = "G"
               MOVE "N" TO NY-ORDRE-OK-SW
               MOVE "KONTO-ID kontrolciffer fejler"
                   TO NY-ORDRE-FEJL-AARSAG
           ELSE
               MOVE ID-ARG TO KONTO-ID OF KONTOFIL-REKORD
               READ KONTOFIL
                   INVALID KEY
                       MOVE "N" TO NY-ORDRE-OK-SW
                       MOVE "KONTO-ID ikke fundet"
                           TO NY-ORDRE-FEJL-AARSAG
                   NOT INVALID KEY
                       IF NOT KONTO-AKTIV OF KONTOFIL-REKORD
                           MOVE "N" TO NY-ORDRE-OK-SW
                           MOVE "Konto er ikke aktiv"
                               TO NY-ORDRE-FEJL-AARSAG
                       END-IF
               END-READ
           END-IF
           EXIT.

      * -------------------------------------------------
      *Generate the posting pair for every occurrence of one order
      *that has fallen due, advancing the next-due date past today.
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Nye ordrer: "             DELIMITED BY SIZE
               NYE-ORDRER-ANTAL           DELIMITED BY SIZE
               "  Nye afvist: "           DELIMITED BY SIZE
               NYE-AFVIST-ANTAL           DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           DISPLAY "Ordrer laest: "          ORDRER-LAEST-ANTAL
                   " Overfoersler dannet: "  OVERFOERSLER-ANTAL
                   " Ordrer udloebet: "      ORDRER-UDLOEBET-ANTAL
           DISPLAY "Nye ordrer: "            NYE-ORDRER-ANTAL
                   " Nye afvist: "           NYE-AFVIST-ANTAL
           EXIT.
