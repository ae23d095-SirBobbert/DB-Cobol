      *Nostro account reconciliation - holds the correspondent
      *bank's daily statement of our euro account with them against
      *what we believe went over it: the payments IBANEKSPORT
      *exported, the payments and bounced exports IBANIMPORT took
      *in, and the clearing settlements CLEARINGIMPORT imported in
      *the nostro currency (parameter NOSTRO-VALUTA, default EUR),
      *all noted by those programs in nostro-bevaegelser.txt. The
      *statement's opening balance is proved against the closing
      *balance last reconciled (Nostrosaldo.txt) and its closing
      *balance against the opening plus its own entries; a
      *statement already reconciled or in another currency is
      *refused whole. Each statement entry and each of our
      *movements becomes an open item on Nostroposter.txt under a
      *running number, and an item on their side is matched to one
      *on ours by end-to-end reference, amount and direction. What
      *does not match stays open and ages from day to day until a
      *later statement or movement matches it, or until the clerks
      *match it by hand or write it off in nostro-manuelle.txt
      *(worked first each run, the way IBANIMPORT works its
      *corrections). The report lists the proof, the day's matches
      *and every open item - their side only and our side only -
      *with its age, marking those older than NOSTRO-ALDER-GRAENSE
      *days (default 5).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOSTROAFSTEMNING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind the correspondent's statement of our account - opening
      *balance, entries and closing balance. SELECT OPTIONAL so a
      *day without one still takes our movements in and ages the
      *open items
           SELECT OPTIONAL KU-FIL ASSIGN TO "nostro-kontoudtog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KU-FIL-STATUS.
      *Bind our side of the nostro account - read whole and emptied
      *once its rows are on the open-items register
           SELECT OPTIONAL NOSTRO-FIL ASSIGN TO "nostro-bevaegelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOSTRO-FIL-STATUS.
      *Bind the open-items register - loaded whole and rewritten
      *with what is still open
           SELECT OPTIONAL AAP-FIL ASSIGN TO "Nostroposter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AAP-FIL-STATUS.
      *Bind the clerks' manual matches and write-offs - worked
      *first and emptied once they are through
           SELECT OPTIONAL MAN-FIL ASSIGN TO "nostro-manuelle.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAN-FIL-STATUS.
      *Bind the last reconciled closing balance
           SELECT OPTIONAL SALDO-FIL ASSIGN TO "Nostrosaldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALDO-FIL-STATUS.
      *Bind the reconciliation report
           SELECT RAPPORT-FIL ASSIGN TO "opg94-nostro-rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Statement record layout - "A" the opening balance, "P" one
      *entry (D debits our account with them, K credits it) with
      *its end-to-end reference and the correspondent's own
      *reference, "S" the closing balance
       FD  KU-FIL.
       01  KU-REKORD.
           02  KU-TYPE             PIC X(1).
               88  KU-PRIMO            VALUE "A".
               88  KU-POST             VALUE "P".
               88  KU-ULTIMO           VALUE "S".
           02  KU-BOGF-DATO        PIC 9(8).
           02  KU-VALOER-DATO      PIC 9(8).
           02  KU-DC               PIC X(1).
           02  KU-BELOB            PIC 9(9)V99.
           02  KU-REFERENCE        PIC X(35).
           02  KU-DERES-REF        PIC X(16).
           02  KU-TEKST            PIC X(30).
       01  KU-SALDO-REKORD REDEFINES KU-REKORD.
           02  FILLER              PIC X(1).
           02  KUS-DATO            PIC 9(8).
           02  KUS-VALUTA          PIC X(3).
           02  KUS-FORTEGN         PIC X(1).
           02  KUS-SALDO           PIC 9(11)V99.
           02  FILLER              PIC X(84).

      *Nostro movement record layout - shared with OPG25, OPG26 and
      *OPG43
       FD  NOSTRO-FIL.
       01  NOSTRO-REKORD.
           COPY "NOSTROPOST.cpy".

      *Open-item record layout - the running number the clerks refer
      *to, the side ("D" deres, "V" vores), the date it first stood
      *open, the booking date, where it came from, direction,
      *amount, currency, references, our account and the text
       FD  AAP-FIL.
       01  AAP-REKORD.
           02  AP-NR               PIC 9(6).
           02  AP-SIDE             PIC X(1).
           02  AP-FOERST-DATO      PIC 9(8).
           02  AP-BOGF-DATO        PIC 9(8).
           02  AP-KILDE            PIC X(5).
           02  AP-DC               PIC X(1).
           02  AP-BELOB            PIC 9(9)V99.
           02  AP-VALUTA           PIC X(3).
           02  AP-REFERENCE        PIC X(35).
           02  AP-DERES-REF        PIC X(16).
           02  AP-KONTO-ID         PIC X(10).
           02  AP-TEKST            PIC X(30).

      *Manual match record layout - "M" matches item NR-1 with item
      *NR-2 on the other side, "A" writes item NR-1 off; the reason
      *goes on the report
       FD  MAN-FIL.
       01  MAN-REKORD.
           02  MAN-NR-1            PIC 9(6).
           02  MAN-AKTION          PIC X(1).
               88  MAN-MATCH           VALUE "M".
               88  MAN-AFSKRIV         VALUE "A".
           02  MAN-NR-2            PIC 9(6).
           02  MAN-AARSAG          PIC X(40).

      *Reconciled balance record layout - the statement date, the
      *currency and the closing balance
       FD  SALDO-FIL.
       01  SALDO-REKORD.
           02  NS-DATO             PIC 9(8).
           02  NS-VALUTA           PIC X(3).
           02  NS-SALDO            PIC S9(11)V99.

      *Report record layout
       FD  RAPPORT-FIL.
       01  RAPPORT-REKORD.
           02  RAPPORT-TEXT        PIC X(150).

       WORKING-STORAGE SECTION.

      *Today's date and its day serial, for the ages
       01  KOERSELS-DATO        PIC 9(8) VALUE 0.
       01  KOERSELS-SERIAL      PIC 9(7) VALUE 0.

      *File status fields for the SELECT OPTIONAL files
       01  KU-FIL-STATUS        PIC X(2) VALUE "00".
       01  NOSTRO-FIL-STATUS    PIC X(2) VALUE "00".
       01  AAP-FIL-STATUS       PIC X(2) VALUE "00".
       01  MAN-FIL-STATUS       PIC X(2) VALUE "00".
       01  SALDO-FIL-STATUS     PIC X(2) VALUE "00".

      *The nostro currency and the age past which an open item is
      *escalated - overridable in Driftsparametre.txt
       01  NOSTRO-VALUTA        PIC X(3) VALUE "EUR".
       01  ALDER-GRAENSE        PIC 9(4) VALUE 5.

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

      *The last reconciled closing balance
       01  SIDST-DATO           PIC 9(8) VALUE 0.
       01  SIDST-SALDO          PIC S9(11)V99 VALUE 0.
       01  SIDST-FINDES-SW      PIC X VALUE "N".
           88  SIDST-FINDES         VALUE "Y".

      *The statement in hand - its date, balances and entry totals,
      *and what the proof found
       01  KU-FINDES-SW         PIC X VALUE "N".
           88  KU-FINDES            VALUE "Y".
       01  KU-DATO              PIC 9(8) VALUE 0.
       01  KU-VALUTA            PIC X(3) VALUE SPACES.
       01  KU-PRIMO-SALDO       PIC S9(11)V99 VALUE 0.
       01  KU-ULTIMO-SALDO      PIC S9(11)V99 VALUE 0.
       01  KU-BEREGNET-SALDO    PIC S9(11)V99 VALUE 0.
       01  KU-POST-ANTAL        PIC 9(7) VALUE 0.
       01  KU-PRIMO-SW          PIC X VALUE "N".
           88  KU-HAR-PRIMO         VALUE "Y".
       01  KU-ULTIMO-SW         PIC X VALUE "N".
           88  KU-HAR-ULTIMO        VALUE "Y".
       01  KU-AFVIST-AARSAG     PIC X(40) VALUE SPACES.
       01  SALDO-AFVIGER-SW     PIC X VALUE "N".
           88  SALDO-AFVIGER        VALUE "Y".

      *The open items, loaded from the register and added to from
      *the statement and our movements - each kept in its record
      *layout with a closed flag
       01  AAP-TABEL.
           05  AAP-POST OCCURS 5000 TIMES INDEXED BY AP-IX AP-IX2.
               10  AT-DATA.
                   15  AT-NR           PIC 9(6).
                   15  AT-SIDE         PIC X(1).
                   15  AT-FOERST-DATO  PIC 9(8).
                   15  AT-BOGF-DATO    PIC 9(8).
                   15  AT-KILDE        PIC X(5).
                   15  AT-DC           PIC X(1).
                   15  AT-BELOB        PIC 9(9)V99.
                   15  AT-VALUTA       PIC X(3).
                   15  AT-REFERENCE    PIC X(35).
                   15  AT-DERES-REF    PIC X(16).
                   15  AT-KONTO-ID     PIC X(10).
                   15  AT-TEKST        PIC X(30).
               10  AT-LUKKET       PIC X(1).
       01  AAP-ANTAL            PIC 9(4) VALUE 0.
       01  AAP-NAESTE-NR        PIC 9(6) VALUE 0.
       01  AAP-OVERLOEB-SW      PIC X VALUE "N".
           88  AAP-OVERLOEB         VALUE "Y".

      *Lookup of the items a manual row names
       01  WS-IX-1              PIC 9(4) VALUE 0.
       01  WS-IX-2              PIC 9(4) VALUE 0.
       01  MAN-FEJL-AARSAG      PIC X(40) VALUE SPACES.

      *The age of the item in hand
       01  WS-ALDER             PIC 9(5) VALUE 0.
       01  WS-ALDER-2           PIC 9(5) VALUE 0.

      *End-of-file flags
       01  EOF-KU               PIC X VALUE "N".
           88  END-KU               VALUE "Y".
       01  EOF-NOSTRO           PIC X VALUE "N".
           88  END-NOSTRO           VALUE "Y".
       01  EOF-AAP              PIC X VALUE "N".
           88  END-AAP              VALUE "Y".
       01  EOF-MAN              PIC X VALUE "N".
           88  END-MAN              VALUE "Y".

      *Edited amounts for the report
       01  WS-BELOB-EDIT        PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-SALDO-EDIT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-SALDO-EDIT-2      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DIFF              PIC S9(11)V99 VALUE 0.

      *Control totals for the report
       01  NYE-DERES-ANTAL      PIC 9(7) VALUE 0.
       01  NYE-VORES-ANTAL      PIC 9(7) VALUE 0.
       01  ANDEN-VALUTA-ANTAL   PIC 9(7) VALUE 0.
       01  MATCHET-ANTAL        PIC 9(7) VALUE 0.
       01  MANUEL-ANTAL         PIC 9(7) VALUE 0.
       01  AFSKREVET-ANTAL      PIC 9(7) VALUE 0.
       01  MANUEL-AFVIST-ANTAL  PIC 9(7) VALUE 0.
       01  AABEN-DERES-ANTAL    PIC 9(7) VALUE 0.
       01  AABEN-DERES-SUM      PIC S9(11)V99 VALUE 0.
       01  AABEN-VORES-ANTAL    PIC 9(7) VALUE 0.
       01  AABEN-VORES-SUM      PIC S9(11)V99 VALUE 0.
       01  ESKALERET-ANTAL      PIC 9(7) VALUE 0.

      *Parameter fields for the shared run-count subprogram
       01  KT-PROGRAM           PIC X(8) VALUE "OPG94".
       01  KT-ANTAL             PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
           MOVE "S" TO DATO-FUNKTION
           MOVE KOERSELS-DATO TO DATO-ARG
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           MOVE DATO-SERIAL TO KOERSELS-SERIAL
           PERFORM HENT-PARAMETRE

      *Load the last proof and the open items - a register too big
      *for the table refuses the run before anything is changed
           PERFORM LAES-SIDSTE-SALDO
           PERFORM LAES-AABNE-POSTER
           IF AAP-OVERLOEB
               DISPLAY "OPG94: de aabne poster er for mange til"
                       " tabellen, koerslen afvises."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RAPPORT-FIL
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Nostroafstemning "      DELIMITED BY SIZE
               KOERSELS-DATO            DELIMITED BY SIZE
               " - valuta "             DELIMITED BY SIZE
               NOSTRO-VALUTA            DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD

      *Take the statement in and prove it. A statement already
      *reconciled, in another currency or without its balance rows
      *is refused before anything is changed
           PERFORM LAES-KONTOUDTOG
           IF KU-AFVIST-AARSAG NOT = SPACES
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "KONTOUDTOG AFVIST - "   DELIMITED BY SIZE
                   KU-AFVIST-AARSAG         DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
               CLOSE RAPPORT-FIL
               DISPLAY "OPG94: kontoudtoget afvises - "
                       KU-AFVIST-AARSAG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SKRIV-SALDOBEVIS

           PERFORM LAES-VORES-SIDE
           IF AAP-OVERLOEB
               CLOSE RAPPORT-FIL
               DISPLAY "OPG94: de aabne poster er for mange til"
                       " tabellen, koerslen afvises."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM BEHANDL-MANUELLE
           PERFORM MATCH-POSTER
           PERFORM SKRIV-AABNE-POSTER

      *Everything is on the register now - save it, the proven
      *balance, and empty the input files so nothing is taken twice
           PERFORM SKRIV-REGISTER
           IF KU-FINDES
               OPEN OUTPUT SALDO-FIL
               MOVE KU-DATO         TO NS-DATO
               MOVE KU-VALUTA       TO NS-VALUTA
               MOVE KU-ULTIMO-SALDO TO NS-SALDO
               WRITE SALDO-REKORD
               CLOSE SALDO-FIL
           END-IF
           OPEN OUTPUT NOSTRO-FIL
           CLOSE NOSTRO-FIL
           OPEN OUTPUT MAN-FIL
           CLOSE MAN-FIL

           PERFORM SKRIV-TRAILER
           CLOSE RAPPORT-FIL
      *Leave this run's headline count for OPG28's run report
           MOVE MATCHET-ANTAL TO KT-ANTAL
           CALL "KOERSELSTAL" USING KT-PROGRAM KT-ANTAL
           IF SALDO-AFVIGER
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * -------------------------------------------------
      *Look the nostro currency and the escalation age up in the
      *central parameter file - absent parameters leave the defaults
       HENT-PARAMETRE.
           MOVE "NOSTRO-VALUTA" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J" AND PARAM-VAERDI NOT = SPACES
               MOVE PARAM-VAERDI (1:3) TO NOSTRO-VALUTA
           END-IF
           MOVE "NOSTRO-ALDER-GRAENSE" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J" AND PARAM-TAL > 0
               AND PARAM-TAL < 10000
               MOVE PARAM-TAL TO ALDER-GRAENSE
           END-IF
           EXIT.

      * -------------------------------------------------
      *The closing balance the last reconciled statement left
       LAES-SIDSTE-SALDO.
           OPEN INPUT SALDO-FIL
           IF SALDO-FIL-STATUS = "00" OR SALDO-FIL-STATUS = "05"
               READ SALDO-FIL
                   AT END
                       CONTINUE
                   NOT AT END
                       SET SIDST-FINDES TO TRUE
                       MOVE NS-DATO  TO SIDST-DATO
                       MOVE NS-SALDO TO SIDST-SALDO
               END-READ
               CLOSE SALDO-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the open-items register and carry its numbering on
       LAES-AABNE-POSTER.
           MOVE 0 TO AAP-ANTAL
           MOVE 0 TO AAP-NAESTE-NR
           MOVE "N" TO EOF-AAP
           OPEN INPUT AAP-FIL
           IF AAP-FIL-STATUS = "00" OR AAP-FIL-STATUS = "05"
               PERFORM UNTIL END-AAP
                   READ AAP-FIL
                       AT END
                           SET END-AAP TO TRUE
                       NOT AT END
                           IF AAP-ANTAL < 5000
                               ADD 1 TO AAP-ANTAL
                               MOVE AAP-REKORD TO AT-DATA (AAP-ANTAL)
                               MOVE "N" TO AT-LUKKET (AAP-ANTAL)
                               IF AP-NR > AAP-NAESTE-NR
                                   MOVE AP-NR TO AAP-NAESTE-NR
                               END-IF
                           ELSE
                               SET AAP-OVERLOEB TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AAP-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Read the statement - the balance rows into the proof, each
      *entry onto the register as an item on their side. The
      *opening row must come first, so a statement's date and
      *currency are known before any entry is taken
       LAES-KONTOUDTOG.
           MOVE "N" TO EOF-KU
           OPEN INPUT KU-FIL
           IF KU-FIL-STATUS = "00" OR KU-FIL-STATUS = "05"
               PERFORM UNTIL END-KU
                   READ KU-FIL
                       AT END
                           SET END-KU TO TRUE
                       NOT AT END
                           SET KU-FINDES TO TRUE
                           PERFORM BEHANDL-KU-RAEKKE
                   END-READ
               END-PERFORM
               CLOSE KU-FIL
           END-IF
           IF KU-FINDES AND KU-AFVIST-AARSAG = SPACES
               IF NOT KU-HAR-PRIMO OR NOT KU-HAR-ULTIMO
                   MOVE "Primo- eller ultimosaldo mangler"
                       TO KU-AFVIST-AARSAG
               END-IF
           END-IF
           IF AAP-OVERLOEB AND KU-AFVIST-AARSAG = SPACES
               MOVE "For mange aabne poster" TO KU-AFVIST-AARSAG
           END-IF
           EXIT.

       BEHANDL-KU-RAEKKE.
           EVALUATE TRUE
               WHEN KU-AFVIST-AARSAG NOT = SPACES
                   CONTINUE
               WHEN KU-PRIMO
                   MOVE KUS-DATO   TO KU-DATO
                   MOVE KUS-VALUTA TO KU-VALUTA
                   MOVE KUS-SALDO  TO KU-PRIMO-SALDO
                   IF KUS-FORTEGN = "-"
                       COMPUTE KU-PRIMO-SALDO = 0 - KU-PRIMO-SALDO
                   END-IF
                   MOVE KU-PRIMO-SALDO TO KU-BEREGNET-SALDO
                   SET KU-HAR-PRIMO TO TRUE
                   EVALUATE TRUE
                       WHEN KU-VALUTA NOT = NOSTRO-VALUTA
                           MOVE "Anden valuta end nostrokontoens"
                               TO KU-AFVIST-AARSAG
                       WHEN SIDST-FINDES AND KU-DATO <= SIDST-DATO
                           MOVE "Udtoget er allerede afstemt"
                               TO KU-AFVIST-AARSAG
                   END-EVALUATE
               WHEN NOT KU-HAR-PRIMO
                   MOVE "Primosaldo er ikke foerste raekke"
                       TO KU-AFVIST-AARSAG
               WHEN KU-ULTIMO
                   MOVE KUS-SALDO TO KU-ULTIMO-SALDO
                   IF KUS-FORTEGN = "-"
                       COMPUTE KU-ULTIMO-SALDO = 0 - KU-ULTIMO-SALDO
                   END-IF
                   SET KU-HAR-ULTIMO TO TRUE
               WHEN KU-POST
                   ADD 1 TO KU-POST-ANTAL
                   IF KU-DC = "D"
                       SUBTRACT KU-BELOB FROM KU-BEREGNET-SALDO
                   ELSE
                       ADD KU-BELOB TO KU-BEREGNET-SALDO
                   END-IF
                   PERFORM TILFOEJ-DERES-POST
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *One statement entry becomes an open item on their side
       TILFOEJ-DERES-POST.
           IF AAP-ANTAL >= 5000
               SET AAP-OVERLOEB TO TRUE
           ELSE
               ADD 1 TO AAP-ANTAL
               ADD 1 TO AAP-NAESTE-NR
               ADD 1 TO NYE-DERES-ANTAL
               SET AP-IX TO AAP-ANTAL
               MOVE AAP-NAESTE-NR  TO AT-NR (AP-IX)
               MOVE "D"            TO AT-SIDE (AP-IX)
               MOVE KOERSELS-DATO  TO AT-FOERST-DATO (AP-IX)
               MOVE KU-BOGF-DATO   TO AT-BOGF-DATO (AP-IX)
               MOVE "KORR"         TO AT-KILDE (AP-IX)
               IF KU-DC = "D"
                   MOVE "D" TO AT-DC (AP-IX)
               ELSE
                   MOVE "K" TO AT-DC (AP-IX)
               END-IF
               MOVE KU-BELOB       TO AT-BELOB (AP-IX)
               MOVE KU-VALUTA      TO AT-VALUTA (AP-IX)
               MOVE KU-REFERENCE   TO AT-REFERENCE (AP-IX)
               MOVE KU-DERES-REF   TO AT-DERES-REF (AP-IX)
               MOVE SPACES         TO AT-KONTO-ID (AP-IX)
               MOVE KU-TEKST       TO AT-TEKST (AP-IX)
               MOVE "N"            TO AT-LUKKET (AP-IX)
           END-IF
           EXIT.

      * -------------------------------------------------
      *Prove the statement's balances - the opening against the
      *closing last reconciled, the closing against the opening and
      *the entries - and report both proofs
       SKRIV-SALDOBEVIS.
           MOVE SPACES TO RAPPORT-TEXT
           IF NOT KU-FINDES
               MOVE "INTET KONTOUDTOG I DAG - KUN VORES SIDE TAGET IND"
                   TO RAPPORT-TEXT
               WRITE RAPPORT-REKORD
           ELSE
               MOVE KU-PRIMO-SALDO  TO WS-SALDO-EDIT
               MOVE KU-ULTIMO-SALDO TO WS-SALDO-EDIT-2
               STRING
                   "KONTOUDTOG "            DELIMITED BY SIZE
                   KU-DATO                  DELIMITED BY SIZE
                   " PRIMO: "               DELIMITED BY SIZE
                   WS-SALDO-EDIT            DELIMITED BY SIZE
                   " ULTIMO: "              DELIMITED BY SIZE
                   WS-SALDO-EDIT-2          DELIMITED BY SIZE
                   " POSTER: "              DELIMITED BY SIZE
                   KU-POST-ANTAL            DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD

               MOVE SPACES TO RAPPORT-TEXT
               IF NOT SIDST-FINDES
                   MOVE "PRIMO: FOERSTE UDTOG - INTET SIDSTE ULTIMO"
                       TO RAPPORT-TEXT
               ELSE
                   MOVE SIDST-SALDO TO WS-SALDO-EDIT
                   IF KU-PRIMO-SALDO = SIDST-SALDO
                       STRING
                           "PRIMO MOD ULTIMO "      DELIMITED BY SIZE
                           SIDST-DATO               DELIMITED BY SIZE
                           ": "                     DELIMITED BY SIZE
                           WS-SALDO-EDIT            DELIMITED BY SIZE
                           " - STEMMER"             DELIMITED BY SIZE
                           INTO RAPPORT-TEXT
                       END-STRING
                   ELSE
                       SET SALDO-AFVIGER TO TRUE
                       STRING
                           "PRIMO MOD ULTIMO "      DELIMITED BY SIZE
                           SIDST-DATO               DELIMITED BY SIZE
                           ": "                     DELIMITED BY SIZE
                           WS-SALDO-EDIT            DELIMITED BY SIZE
                           " - AFVIGER"             DELIMITED BY SIZE
                           INTO RAPPORT-TEXT
                       END-STRING
                   END-IF
               END-IF
               WRITE RAPPORT-REKORD

               MOVE SPACES TO RAPPORT-TEXT
               MOVE KU-BEREGNET-SALDO TO WS-SALDO-EDIT
               IF KU-BEREGNET-SALDO = KU-ULTIMO-SALDO
                   STRING
                       "PRIMO + POSTER = ULTIMO: "  DELIMITED BY SIZE
                       WS-SALDO-EDIT                DELIMITED BY SIZE
                       " - STEMMER"                 DELIMITED BY SIZE
                       INTO RAPPORT-TEXT
                   END-STRING
               ELSE
                   SET SALDO-AFVIGER TO TRUE
                   STRING
                       "PRIMO + POSTER = "          DELIMITED BY SIZE
                       WS-SALDO-EDIT                DELIMITED BY SIZE
                       " MOD ULTIMO - AFVIGER"      DELIMITED BY SIZE
                       INTO RAPPORT-TEXT
                   END-STRING
               END-IF
               WRITE RAPPORT-REKORD
           END-IF
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Take our movements in as open items on our side - those in
      *another currency never passed the nostro account. A bounced
      *export comes back without a currency and counts as the
      *nostro's
       LAES-VORES-SIDE.
           MOVE "N" TO EOF-NOSTRO
           OPEN INPUT NOSTRO-FIL
           IF NOSTRO-FIL-STATUS = "00" OR NOSTRO-FIL-STATUS = "05"
               PERFORM UNTIL END-NOSTRO
                   READ NOSTRO-FIL
                       AT END
                           SET END-NOSTRO TO TRUE
                       NOT AT END
                           IF NP-VALUTA = NOSTRO-VALUTA
                               OR NP-VALUTA = SPACES
                               PERFORM TILFOEJ-VORES-POST
                           ELSE
                               ADD 1 TO ANDEN-VALUTA-ANTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOSTRO-FIL
           END-IF
           EXIT.

       TILFOEJ-VORES-POST.
           IF AAP-ANTAL >= 5000
               SET AAP-OVERLOEB TO TRUE
           ELSE
               ADD 1 TO AAP-ANTAL
               ADD 1 TO AAP-NAESTE-NR
               ADD 1 TO NYE-VORES-ANTAL
               SET AP-IX TO AAP-ANTAL
               MOVE AAP-NAESTE-NR  TO AT-NR (AP-IX)
               MOVE "V"            TO AT-SIDE (AP-IX)
               MOVE KOERSELS-DATO  TO AT-FOERST-DATO (AP-IX)
               MOVE NP-DATO        TO AT-BOGF-DATO (AP-IX)
               MOVE NP-KILDE       TO AT-KILDE (AP-IX)
               MOVE NP-DC          TO AT-DC (AP-IX)
               MOVE NP-BELOB       TO AT-BELOB (AP-IX)
               MOVE NOSTRO-VALUTA  TO AT-VALUTA (AP-IX)
               MOVE NP-REFERENCE   TO AT-REFERENCE (AP-IX)
               MOVE SPACES         TO AT-DERES-REF (AP-IX)
               MOVE NP-KONTO-ID    TO AT-KONTO-ID (AP-IX)
               MOVE SPACES         TO AT-TEKST (AP-IX)
               MOVE "N"            TO AT-LUKKET (AP-IX)
           END-IF
           EXIT.

      * -------------------------------------------------
      *Work the clerks' manual matches and write-offs. A row naming
      *an item that is not open, or matching two items on the same
      *side or in opposite directions, is reported and ignored
       BEHANDL-MANUELLE.
           MOVE "N" TO EOF-MAN
           OPEN INPUT MAN-FIL
           IF MAN-FIL-STATUS = "00" OR MAN-FIL-STATUS = "05"
               PERFORM UNTIL END-MAN
                   READ MAN-FIL
                       AT END
                           SET END-MAN TO TRUE
                       NOT AT END
                           PERFORM BEHANDL-MANUEL
                   END-READ
               END-PERFORM
               CLOSE MAN-FIL
           END-IF
           EXIT.

       BEHANDL-MANUEL.
           MOVE SPACES TO MAN-FEJL-AARSAG
           MOVE 0 TO WS-IX-1
           MOVE 0 TO WS-IX-2
           PERFORM VARYING AP-IX FROM 1 BY 1
               UNTIL AP-IX > AAP-ANTAL
               IF AT-LUKKET (AP-IX) = "N"
                   IF AT-NR (AP-IX) = MAN-NR-1
                       SET WS-IX-1 TO AP-IX
                   END-IF
                   IF AT-NR (AP-IX) = MAN-NR-2
                       SET WS-IX-2 TO AP-IX
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT MAN-MATCH AND NOT MAN-AFSKRIV
                   MOVE "Ukendt aktion" TO MAN-FEJL-AARSAG
               WHEN WS-IX-1 = 0
                   MOVE "Posten er ikke aaben" TO MAN-FEJL-AARSAG
               WHEN MAN-AFSKRIV AND MAN-AARSAG = SPACES
                   MOVE "Afskrivning uden aarsag" TO MAN-FEJL-AARSAG
               WHEN MAN-AFSKRIV
                   CONTINUE
               WHEN WS-IX-2 = 0
                   MOVE "Modposten er ikke aaben" TO MAN-FEJL-AARSAG
               WHEN AT-SIDE (WS-IX-1) = AT-SIDE (WS-IX-2)
                   MOVE "Begge poster paa samme side"
                       TO MAN-FEJL-AARSAG
               WHEN AT-DC (WS-IX-1) NOT = AT-DC (WS-IX-2)
                   MOVE "Posterne gaar hver sin vej"
                       TO MAN-FEJL-AARSAG
           END-EVALUATE
           MOVE SPACES TO RAPPORT-TEXT
           EVALUATE TRUE
               WHEN MAN-FEJL-AARSAG NOT = SPACES
                   ADD 1 TO MANUEL-AFVIST-ANTAL
                   STRING
                       "MANUEL AFVIST - NR: "   DELIMITED BY SIZE
                       MAN-NR-1                 DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       MAN-AKTION               DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       MAN-NR-2                 DELIMITED BY SIZE
                       " - "                    DELIMITED BY SIZE
                       MAN-FEJL-AARSAG          DELIMITED BY SIZE
                       INTO RAPPORT-TEXT
                   END-STRING
               WHEN MAN-AFSKRIV
                   ADD 1 TO AFSKREVET-ANTAL
                   MOVE "J" TO AT-LUKKET (WS-IX-1)
                   MOVE AT-BELOB (WS-IX-1) TO WS-BELOB-EDIT
                   STRING
                       "AFSKREVET - NR: "       DELIMITED BY SIZE
                       MAN-NR-1                 DELIMITED BY SIZE
                       " SIDE: "                DELIMITED BY SIZE
                       AT-SIDE (WS-IX-1)        DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       AT-DC (WS-IX-1)          DELIMITED BY SIZE
                       WS-BELOB-EDIT            DELIMITED BY SIZE
                       " - "                    DELIMITED BY SIZE
                       MAN-AARSAG               DELIMITED BY SIZE
                       INTO RAPPORT-TEXT
                   END-STRING
               WHEN OTHER
                   ADD 1 TO MANUEL-ANTAL
                   MOVE "J" TO AT-LUKKET (WS-IX-1)
                   MOVE "J" TO AT-LUKKET (WS-IX-2)
                   COMPUTE WS-DIFF =
                       AT-BELOB (WS-IX-1) - AT-BELOB (WS-IX-2)
                   MOVE WS-DIFF TO WS-BELOB-EDIT
                   STRING
                       "MANUELT MATCHET - NR: " DELIMITED BY SIZE
                       MAN-NR-1                 DELIMITED BY SIZE
                       " MED NR: "              DELIMITED BY SIZE
                       MAN-NR-2                 DELIMITED BY SIZE
                       " DIFFERENCE: "          DELIMITED BY SIZE
                       WS-BELOB-EDIT            DELIMITED BY SIZE
                       " - "                    DELIMITED BY SIZE
                       MAN-AARSAG               DELIMITED BY SIZE
                       INTO RAPPORT-TEXT
                   END-STRING
           END-EVALUATE
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Match every open item on their side to an open item on ours
      *with the same end-to-end reference, amount and direction -
      *old items against new ones as well as the day's against each
      *other
       MATCH-POSTER.
           PERFORM VARYING AP-IX FROM 1 BY 1
               UNTIL AP-IX > AAP-ANTAL
               IF AT-SIDE (AP-IX) = "D"
                   AND AT-LUKKET (AP-IX) = "N"
                   AND AT-REFERENCE (AP-IX) NOT = SPACES
                   PERFORM FIND-VORES-MODPOST
               END-IF
           END-PERFORM
           EXIT.

       FIND-VORES-MODPOST.
           PERFORM VARYING AP-IX2 FROM 1 BY 1
               UNTIL AP-IX2 > AAP-ANTAL
                   OR AT-LUKKET (AP-IX) = "J"
               IF AT-SIDE (AP-IX2) = "V"
                   AND AT-LUKKET (AP-IX2) = "N"
                   AND AT-REFERENCE (AP-IX2) = AT-REFERENCE (AP-IX)
                   AND AT-BELOB (AP-IX2) = AT-BELOB (AP-IX)
                   AND AT-DC (AP-IX2) = AT-DC (AP-IX)
                   MOVE "J" TO AT-LUKKET (AP-IX)
                   MOVE "J" TO AT-LUKKET (AP-IX2)
                   ADD 1 TO MATCHET-ANTAL
                   PERFORM SKRIV-MATCH-LINJE
               END-IF
           END-PERFORM
           EXIT.

       SKRIV-MATCH-LINJE.
           MOVE AT-FOERST-DATO (AP-IX) TO DATO-ARG
           PERFORM BEREGN-ALDER
           MOVE WS-ALDER TO WS-ALDER-2
           MOVE AT-FOERST-DATO (AP-IX2) TO DATO-ARG
           PERFORM BEREGN-ALDER
           MOVE AT-BELOB (AP-IX) TO WS-BELOB-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "MATCHET - REF: "        DELIMITED BY SIZE
               AT-REFERENCE (AP-IX)     DELIMITED BY SPACE
               " "                      DELIMITED BY SIZE
               AT-DC (AP-IX)            DELIMITED BY SIZE
               WS-BELOB-EDIT            DELIMITED BY SIZE
               " DERES NR: "            DELIMITED BY SIZE
               AT-NR (AP-IX)            DELIMITED BY SIZE
               " ALDER: "               DELIMITED BY SIZE
               WS-ALDER-2               DELIMITED BY SIZE
               " VORES NR: "            DELIMITED BY SIZE
               AT-NR (AP-IX2)           DELIMITED BY SIZE
               " "                      DELIMITED BY SIZE
               AT-KILDE (AP-IX2)        DELIMITED BY SIZE
               " ALDER: "               DELIMITED BY SIZE
               WS-ALDER                 DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Days an item has stood open, from the date in DATO-ARG
       BEREGN-ALDER.
           MOVE "S" TO DATO-FUNKTION
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           IF DATO-SERIAL < KOERSELS-SERIAL
               COMPUTE WS-ALDER = KOERSELS-SERIAL - DATO-SERIAL
           ELSE
               MOVE 0 TO WS-ALDER
           END-IF
           EXIT.

      * -------------------------------------------------
      *List the items still open - their side only, then our side
      *only - with their age, escalating the old ones
       SKRIV-AABNE-POSTER.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE "AABNE POSTER KUN HOS KORRESPONDENTEN:" TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           PERFORM VARYING AP-IX FROM 1 BY 1
               UNTIL AP-IX > AAP-ANTAL
               IF AT-SIDE (AP-IX) = "D" AND AT-LUKKET (AP-IX) = "N"
                   ADD 1 TO AABEN-DERES-ANTAL
                   IF AT-DC (AP-IX) = "D"
                       SUBTRACT AT-BELOB (AP-IX) FROM AABEN-DERES-SUM
                   ELSE
                       ADD AT-BELOB (AP-IX) TO AABEN-DERES-SUM
                   END-IF
                   PERFORM SKRIV-AABEN-LINJE
               END-IF
           END-PERFORM
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE "AABNE POSTER KUN HOS OS:" TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           PERFORM VARYING AP-IX FROM 1 BY 1
               UNTIL AP-IX > AAP-ANTAL
               IF AT-SIDE (AP-IX) = "V" AND AT-LUKKET (AP-IX) = "N"
                   ADD 1 TO AABEN-VORES-ANTAL
                   IF AT-DC (AP-IX) = "D"
                       SUBTRACT AT-BELOB (AP-IX) FROM AABEN-VORES-SUM
                   ELSE
                       ADD AT-BELOB (AP-IX) TO AABEN-VORES-SUM
                   END-IF
                   PERFORM SKRIV-AABEN-LINJE
               END-IF
           END-PERFORM
           EXIT.

       SKRIV-AABEN-LINJE.
           MOVE AT-FOERST-DATO (AP-IX) TO DATO-ARG
           PERFORM BEREGN-ALDER
           MOVE AT-BELOB (AP-IX) TO WS-BELOB-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "  NR: "                 DELIMITED BY SIZE
               AT-NR (AP-IX)            DELIMITED BY SIZE
               " "                      DELIMITED BY SIZE
               AT-KILDE (AP-IX)         DELIMITED BY SIZE
               " BOGF: "                DELIMITED BY SIZE
               AT-BOGF-DATO (AP-IX)     DELIMITED BY SIZE
               " "                      DELIMITED BY SIZE
               AT-DC (AP-IX)            DELIMITED BY SIZE
               WS-BELOB-EDIT            DELIMITED BY SIZE
               " REF: "                 DELIMITED BY SIZE
               AT-REFERENCE (AP-IX)     DELIMITED BY SIZE
               " KONTO: "               DELIMITED BY SIZE
               AT-KONTO-ID (AP-IX)      DELIMITED BY SIZE
               " ALDER: "               DELIMITED BY SIZE
               WS-ALDER                 DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           IF WS-ALDER > ALDER-GRAENSE
               ADD 1 TO ESKALERET-ANTAL
               MOVE "ESKALERET" TO RAPPORT-TEXT (140:9)
           END-IF
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Rewrite the register with the items still open
       SKRIV-REGISTER.
           OPEN OUTPUT AAP-FIL
           PERFORM VARYING AP-IX FROM 1 BY 1
               UNTIL AP-IX > AAP-ANTAL
               IF AT-LUKKET (AP-IX) = "N"
                   MOVE AT-DATA (AP-IX) TO AAP-REKORD
                   WRITE AAP-REKORD
               END-IF
           END-PERFORM
           CLOSE AAP-FIL
           EXIT.

      * -------------------------------------------------
      *Run trailer
       SKRIV-TRAILER.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Nye poster deres: "     DELIMITED BY SIZE
               NYE-DERES-ANTAL          DELIMITED BY SIZE
               "  Nye poster vores: "   DELIMITED BY SIZE
               NYE-VORES-ANTAL          DELIMITED BY SIZE
               "  Anden valuta: "       DELIMITED BY SIZE
               ANDEN-VALUTA-ANTAL       DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Matchet: "              DELIMITED BY SIZE
               MATCHET-ANTAL            DELIMITED BY SIZE
               "  Manuelt matchet: "    DELIMITED BY SIZE
               MANUEL-ANTAL             DELIMITED BY SIZE
               "  Afskrevet: "          DELIMITED BY SIZE
               AFSKREVET-ANTAL          DELIMITED BY SIZE
               "  Manuelle afvist: "    DELIMITED BY SIZE
               MANUEL-AFVIST-ANTAL      DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE AABEN-DERES-SUM TO WS-SALDO-EDIT
           MOVE AABEN-VORES-SUM TO WS-SALDO-EDIT-2
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Aabne kun deres: "      DELIMITED BY SIZE
               AABEN-DERES-ANTAL        DELIMITED BY SIZE
               " netto "                DELIMITED BY SIZE
               WS-SALDO-EDIT            DELIMITED BY SIZE
               "  Aabne kun vores: "    DELIMITED BY SIZE
               AABEN-VORES-ANTAL        DELIMITED BY SIZE
               " netto "                DELIMITED BY SIZE
               WS-SALDO-EDIT-2          DELIMITED BY SIZE
               "  Eskaleret: "          DELIMITED BY SIZE
               ESKALERET-ANTAL          DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           DISPLAY "----------------------------------------"
           DISPLAY "Matchet: "          MATCHET-ANTAL
           DISPLAY "Aabne kun deres: "  AABEN-DERES-ANTAL
           DISPLAY "Aabne kun vores: "  AABEN-VORES-ANTAL
           DISPLAY "Eskaleret: "        ESKALERET-ANTAL
           IF SALDO-AFVIGER
               DISPLAY "Saldobeviset afviger - se rapporten."
           END-IF
           DISPLAY "----------------------------------------"
           EXIT.
