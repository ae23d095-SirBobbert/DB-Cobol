      *transactions against KontoOpl.txt by KONTO-ID and appends each
      *posted transaction to a running history file, so the account's
      *BALANCE stops being the only trace of how it got there.
      *Run with the argument SIMULER it only projects the run instead:
      *every posting through the same checks against a read-only
      *master, reported to opg15-simulering.txt, with nothing posted.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KONTOPOSTERING.

      *VALUTA-KD with a balancing trailer, in fixed columns for
      *finance's ledger loader. Written by this same run so it can
      *never disagree with what was actually posted. The name
      *carries the run date like OPG8's generations do, plus the
      *accounting period when a feed is for an earlier month
           SELECT GLFEED-FIL ASSIGN TO WS-GLFEED-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL.
      *Bind the account product catalog - the same file OPG10
           SELECT OPTIONAL SUSP-FIL ASSIGN TO "opg15-suspense.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSP-FIL-STATUS.
      *Bind the collateral register SIKKERHEDSREGISTER keeps - the
      *active deposit pledges on it hold the pledged accounts
      *against withdrawals. SELECT OPTIONAL so a site without one
      *posts as before
           SELECT OPTIONAL SIK-FIL ASSIGN TO "Sikkerheder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIK-FIL-STATUS.
      *Bind the simulation report - written only by a run with the
      *argument SIMULER, which works the day's posting file through
      *every check against a read-only master and says what the
      *real run would do with each posting
           SELECT SIM-FIL ASSIGN TO "opg15-simulering.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *Bind customer master - read by key for the CPR-nummer of an
      *owner who placed an order on their own account
           SELECT KUNDEFIL ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEFIL-REKORD.

       DATA DIVISION.
       FILE SECTION.
       01  KONTOFIL-REKORD.
           COPY "KONTOOPL.cpy".

      *Customer master record layout
       FD  KUNDEFIL.
       01  KUNDEFIL-REKORD.
           COPY "KUNDEOPL.cpy".

      *Posting-transaction record layout - date, KONTO-ID, amount, type
       FD  POST-FIL.
       01  POST-REKORD.
           02  REF-REFERENCE       PIC X(12).

      *General-ledger feed record layouts - a header naming the run
      *date and the accounting period (YYYYMM) the feed belongs to,
      *one detail row per KONTO-TYPE/VALUTA-KD combination posted
      *(plus one AFREGNING counterpart row per currency so each
      *currency balances), and a trailer proving debits equal
      *credits across the whole feed
       FD  GLFEED-FIL.
       01  GLFEED-HOVED.
           02  GLH-TYPE            PIC X(1).
           02  GLH-DATO            PIC 9(8).
           02  GLH-PERIODE         PIC 9(6).
       01  GLFEED-DETALJE.
           02  GLD-TYPE            PIC X(1).
           02  GLD-KONTO-TYPE      PIC X(10).
           02  HAEV-KVARTAL        PIC 9(5).
           02  HAEV-ANTAL          PIC 9(5).

      *Collateral register record layout
       FD  SIK-FIL.
       01  SIK-REKORD.
           COPY "SIKKERHED.cpy".

      *Suspense record layout - the date the posting was parked,
      *followed by the posting itself field for field in its original
      *machine layout (POSTERING.cpy), under its own names so the
           02  SUSP-MODKONTO-ID    PIC X(10).
           02  SUSP-REFERENCE      PIC X(12).

      *Simulation report record layout
       FD  SIM-FIL.
       01  SIM-REKORD.
           02  SIM-TEXT            PIC X(150).

       WORKING-STORAGE SECTION.

      *Today's date, stamped on the history and rejected-posting trails
       01  KOERSELS-DATO            PIC 9(8) VALUE 0.

      *Command-line argument - SIMULER runs the day's posting file
      *through every check without touching the master or any trail
       01  WS-KOMMANDOLINJE         PIC X(20) VALUE SPACES.
       01  KOERSEL-SW               PIC X VALUE "B".
           88  SIMULERING               VALUE "S".

      *The simulation's read-only view of the master - one row per
      *account a simulated posting has read, holding the balance on
      *the master, the projected balance and status after the
      *simulated postings and how many legs moved it, so a second
      *posting to the same account is checked against the first one's
      *result exactly as the real run's REWRITE would leave it
       01  SIM-KONTO-TABEL.
           05  SIM-KONTO-POST OCCURS 5000 TIMES INDEXED BY SK-IX.
               10  SK-KONTO-ID         PIC X(10).
               10  SK-VALUTA           PIC X(3).
               10  SK-SALDO-MASTER     PIC S9(7)V99.
               10  SK-SALDO            PIC S9(7)V99.
               10  SK-STATUS           PIC X(1).
               10  SK-ANTAL            PIC 9(5).
       01  SIM-KONTO-ANTAL          PIC 9(5) VALUE 0.
       01  WS-SK-IX                 PIC 9(5) VALUE 0.

      *The references the simulation has applied - a second posting
      *in the same file under one of them rejects as a replay, the
      *same as the real run's register would make it
       01  SIM-REF-TABEL.
           05  SIM-REF-POST OCCURS 10000 TIMES INDEXED BY SR-IX.
               10  SR-REFERENCE        PIC X(12).
       01  SIM-REF-ANTAL            PIC 9(5) VALUE 0.

      *Set when either simulation table ran full - the projection
      *past that point is incomplete and the report says so
       01  SIM-OVERLOEB-SW          PIC X VALUE "N".
           88  SIM-OVERLOEB             VALUE "Y".

      *Postings the simulation found value-dated after today -
      *FREMDATERING parks those in its warehouse before the real run
       01  SIM-FREMDATERET-ANTAL    PIC 9(7) VALUE 0.

      *Outcome of one simulated posting and the edited fields of the
      *simulation report
       01  SIM-UDFALD               PIC X(11) VALUE SPACES.
       01  SIM-BEMAERKNING          PIC X(40) VALUE SPACES.
       01  SIM-BELOB-EDIT           PIC -Z,ZZZ,ZZ9.99.
       01  SIM-SALDO1-EDIT          PIC -Z,ZZZ,ZZ9.99.
       01  SIM-GL-DEBET-EDIT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  SIM-GL-KREDIT-EDIT       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  SIM-ANTAL-EDIT           PIC ZZZZ9.

      *File status for the history files (SELECT OPTIONAL)
       01  HISTORIK-FIL-STATUS      PIC X(2) VALUE "00".
       01  HISTDATA-FIL-STATUS      PIC X(2) VALUE "00".
       01  KREDIT-GRAENSE           PIC 9(7)V99 VALUE 0.
       01  SALDO-EFTER-DEBET        PIC S9(9)V99 VALUE 0.

      *In-memory deposit pledges, loaded once at start-up - the
      *pledged account, the amount pledged and whether the pledge
      *covers the whole balance. A register too big for the table
      *refuses the run, or a pledge could silently stop holding
       01  SIK-FIL-STATUS           PIC X(2) VALUE "00".
       01  EOF-SIK                  PIC X VALUE "N".
           88  END-SIK                  VALUE "Y".
       01  PANT-TABEL.
           05  PANT-POST OCCURS 2000 TIMES INDEXED BY PANT-IX.
               10  PNT-KONTO-ID        PIC X(10).
               10  PNT-BELOB           PIC 9(9)V99.
       01  PANT-ANTAL               PIC 9(4) VALUE 0.
       01  PANT-OVERLOEB-SW         PIC X VALUE "N".
           88  PANT-OVERLOEB            VALUE "Y".
      *The pledges on the account in the record area - their sum,
      *and whether one of them takes the whole balance
       01  PANTSAT-BELOB            PIC 9(11)V99 VALUE 0.
       01  PANT-HELE-SW             PIC X VALUE "N".
           88  PANT-HELE                VALUE "Y".

      *Approval threshold for a single posting - above it a posting
      *waits for a second pair of hands in OPG39. Configurable
      *through the central parameter file.
       01  POST-GODKEND-GRAENSE     PIC 9(7)V99 VALUE 1000000.00.

      *Largest single debit a customer under eighteen may order on
      *their own account - the same MINDREAARIG-GRAENSE parameter
      *NETBANKORDRER holds the orders to
       01  MINDREAARIG-GRAENSE      PIC 9(7)V99 VALUE 1000.00.

      *Parameter fields for the shared age subprogram
       01  ALDER-DATO               PIC 9(8) VALUE 0.
       01  ALDER-FOEDSELSDATO       PIC 9(8) VALUE 0.
       01  ALDER-MYNDIG-DATO        PIC 9(8) VALUE 0.
       01  ALDER-SVAR               PIC X(1) VALUE SPACE.

      *Set when the posting in hand is one of the bank's own
      *generated series (fee, interest, revaluation, storno,
      *garnishment) rather than a customer withdrawal - those must
       01  PARAM-TAL                PIC S9(9)V99 VALUE 0.
       01  PARAM-FUNDET             PIC X(1) VALUE SPACE.

      *What to do with a posting valued in a month finance has
      *closed - "OMDATER" moves its value date to the first banking
      *day of the first open month after it, "AFVIS" rejects it
      *for correction. Parameter PERIODE-REGEL
       01  PERIODE-REGEL            PIC X(8) VALUE "OMDATER".

      *Parameter fields for the shared accounting-period subprogram,
      *plus the value date a posting had before it was moved out of
      *a closed period
       01  PER-FUNKTION             PIC X(1) VALUE SPACE.
       01  PER-PERIODE              PIC 9(6) VALUE 0.
       01  PER-SVAR                 PIC X(1) VALUE SPACE.
       01  PERIODE-OMDATERET-SW     PIC X VALUE "N".
           88  PERIODE-OMDATERET        VALUE "Y".
       01  PERIODE-FRA-DATO         PIC 9(8) VALUE 0.
       01  POST-OMDATERET-ANTAL     PIC 9(7) VALUE 0.

      *In-memory FX-rate table - one row per currency holding the
      *rate in effect for KOERSELS-DATO, picked from the dated rows
      *the same way OPG31 picks them
      *as the postings apply - the number of type/currency
      *combinations is small and fixed by the business, so a bounded
      *table is the right shape, the same as OPG12's type table
      *The rows are kept per accounting period of the value date,
      *so a back-valued posting lands in its own month's feed
       01  GL-TABEL.
           05  GL-TABEL-POST OCCURS 100 TIMES INDEXED BY GL-IX.
               10  GL-PERIODE          PIC 9(6).
               10  GL-KONTO-TYPE       PIC X(10).
               10  GL-VALUTA           PIC X(3).
               10  GL-DEBET-SUM        PIC S9(9)V99.
      *so a short feed is visible instead of silent
       01  GL-TABT-ANTAL            PIC 9(7) VALUE 0.

      *The periods this run writes a feed for - the run's own month
      *always, then every other month a posting was valued in
       01  GLPER-TABEL.
           05  GLPER-POST OCCURS 20 TIMES INDEXED BY GLPER-IX.
               10  GLPER-PERIODE       PIC 9(6).
       01  GLPER-ANTAL              PIC 9(3) VALUE 0.
       01  WS-GLPER-IX              PIC 9(3) VALUE 0.
       01  GL-FEED-PERIODE          PIC 9(6) VALUE 0.

      *Control totals for the batch-balancing trailer
       01  POST-LAEST-ANTAL         PIC 9(7) VALUE 0.
       01  POST-OK-ANTAL            PIC 9(7) VALUE 0.
       01  FSD-ANTAL            PIC 9(7) VALUE 0.
       01  FSD-SUM              PIC S9(13)V99 VALUE 0.

      *Parameter fields for the shared sealing subprogram
       01  SGL-FUNKTION         PIC X(1) VALUE SPACE.
       01  SGL-FIL              PIC X(1) VALUE SPACE.
       01  SGL-PROGRAM          PIC X(8) VALUE "OPG15".
       01  SGL-AARSAG           PIC X(30) VALUE SPACES.
       01  SGL-SVAR             PIC X(2) VALUE SPACES.
       01  SGL-RAEKKER          PIC 9(9) VALUE 0.
       01  SGL-NYE              PIC 9(9) VALUE 0.
       01  SGL-BRUD             PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
      *Stamp every history/reject entry with today's date, and work
      *out the quarter the run falls in for the withdrawal quotas
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
           ACCEPT WS-KOMMANDOLINJE FROM COMMAND-LINE
           IF WS-KOMMANDOLINJE = "SIMULER"
               SET SIMULERING TO TRUE
           END-IF
      *A business date (YYYYMMDD) on the command line stands in for
      *the run date - DAGSKORSEL passes one per missed banking day
      *when it catches up after a day the chain did not run
           IF WS-KOMMANDOLINJE NOT = SPACES
               AND WS-KOMMANDOLINJE (1:8) NUMERIC
               MOVE WS-KOMMANDOLINJE (1:8) TO KOERSELS-DATO
           END-IF
           MOVE KOERSELS-DATO (1:4) TO KOERSELS-AAR
           MOVE KOERSELS-DATO (5:2) TO KOERSELS-MD
           COMPUTE AKTUEL-KVARTAL =
           PERFORM LAES-PRODUKTKATALOG
           PERFORM LAES-HAEVNINGER

      *Load the deposit pledges the DEBIT postings are held against
           PERFORM LAES-PANTER
           IF PANT-OVERLOEB
               DISPLAY "OPG15: for mange indlaanspanter til"
                       " tabellen, koerslen afvises."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *Pick the basis currency and the FX result account up from the
      *central parameter file, and load the dated FX rates the
      *cross-currency transfers convert through
           IF PARAM-FUNDET = "J"
               MOVE PARAM-TAL TO TERMIN-STRAF-PCT
           END-IF
           MOVE "PERIODE-REGEL" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-VAERDI (1:8) TO PERIODE-REGEL
           END-IF
           MOVE "MINDREAARIG-GRAENSE" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J"
               MOVE PARAM-TAL TO MINDREAARIG-GRAENSE
           END-IF

      *A simulation reads the master and registers without the update
      *lock, writes only its own report, and leaves the posting file
      *in place for the real run
           IF SIMULERING
               PERFORM SIMULER-POSTERINGER
               STOP RUN
           END-IF

      *Open the account master for random update-in-place, the day's
      *postings for input, and the trailing files
           END-IF

           OPEN I-O   KONTOFIL
           OPEN INPUT KUNDEFIL
           OPEN I-O   REF-FIL
           OPEN INPUT POST-FIL
           OPEN INPUT GODKREF-FIL

           CLOSE POST-FIL
                 KONTOFIL
                 KUNDEFIL
                 REF-FIL
                 GODKREF-FIL
                 AFVIST-FIL
                 IBF-FIL
                 HIDX-FIL

      *Seal the rows this run added to the posting history
           PERFORM FORSEGL-HISTORIK

      *The day's posting file is consumed - truncate it, or the
      *applied rows would be re-read tomorrow and bounce off the
      *reference register as replays, now that the automated branch
           DISPLAY "Posteringer parkeret: " POST-PARKERET-ANTAL
           DISPLAY "Til godkendelse: "      POST-TIL-GODK-ANTAL
           DISPLAY "Valutaoverfoersler: "   VALUTA-OVERF-ANTAL
           DISPLAY "Omdateret (lukket periode): "
                   POST-OMDATERET-ANTAL
           DISPLAY "Interfilial-overf: "    INTERFILIAL-ANTAL
           IF HIDX-DUBLET-ANTAL > 0
               DISPLAY "ADVARSEL: " HIDX-DUBLET-ANTAL

      * -------------------------------------------------
      *Find the feed row for the account in hand, adding one when
      *this is the first posting against that KONTO-TYPE/VALUTA-KD
      *in the value date's period. Leaves the row's index in
      *WS-GL-IX, zero only when the table is full.
       FIND-GL-RAEKKE.
           MOVE 0 TO WS-GL-IX
           PERFORM VARYING GL-IX FROM 1 BY 1
               UNTIL GL-IX > GL-ANTAL
               IF GL-PERIODE (GL-IX) = POST-DATO (1:6)
                   AND GL-KONTO-TYPE (GL-IX) =
                       KONTO-TYPE OF KONTOFIL-REKORD
                   AND GL-VALUTA (GL-IX) =
                       VALUTA-KD OF KONTOFIL-REKORD
           IF WS-GL-IX = 0 AND GL-ANTAL < 100
               ADD 1 TO GL-ANTAL
               MOVE GL-ANTAL TO WS-GL-IX
               MOVE POST-DATO (1:6) TO GL-PERIODE (WS-GL-IX)
               MOVE KONTO-TYPE OF KONTOFIL-REKORD
                   TO GL-KONTO-TYPE (WS-GL-IX)
               MOVE VALUTA-KD OF KONTOFIL-REKORD
           EXIT.

      * -------------------------------------------------
      *Write the day's general-ledger feeds, one per accounting
      *period: the run's own month always gets GLFEED_<date>.txt,
      *even when nothing posted; a month a back-valued posting
      *landed in gets its own GLFEED_<date>_<YYYYMM>.txt, so every
      *feed carries exactly one period and finance can load it into
      *the right month
       SKRIV-GLFEED.
           MOVE 1 TO GLPER-ANTAL
           MOVE KOERSELS-DATO (1:6) TO GLPER-PERIODE (1)
           PERFORM VARYING GL-IX FROM 1 BY 1
               UNTIL GL-IX > GL-ANTAL
               PERFORM FIND-GLPER-RAEKKE
           END-PERFORM
           PERFORM VARYING GLPER-IX FROM 1 BY 1
               UNTIL GLPER-IX > GLPER-ANTAL
               MOVE GLPER-PERIODE (GLPER-IX) TO GL-FEED-PERIODE
               PERFORM SKRIV-GLFEED-PERIODE
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Add the period of the GL row in hand to the feed list unless
      *it is already there
       FIND-GLPER-RAEKKE.
           MOVE 0 TO WS-GLPER-IX
           PERFORM VARYING GLPER-IX FROM 1 BY 1
               UNTIL GLPER-IX > GLPER-ANTAL
               IF GLPER-PERIODE (GLPER-IX) = GL-PERIODE (GL-IX)
                   SET WS-GLPER-IX TO GLPER-IX
               END-IF
           END-PERFORM
           IF WS-GLPER-IX = 0
               IF GLPER-ANTAL < 20
                   ADD 1 TO GLPER-ANTAL
                   MOVE GL-PERIODE (GL-IX)
                       TO GLPER-PERIODE (GLPER-ANTAL)
               ELSE
                   ADD 1 TO GL-TABT-ANTAL
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Write one period's general-ledger feed: header, one detail
      *row per KONTO-TYPE/VALUTA-KD, one AFREGNING counterpart row
      *per currency carrying the settlement side of the one-legged
      *postings, and the balancing trailer proving debits equal
      *credits
       SKRIV-GLFEED-PERIODE.
           MOVE SPACES TO WS-GLFEED-FILNAVN
           IF GL-FEED-PERIODE = KOERSELS-DATO (1:6)
               STRING
                   "GLFEED_"      DELIMITED BY SIZE
                   KOERSELS-DATO  DELIMITED BY SIZE
                   ".txt"         DELIMITED BY SIZE
                   INTO WS-GLFEED-FILNAVN
               END-STRING
           ELSE
               STRING
                   "GLFEED_"       DELIMITED BY SIZE
                   KOERSELS-DATO   DELIMITED BY SIZE
                   "_"             DELIMITED BY SIZE
                   GL-FEED-PERIODE DELIMITED BY SIZE
                   ".txt"          DELIMITED BY SIZE
                   INTO WS-GLFEED-FILNAVN
               END-STRING
           END-IF
           OPEN OUTPUT GLFEED-FIL

           MOVE "H" TO GLH-TYPE
           MOVE KOERSELS-DATO TO GLH-DATO
           MOVE GL-FEED-PERIODE TO GLH-PERIODE
           WRITE GLFEED-HOVED

           MOVE 0 TO GL-TOTAL-DEBET
           MOVE 0 TO GLVAL-ANTAL
           PERFORM VARYING GL-IX FROM 1 BY 1
               UNTIL GL-IX > GL-ANTAL
               IF GL-PERIODE (GL-IX) = GL-FEED-PERIODE
                   PERFORM SKRIV-GLFEED-DETALJE
               END-IF
           END-PERFORM

      *One counterpart row per currency balances the one-legged
           MOVE MODTAGER-AFD   TO IBF-AFD-KREDIT
           MOVE POST-BELOB     TO IBF-BELOB
           MOVE POST-REFERENCE TO IBF-REFERENCE
           IF NOT SIMULERING
               WRITE IBF-REKORD
           END-IF
           ADD 1 TO INTERFILIAL-ANTAL
           EXIT.

           MOVE POST-TYPE         TO SUSP-TYPE
           MOVE POST-MODKONTO-ID  TO SUSP-MODKONTO-ID
           MOVE POST-REFERENCE    TO SUSP-REFERENCE
           IF NOT SIMULERING
               WRITE SUSP-REKORD
           END-IF
           EXIT.

      * -------------------------------------------------
      *A value date on a weekend or holiday settles on the next
      *banking day instead
           PERFORM RUL-POST-DATO
      *A value date in a month finance has closed is moved to the
      *first open month or rejected, as PERIODE-REGEL says
           PERFORM KONTROLLER-PERIODE
      *A mistyped account key must be caught before the keyed READ
      *can hit a wrong-but-existing record
           PERFORM KONTROLLER-POST-ID
           IF POSTERING-OK
               PERFORM KONTROLLER-REFERENCE
           END-IF
      *An order a customer under eighteen placed on their own
      *account must stay inside the minor's limit
           IF POSTERING-OK
               AND POST-ORDREGIVER NOT = SPACES
               PERFORM KONTROLLER-MINDREAARIG
           END-IF
      *A posting above the approval threshold waits for a second
      *pair of hands in OPG39 - unless its reference has already
      *been released and is coming back through for application
           END-IF
           EXIT.

      * -------------------------------------------------
      *Hold a debit the owner ordered themselves against the minor's
      *limit when the owner is still under eighteen by the CPR on
      *the customer master. Only the orders that carry their
      *originator are judged - the bank's own series, the guardian
      *under a mandate and rows from before the field pass as
      *before, and a CPR that proves no age passes too
       KONTROLLER-MINDREAARIG.
           IF (POST-ER-DEBIT OR POST-ER-OVERF)
               AND POST-BELOB > MINDREAARIG-GRAENSE
               MOVE POST-KONTO-ID TO KONTO-ID OF KONTOFIL-REKORD
               READ KONTOFIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF KUNDE-ID OF KONTOFIL-REKORD
                               = POST-ORDREGIVER
                           MOVE POST-ORDREGIVER
                               TO KUNDE-ID OF KUNDEFIL-REKORD
                           READ KUNDEFIL
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   PERFORM BEDOEM-MINDREAARIG
                           END-READ
                       END-IF
               END-READ
           END-IF
           EXIT.

       BEDOEM-MINDREAARIG.
           MOVE KOERSELS-DATO TO ALDER-DATO
           CALL "CPRALDER" USING CPR-NUMMER OF KUNDEFIL-REKORD
                                 ALDER-DATO ALDER-FOEDSELSDATO
                                 ALDER-MYNDIG-DATO ALDER-SVAR
           IF ALDER-SVAR = "M"
               MOVE "N" TO POSTERING-OK-SW
               MOVE "Mindreaarig over beloebsgraense"
                   TO AFVIST-AARSAG
           END-IF
           EXIT.

      * -------------------------------------------------
      *Park the posting in the pending-approvals queue for OPG39,
      *unchanged in its original image under a running number -
      *names this run; the approver's identity joins it in the
      *audit trail when OPG39 decides.
       PARKER-TIL-GODKENDELSE.
           IF NOT SIMULERING
               ADD 1 TO AFVENT-NAESTE-NR
               MOVE AFVENT-NAESTE-NR TO AFVENT-NR
               MOVE KOERSELS-DATO    TO AFVENT-DATO
               MOVE "OPG15"          TO AFVENT-MAKER
               MOVE SPACES           TO AFVENT-BILLEDE
               MOVE POST-REKORD      TO AFVENT-BILLEDE
               WRITE AFVENT-REKORD
           END-IF
           ADD 1 TO POST-TIL-GODK-ANTAL
           EXIT.

           END-IF
           EXIT.

      * -------------------------------------------------
      *Hold the (rolled) value date against the period register. A
      *closed or hard-locked month takes no new postings: under
      *OMDATER the value date moves to the first banking day of the
      *first open month after it, under AFVIS the posting rejects
      *and goes to OPG24 for correction. A moved posting's history
      *note names the value date it was keyed with
       KONTROLLER-PERIODE.
           MOVE "N" TO PERIODE-OMDATERET-SW
           MOVE "S" TO PER-FUNKTION
           MOVE POST-DATO (1:6) TO PER-PERIODE
           CALL "REGNSKABSPERIODE" USING PER-FUNKTION PER-PERIODE
                                         PER-SVAR
           IF PER-SVAR = "L" OR PER-SVAR = "H"
               IF PERIODE-REGEL = "AFVIS"
                   MOVE "N" TO POSTERING-OK-SW
                   MOVE "Regnskabsperioden er lukket"
                       TO AFVIST-AARSAG
               ELSE
                   SET PERIODE-OMDATERET TO TRUE
                   MOVE "N" TO VALOER-RULLET-SW
                   MOVE OPRINDELIG-POST-DATO TO PERIODE-FRA-DATO
                   MOVE "N" TO PER-FUNKTION
                   CALL "REGNSKABSPERIODE" USING PER-FUNKTION
                                                 PER-PERIODE PER-SVAR
                   COMPUTE KAL-DATO = PER-PERIODE * 100 + 1
                   MOVE "N" TO KAL-FUNKTION
                   CALL "BANKKALENDER" USING KAL-FUNKTION KAL-DATO
                                             KAL-SVAR
                   MOVE KAL-DATO TO POST-DATO
                   ADD 1 TO POST-OMDATERET-ANTAL
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Reject a posting whose account key (or counterpart key on a
      *transfer) fails its check digits, before any keyed READ
                       MOVE "Reference allerede bogfoert"
                           TO AFVIST-AARSAG
               END-READ
      *A simulation registers nothing, so it holds the references
      *it has applied itself
               IF SIMULERING AND POSTERING-OK
                   PERFORM VARYING SR-IX FROM 1 BY 1
                       UNTIL SR-IX > SIM-REF-ANTAL
                       IF SR-REFERENCE (SR-IX) = POST-REFERENCE
                           MOVE "N" TO POSTERING-OK-SW
                           MOVE "Reference allerede bogfoert"
                               TO AFVIST-AARSAG
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Register the reference of a posting that has fully applied
       REGISTRER-REFERENCE.
           IF SIMULERING
               IF SIM-REF-ANTAL < 10000
                   ADD 1 TO SIM-REF-ANTAL
                   MOVE POST-REFERENCE TO SR-REFERENCE (SIM-REF-ANTAL)
               ELSE
                   SET SIM-OVERLOEB TO TRUE
               END-IF
           ELSE
               MOVE POST-REFERENCE TO REF-REFERENCE
               WRITE REF-REKORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           EXIT.

      * -------------------------------------------------
                   MOVE "N" TO POSTERING-OK-SW
                   MOVE "KONTO-ID ikke fundet" TO AFVIST-AARSAG
               NOT INVALID KEY
                   PERFORM HENT-SIM-KONTO
                   EVALUATE TRUE
                       WHEN KONTO-LUKKET OF KONTOFIL-REKORD
                           MOVE "N" TO POSTERING-OK-SW
               WHEN POST-TIL-GODK
                   PERFORM PARKER-TIL-GODKENDELSE
               WHEN POSTERING-OK
                   IF NOT SIMULERING
                       PERFORM SKRIV-HISTORIK-LINJE
                   END-IF
                   PERFORM REGISTRER-REFERENCE
                   ADD 1 TO POST-OK-ANTAL
                   IF TERMIN-FOERTIDIG
                       MOVE "Modtagerkonto ikke fundet"
                           TO AFVIST-AARSAG
                   NOT INVALID KEY
                       PERFORM HENT-SIM-KONTO
                       MOVE VALUTA-KD OF KONTOFIL-REKORD
                           TO MODTAGER-VALUTA
                       MOVE AFDELING OF KONTOFIL-REKORD
                       MOVE "Afsenderkonto ikke fundet"
                           TO AFVIST-AARSAG
                   NOT INVALID KEY
                       PERFORM HENT-SIM-KONTO
                       MOVE VALUTA-KD OF KONTOFIL-REKORD
                           TO AFSENDER-VALUTA
                       MOVE AFDELING OF KONTOFIL-REKORD

               MOVE POST-MODKONTO-ID TO KONTO-ID OF KONTOFIL-REKORD
               READ KONTOFIL
               PERFORM HENT-SIM-KONTO
               MOVE POST-MODKONTO-ID TO OVERF-LEG-KONTO-ID
               MOVE "KREDIT" TO OVERF-LEG-TYPE
               MOVE POST-KONTO-ID TO OVERF-LEG-MODKONTO
               IF VALUTA-OVERF
                   ADD 1 TO VALUTA-OVERF-ANTAL
                   PERFORM BOGFOER-FX-REST
                   IF NOT SIMULERING
                       PERFORM SKRIV-KURS-NOTE
                   END-IF
               END-IF

      *A transfer whose legs sit in different branches is handed to
       LUK-KONTO-EFTER-UDLIGNING.
           MOVE POST-KONTO-ID TO KONTO-ID OF KONTOFIL-REKORD
           READ KONTOFIL
           PERFORM HENT-SIM-KONTO
           MOVE "L" TO KONTO-STATUS OF KONTOFIL-REKORD
           MOVE KOERSELS-DATO TO KONTO-EFF-DATO OF KONTOFIL-REKORD
           PERFORM SKRIV-KONTO
           IF NOT SIMULERING
               MOVE SPACES TO HISTORIK-TEXT
               STRING
                   "DATO: "                       DELIMITED BY SIZE
                   KOERSELS-DATO                  DELIMITED BY SIZE
                   " KONTO-ID: "                  DELIMITED BY SIZE
                   POST-KONTO-ID                  DELIMITED BY SIZE
                   " LUKKET EFTER UDLIGNING TIL: " DELIMITED BY SIZE
                   POST-MODKONTO-ID               DELIMITED BY SIZE
                   INTO HISTORIK-TEXT
               END-STRING
               WRITE HISTORIK-REKORD
           END-IF
           EXIT.

      * -------------------------------------------------
      *Stamp the account as active as of today, the same way
      *OPDATER-SALDO does for a single-leg posting
           MOVE KOERSELS-DATO TO KONTO-EFF-DATO OF KONTOFIL-REKORD
           PERFORM SKRIV-KONTO
      *The debit leg of an ordinary transfer counts against the
      *payer's quarterly free-withdrawal quota - a closure
      *settlement is not a customer withdrawal
           IF OVERF-LEG-TYPE = "DEBIT" AND POST-ER-OVERF
               PERFORM OPTAEL-HAEVNING
           END-IF
           IF NOT SIMULERING
               PERFORM SKRIV-OVERF-HISTORIK-LINJE
           END-IF
           EXIT.

      * -------------------------------------------------
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the active deposit pledges from the collateral register
      *into PANT-TABEL - property and cars, and released pledges,
      *hold nothing here
       LAES-PANTER.
           MOVE 0 TO PANT-ANTAL
           MOVE "N" TO EOF-SIK
           OPEN INPUT SIK-FIL
           IF SIK-FIL-STATUS = "00"
               OR SIK-FIL-STATUS = "05"
               PERFORM UNTIL END-SIK
                   READ SIK-FIL
                       AT END
                           SET END-SIK TO TRUE
                       NOT AT END
                           IF SIK-INDLAANSPANT AND SIK-AKTIV
                               IF PANT-ANTAL < 2000
                                   ADD 1 TO PANT-ANTAL
                                   MOVE SIK-PANT-KONTO-ID TO
                                       PNT-KONTO-ID (PANT-ANTAL)
                                   MOVE SIK-PANT-BELOB TO
                                       PNT-BELOB (PANT-ANTAL)
                               ELSE
                                   SET PANT-OVERLOEB TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIK-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Rewrite the withdrawal-counter state with the quarter's rows
       SKRIV-HAEVNINGER.
                   INVALID KEY
                       ADD 1 TO FX-REST-TABT-ANTAL
                   NOT INVALID KEY
                       PERFORM HENT-SIM-KONTO
                       MOVE BALANCE OF KONTOFIL-REKORD TO SALDO-FOER
                       IF FX-REST-BELOB > 0
                           MOVE "KREDIT" TO OVERF-LEG-TYPE
                       MOVE POST-KONTO-ID     TO OVERF-LEG-MODKONTO
                       MOVE KOERSELS-DATO TO
                           KONTO-EFF-DATO OF KONTOFIL-REKORD
                       PERFORM SKRIV-KONTO
                       IF NOT SIMULERING
                           PERFORM SKRIV-OVERF-HISTORIK-LINJE
                       END-IF
               END-READ
           END-IF
           EXIT.
               MOVE "DEBIT"     TO GL-LEG-TYPE
               MOVE STRAF-BELOB TO GL-LEG-BELOB
               PERFORM AKKUMULER-GL-LEG
               PERFORM SKRIV-KONTO

               IF NOT SIMULERING
                   MOVE SPACES TO HISTORIK-TEXT
                   STRING
                       "DATO: "               DELIMITED BY SIZE
                       POST-DATO              DELIMITED BY SIZE
                       " KONTO-ID: "          DELIMITED BY SIZE
                       KONTO-ID OF KONTOFIL-REKORD
                                              DELIMITED BY SIZE
                       " TYPE: DEBIT BELOB: " DELIMITED BY SIZE
                       STRAF-BELOB            DELIMITED BY SIZE
                       " SALDO FOER: "        DELIMITED BY SIZE
                       SALDO-FOER             DELIMITED BY SIZE
                       " SALDO EFTER: "       DELIMITED BY SIZE
                       SALDO-EFTER            DELIMITED BY SIZE
                       " TERMINSTRAF REF: "   DELIMITED BY SIZE
                       STRAF-REFERENCE        DELIMITED BY SIZE
                       INTO HISTORIK-TEXT
                   END-STRING
                   WRITE HISTORIK-REKORD

                   MOVE POST-DATO       TO HIST-DATO
                   MOVE KONTO-ID OF KONTOFIL-REKORD TO HIST-KONTO-ID
                   MOVE "DEBIT"         TO HIST-TYPE
                   MOVE STRAF-BELOB     TO HIST-BELOB
                   MOVE SALDO-FOER      TO HIST-SALDO-FOER
                   MOVE SALDO-EFTER     TO HIST-SALDO-EFTER
                   MOVE STRAF-REFERENCE TO HIST-REFERENCE
                   MOVE KOERSELS-DATO   TO HIST-BOGFOERT-DATO
                   WRITE HISTDATA-REKORD
                   PERFORM SKRIV-HIDX-RAEKKE
               END-IF
           END-IF
           EXIT.

      *followed by digits, the shape every generating program
      *builds: "G" overdraft fees, "R" interest, "F" account fees,
      *"V" FX revaluation, "S" storno reversals, "X" garnishment
      *sweeps, "W" balance-protection cover transfers, "I"
      *inter-branch settlements, "K" dunning reminder fees, "N"
      *credit-loss provision movements, "J" interest adjustments
      *after a back-valued posting, "C" teller cash over/short
      *booked by KASSEAFSTEMNING, "Q" the balance BANKSKIFTE
      *settles out to a leaving customer's new bank and "H" the
      *annual safe deposit box rent BOKSLEJE raises. A closure
      *settlement (LUKOVF) already has its own exemptions and is
      *not judged here.
       BEDOEM-SYSTEM-POSTERING.
           MOVE "N" TO SYSTEM-POST-SW
           IF POST-REFERENCE (2:4) NUMERIC
                   OR POST-REFERENCE (1:1) = "X"
                   OR POST-REFERENCE (1:1) = "W"
                   OR POST-REFERENCE (1:1) = "I"
                   OR POST-REFERENCE (1:1) = "K"
                   OR POST-REFERENCE (1:1) = "N"
                   OR POST-REFERENCE (1:1) = "J"
                   OR POST-REFERENCE (1:1) = "C"
                   OR POST-REFERENCE (1:1) = "Q"
                   OR POST-REFERENCE (1:1) = "H"
                   SET SYSTEM-POST TO TRUE
               END-IF
           END-IF
      *negative at all. Checked before any balance moves. The bank's
      *own generated series are exempt the way a closure settlement
      *is - an overdraft fee must land on exactly the account that
      *is already past its facility. A debit that clears the
      *facility is then held against any deposit pledge on the
      *account.
       KONTROLLER-DAEKNING.
           IF NOT SYSTEM-POST
               PERFORM BEREGN-KREDITGRAENSE
                   MOVE "Overtraek ud over bevilget kredit"
                       TO AFVIST-AARSAG
               END-IF
               IF POSTERING-OK
                   PERFORM KONTROLLER-PANT
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Reject a debit that would reach into the part of a pledged
      *deposit that is not free of the pledge - the balance less
      *the pledged amounts, or nothing at all when a pledge takes
      *the whole balance. The balance left after the debit must
      *still cover every pledge on the account.
       KONTROLLER-PANT.
           MOVE 0 TO PANTSAT-BELOB
           MOVE "N" TO PANT-HELE-SW
           PERFORM VARYING PANT-IX FROM 1 BY 1
               UNTIL PANT-IX > PANT-ANTAL
               IF PNT-KONTO-ID (PANT-IX) = KONTO-ID OF KONTOFIL-REKORD
                   IF PNT-BELOB (PANT-IX) = 0
                       SET PANT-HELE TO TRUE
                   ELSE
                       ADD PNT-BELOB (PANT-IX) TO PANTSAT-BELOB
                   END-IF
               END-IF
           END-PERFORM
           IF PANT-HELE AND POST-BELOB > 0
               MOVE "N" TO POSTERING-OK-SW
               MOVE "Kontoen er pantsat" TO AFVIST-AARSAG
           END-IF
           IF POSTERING-OK AND PANTSAT-BELOB > 0
               IF SALDO-EFTER-DEBET < PANTSAT-BELOB
                   MOVE "N" TO POSTERING-OK-SW
                   MOVE "Haevning i pantsat indlaan"
                       TO AFVIST-AARSAG
               END-IF
           END-IF
           EXIT.

      * opening or closing the account does
               MOVE KOERSELS-DATO TO
                   KONTO-EFF-DATO OF KONTOFIL-REKORD
               PERFORM SKRIV-KONTO
      *An applied debit counts against the product's quarterly
      *free-withdrawal quota
               IF POST-ER-DEBIT
           IF VALOER-RULLET
               PERFORM SKRIV-VALOER-NOTE
           END-IF
           IF PERIODE-OMDATERET
               PERFORM SKRIV-PERIODE-NOTE
           END-IF

      *Write the same entry in fixed columns for machine readers,
      *and into the keyed store under its composite key
           MOVE SALDO-FOER     TO HIST-SALDO-FOER
           MOVE SALDO-EFTER    TO HIST-SALDO-EFTER
           MOVE POST-REFERENCE TO HIST-REFERENCE
           MOVE KOERSELS-DATO  TO HIST-BOGFOERT-DATO
           WRITE HISTDATA-REKORD
           PERFORM SKRIV-HIDX-RAEKKE
           EXIT.
           IF VALOER-RULLET
               PERFORM SKRIV-VALOER-NOTE
           END-IF
           IF PERIODE-OMDATERET
               PERFORM SKRIV-PERIODE-NOTE
           END-IF

      *Write the same leg in fixed columns for machine readers -
      *both legs carry the transfer's one reference - and into the
           MOVE SALDO-FOER         TO HIST-SALDO-FOER
           MOVE SALDO-EFTER        TO HIST-SALDO-EFTER
           MOVE POST-REFERENCE     TO HIST-REFERENCE
           MOVE KOERSELS-DATO      TO HIST-BOGFOERT-DATO
           WRITE HISTDATA-REKORD
           PERFORM SKRIV-HIDX-RAEKKE
           EXIT.
           WRITE HISTORIK-REKORD
           EXIT.

      * -------------------------------------------------
      *Note on the history trail that the posting's value date was
      *moved out of a closed accounting period
       SKRIV-PERIODE-NOTE.
           MOVE SPACES TO HISTORIK-TEXT
           STRING
               "  PERIODE LUKKET - OMDATERET FRA: " DELIMITED BY SIZE
               PERIODE-FRA-DATO        DELIMITED BY SIZE
               " TIL: "                DELIMITED BY SIZE
               POST-DATO               DELIMITED BY SIZE
               " REF: "                DELIMITED BY SIZE
               POST-REFERENCE          DELIMITED BY SIZE
               INTO HISTORIK-TEXT
           END-STRING
           WRITE HISTORIK-REKORD
           EXIT.

      * -------------------------------------------------
      *Write one line to the rejected-posting report, naming the
      *posting and the reason it did not apply
       SKRIV-AFVIST-POSTERING.
           IF NOT SIMULERING
               MOVE SPACES TO AFVIST-TEXT
               STRING
                   "DATO: "               DELIMITED BY SIZE
                   POST-DATO              DELIMITED BY SIZE
                   " KONTO-ID: "          DELIMITED BY SIZE
                   POST-KONTO-ID          DELIMITED BY SIZE
                   " MODKONTO-ID: "       DELIMITED BY SIZE
                   POST-MODKONTO-ID       DELIMITED BY SIZE
                   " REF: "               DELIMITED BY SIZE
                   POST-REFERENCE         DELIMITED BY SIZE
                   " AARSAG: "            DELIMITED BY SIZE
                   AFVIST-AARSAG          DELIMITED BY SPACE
                   INTO AFVIST-TEXT
               END-STRING
               WRITE AFVIST-REKORD

      *Append the same rejection to the machine-readable register so
      *OPG24 can correct and resubmit it
               ADD 1 TO AFVD-NAESTE-NR
               MOVE AFVD-NAESTE-NR TO AFVD-NR
               MOVE "AFVIST"       TO AFVD-STATUS
               MOVE KOERSELS-DATO  TO AFVD-DATO
               MOVE AFVIST-AARSAG  TO AFVD-AARSAG
               MOVE SPACES         TO AFVD-BILLEDE
               MOVE POST-REKORD    TO AFVD-BILLEDE
               WRITE AFVD-REKORD
           END-IF
           EXIT.

      * -------------------------------------------------
      *Put the account in the record area back on the master - or,
      *in a simulation, only into the projected view, so the next
      *posting against it sees the balance this one left
       SKRIV-KONTO.
           IF SIMULERING
               PERFORM FIND-SIM-KONTO
               IF WS-SK-IX > 0
                   MOVE BALANCE OF KONTOFIL-REKORD
                       TO SK-SALDO (WS-SK-IX)
                   MOVE KONTO-STATUS OF KONTOFIL-REKORD
                       TO SK-STATUS (WS-SK-IX)
                   ADD 1 TO SK-ANTAL (WS-SK-IX)
               END-IF
           ELSE
               REWRITE KONTOFIL-REKORD
           END-IF
           EXIT.

      * -------------------------------------------------
      *In a simulation, lay the projected balance and status over
      *the account just read from the master, or take the account
      *into the projected view the first time it is read
       HENT-SIM-KONTO.
           IF SIMULERING
               PERFORM FIND-SIM-KONTO
               IF WS-SK-IX > 0
                   MOVE SK-SALDO (WS-SK-IX)
                       TO BALANCE OF KONTOFIL-REKORD
                   MOVE SK-STATUS (WS-SK-IX)
                       TO KONTO-STATUS OF KONTOFIL-REKORD
               ELSE
                   IF SIM-KONTO-ANTAL < 5000
                       ADD 1 TO SIM-KONTO-ANTAL
                       MOVE KONTO-ID OF KONTOFIL-REKORD
                           TO SK-KONTO-ID (SIM-KONTO-ANTAL)
                       MOVE VALUTA-KD OF KONTOFIL-REKORD
                           TO SK-VALUTA (SIM-KONTO-ANTAL)
                       MOVE BALANCE OF KONTOFIL-REKORD
                           TO SK-SALDO-MASTER (SIM-KONTO-ANTAL)
                       MOVE BALANCE OF KONTOFIL-REKORD
                           TO SK-SALDO (SIM-KONTO-ANTAL)
                       MOVE KONTO-STATUS OF KONTOFIL-REKORD
                           TO SK-STATUS (SIM-KONTO-ANTAL)
                       MOVE 0 TO SK-ANTAL (SIM-KONTO-ANTAL)
                   ELSE
                       SET SIM-OVERLOEB TO TRUE
                   END-IF
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Find the account in the record area in the projected view.
      *Leaves its index in WS-SK-IX, zero when it is not there.
       FIND-SIM-KONTO.
           MOVE 0 TO WS-SK-IX
           PERFORM VARYING SK-IX FROM 1 BY 1
               UNTIL SK-IX > SIM-KONTO-ANTAL OR WS-SK-IX > 0
               IF SK-KONTO-ID (SK-IX) = KONTO-ID OF KONTOFIL-REKORD
                   SET WS-SK-IX TO SK-IX
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Simulate the day's posting file: every posting goes through
      *BOGFOER-POSTERING's checks against the master opened for
      *input only, with the balances the earlier postings would have
      *left, and the report names what the real run would do with
      *it - post, reject and why, park in suspense, hold for
      *approval, or leave to FREMDATERING for a later value date.
      *Nothing is written to the master, the history, the reference
      *register, the queues or the general-ledger feed, and the
      *posting file stays where it is.
       SIMULER-POSTERINGER.
           OPEN INPUT KONTOFIL
                      KUNDEFIL
                      REF-FIL
                      POST-FIL
                      GODKREF-FIL
               OUTPUT SIM-FIL
           MOVE SPACES TO SIM-TEXT
           STRING
               "KONTOPOSTERING - SIMULERING PER "  DELIMITED BY SIZE
               KOERSELS-DATO                       DELIMITED BY SIZE
               " - INTET ER BOGFOERT"              DELIMITED BY SIZE
               INTO SIM-TEXT
           END-STRING
           WRITE SIM-REKORD
           MOVE SPACES TO SIM-TEXT
           WRITE SIM-REKORD

           PERFORM UNTIL END-POST
               READ POST-FIL
                   AT END
                       SET END-POST TO TRUE
                   NOT AT END
                       ADD 1 TO POST-LAEST-ANTAL
                       PERFORM SIMULER-POSTERING
               END-READ
           END-PERFORM

           PERFORM SKRIV-SIM-SALDI
           PERFORM SKRIV-SIM-GL
           PERFORM SKRIV-SIM-TRAILER

           CLOSE KONTOFIL
                 KUNDEFIL
                 REF-FIL
                 POST-FIL
                 GODKREF-FIL
                 SIM-FIL
           EXIT.

      * -------------------------------------------------
      *Simulate one posting and report its projected outcome. A
      *value date after today never reaches the real run -
      *FREMDATERING takes it out of the file first.
       SIMULER-POSTERING.
           MOVE SPACES TO SIM-BEMAERKNING
           IF POST-DATO > KOERSELS-DATO
               MOVE "FREMDATERET" TO SIM-UDFALD
               MOVE "Parkeres til valoerdagen" TO SIM-BEMAERKNING
               ADD 1 TO SIM-FREMDATERET-ANTAL
           ELSE
               PERFORM BOGFOER-POSTERING
               EVALUATE TRUE
                   WHEN POST-PARKERET
                       MOVE "SUSPENSE" TO SIM-UDFALD
                       MOVE "Kontoen er frosset" TO SIM-BEMAERKNING
                   WHEN POST-TIL-GODK
                       MOVE "GODKENDELSE" TO SIM-UDFALD
                       MOVE "Afventer godkendelse i OPG39"
                           TO SIM-BEMAERKNING
                   WHEN POSTERING-OK
                       MOVE "BOGFOERES" TO SIM-UDFALD
                       IF PERIODE-OMDATERET
                           STRING
                               "Omdateret fra "  DELIMITED BY SIZE
                               PERIODE-FRA-DATO  DELIMITED BY SIZE
                               INTO SIM-BEMAERKNING
                           END-STRING
                       END-IF
                       IF VALOER-RULLET
                           STRING
                               "Valoer rullet fra "   DELIMITED BY SIZE
                               OPRINDELIG-POST-DATO   DELIMITED BY SIZE
                               INTO SIM-BEMAERKNING
                           END-STRING
                       END-IF
                   WHEN OTHER
                       MOVE "AFVISES" TO SIM-UDFALD
                       MOVE AFVIST-AARSAG TO SIM-BEMAERKNING
               END-EVALUATE
           END-IF
           MOVE POST-BELOB TO SIM-BELOB-EDIT
           MOVE SPACES TO SIM-TEXT
           STRING
               SIM-UDFALD             DELIMITED BY SIZE
               " REF: "               DELIMITED BY SIZE
               POST-REFERENCE         DELIMITED BY SIZE
               " KONTO: "             DELIMITED BY SIZE
               POST-KONTO-ID          DELIMITED BY SIZE
               " TIL: "               DELIMITED BY SIZE
               POST-MODKONTO-ID       DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               POST-TYPE              DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               SIM-BELOB-EDIT         DELIMITED BY SIZE
               " VALOER: "            DELIMITED BY SIZE
               POST-DATO              DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               SIM-BEMAERKNING        DELIMITED BY SIZE
               INTO SIM-TEXT
           END-STRING
           WRITE SIM-REKORD
           EXIT.

      * -------------------------------------------------
      *List every account the simulated postings would move, with
      *its balance on the master and the balance it would close the
      *run on
       SKRIV-SIM-SALDI.
           MOVE SPACES TO SIM-TEXT
           WRITE SIM-REKORD
           MOVE "Projekterede saldi" TO SIM-TEXT
           WRITE SIM-REKORD
           PERFORM VARYING SK-IX FROM 1 BY 1
               UNTIL SK-IX > SIM-KONTO-ANTAL
               IF SK-ANTAL (SK-IX) > 0
                   MOVE SK-SALDO-MASTER (SK-IX) TO SIM-SALDO1-EDIT
                   MOVE SK-SALDO (SK-IX) TO SIM-BELOB-EDIT
                   MOVE SK-ANTAL (SK-IX) TO SIM-ANTAL-EDIT
                   MOVE SPACES TO SIM-TEXT
                   STRING
                       "   KONTO: "            DELIMITED BY SIZE
                       SK-KONTO-ID (SK-IX)     DELIMITED BY SIZE
                       " "                     DELIMITED BY SIZE
                       SK-VALUTA (SK-IX)       DELIMITED BY SIZE
                       " MASTER: "             DELIMITED BY SIZE
                       SIM-SALDO1-EDIT         DELIMITED BY SIZE
                       " PROJEKTERET: "        DELIMITED BY SIZE
                       SIM-BELOB-EDIT          DELIMITED BY SIZE
                       " BEN: "                DELIMITED BY SIZE
                       SIM-ANTAL-EDIT          DELIMITED BY SIZE
                       INTO SIM-TEXT
                   END-STRING
                   IF SK-STATUS (SK-IX) = "L"
                       MOVE "LUKKES" TO SIM-TEXT (86:6)
                   END-IF
                   WRITE SIM-REKORD
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Show the general-ledger feeds the real run would write - per
      *accounting period the detail rows, the AFREGNING counterpart
      *rows and the balancing totals, worked exactly as
      *SKRIV-GLFEED works them
       SKRIV-SIM-GL.
           MOVE SPACES TO SIM-TEXT
           WRITE SIM-REKORD
           MOVE "Projekteret GL-feed" TO SIM-TEXT
           WRITE SIM-REKORD
           MOVE 1 TO GLPER-ANTAL
           MOVE KOERSELS-DATO (1:6) TO GLPER-PERIODE (1)
           PERFORM VARYING GL-IX FROM 1 BY 1
               UNTIL GL-IX > GL-ANTAL
               PERFORM FIND-GLPER-RAEKKE
           END-PERFORM
           PERFORM VARYING GLPER-IX FROM 1 BY 1
               UNTIL GLPER-IX > GLPER-ANTAL
               MOVE GLPER-PERIODE (GLPER-IX) TO GL-FEED-PERIODE
               PERFORM SKRIV-SIM-GL-PERIODE
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *One period's projected feed
       SKRIV-SIM-GL-PERIODE.
           MOVE 0 TO GL-TOTAL-DEBET
           MOVE 0 TO GL-TOTAL-KREDIT
           MOVE 0 TO GLVAL-ANTAL
           PERFORM VARYING GL-IX FROM 1 BY 1
               UNTIL GL-IX > GL-ANTAL
               IF GL-PERIODE (GL-IX) = GL-FEED-PERIODE
                   ADD GL-DEBET-SUM (GL-IX)  TO GL-TOTAL-DEBET
                   ADD GL-KREDIT-SUM (GL-IX) TO GL-TOTAL-KREDIT
                   PERFORM FIND-GLVAL-RAEKKE
                   IF WS-GLVAL-IX > 0
                       ADD GL-DEBET-SUM (GL-IX)
                           TO GLVAL-DEBET-SUM (WS-GLVAL-IX)
                       ADD GL-KREDIT-SUM (GL-IX)
                           TO GLVAL-KREDIT-SUM (WS-GLVAL-IX)
                   END-IF
                   MOVE GL-DEBET-SUM (GL-IX)  TO SIM-GL-DEBET-EDIT
                   MOVE GL-KREDIT-SUM (GL-IX) TO SIM-GL-KREDIT-EDIT
                   MOVE SPACES TO SIM-TEXT
                   STRING
                       "   "                   DELIMITED BY SIZE
                       GL-FEED-PERIODE         DELIMITED BY SIZE
                       " "                     DELIMITED BY SIZE
                       GL-KONTO-TYPE (GL-IX)   DELIMITED BY SIZE
                       " "                     DELIMITED BY SIZE
                       GL-VALUTA (GL-IX)       DELIMITED BY SIZE
                       " DEBET: "              DELIMITED BY SIZE
                       SIM-GL-DEBET-EDIT       DELIMITED BY SIZE
                       " KREDIT: "             DELIMITED BY SIZE
                       SIM-GL-KREDIT-EDIT      DELIMITED BY SIZE
                       INTO SIM-TEXT
                   END-STRING
                   WRITE SIM-REKORD
               END-IF
           END-PERFORM
           PERFORM VARYING GLVAL-IX FROM 1 BY 1
               UNTIL GLVAL-IX > GLVAL-ANTAL
               COMPUTE GL-BALANCE-REST =
                   GLVAL-KREDIT-SUM (GLVAL-IX)
                   - GLVAL-DEBET-SUM (GLVAL-IX)
               IF GL-BALANCE-REST NOT = 0
                   MOVE SPACES TO SIM-TEXT
                   IF GL-BALANCE-REST > 0
                       ADD GL-BALANCE-REST TO GL-TOTAL-DEBET
                       MOVE GL-BALANCE-REST TO SIM-GL-DEBET-EDIT
                       MOVE 0 TO SIM-GL-KREDIT-EDIT
                   ELSE
                       COMPUTE GL-TOTAL-KREDIT =
                           GL-TOTAL-KREDIT - GL-BALANCE-REST
                       MOVE 0 TO SIM-GL-DEBET-EDIT
                       COMPUTE SIM-GL-KREDIT-EDIT =
                           0 - GL-BALANCE-REST
                   END-IF
                   STRING
                       "   "                    DELIMITED BY SIZE
                       GL-FEED-PERIODE          DELIMITED BY SIZE
                       " AFREGNING  "           DELIMITED BY SIZE
                       GLVAL-VALUTA (GLVAL-IX)  DELIMITED BY SIZE
                       " DEBET: "               DELIMITED BY SIZE
                       SIM-GL-DEBET-EDIT        DELIMITED BY SIZE
                       " KREDIT: "              DELIMITED BY SIZE
                       SIM-GL-KREDIT-EDIT       DELIMITED BY SIZE
                       INTO SIM-TEXT
                   END-STRING
                   WRITE SIM-REKORD
               END-IF
           END-PERFORM
           MOVE GL-TOTAL-DEBET  TO SIM-GL-DEBET-EDIT
           MOVE GL-TOTAL-KREDIT TO SIM-GL-KREDIT-EDIT
           MOVE SPACES TO SIM-TEXT
           STRING
               "   Feed "             DELIMITED BY SIZE
               GL-FEED-PERIODE        DELIMITED BY SIZE
               " i alt DEBET: "       DELIMITED BY SIZE
               SIM-GL-DEBET-EDIT      DELIMITED BY SIZE
               " KREDIT: "            DELIMITED BY SIZE
               SIM-GL-KREDIT-EDIT     DELIMITED BY SIZE
               INTO SIM-TEXT
           END-STRING
           WRITE SIM-REKORD
           EXIT.

      * -------------------------------------------------
      *Simulation trailer - the projected outcome counts
       SKRIV-SIM-TRAILER.
           MOVE SPACES TO SIM-TEXT
           WRITE SIM-REKORD
           MOVE SPACES TO SIM-TEXT
           STRING
               "Laest: "              DELIMITED BY SIZE
               POST-LAEST-ANTAL       DELIMITED BY SIZE
               "  Bogfoeres: "        DELIMITED BY SIZE
               POST-OK-ANTAL          DELIMITED BY SIZE
               "  Afvises: "          DELIMITED BY SIZE
               POST-AFVIST-ANTAL      DELIMITED BY SIZE
               "  Suspense: "         DELIMITED BY SIZE
               POST-PARKERET-ANTAL    DELIMITED BY SIZE
               "  Godkendelse: "      DELIMITED BY SIZE
               POST-TIL-GODK-ANTAL    DELIMITED BY SIZE
               "  Fremdateret: "      DELIMITED BY SIZE
               SIM-FREMDATERET-ANTAL  DELIMITED BY SIZE
               INTO SIM-TEXT
           END-STRING
           WRITE SIM-REKORD
           IF SIM-OVERLOEB
               MOVE "ADVARSEL: simuleringstabellen er fuld -"
                   TO SIM-TEXT
               MOVE " projektionen er ufuldstaendig" TO SIM-TEXT (40:30)
               WRITE SIM-REKORD
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "----------------------------------------"
           DISPLAY "SIMULERING - intet er bogfoert"
           DISPLAY "Posteringer laest: "    POST-LAEST-ANTAL
           DISPLAY "Bogfoeres: "            POST-OK-ANTAL
           DISPLAY "Afvises: "              POST-AFVIST-ANTAL
           DISPLAY "Suspense: "             POST-PARKERET-ANTAL
           DISPLAY "Til godkendelse: "      POST-TIL-GODK-ANTAL
           DISPLAY "Fremdateret: "          SIM-FREMDATERET-ANTAL
           DISPLAY "----------------------------------------"
           EXIT.

      * -------------------------------------------------
      *Seal the rows this run appended to the posting history through
      *FORSEGLING, so they are chained the moment they are written
      *rather than at the nightly OPG81 check. A broken chain seals
      *nothing and is left for OPG81 to report
       FORSEGL-HISTORIK.
           MOVE "K" TO SGL-FUNKTION
           MOVE "H" TO SGL-FIL
           MOVE 0 TO SGL-BRUD
           CALL "FORSEGLING" USING SGL-FUNKTION SGL-FIL SGL-PROGRAM
                                   SGL-AARSAG SGL-SVAR SGL-RAEKKER
                                   SGL-NYE SGL-BRUD
           IF SGL-SVAR NOT = "OK"
               DISPLAY "OPG15: kaedebrud i opg15-historik-data.txt"
                       " raekke " SGL-BRUD
           END-IF
           EXIT.
