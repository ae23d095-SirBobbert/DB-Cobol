      *Coming-of-age lifecycle run - finds the personal customers
      *who have turned eighteen, by the birth date CPRALDER derives
      *from the CPR-nummer on the customer master, and takes them
      *out of their minority. The guardian mandates on their
      *accounts (every mandate granted before the eighteenth
      *birthday to someone other than the customer) are ended
      *through FULDMAGT's transaction file, every account on a youth
      *product is moved to the adult product the product catalog
      *names for it through an OPDATER-KONTO transaction to
      *VEDLIGEHOLD, and the new adult customer is sent a notice
      *through BREVFLET. Both transaction files are appended to
      *under the identity MYNDIG and applied by their owners' next
      *run, with the audit trail and validation those programs
      *give every change. Each customer transitioned is logged in
      *Myndiggoerelser.txt; a customer whose birthday fell inside
      *the catch-up horizon (MYNDIG-INDHENT-DAGE, default 30 days)
      *and is not yet logged is taken on the next run, so a missed
      *day or a rerun neither skips nor repeats anyone.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYNDIGOVERGANG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind customer master - swept in key order for the CPR
           SELECT KUNDEFIL ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEFIL-REKORD.
      *Bind account master - read through the KUNDE-ID alternate
      *key for the customer's accounts
           SELECT KONTOFIL ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOFIL-REKORD
               ALTERNATE RECORD KEY IS KUNDE-ID OF KONTOFIL-REKORD
                   WITH DUPLICATES.
      *Bind the product catalog - the youth products and the adult
      *product each one moves to
           SELECT OPTIONAL PRODUKT-FIL ASSIGN TO "Kontoprodukter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODUKT-FIL-STATUS.
      *Bind the power-of-attorney register FULDMAGT maintains -
      *read only; the ends go through its transaction file
           SELECT OPTIONAL FM-FIL ASSIGN TO "Fuldmagtsregister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FM-FIL-STATUS.
      *Bind FULDMAGT's transaction file - opened EXTEND
           SELECT OPTIONAL FM-TRANS-FIL
               ASSIGN TO "opg62-transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FM-TRANS-FIL-STATUS.
      *Bind VEDLIGEHOLD's transaction file - the product changes go
      *through the ordinary maintenance flow, opened EXTEND
           SELECT OPTIONAL VEDL-TRANS-FIL
               ASSIGN TO "opg10-transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VEDL-TRANS-FIL-STATUS.
      *Bind the log of customers taken out of their minority -
      *opened EXTEND and read at start-up so no one is taken twice
           SELECT OPTIONAL MYNDIG-FIL ASSIGN TO "Myndiggoerelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MYNDIG-FIL-STATUS.
      *Bind the audit log - opened EXTEND so the transitions land in
      *the same trail VEDLIGEHOLD writes
           SELECT OPTIONAL AUDIT-FIL ASSIGN TO "opg10-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FIL-STATUS.
      *Bind the daily report
           SELECT RAPPORT-FIL ASSIGN TO "opg90-myndig-rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Customer master record layout
       FD  KUNDEFIL.
       01  KUNDEFIL-REKORD.
           COPY "KUNDEOPL.cpy".

      *Account master record layout
       FD  KONTOFIL.
       01  KONTOFIL-REKORD.
           COPY "KONTOOPL.cpy".

      *Product catalog record layout
       FD  PRODUKT-FIL.
       01  PRODUKT-REKORD.
           COPY "KONTOPRODUKT.cpy".

      *Mandate record layout - must match what FULDMAGT keeps
       FD  FM-FIL.
       01  FM-REKORD.
           02  FM-KONTO-ID         PIC X(10).
           02  FM-FULDMAGT-ID      PIC X(10).
           02  FM-OMFANG           PIC X(1).
           02  FM-BELOB-GRAENSE    PIC 9(7)V99.
           02  FM-GYLDIG-FRA       PIC 9(8).
           02  FM-GYLDIG-TIL       PIC 9(8).

      *Mandate transaction record layout - must match what FULDMAGT
      *reads
       FD  FM-TRANS-FIL.
       01  FM-TRANS-REKORD.
           02  FMT-AKTION          PIC X(10).
           02  FMT-KONTO-ID        PIC X(10).
           02  FMT-FULDMAGT-ID     PIC X(10).
           02  FMT-OMFANG          PIC X(1).
           02  FMT-BELOB-GRAENSE   PIC 9(7)V99.
           02  FMT-GYLDIG-FRA      PIC 9(8).
           02  FMT-GYLDIG-TIL      PIC 9(8).
           02  FMT-KOERT-AF        PIC X(10).

      *Maintenance transaction record layout
       FD  VEDL-TRANS-FIL.
       01  TRANS-REKORD.
           COPY "VEDLTRANS.cpy".

      *Transition log record layout - the customer, the eighteenth
      *birthday, the day the transition was run, and how many
      *mandates were ended and accounts moved
       FD  MYNDIG-FIL.
       01  MYNDIG-REKORD.
           02  MG-KUNDE-ID         PIC X(10).
           02  MG-MYNDIG-DATO      PIC 9(8).
           02  MG-BEHANDLET-DATO   PIC 9(8).
           02  MG-FULDMAGTER       PIC 9(3).
           02  MG-KONTI            PIC 9(3).

      *Audit log record layout
       FD  AUDIT-FIL.
       01  AUDIT-REKORD.
           02  AUDIT-TEXT          PIC X(150).

      *Daily report record layout
       FD  RAPPORT-FIL.
       01  RAPPORT-REKORD.
           02  RAPPORT-TEXT        PIC X(132).

       WORKING-STORAGE SECTION.

      *Today's date and its day serial
       01  KOERSELS-DATO        PIC 9(8) VALUE 0.
       01  KOERSELS-SERIAL      PIC 9(7) VALUE 0.

      *File status fields for the SELECT OPTIONAL files
       01  PRODUKT-FIL-STATUS   PIC X(2) VALUE "00".
       01  FM-FIL-STATUS        PIC X(2) VALUE "00".
       01  FM-TRANS-FIL-STATUS  PIC X(2) VALUE "00".
       01  VEDL-TRANS-FIL-STATUS PIC X(2) VALUE "00".
       01  MYNDIG-FIL-STATUS    PIC X(2) VALUE "00".
       01  AUDIT-FIL-STATUS     PIC X(2) VALUE "00".

      *The identity the transactions are keyed under - registered
      *with the maintenance role like the other batch makers
       01  MYNDIG-OPERATOER     PIC X(10) VALUE "MYNDIG".

      *Catch-up horizon in days - overridable in Driftsparametre.txt
       01  INDHENT-DAGE         PIC 9(3) VALUE 30.
       01  INDHENT-FRA-DATO     PIC 9(8) VALUE 0.

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

      *Parameter fields for the shared age subprogram
       01  ALDER-DATO           PIC 9(8) VALUE 0.
       01  ALDER-FOEDSELSDATO   PIC 9(8) VALUE 0.
       01  ALDER-MYNDIG-DATO    PIC 9(8) VALUE 0.
       01  ALDER-SVAR           PIC X(1) VALUE SPACE.

      *In-memory product catalog - the youth products only
       01  PRODUKT-TABEL.
           05  PRODUKT-POST OCCURS 50 TIMES INDEXED BY PROD-IX.
               10  PT-KODE             PIC X(10).
               10  PT-VOKSEN-PRODUKT   PIC X(10).
       01  PRODUKT-ANTAL        PIC 9(3) VALUE 0.
       01  WS-VOKSEN-PRODUKT    PIC X(10) VALUE SPACES.

      *In-memory mandate register
       01  FM-TABEL.
           05  FM-POST OCCURS 2000 TIMES INDEXED BY FM-IX.
               10  FT-KONTO-ID         PIC X(10).
               10  FT-FULDMAGT-ID      PIC X(10).
               10  FT-GYLDIG-FRA       PIC 9(8).
       01  FM-ANTAL             PIC 9(4) VALUE 0.

      *The customers already taken inside the catch-up horizon
       01  MYNDIG-TABEL.
           05  MYNDIG-POST OCCURS 5000 TIMES INDEXED BY MG-IX.
               10  MT-KUNDE-ID         PIC X(10).
       01  MYNDIG-ANTAL         PIC 9(4) VALUE 0.
       01  MYNDIG-LAEST-ANTAL   PIC 9(7) VALUE 0.
      *Set when the log outgrew its table - the run is refused
      *rather than risk taking a customer twice
       01  MYNDIG-OVERLOEB-SW   PIC X VALUE "N".
           88  MYNDIG-OVERLOEB      VALUE "Y".
       01  ALLEREDE-SW          PIC X VALUE "N".
           88  ALLEREDE-MYNDIG      VALUE "Y".

      *The customer in hand - the accounts swept, what was done to
      *them, and the first account for the notice
       01  KUNDE-FULDMAGT-ANTAL PIC 9(3) VALUE 0.
       01  KUNDE-KONTO-ANTAL    PIC 9(3) VALUE 0.
       01  FOERSTE-KONTO-ID     PIC X(10) VALUE SPACES.
       01  SOEG-SLUT-SW         PIC X VALUE "N".
           88  SOEG-SLUT            VALUE "Y".

      *Letter request for the shared letter engine
       01  BREV-DATA.
           COPY "BREVDATA.cpy".

      *End-of-file flags
       01  EOF-KUNDE            PIC X VALUE "N".
           88  END-KUNDE            VALUE "Y".
       01  EOF-PRODUKT          PIC X VALUE "N".
           88  END-PRODUKT          VALUE "Y".
       01  EOF-FM               PIC X VALUE "N".
           88  END-FM               VALUE "Y".
       01  EOF-MYNDIG           PIC X VALUE "N".
           88  END-MYNDIG           VALUE "Y".

      *Control totals for the trailer
       01  KUNDER-LAEST-ANTAL   PIC 9(7) VALUE 0.
       01  MYNDIGE-ANTAL        PIC 9(7) VALUE 0.
       01  FULDMAGTER-ANTAL     PIC 9(7) VALUE 0.
       01  KONTI-ANTAL          PIC 9(7) VALUE 0.
       01  BREVE-ANTAL          PIC 9(7) VALUE 0.
       01  SKABELON-MANGLER-ANTAL PIC 9(7) VALUE 0.

      *Parameter fields for the shared run-count subprogram
       01  KT-PROGRAM           PIC X(8) VALUE "OPG90".
       01  KT-ANTAL             PIC 9(7) VALUE 0.

      *Parameter fields for the shared sealing subprogram
       01  SGL-FUNKTION         PIC X(1) VALUE SPACE.
       01  SGL-FIL              PIC X(1) VALUE SPACE.
       01  SGL-PROGRAM          PIC X(8) VALUE "OPG90".
       01  SGL-AARSAG           PIC X(30) VALUE SPACES.
       01  SGL-SVAR             PIC X(2) VALUE SPACES.
       01  SGL-RAEKKER          PIC 9(9) VALUE 0.
       01  SGL-NYE              PIC 9(9) VALUE 0.
       01  SGL-BRUD             PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
           PERFORM HENT-PARAMETRE

      *The catch-up horizon as a date, through the day serial
           MOVE "S" TO DATO-FUNKTION
           MOVE KOERSELS-DATO TO DATO-ARG
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           MOVE DATO-SERIAL TO KOERSELS-SERIAL
           COMPUTE DATO-SERIAL = KOERSELS-SERIAL - INDHENT-DAGE
           MOVE "D" TO DATO-FUNKTION
           CALL "DATORUTINER" USING DATO-FUNKTION DATO-ARG
                                    DATO-SERIAL DATO-UGEDAG
           MOVE DATO-ARG TO INDHENT-FRA-DATO

      *Load the transition log, the youth products and the mandate
      *register - a log too big for the table refuses the run
           PERFORM LAES-MYNDIGGOERELSER
           IF MYNDIG-OVERLOEB
               DISPLAY "OPG90: myndiggoerelser er for mange til"
                       " tabellen, koerslen afvises."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LAES-PRODUKTER
           PERFORM LAES-FULDMAGTER

           OPEN INPUT  KUNDEFIL
                       KONTOFIL
                OUTPUT RAPPORT-FIL
           PERFORM ABEN-AUDIT-FIL
           PERFORM ABEN-FM-TRANS-FIL
           PERFORM ABEN-VEDL-TRANS-FIL
           PERFORM ABEN-MYNDIG-FIL

      *Sweep the customers for the ones who have come of age
           PERFORM UNTIL END-KUNDE
               READ KUNDEFIL NEXT RECORD
                   AT END
                       SET END-KUNDE TO TRUE
                   NOT AT END
                       ADD 1 TO KUNDER-LAEST-ANTAL
                       PERFORM BEDOEM-KUNDE
               END-READ
           END-PERFORM

           PERFORM SKRIV-TRAILER

      *Close the letter engine's files for the run
           MOVE "S" TO BD-FUNKTION
           CALL "BREVFLET" USING BREV-DATA KUNDEFIL-REKORD

           CLOSE KUNDEFIL
                 KONTOFIL
                 FM-TRANS-FIL
                 VEDL-TRANS-FIL
                 MYNDIG-FIL
                 AUDIT-FIL
                 RAPPORT-FIL

      *Seal the rows this run added to the audit trail
           PERFORM FORSEGL-AUDIT

      *Leave this run's headline count for OPG28's run report
           MOVE MYNDIGE-ANTAL TO KT-ANTAL
           CALL "KOERSELSTAL" USING KT-PROGRAM KT-ANTAL
           STOP RUN.

      * -------------------------------------------------
      *Look the catch-up horizon up in the central parameter file -
      *an absent parameter leaves the compiled-in value standing
       HENT-PARAMETRE.
           MOVE "MYNDIG-INDHENT-DAGE" TO PARAM-NAVN
           CALL "PARAMETRE" USING PARAM-NAVN PARAM-VAERDI
                                  PARAM-TAL PARAM-FUNDET
           IF PARAM-FUNDET = "J" AND PARAM-TAL > 0
               MOVE PARAM-TAL TO INDHENT-DAGE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Open the append files. When no previous run has left one
      *behind (FILE STATUS 35), create it first so OPEN EXTEND has
      *something to append to
       ABEN-AUDIT-FIL.
           OPEN EXTEND AUDIT-FIL
           IF AUDIT-FIL-STATUS = "35"
               OPEN OUTPUT AUDIT-FIL
               CLOSE AUDIT-FIL
               OPEN EXTEND AUDIT-FIL
           END-IF
           EXIT.

       ABEN-FM-TRANS-FIL.
           OPEN EXTEND FM-TRANS-FIL
           IF FM-TRANS-FIL-STATUS = "35"
               OPEN OUTPUT FM-TRANS-FIL
               CLOSE FM-TRANS-FIL
               OPEN EXTEND FM-TRANS-FIL
           END-IF
           EXIT.

       ABEN-VEDL-TRANS-FIL.
           OPEN EXTEND VEDL-TRANS-FIL
           IF VEDL-TRANS-FIL-STATUS = "35"
               OPEN OUTPUT VEDL-TRANS-FIL
               CLOSE VEDL-TRANS-FIL
               OPEN EXTEND VEDL-TRANS-FIL
           END-IF
           EXIT.

       ABEN-MYNDIG-FIL.
           OPEN EXTEND MYNDIG-FIL
           IF MYNDIG-FIL-STATUS = "35"
               OPEN OUTPUT MYNDIG-FIL
               CLOSE MYNDIG-FIL
               OPEN EXTEND MYNDIG-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the customers the log already shows taken inside the
      *catch-up horizon - older rows can never match again
       LAES-MYNDIGGOERELSER.
           MOVE 0 TO MYNDIG-ANTAL
           MOVE "N" TO EOF-MYNDIG
           OPEN INPUT MYNDIG-FIL
           IF MYNDIG-FIL-STATUS = "00"
               OR MYNDIG-FIL-STATUS = "05"
               PERFORM UNTIL END-MYNDIG
                   READ MYNDIG-FIL
                       AT END
                           SET END-MYNDIG TO TRUE
                       NOT AT END
                           IF MG-MYNDIG-DATO >= INDHENT-FRA-DATO
                               ADD 1 TO MYNDIG-LAEST-ANTAL
                               IF MYNDIG-ANTAL < 5000
                                   ADD 1 TO MYNDIG-ANTAL
                                   MOVE MG-KUNDE-ID
                                       TO MT-KUNDE-ID (MYNDIG-ANTAL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MYNDIG-FIL
           END-IF
           IF MYNDIG-LAEST-ANTAL > MYNDIG-ANTAL
               SET MYNDIG-OVERLOEB TO TRUE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the youth products - the ones naming an adult product
       LAES-PRODUKTER.
           MOVE 0 TO PRODUKT-ANTAL
           MOVE "N" TO EOF-PRODUKT
           OPEN INPUT PRODUKT-FIL
           IF PRODUKT-FIL-STATUS = "00"
               OR PRODUKT-FIL-STATUS = "05"
               PERFORM UNTIL END-PRODUKT
                   READ PRODUKT-FIL
                       AT END
                           SET END-PRODUKT TO TRUE
                       NOT AT END
                           IF PROD-VOKSEN-PRODUKT NOT = SPACES
                               AND PRODUKT-ANTAL < 50
                               ADD 1 TO PRODUKT-ANTAL
                               MOVE PROD-KODE
                                   TO PT-KODE (PRODUKT-ANTAL)
                               MOVE PROD-VOKSEN-PRODUKT
                                   TO PT-VOKSEN-PRODUKT (PRODUKT-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUKT-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the mandate register - the rows past the table are
      *reported, since their ends would be missed
       LAES-FULDMAGTER.
           MOVE 0 TO FM-ANTAL
           MOVE "N" TO EOF-FM
           OPEN INPUT FM-FIL
           IF FM-FIL-STATUS = "00" OR FM-FIL-STATUS = "05"
               PERFORM UNTIL END-FM
                   READ FM-FIL
                       AT END
                           SET END-FM TO TRUE
                       NOT AT END
                           IF FM-ANTAL < 2000
                               ADD 1 TO FM-ANTAL
                               MOVE FM-KONTO-ID
                                   TO FT-KONTO-ID (FM-ANTAL)
                               MOVE FM-FULDMAGT-ID
                                   TO FT-FULDMAGT-ID (FM-ANTAL)
                               IF FM-GYLDIG-FRA NUMERIC
                                   MOVE FM-GYLDIG-FRA
                                       TO FT-GYLDIG-FRA (FM-ANTAL)
                               ELSE
                                   MOVE 0 TO FT-GYLDIG-FRA (FM-ANTAL)
                               END-IF
                           ELSE
                               DISPLAY "OPG90: for mange fuldmagter"
                                       " - konto " FM-KONTO-ID
                                       " er ikke indlaest."
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FM-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Take one customer out of their minority when the eighteenth
      *birthday has come inside the catch-up horizon and the log
      *does not show them taken already. Business customers and
      *estates carry no age to come into
       BEDOEM-KUNDE.
           IF KUNDE-PRIVAT OF KUNDEFIL-REKORD
               AND NOT KUNDE-ER-BO OF KUNDEFIL-REKORD
               MOVE KOERSELS-DATO TO ALDER-DATO
               CALL "CPRALDER" USING CPR-NUMMER OF KUNDEFIL-REKORD
                                     ALDER-DATO ALDER-FOEDSELSDATO
                                     ALDER-MYNDIG-DATO ALDER-SVAR
               IF ALDER-SVAR = "V"
                   AND ALDER-MYNDIG-DATO >= INDHENT-FRA-DATO
                   MOVE "N" TO ALLEREDE-SW
                   PERFORM VARYING MG-IX FROM 1 BY 1
                       UNTIL MG-IX > MYNDIG-ANTAL
                       IF MT-KUNDE-ID (MG-IX)
                               = KUNDE-ID OF KUNDEFIL-REKORD
                           SET ALLEREDE-MYNDIG TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT ALLEREDE-MYNDIG
                       PERFORM MYNDIGGOER-KUNDE
                   END-IF
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Work through the customer's accounts, send the notice and
      *log the transition
       MYNDIGGOER-KUNDE.
           ADD 1 TO MYNDIGE-ANTAL
           MOVE 0 TO KUNDE-FULDMAGT-ANTAL
           MOVE 0 TO KUNDE-KONTO-ANTAL
           MOVE SPACES TO FOERSTE-KONTO-ID
           MOVE "N" TO SOEG-SLUT-SW
           MOVE KUNDE-ID OF KUNDEFIL-REKORD
               TO KUNDE-ID OF KONTOFIL-REKORD
           READ KONTOFIL KEY IS KUNDE-ID OF KONTOFIL-REKORD
               INVALID KEY
                   SET SOEG-SLUT TO TRUE
               NOT INVALID KEY
                   PERFORM BEHANDL-KONTO
           END-READ
           PERFORM UNTIL SOEG-SLUT
               READ KONTOFIL NEXT RECORD
                   AT END
                       SET SOEG-SLUT TO TRUE
                   NOT AT END
                       IF KUNDE-ID OF KONTOFIL-REKORD
                               NOT = KUNDE-ID OF KUNDEFIL-REKORD
                           SET SOEG-SLUT TO TRUE
                       ELSE
                           PERFORM BEHANDL-KONTO
                       END-IF
               END-READ
           END-PERFORM

           PERFORM SKRIV-MYNDIG-BREV

           MOVE KUNDE-ID OF KUNDEFIL-REKORD TO MG-KUNDE-ID
           MOVE ALDER-MYNDIG-DATO    TO MG-MYNDIG-DATO
           MOVE KOERSELS-DATO        TO MG-BEHANDLET-DATO
           MOVE KUNDE-FULDMAGT-ANTAL TO MG-FULDMAGTER
           MOVE KUNDE-KONTO-ANTAL    TO MG-KONTI
           WRITE MYNDIG-REKORD

           MOVE SPACES TO AUDIT-TEXT
           STRING
               KOERSELS-DATO                DELIMITED BY SIZE
               " AF: "                      DELIMITED BY SIZE
               MYNDIG-OPERATOER             DELIMITED BY SPACE
               " MYNDIG KUNDE-ID: "         DELIMITED BY SIZE
               KUNDE-ID OF KUNDEFIL-REKORD  DELIMITED BY SPACE
               " 18 AAR: "                  DELIMITED BY SIZE
               ALDER-MYNDIG-DATO            DELIMITED BY SIZE
               " FULDMAGTER OPHOERT: "      DELIMITED BY SIZE
               KUNDE-FULDMAGT-ANTAL         DELIMITED BY SIZE
               " KONTI OMLAGT: "            DELIMITED BY SIZE
               KUNDE-KONTO-ANTAL            DELIMITED BY SIZE
               INTO AUDIT-TEXT
           END-STRING
           WRITE AUDIT-REKORD
           EXIT.

      * -------------------------------------------------
      *One of the customer's accounts - end the guardian mandates
      *on it and move it off a youth product. A closed account is
      *left alone
       BEHANDL-KONTO.
           IF NOT KONTO-LUKKET OF KONTOFIL-REKORD
               IF FOERSTE-KONTO-ID = SPACES
                   MOVE KONTO-ID OF KONTOFIL-REKORD
                       TO FOERSTE-KONTO-ID
               END-IF
               PERFORM VARYING FM-IX FROM 1 BY 1
                   UNTIL FM-IX > FM-ANTAL
                   IF FT-KONTO-ID (FM-IX) = KONTO-ID OF KONTOFIL-REKORD
                       AND FT-FULDMAGT-ID (FM-IX)
                           NOT = KUNDE-ID OF KUNDEFIL-REKORD
                       AND FT-GYLDIG-FRA (FM-IX) < ALDER-MYNDIG-DATO
                       PERFORM OPHOER-VAERGEFULDMAGT
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-VOKSEN-PRODUKT
               PERFORM VARYING PROD-IX FROM 1 BY 1
                   UNTIL PROD-IX > PRODUKT-ANTAL
                   IF PT-KODE (PROD-IX) = KONTO-TYPE OF KONTOFIL-REKORD
                       MOVE PT-VOKSEN-PRODUKT (PROD-IX)
                           TO WS-VOKSEN-PRODUKT
                   END-IF
               END-PERFORM
               IF WS-VOKSEN-PRODUKT NOT = SPACES
                   PERFORM OMLAEG-PRODUKT
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *End one guardian mandate through FULDMAGT
       OPHOER-VAERGEFULDMAGT.
           MOVE SPACES TO FM-TRANS-REKORD
           MOVE "OPHOER"               TO FMT-AKTION
           MOVE FT-KONTO-ID (FM-IX)    TO FMT-KONTO-ID
           MOVE FT-FULDMAGT-ID (FM-IX) TO FMT-FULDMAGT-ID
           MOVE 0                      TO FMT-BELOB-GRAENSE
           MOVE 0                      TO FMT-GYLDIG-FRA
           MOVE 0                      TO FMT-GYLDIG-TIL
           MOVE MYNDIG-OPERATOER       TO FMT-KOERT-AF
           WRITE FM-TRANS-REKORD
           ADD 1 TO KUNDE-FULDMAGT-ANTAL
           ADD 1 TO FULDMAGTER-ANTAL
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "FULDMAGT OPHOERT - KUNDE-ID: " DELIMITED BY SIZE
               KUNDE-ID OF KUNDEFIL-REKORD     DELIMITED BY SIZE
               " KONTO-ID: "                   DELIMITED BY SIZE
               FT-KONTO-ID (FM-IX)             DELIMITED BY SIZE
               " VAERGE: "                     DELIMITED BY SIZE
               FT-FULDMAGT-ID (FM-IX)          DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
      *The row is spent - a second account line cannot end it twice
           MOVE SPACES TO FT-KONTO-ID (FM-IX)
           EXIT.

      * -------------------------------------------------
      *Move one account from its youth product to the adult product
      *through VEDLIGEHOLD
       OMLAEG-PRODUKT.
           MOVE SPACES TO TRANS-REKORD
           MOVE "OPDATER-KONTO"             TO TRANS-TYPE
           MOVE KUNDE-ID OF KUNDEFIL-REKORD TO TRANS-KUNDE-ID
           MOVE KONTO-ID OF KONTOFIL-REKORD TO TRANS-KONTO-ID
           MOVE WS-VOKSEN-PRODUKT           TO TRANS-KONTO-TYPE
           MOVE MYNDIG-OPERATOER            TO TRANS-KOERT-AF
           WRITE TRANS-REKORD
           ADD 1 TO KUNDE-KONTO-ANTAL
           ADD 1 TO KONTI-ANTAL
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "PRODUKT OMLAGT - KUNDE-ID: "    DELIMITED BY SIZE
               KUNDE-ID OF KUNDEFIL-REKORD      DELIMITED BY SIZE
               " KONTO-ID: "                    DELIMITED BY SIZE
               KONTO-ID OF KONTOFIL-REKORD      DELIMITED BY SIZE
               " FRA: "                         DELIMITED BY SIZE
               KONTO-TYPE OF KONTOFIL-REKORD    DELIMITED BY SIZE
               " TIL: "                         DELIMITED BY SIZE
               WS-VOKSEN-PRODUKT                DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Have BREVFLET send the new adult customer the notice
       SKRIV-MYNDIG-BREV.
           INITIALIZE BREV-DATA
           MOVE "B"              TO BD-FUNKTION
           MOVE "MYNDIG"         TO BD-KODE
           MOVE "OPG90"          TO BD-PROGRAM
           MOVE FOERSTE-KONTO-ID TO BD-KONTO-ID
           CALL "BREVFLET" USING BREV-DATA KUNDEFIL-REKORD
           IF NOT BD-OK
               ADD 1 TO SKABELON-MANGLER-ANTAL
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "BREVSKABELON MANGLER - "    DELIMITED BY SIZE
                   BD-KODE                      DELIMITED BY SPACE
                   " KUNDE-ID: "                DELIMITED BY SIZE
                   KUNDE-ID OF KUNDEFIL-REKORD  DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
           ELSE
               ADD 1 TO BREVE-ANTAL
           END-IF
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "MYNDIG - KUNDE-ID: "            DELIMITED BY SIZE
               KUNDE-ID OF KUNDEFIL-REKORD      DELIMITED BY SIZE
               " 18 AAR: "                      DELIMITED BY SIZE
               ALDER-MYNDIG-DATO                DELIMITED BY SIZE
               " FULDMAGTER: "                  DELIMITED BY SIZE
               KUNDE-FULDMAGT-ANTAL             DELIMITED BY SIZE
               " KONTI: "                       DELIMITED BY SIZE
               KUNDE-KONTO-ANTAL                DELIMITED BY SIZE
               " BREV: "                        DELIMITED BY SIZE
               BD-KANAL                         DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Control-total trailer
       SKRIV-TRAILER.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Kunder laest: "          DELIMITED BY SIZE
               KUNDER-LAEST-ANTAL        DELIMITED BY SIZE
               "  Myndige: "             DELIMITED BY SIZE
               MYNDIGE-ANTAL             DELIMITED BY SIZE
               "  Fuldmagter ophoert: "  DELIMITED BY SIZE
               FULDMAGTER-ANTAL          DELIMITED BY SIZE
               "  Konti omlagt: "        DELIMITED BY SIZE
               KONTI-ANTAL               DELIMITED BY SIZE
               "  Breve: "               DELIMITED BY SIZE
               BREVE-ANTAL               DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           DISPLAY "Myndiggoerelser: " MYNDIGE-ANTAL
                   " Fuldmagter ophoert: " FULDMAGTER-ANTAL
                   " Konti omlagt: " KONTI-ANTAL
           EXIT.

      * -------------------------------------------------
      *Seal the rows this run appended to the audit trail through
      *FORSEGLING, so they are chained the moment they are written
      *rather than at the nightly OPG81 check. A broken chain seals
      *nothing and is left for OPG81 to report
       FORSEGL-AUDIT.
           MOVE "K" TO SGL-FUNKTION
           MOVE "A" TO SGL-FIL
           MOVE 0 TO SGL-BRUD
           CALL "FORSEGLING" USING SGL-FUNKTION SGL-FIL SGL-PROGRAM
                                   SGL-AARSAG SGL-SVAR SGL-RAEKKER
                                   SGL-NYE SGL-BRUD
           IF SGL-SVAR NOT = "OK"
               DISPLAY "OPG90: kaedebrud i opg10-audit.txt raekke "
                       SGL-BRUD
           END-IF
           EXIT.
