      *Year-end CRS/FATCA reporting for account holders tax
      *resident abroad - every customer whose self-certification on
      *the customer master (SKATTE-BOPAEL, maintained through
      *VEDLIGEHOLD) names a country of tax residence other than
      *Denmark is reportable, and so is every account they hold:
      *the accounts they own on the account master and the joint
      *accounts Kontoejerskab.txt makes them owner or co-owner of
      *(a guardian holds no account of their own). A joint account
      *is reported in full under every reportable holder, with the
      *number of holders beside it. Each account's balance at the
      *end of the year is rebuilt from the fixed-format history the
      *way SALDOBEKRAEFTELSE rebuilds a balance on a date, and the
      *gross interest credited in the year is summed from
      *RENTETILSKRIVNING's "R" rows on the history and the year's
      *archive; both are put into DKK at the year-end rate on
      *Valutakurser.txt. A negative balance is reported as zero.
      *The delivery file CRS_<YYYY>.txt - header, one customer row
      *with the countries and foreign tax IDs followed by that
      *customer's account rows, and a count and amount trailer - is
      *logged through FORSENDELSE so KVITTERING tracks its receipt.
      *The report opg95-crs-rapport.txt lists it per customer and
      *per account. Customers whose address (LANDE-KODE) is abroad
      *but who have never self-certified, and reportable countries
      *with no tax ID, go on the exceptions list
      *opg95-undtagelser.txt. Run as: opg95 <YYYY> - last year when
      *omitted.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRSINDBERETNING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind customer master - swept in key order for the
      *self-certified tax residences
           SELECT KUNDEFIL ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEFIL-REKORD.
      *Bind account master - swept in key order for the accounts
      *the reportable customers hold
           SELECT KONTOFIL ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOFIL-REKORD
               ALTERNATE RECORD KEY IS KUNDE-ID OF KONTOFIL-REKORD
                   WITH DUPLICATES.
      *Bind the joint-ownership cross-reference. SELECT OPTIONAL so
      *a site without one reports the master owner only
           SELECT OPTIONAL EJER-FIL ASSIGN TO "Kontoejerskab.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EJER-FIL-STATUS.
      *Bind the FX-rate reference file
           SELECT OPTIONAL KURSFIL ASSIGN TO "Valutakurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KURSFIL-STATUS.
      *Bind the yearly archive in hand - the name is built per year
           SELECT OPTIONAL ARKIV-FIL ASSIGN TO WS-ARKIV-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARKIV-FIL-STATUS.
      *Bind the live fixed-format history
           SELECT OPTIONAL HISTDATA-FIL
               ASSIGN TO "opg15-historik-data.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTDATA-FIL-STATUS.
      *Bind the delivery file - the name carries the year
           SELECT UDTRAEK-FIL ASSIGN TO WS-UDTRAEK-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL.
      *Bind the report per customer and per account
           SELECT RAPPORT-FIL ASSIGN TO "opg95-crs-rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *Bind the exceptions list
           SELECT UNDTAG-FIL ASSIGN TO "opg95-undtagelser.txt"
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

      *Joint-ownership record layout - the account, one of its
      *owners, and the owner's role ("E" ejer, "M" medejer, "V"
      *vaerge)
       FD  EJER-FIL.
       01  EJER-REKORD.
           02  EJER-KONTO-ID   PIC X(10).
           02  EJER-KUNDE-ID   PIC X(10).
           02  EJER-ROLLE      PIC X(1).

      *FX-rate record layout - one dated rate per currency
       FD  KURSFIL.
       01  KURSFIL-REKORD.
           02  KURS-F-DATO      PIC 9(8).
           02  KURS-F-VALUTA    PIC X(3).
           02  KURS-F-RATE      PIC 9(3)V9999.

      *Yearly archive record layout - the history row unchanged
       FD  ARKIV-FIL.
       01  ARKIV-REKORD.
           COPY "KONTOHISTORIK.cpy".

      *Live fixed-format history record layout
       FD  HISTDATA-FIL.
       01  HISTDATA-REKORD.
           COPY "KONTOHISTORIK.cpy".

      *Delivery record layout - semicolon-separated rows
       FD  UDTRAEK-FIL.
       01  UDTRAEK-REKORD.
           02  UDTRAEK-TEXT        PIC X(200).

      *Report record layout
       FD  RAPPORT-FIL.
       01  RAPPORT-REKORD.
           02  RAPPORT-TEXT        PIC X(132).

      *Exceptions list record layout
       FD  UNDTAG-FIL.
       01  UNDTAG-REKORD.
           02  UNDTAG-TEXT         PIC X(132).

       WORKING-STORAGE SECTION.

      *Today's date, the year being reported and its last day
       01  KOERSELS-DATO        PIC 9(8) VALUE 0.
       01  KOERSELS-AAR         PIC 9(4) VALUE 0.
       01  WS-KOMMANDOLINJE     PIC X(20) VALUE SPACES.
       01  RAPPORT-AAR          PIC 9(4) VALUE 0.
       01  WS-SKAERINGS-DATO    PIC 9(8) VALUE 0.

      *Parameter fields for the shared registration-number
      *subprogram - the bank's own reg.nr is named in the header
       01  RN-FUNKTION          PIC X(1) VALUE "A".
       01  RN-AFDELING          PIC X(3) VALUE SPACES.
       01  RN-REGNR             PIC X(4) VALUE SPACES.
       01  RN-KONTO-ID          PIC X(10) VALUE SPACES.
       01  RN-IBAN              PIC X(18) VALUE SPACES.
       01  RN-SVAR              PIC X(1) VALUE SPACE.

      *File status for the SELECT OPTIONAL files, and the built
      *names of the archive and the delivery
       01  EJER-FIL-STATUS      PIC X(2) VALUE "00".
       01  KURSFIL-STATUS       PIC X(2) VALUE "00".
       01  ARKIV-FIL-STATUS     PIC X(2) VALUE "00".
       01  HISTDATA-FIL-STATUS  PIC X(2) VALUE "00".
       01  WS-ARKIV-FILNAVN     PIC X(40) VALUE SPACES.
       01  WS-UDTRAEK-FILNAVN   PIC X(40) VALUE SPACES.
       01  AKTUEL-AAR           PIC 9(4) VALUE 0.

      *In-memory rate table - per currency the newest rate dated on
      *or before the last day of the year
       01  KURS-TABEL.
           05  KURS-TABEL-POST OCCURS 20 TIMES INDEXED BY KURS-IX.
               10  KURS-T-VALUTA    PIC X(3).
               10  KURS-T-RATE      PIC 9(3)V9999.
               10  KURS-T-DATO      PIC 9(8).
       01  KURS-ANTAL           PIC 9(3) VALUE 0.
       01  WS-KURS-IX           PIC 9(3) VALUE 0.

      *In-memory joint-ownership table, loaded once at start-up
       01  EJER-TABEL.
           05  EJER-TABEL-POST OCCURS 2000 TIMES INDEXED BY EJER-IX.
               10  EJT-KONTO-ID    PIC X(10).
               10  EJT-KUNDE-ID    PIC X(10).
               10  EJT-ROLLE       PIC X(1).
       01  EJER-ANTAL           PIC 9(4) VALUE 0.

      *The reportable customers - one row per customer with a
      *foreign tax residence, and what their accounts add up to
       01  KUNDE-TABEL.
           05  KUNDE-POST OCCURS 2000 TIMES INDEXED BY KU-IX.
               10  KU-KUNDE-ID         PIC X(10).
               10  KU-NAVN             PIC X(40).
               10  KU-SKAT OCCURS 3 TIMES.
                   15  KU-SKAT-LAND    PIC X(2).
                   15  KU-SKAT-TIN     PIC X(20).
               10  KU-SELVCERT-DATO    PIC X(8).
               10  KU-KONTI-ANTAL      PIC 9(4).
               10  KU-SALDO-DKK        PIC 9(11)V99.
               10  KU-RENTE-DKK        PIC 9(11)V99.
       01  KUNDE-ANTAL          PIC 9(4) VALUE 0.
       01  WS-KU-IX             PIC 9(4) VALUE 0.

      *The accounts held by a reportable customer, each with the
      *year-end balance rebuilt from the history - the balance
      *after the last row booked on or before the year end, rows
      *booked later but value-dated in the year added back, and the
      *balance before the first later row when none came before -
      *and the gross interest credited in the year
       01  KONTO-TABEL.
           05  KONTO-POST OCCURS 5000 TIMES INDEXED BY KO-IX.
               10  KO-KONTO-ID         PIC X(10).
               10  KO-VALUTA           PIC X(3).
               10  KO-STATUS           PIC X(1).
               10  KO-MASTER-SALDO     PIC S9(7)V99.
               10  KO-EJERE-ANTAL      PIC 9(2).
               10  KO-FOER-SW          PIC X(1).
                   88  KO-FOER-FUNDET      VALUE "Y".
               10  KO-FOER-DATO        PIC 9(8).
               10  KO-FOER-SALDO       PIC S9(7)V99.
               10  KO-EFTER-SW         PIC X(1).
                   88  KO-EFTER-FUNDET     VALUE "Y".
               10  KO-EFTER-DATO       PIC 9(8).
               10  KO-EFTER-SALDO      PIC S9(7)V99.
               10  KO-TILBAGE-BELOB    PIC S9(9)V99.
               10  KO-SALDO            PIC S9(9)V99.
               10  KO-RENTE            PIC S9(9)V99.
               10  KO-RATE             PIC 9(3)V9999.
               10  KO-KURS-SW          PIC X(1).
                   88  KO-KURS-FUNDET      VALUE "Y".
               10  KO-SALDO-DKK        PIC 9(11)V99.
               10  KO-RENTE-DKK        PIC 9(11)V99.
               10  KO-MED-SW           PIC X(1).
                   88  KO-MED              VALUE "Y".
       01  KONTO-ANTAL          PIC 9(4) VALUE 0.
       01  WS-KO-IX             PIC 9(4) VALUE 0.

      *Which reportable customer holds which account, and as what
       01  HOLDER-TABEL.
           05  HOLDER-POST OCCURS 10000 TIMES INDEXED BY HO-IX.
               10  HO-KU-IX            PIC 9(4).
               10  HO-KO-IX            PIC 9(4).
               10  HO-ROLLE            PIC X(1).
       01  HOLDER-ANTAL         PIC 9(5) VALUE 0.

      *The holders of the account in hand - the master owner and
      *the owner and co-owner rows of the ownership file
       01  KONTO-EJERE.
           05  KONTO-EJER-POST OCCURS 20 TIMES INDEXED BY KEJ-IX.
               10  KE-KUNDE-ID     PIC X(10).
               10  KE-ROLLE        PIC X(1).
       01  KONTO-EJER-ANTAL     PIC 9(2) VALUE 0.
       01  WS-EJER-KUNDE-ID     PIC X(10) VALUE SPACES.
       01  WS-EJER-ROLLE        PIC X(1) VALUE SPACE.
       01  EJER-KENDT-SW        PIC X VALUE "N".
           88  EJER-KENDT           VALUE "Y".

      *Set when a table outgrew its size - a delivery missing a
      *holder or an account must not go out, so the run is refused
       01  OVERLOEB-SW          PIC X VALUE "N".
           88  TABEL-OVERLOEB       VALUE "Y".
       01  OVERLOEB-TEKST       PIC X(30) VALUE SPACES.

      *The customer in hand
       01  FULDT-NAVN           PIC X(40) VALUE SPACES.
       01  WS-SKAT-IX           PIC 9(1) VALUE 0.
       01  RAPPORTERBAR-SW      PIC X VALUE "N".
           88  RAPPORTERBAR         VALUE "Y".

      *The history row in hand and its booking date
       01  HIST-RAEKKE.
           COPY "KONTOHISTORIK.cpy".
       01  WS-BOGFOERT-DATO     PIC 9(8) VALUE 0.

      *Parameter fields for the shared transmission-register
      *subprogram
       01  FSD-PROGRAM          PIC X(8) VALUE "OPG95".
       01  FSD-FILNAVN          PIC X(40) VALUE SPACES.
       01  FSD-ANTAL            PIC 9(7) VALUE 0.
       01  FSD-SUM              PIC S9(13)V99 VALUE 0.

      *End-of-file flags
       01  EOF-KUNDER           PIC X VALUE "N".
           88  END-KUNDER           VALUE "Y".
       01  EOF-KONTI            PIC X VALUE "N".
           88  END-KONTI            VALUE "Y".
       01  EOF-EJER             PIC X VALUE "N".
           88  END-EJER             VALUE "Y".
       01  EOF-KURS             PIC X VALUE "N".
           88  END-KURS             VALUE "Y".
       01  EOF-ARKIV            PIC X VALUE "N".
           88  END-ARKIV            VALUE "Y".
       01  EOF-HIST             PIC X VALUE "N".
           88  END-HIST             VALUE "Y".

      *Delivery field formats - unsigned, zero-filled, with a
      *decimal point
       01  UD-EJERE             PIC 9(2).
       01  UD-SALDO-VAL         PIC 9(11).99.
       01  UD-SALDO-DKK         PIC 9(11).99.
       01  UD-RENTE-DKK         PIC 9(11).99.

      *Edited amounts for the report
       01  WS-SALDO-EDIT        PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DKK-EDIT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-RENTE-EDIT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *Control totals for the trailer
       01  KUNDER-LAEST-ANTAL   PIC 9(7) VALUE 0.
       01  KONTI-LAEST-ANTAL    PIC 9(7) VALUE 0.
       01  HIST-LAEST-ANTAL     PIC 9(7) VALUE 0.
       01  UNDTAGELSE-ANTAL     PIC 9(7) VALUE 0.
       01  UDEN-KURS-ANTAL      PIC 9(7) VALUE 0.
       01  UDELADT-ANTAL        PIC 9(7) VALUE 0.
       01  KUNDER-UD-ANTAL      PIC 9(7) VALUE 0.
       01  KONTI-UD-ANTAL       PIC 9(7) VALUE 0.
       01  UD-RAEKKER-ANTAL     PIC 9(7) VALUE 0.
       01  TOTAL-SALDO-DKK      PIC 9(13)V99 VALUE 0.
       01  TOTAL-RENTE-DKK      PIC 9(13)V99 VALUE 0.

      *Parameter fields for the shared run-count subprogram
       01  KT-PROGRAM           PIC X(8) VALUE "OPG95".
       01  KT-ANTAL             PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
           MOVE KOERSELS-DATO (1:4) TO KOERSELS-AAR
           ACCEPT WS-KOMMANDOLINJE FROM COMMAND-LINE
           IF WS-KOMMANDOLINJE (1:4) NUMERIC
               MOVE WS-KOMMANDOLINJE (1:4) TO RAPPORT-AAR
           ELSE
      *Run in January, the report covers the year just ended
               MOVE KOERSELS-AAR TO RAPPORT-AAR
               SUBTRACT 1 FROM RAPPORT-AAR
           END-IF
           COMPUTE WS-SKAERINGS-DATO = RAPPORT-AAR * 10000 + 1231
           MOVE SPACES TO WS-UDTRAEK-FILNAVN
           STRING
               "CRS_"      DELIMITED BY SIZE
               RAPPORT-AAR DELIMITED BY SIZE
               ".txt"      DELIMITED BY SIZE
               INTO WS-UDTRAEK-FILNAVN
           END-STRING

           PERFORM LAES-KURSER
           PERFORM LAES-EJERSKAB

           OPEN INPUT  KUNDEFIL
                       KONTOFIL
                OUTPUT RAPPORT-FIL
                       UNDTAG-FIL
           PERFORM SKRIV-HOVEDER

      *Find the reportable customers, then the accounts they hold
           PERFORM GENNEMGAA-KUNDER
           IF NOT TABEL-OVERLOEB
               PERFORM GENNEMGAA-KONTI
           END-IF
           IF TABEL-OVERLOEB
               DISPLAY "OPG95: " OVERLOEB-TEKST
                       " er for stort til tabellen, koerslen afvises."
               CLOSE KUNDEFIL
                     KONTOFIL
                     RAPPORT-FIL
                     UNDTAG-FIL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *One sweep of every archive year and the live trail settles
      *all the balances and sums the year's interest at once
           PERFORM VARYING AKTUEL-AAR FROM 1990 BY 1
               UNTIL AKTUEL-AAR > KOERSELS-AAR
               PERFORM LAES-ARKIV-AAR
           END-PERFORM
           PERFORM LAES-LIVE-HISTORIK

           PERFORM VARYING KO-IX FROM 1 BY 1
               UNTIL KO-IX > KONTO-ANTAL
               PERFORM FASTSAET-SALDO
           END-PERFORM

      *Write the delivery and the report, customer by customer
           PERFORM SKRIV-UDTRAEK
           PERFORM SKRIV-TRAILER
           CLOSE KUNDEFIL
                 KONTOFIL
                 RAPPORT-FIL
                 UNDTAG-FIL

      *An account left out for want of a rate must be looked at
      *before the file is accepted as complete
           IF UDEN-KURS-ANTAL > 0
               MOVE 4 TO RETURN-CODE
           END-IF

      *Leave this run's headline count for OPG28's run report
           MOVE KONTI-UD-ANTAL TO KT-ANTAL
           CALL "KOERSELSTAL" USING KT-PROGRAM KT-ANTAL
           STOP RUN.

      * -------------------------------------------------
      *Load the FX-rate reference file, keeping per currency the
      *newest rate dated on or before the last day of the year
       LAES-KURSER.
           MOVE "N" TO EOF-KURS
           MOVE 0 TO KURS-ANTAL
           OPEN INPUT KURSFIL
           IF KURSFIL-STATUS = "00"
               OR KURSFIL-STATUS = "05"
               PERFORM UNTIL END-KURS
                   READ KURSFIL
                       AT END
                           SET END-KURS TO TRUE
                       NOT AT END
                           IF KURS-F-DATO <= WS-SKAERINGS-DATO
                               PERFORM INDPLACER-KURS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KURSFIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Fold one dated rate row into the table - it replaces the row
      *already held for its currency only when it is newer
       INDPLACER-KURS.
           MOVE 0 TO WS-KURS-IX
           PERFORM VARYING KURS-IX FROM 1 BY 1
               UNTIL KURS-IX > KURS-ANTAL
               IF KURS-T-VALUTA (KURS-IX) = KURS-F-VALUTA
                   SET WS-KURS-IX TO KURS-IX
               END-IF
           END-PERFORM
           IF WS-KURS-IX = 0
               IF KURS-ANTAL < 20
                   ADD 1 TO KURS-ANTAL
                   MOVE KURS-ANTAL TO WS-KURS-IX
                   MOVE KURS-F-VALUTA TO KURS-T-VALUTA (WS-KURS-IX)
                   MOVE KURS-F-RATE   TO KURS-T-RATE (WS-KURS-IX)
                   MOVE KURS-F-DATO   TO KURS-T-DATO (WS-KURS-IX)
               END-IF
           ELSE
               IF KURS-F-DATO > KURS-T-DATO (WS-KURS-IX)
                   MOVE KURS-F-RATE TO KURS-T-RATE (WS-KURS-IX)
                   MOVE KURS-F-DATO TO KURS-T-DATO (WS-KURS-IX)
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the joint-ownership rows - a file too big for the table
      *refuses the run, since a holder left out is a holder not
      *reported
       LAES-EJERSKAB.
           MOVE 0 TO EJER-ANTAL
           MOVE "N" TO EOF-EJER
           OPEN INPUT EJER-FIL
           IF EJER-FIL-STATUS = "00"
               OR EJER-FIL-STATUS = "05"
               PERFORM UNTIL END-EJER
                   READ EJER-FIL
                       AT END
                           SET END-EJER TO TRUE
                       NOT AT END
                           IF EJER-ANTAL < 2000
                               ADD 1 TO EJER-ANTAL
                               MOVE EJER-KONTO-ID
                                   TO EJT-KONTO-ID (EJER-ANTAL)
                               MOVE EJER-KUNDE-ID
                                   TO EJT-KUNDE-ID (EJER-ANTAL)
                               MOVE EJER-ROLLE
                                   TO EJT-ROLLE (EJER-ANTAL)
                           ELSE
                               SET TABEL-OVERLOEB TO TRUE
                               MOVE "Kontoejerskab.txt"
                                   TO OVERLOEB-TEKST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EJER-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Sweep the customer master in key order
       GENNEMGAA-KUNDER.
           MOVE "N" TO EOF-KUNDER
           MOVE LOW-VALUES TO KUNDE-ID OF KUNDEFIL-REKORD
           START KUNDEFIL KEY IS NOT LESS THAN
               KUNDE-ID OF KUNDEFIL-REKORD
               INVALID KEY
                   SET END-KUNDER TO TRUE
           END-START
           PERFORM UNTIL END-KUNDER OR TABEL-OVERLOEB
               READ KUNDEFIL NEXT RECORD
                   AT END
                       SET END-KUNDER TO TRUE
                   NOT AT END
                       ADD 1 TO KUNDER-LAEST-ANTAL
                       PERFORM BEDOEM-KUNDE
               END-READ
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *A customer is reportable when the self-certification names a
      *country of tax residence other than Denmark; each such
      *country without a tax ID is an exception. A customer with an
      *address abroad who has never self-certified cannot be placed
      *and is an exception too
       BEDOEM-KUNDE.
           MOVE "N" TO RAPPORTERBAR-SW
           PERFORM VARYING WS-SKAT-IX FROM 1 BY 1
               UNTIL WS-SKAT-IX > 3
               IF SKAT-LAND OF KUNDEFIL-REKORD (WS-SKAT-IX)
                       NOT = SPACES
                   AND SKAT-LAND OF KUNDEFIL-REKORD (WS-SKAT-IX)
                       NOT = "DK"
                   SET RAPPORTERBAR TO TRUE
                   IF SKAT-TIN OF KUNDEFIL-REKORD (WS-SKAT-IX)
                           = SPACES
                       MOVE SPACES TO UNDTAG-TEXT
                       STRING
                           "SKATTE-ID MANGLER - KUNDE-ID: "
                                                 DELIMITED BY SIZE
                           KUNDE-ID OF KUNDEFIL-REKORD
                                                 DELIMITED BY SIZE
                           " LAND: "             DELIMITED BY SIZE
                           SKAT-LAND OF KUNDEFIL-REKORD (WS-SKAT-IX)
                                                 DELIMITED BY SIZE
                           INTO UNDTAG-TEXT
                       END-STRING
                       WRITE UNDTAG-REKORD
                       ADD 1 TO UNDTAGELSE-ANTAL
                   END-IF
               END-IF
           END-PERFORM
           IF LANDE-KODE OF ADDRESSE OF KUNDEFIL-REKORD NOT = SPACES
               AND LANDE-KODE OF ADDRESSE OF KUNDEFIL-REKORD
                   NOT = "DK"
               AND SELVCERT-DATO OF KUNDEFIL-REKORD = SPACES
               MOVE SPACES TO UNDTAG-TEXT
               STRING
                   "ADRESSE I UDLANDET UDEN SELVCERTIFICERING - "
                                                 DELIMITED BY SIZE
                   "KUNDE-ID: "                  DELIMITED BY SIZE
                   KUNDE-ID OF KUNDEFIL-REKORD   DELIMITED BY SIZE
                   " LANDE-KODE: "               DELIMITED BY SIZE
                   LANDE-KODE OF ADDRESSE OF KUNDEFIL-REKORD
                                                 DELIMITED BY SIZE
                   INTO UNDTAG-TEXT
               END-STRING
               WRITE UNDTAG-REKORD
               ADD 1 TO UNDTAGELSE-ANTAL
           END-IF
           IF RAPPORTERBAR
               IF KUNDE-ANTAL >= 2000
                   SET TABEL-OVERLOEB TO TRUE
                   MOVE "Kundetabellen" TO OVERLOEB-TEKST
               ELSE
                   ADD 1 TO KUNDE-ANTAL
                   SET KU-IX TO KUNDE-ANTAL
                   MOVE KUNDE-ID OF KUNDEFIL-REKORD
                       TO KU-KUNDE-ID (KU-IX)
                   CALL "KUNDENAVN" USING KUNDEFIL-REKORD FULDT-NAVN
                   MOVE FULDT-NAVN TO KU-NAVN (KU-IX)
                   PERFORM VARYING WS-SKAT-IX FROM 1 BY 1
                       UNTIL WS-SKAT-IX > 3
                       MOVE SKAT-LAND OF KUNDEFIL-REKORD (WS-SKAT-IX)
                           TO KU-SKAT-LAND (KU-IX, WS-SKAT-IX)
                       MOVE SKAT-TIN OF KUNDEFIL-REKORD (WS-SKAT-IX)
                           TO KU-SKAT-TIN (KU-IX, WS-SKAT-IX)
                   END-PERFORM
                   MOVE SELVCERT-DATO OF KUNDEFIL-REKORD
                       TO KU-SELVCERT-DATO (KU-IX)
                   MOVE 0 TO KU-KONTI-ANTAL (KU-IX)
                   MOVE 0 TO KU-SALDO-DKK (KU-IX)
                   MOVE 0 TO KU-RENTE-DKK (KU-IX)
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Sweep the account master in key order for the accounts a
      *reportable customer holds
       GENNEMGAA-KONTI.
           MOVE "N" TO EOF-KONTI
           MOVE LOW-VALUES TO KONTO-ID OF KONTOFIL-REKORD
           START KONTOFIL KEY IS NOT LESS THAN
               KONTO-ID OF KONTOFIL-REKORD
               INVALID KEY
                   SET END-KONTI TO TRUE
           END-START
           PERFORM UNTIL END-KONTI OR TABEL-OVERLOEB
               READ KONTOFIL NEXT RECORD
                   AT END
                       SET END-KONTI TO TRUE
                   NOT AT END
                       ADD 1 TO KONTI-LAEST-ANTAL
                       PERFORM BEDOEM-KONTO
               END-READ
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Gather the account's holders - the master owner and every
      *owner and co-owner on the ownership file, each once - and
      *link the account to each of them who is reportable
       BEDOEM-KONTO.
           MOVE 0 TO KONTO-EJER-ANTAL
           MOVE KUNDE-ID OF KONTOFIL-REKORD TO WS-EJER-KUNDE-ID
           MOVE "E" TO WS-EJER-ROLLE
           PERFORM TILFOEJ-EJER
           PERFORM VARYING EJER-IX FROM 1 BY 1
               UNTIL EJER-IX > EJER-ANTAL
               IF EJT-KONTO-ID (EJER-IX) = KONTO-ID OF KONTOFIL-REKORD
                   AND EJT-ROLLE (EJER-IX) NOT = "V"
                   MOVE EJT-KUNDE-ID (EJER-IX) TO WS-EJER-KUNDE-ID
                   MOVE EJT-ROLLE (EJER-IX) TO WS-EJER-ROLLE
                   PERFORM TILFOEJ-EJER
               END-IF
           END-PERFORM
           MOVE 0 TO WS-KO-IX
           PERFORM VARYING KEJ-IX FROM 1 BY 1
               UNTIL KEJ-IX > KONTO-EJER-ANTAL
               MOVE 0 TO WS-KU-IX
               PERFORM VARYING KU-IX FROM 1 BY 1
                   UNTIL KU-IX > KUNDE-ANTAL
                   IF KU-KUNDE-ID (KU-IX) = KE-KUNDE-ID (KEJ-IX)
                       SET WS-KU-IX TO KU-IX
                   END-IF
               END-PERFORM
               IF WS-KU-IX > 0
                   IF WS-KO-IX = 0
                       PERFORM TILFOEJ-KONTO
                   END-IF
                   PERFORM TILFOEJ-HOLDER
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *One holder of the account in hand, unless already counted
       TILFOEJ-EJER.
           MOVE "N" TO EJER-KENDT-SW
           PERFORM VARYING KEJ-IX FROM 1 BY 1
               UNTIL KEJ-IX > KONTO-EJER-ANTAL
               IF KE-KUNDE-ID (KEJ-IX) = WS-EJER-KUNDE-ID
                   SET EJER-KENDT TO TRUE
               END-IF
           END-PERFORM
           IF NOT EJER-KENDT AND WS-EJER-KUNDE-ID NOT = SPACES
               AND KONTO-EJER-ANTAL < 20
               ADD 1 TO KONTO-EJER-ANTAL
               MOVE WS-EJER-KUNDE-ID TO KE-KUNDE-ID (KONTO-EJER-ANTAL)
               MOVE WS-EJER-ROLLE    TO KE-ROLLE (KONTO-EJER-ANTAL)
           END-IF
           EXIT.

      * -------------------------------------------------
      *The account in hand into KONTO-TABEL, once
       TILFOEJ-KONTO.
           IF KONTO-ANTAL >= 5000
               SET TABEL-OVERLOEB TO TRUE
               MOVE "Kontotabellen" TO OVERLOEB-TEKST
           ELSE
               ADD 1 TO KONTO-ANTAL
               MOVE KONTO-ANTAL TO WS-KO-IX
               SET KO-IX TO WS-KO-IX
               MOVE KONTO-ID OF KONTOFIL-REKORD TO KO-KONTO-ID (KO-IX)
               MOVE VALUTA-KD OF KONTOFIL-REKORD TO KO-VALUTA (KO-IX)
               MOVE KONTO-STATUS OF KONTOFIL-REKORD
                   TO KO-STATUS (KO-IX)
               MOVE BALANCE OF KONTOFIL-REKORD
                   TO KO-MASTER-SALDO (KO-IX)
               MOVE KONTO-EJER-ANTAL TO KO-EJERE-ANTAL (KO-IX)
               MOVE "N" TO KO-FOER-SW (KO-IX)
               MOVE 0 TO KO-FOER-DATO (KO-IX)
               MOVE 0 TO KO-FOER-SALDO (KO-IX)
               MOVE "N" TO KO-EFTER-SW (KO-IX)
               MOVE 0 TO KO-EFTER-DATO (KO-IX)
               MOVE 0 TO KO-EFTER-SALDO (KO-IX)
               MOVE 0 TO KO-TILBAGE-BELOB (KO-IX)
               MOVE 0 TO KO-SALDO (KO-IX)
               MOVE 0 TO KO-RENTE (KO-IX)
               MOVE 0 TO KO-RATE (KO-IX)
               MOVE "N" TO KO-KURS-SW (KO-IX)
               MOVE 0 TO KO-SALDO-DKK (KO-IX)
               MOVE 0 TO KO-RENTE-DKK (KO-IX)
               MOVE "N" TO KO-MED-SW (KO-IX)
           END-IF
           EXIT.

      * -------------------------------------------------
      *Link the account in WS-KO-IX to the reportable customer in
      *WS-KU-IX
       TILFOEJ-HOLDER.
           IF WS-KO-IX > 0
               IF HOLDER-ANTAL >= 10000
                   SET TABEL-OVERLOEB TO TRUE
                   MOVE "Kontohavertabellen" TO OVERLOEB-TEKST
               ELSE
                   ADD 1 TO HOLDER-ANTAL
                   MOVE WS-KU-IX TO HO-KU-IX (HOLDER-ANTAL)
                   MOVE WS-KO-IX TO HO-KO-IX (HOLDER-ANTAL)
                   MOVE KE-ROLLE (KEJ-IX) TO HO-ROLLE (HOLDER-ANTAL)
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Sweep one archive year - a year with no archive file
      *contributes nothing
       LAES-ARKIV-AAR.
           MOVE SPACES TO WS-ARKIV-FILNAVN
           STRING
               "HISTARKIV_" DELIMITED BY SIZE
               AKTUEL-AAR   DELIMITED BY SIZE
               ".txt"       DELIMITED BY SIZE
               INTO WS-ARKIV-FILNAVN
           END-STRING
           MOVE "N" TO EOF-ARKIV
           OPEN INPUT ARKIV-FIL
           IF ARKIV-FIL-STATUS = "00"
               OR ARKIV-FIL-STATUS = "05"
               PERFORM UNTIL END-ARKIV
                   READ ARKIV-FIL
                       AT END
                           SET END-ARKIV TO TRUE
                       NOT AT END
                           MOVE ARKIV-REKORD TO HIST-RAEKKE
                           PERFORM MATCH-HIST-RAEKKE
                   END-READ
               END-PERFORM
               CLOSE ARKIV-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Sweep the live history, after the archives it follows
       LAES-LIVE-HISTORIK.
           MOVE "N" TO EOF-HIST
           OPEN INPUT HISTDATA-FIL
           IF HISTDATA-FIL-STATUS = "00"
               OR HISTDATA-FIL-STATUS = "05"
               PERFORM UNTIL END-HIST
                   READ HISTDATA-FIL
                       AT END
                           SET END-HIST TO TRUE
                       NOT AT END
                           MOVE HISTDATA-REKORD TO HIST-RAEKKE
                           PERFORM MATCH-HIST-RAEKKE
                   END-READ
               END-PERFORM
               CLOSE HISTDATA-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Hold one history row against its account, if it is one being
      *reported. The booking date orders the rows - rows from before
      *HIST-BOGFOERT-DATO existed were booked on their value date
       MATCH-HIST-RAEKKE.
           ADD 1 TO HIST-LAEST-ANTAL
           IF HIST-BOGFOERT-DATO OF HIST-RAEKKE NUMERIC
               AND HIST-BOGFOERT-DATO OF HIST-RAEKKE > 0
               MOVE HIST-BOGFOERT-DATO OF HIST-RAEKKE
                   TO WS-BOGFOERT-DATO
           ELSE
               MOVE HIST-DATO OF HIST-RAEKKE TO WS-BOGFOERT-DATO
           END-IF
           PERFORM VARYING KO-IX FROM 1 BY 1
               UNTIL KO-IX > KONTO-ANTAL
               IF KO-KONTO-ID (KO-IX) = HIST-KONTO-ID OF HIST-RAEKKE
                   PERFORM BEHANDL-HIST-RAEKKE
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *A row booked on or before the year end - the later one read
      *wins, the trail being in booking order. A row booked after
      *it - the earliest one is kept, and its movement counts back
      *onto the year end when it was value-dated in the year. A
      *credit-interest row value-dated in the year is added to the
      *year's gross interest
       BEHANDL-HIST-RAEKKE.
           IF WS-BOGFOERT-DATO <= WS-SKAERINGS-DATO
               IF WS-BOGFOERT-DATO >= KO-FOER-DATO (KO-IX)
                   SET KO-FOER-FUNDET (KO-IX) TO TRUE
                   MOVE WS-BOGFOERT-DATO TO KO-FOER-DATO (KO-IX)
                   MOVE HIST-SALDO-EFTER OF HIST-RAEKKE
                       TO KO-FOER-SALDO (KO-IX)
               END-IF
           ELSE
               IF NOT KO-EFTER-FUNDET (KO-IX)
                   OR WS-BOGFOERT-DATO < KO-EFTER-DATO (KO-IX)
                   SET KO-EFTER-FUNDET (KO-IX) TO TRUE
                   MOVE WS-BOGFOERT-DATO TO KO-EFTER-DATO (KO-IX)
                   MOVE HIST-SALDO-FOER OF HIST-RAEKKE
                       TO KO-EFTER-SALDO (KO-IX)
               END-IF
               IF HIST-DATO OF HIST-RAEKKE <= WS-SKAERINGS-DATO
                   COMPUTE KO-TILBAGE-BELOB (KO-IX) =
                       KO-TILBAGE-BELOB (KO-IX)
                       + HIST-SALDO-EFTER OF HIST-RAEKKE
                       - HIST-SALDO-FOER OF HIST-RAEKKE
               END-IF
           END-IF
           IF HIST-DATO OF HIST-RAEKKE (1:4) = RAPPORT-AAR
               AND HIST-REFERENCE OF HIST-RAEKKE (1:1) = "R"
               AND HIST-TYPE OF HIST-RAEKKE = "KREDIT"
               ADD HIST-BELOB OF HIST-RAEKKE TO KO-RENTE (KO-IX)
           END-IF
           EXIT.

      * -------------------------------------------------
      *Settle one account's year-end balance and put it and the
      *interest into DKK. An account not yet in use at the year end
      *(its first movement came later, from a zero balance), or
      *closed with nothing on it, is left out unless it earned
      *interest in the year. A currency with no rate cannot be put
      *into DKK; the account is left out and named on the report
       FASTSAET-SALDO.
           EVALUATE TRUE
               WHEN KO-FOER-FUNDET (KO-IX)
                   COMPUTE KO-SALDO (KO-IX) = KO-FOER-SALDO (KO-IX)
                       + KO-TILBAGE-BELOB (KO-IX)
               WHEN KO-EFTER-FUNDET (KO-IX)
                   COMPUTE KO-SALDO (KO-IX) = KO-EFTER-SALDO (KO-IX)
                       + KO-TILBAGE-BELOB (KO-IX)
               WHEN OTHER
                   MOVE KO-MASTER-SALDO (KO-IX) TO KO-SALDO (KO-IX)
           END-EVALUATE
           MOVE "Y" TO KO-MED-SW (KO-IX)
           IF KO-SALDO (KO-IX) = 0 AND KO-RENTE (KO-IX) = 0
               IF (NOT KO-FOER-FUNDET (KO-IX)
                       AND KO-EFTER-FUNDET (KO-IX))
                   OR KO-STATUS (KO-IX) = "L"
                   MOVE "N" TO KO-MED-SW (KO-IX)
                   ADD 1 TO UDELADT-ANTAL
               END-IF
           END-IF
           IF KO-MED (KO-IX)
               IF KO-VALUTA (KO-IX) = "DKK"
                   OR KO-VALUTA (KO-IX) = SPACES
                   MOVE 1 TO KO-RATE (KO-IX)
                   SET KO-KURS-FUNDET (KO-IX) TO TRUE
               ELSE
                   PERFORM VARYING KURS-IX FROM 1 BY 1
                       UNTIL KURS-IX > KURS-ANTAL
                       IF KURS-T-VALUTA (KURS-IX) = KO-VALUTA (KO-IX)
                           MOVE KURS-T-RATE (KURS-IX)
                               TO KO-RATE (KO-IX)
                           SET KO-KURS-FUNDET (KO-IX) TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               IF KO-KURS-FUNDET (KO-IX)
                   IF KO-SALDO (KO-IX) > 0
                       COMPUTE KO-SALDO-DKK (KO-IX) ROUNDED =
                           KO-SALDO (KO-IX) * KO-RATE (KO-IX)
                   END-IF
                   IF KO-RENTE (KO-IX) > 0
                       COMPUTE KO-RENTE-DKK (KO-IX) ROUNDED =
                           KO-RENTE (KO-IX) * KO-RATE (KO-IX)
                   END-IF
               ELSE
                   MOVE "N" TO KO-MED-SW (KO-IX)
                   ADD 1 TO UDEN-KURS-ANTAL
                   MOVE SPACES TO RAPPORT-TEXT
                   STRING
                       "KURS MANGLER - KONTO-ID: " DELIMITED BY SIZE
                       KO-KONTO-ID (KO-IX)         DELIMITED BY SIZE
                       " VALUTA: "                 DELIMITED BY SIZE
                       KO-VALUTA (KO-IX)           DELIMITED BY SIZE
                       INTO RAPPORT-TEXT
                   END-STRING
                   WRITE RAPPORT-REKORD
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Report and delivery headings
       SKRIV-HOVEDER.
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "CRS/FATCA-indberetning for " DELIMITED BY SIZE
               RAPPORT-AAR                   DELIMITED BY SIZE
               " - koert "                   DELIMITED BY SIZE
               KOERSELS-DATO                 DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO UNDTAG-TEXT
           STRING
               "CRS/FATCA-undtagelser for " DELIMITED BY SIZE
               RAPPORT-AAR                  DELIMITED BY SIZE
               " - koert "                  DELIMITED BY SIZE
               KOERSELS-DATO                DELIMITED BY SIZE
               INTO UNDTAG-TEXT
           END-STRING
           WRITE UNDTAG-REKORD
           EXIT.

      * -------------------------------------------------
      *Write the delivery - a header naming us and the year, each
      *reportable customer with the accounts they hold, and a
      *trailer with the row count and the DKK totals - and log it
      *in the transmission register. A customer with nothing to
      *report is named on the report only
       SKRIV-UDTRAEK.
      *Name us by the bank's own reg.nr - a blank branch is under it
           MOVE "A" TO RN-FUNKTION
           MOVE SPACES TO RN-AFDELING
           CALL "REGNUMMER" USING RN-FUNKTION RN-AFDELING RN-REGNR
                                  RN-KONTO-ID RN-IBAN RN-SVAR
           OPEN OUTPUT UDTRAEK-FIL
           MOVE SPACES TO UDTRAEK-TEXT
           STRING
               "H;"             DELIMITED BY SIZE
               RN-REGNR         DELIMITED BY SIZE
               ";"              DELIMITED BY SIZE
               RAPPORT-AAR      DELIMITED BY SIZE
               ";"              DELIMITED BY SIZE
               KOERSELS-DATO    DELIMITED BY SIZE
               INTO UDTRAEK-TEXT
           END-STRING
           WRITE UDTRAEK-REKORD
           PERFORM VARYING KU-IX FROM 1 BY 1
               UNTIL KU-IX > KUNDE-ANTAL
               PERFORM SKRIV-KUNDE
           END-PERFORM
           MOVE TOTAL-SALDO-DKK TO UD-SALDO-DKK
           MOVE TOTAL-RENTE-DKK TO UD-RENTE-DKK
           MOVE SPACES TO UDTRAEK-TEXT
           STRING
               "T;"             DELIMITED BY SIZE
               UD-RAEKKER-ANTAL DELIMITED BY SIZE
               ";"              DELIMITED BY SIZE
               UD-SALDO-DKK     DELIMITED BY SIZE
               ";"              DELIMITED BY SIZE
               UD-RENTE-DKK     DELIMITED BY SIZE
               INTO UDTRAEK-TEXT
           END-STRING
           WRITE UDTRAEK-REKORD
           CLOSE UDTRAEK-FIL
           MOVE WS-UDTRAEK-FILNAVN TO FSD-FILNAVN
           MOVE UD-RAEKKER-ANTAL   TO FSD-ANTAL
           MOVE TOTAL-SALDO-DKK    TO FSD-SUM
           CALL "FORSENDELSE" USING FSD-PROGRAM FSD-FILNAVN
                                    FSD-ANTAL FSD-SUM
           EXIT.

      * -------------------------------------------------
      *One reportable customer - the customer row, then a row per
      *account held, on the delivery and on the report
       SKRIV-KUNDE.
           SET WS-KU-IX TO KU-IX
           PERFORM VARYING HO-IX FROM 1 BY 1
               UNTIL HO-IX > HOLDER-ANTAL
               IF HO-KU-IX (HO-IX) = WS-KU-IX
                   IF KO-MED (HO-KO-IX (HO-IX))
                       ADD 1 TO KU-KONTI-ANTAL (KU-IX)
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "KUNDE-ID: "              DELIMITED BY SIZE
               KU-KUNDE-ID (KU-IX)       DELIMITED BY SIZE
               " "                       DELIMITED BY SIZE
               KU-NAVN (KU-IX)           DELIMITED BY SIZE
               " SELVCERT.: "            DELIMITED BY SIZE
               KU-SELVCERT-DATO (KU-IX)  DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           PERFORM VARYING WS-SKAT-IX FROM 1 BY 1
               UNTIL WS-SKAT-IX > 3
               IF KU-SKAT-LAND (KU-IX, WS-SKAT-IX) NOT = SPACES
                   MOVE SPACES TO RAPPORT-TEXT
                   STRING
                       "  SKATTELAND: "      DELIMITED BY SIZE
                       KU-SKAT-LAND (KU-IX, WS-SKAT-IX)
                                             DELIMITED BY SIZE
                       " SKATTE-ID: "        DELIMITED BY SIZE
                       KU-SKAT-TIN (KU-IX, WS-SKAT-IX)
                                             DELIMITED BY SIZE
                       INTO RAPPORT-TEXT
                   END-STRING
                   WRITE RAPPORT-REKORD
               END-IF
           END-PERFORM
           IF KU-KONTI-ANTAL (KU-IX) = 0
               MOVE "  Ingen indberetningspligtige konti"
                   TO RAPPORT-TEXT
               WRITE RAPPORT-REKORD
           ELSE
               ADD 1 TO KUNDER-UD-ANTAL
               MOVE SPACES TO UDTRAEK-TEXT
               STRING
                   "K;"                              DELIMITED BY SIZE
                   KU-KUNDE-ID (KU-IX)               DELIMITED BY SIZE
                   ";"                               DELIMITED BY SIZE
                   KU-NAVN (KU-IX)                   DELIMITED BY SIZE
                   ";"                               DELIMITED BY SIZE
                   KU-SKAT-LAND (KU-IX, 1)           DELIMITED BY SIZE
                   ";"                               DELIMITED BY SIZE
                   KU-SKAT-TIN (KU-IX, 1)            DELIMITED BY SIZE
                   ";"                               DELIMITED BY SIZE
                   KU-SKAT-LAND (KU-IX, 2)           DELIMITED BY SIZE
                   ";"                               DELIMITED BY SIZE
                   KU-SKAT-TIN (KU-IX, 2)            DELIMITED BY SIZE
                   ";"                               DELIMITED BY SIZE
                   KU-SKAT-LAND (KU-IX, 3)           DELIMITED BY SIZE
                   ";"                               DELIMITED BY SIZE
                   KU-SKAT-TIN (KU-IX, 3)            DELIMITED BY SIZE
                   ";"                               DELIMITED BY SIZE
                   KU-SELVCERT-DATO (KU-IX)          DELIMITED BY SIZE
                   INTO UDTRAEK-TEXT
               END-STRING
               WRITE UDTRAEK-REKORD
               ADD 1 TO UD-RAEKKER-ANTAL
               PERFORM VARYING HO-IX FROM 1 BY 1
                   UNTIL HO-IX > HOLDER-ANTAL
                   IF HO-KU-IX (HO-IX) = WS-KU-IX
                       MOVE HO-KO-IX (HO-IX) TO WS-KO-IX
                       IF KO-MED (WS-KO-IX)
                           PERFORM SKRIV-KONTO
                       END-IF
                   END-IF
               END-PERFORM
               MOVE KU-SALDO-DKK (KU-IX) TO WS-DKK-EDIT
               MOVE KU-RENTE-DKK (KU-IX) TO WS-RENTE-EDIT
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "  I ALT KONTI: "      DELIMITED BY SIZE
                   KU-KONTI-ANTAL (KU-IX) DELIMITED BY SIZE
                   " SALDO DKK: "         DELIMITED BY SIZE
                   WS-DKK-EDIT            DELIMITED BY SIZE
                   " RENTER DKK: "        DELIMITED BY SIZE
                   WS-RENTE-EDIT          DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
           END-IF
           EXIT.

      * -------------------------------------------------
      *One account under the customer in hand. The balance reported
      *is never below zero; the report shows the rebuilt balance as
      *it stood
       SKRIV-KONTO.
           IF KO-SALDO (WS-KO-IX) > 0
               MOVE KO-SALDO (WS-KO-IX) TO UD-SALDO-VAL
           ELSE
               MOVE 0 TO UD-SALDO-VAL
           END-IF
           MOVE KO-SALDO-DKK (WS-KO-IX) TO UD-SALDO-DKK
           MOVE KO-RENTE-DKK (WS-KO-IX) TO UD-RENTE-DKK
           MOVE KO-EJERE-ANTAL (WS-KO-IX) TO UD-EJERE
           MOVE SPACES TO UDTRAEK-TEXT
           STRING
               "A;"                       DELIMITED BY SIZE
               KU-KUNDE-ID (KU-IX)        DELIMITED BY SIZE
               ";"                        DELIMITED BY SIZE
               KO-KONTO-ID (WS-KO-IX)     DELIMITED BY SIZE
               ";"                        DELIMITED BY SIZE
               HO-ROLLE (HO-IX)           DELIMITED BY SIZE
               ";"                        DELIMITED BY SIZE
               UD-EJERE                   DELIMITED BY SIZE
               ";"                        DELIMITED BY SIZE
               KO-VALUTA (WS-KO-IX)       DELIMITED BY SIZE
               ";"                        DELIMITED BY SIZE
               UD-SALDO-VAL               DELIMITED BY SIZE
               ";"                        DELIMITED BY SIZE
               UD-SALDO-DKK               DELIMITED BY SIZE
               ";"                        DELIMITED BY SIZE
               UD-RENTE-DKK               DELIMITED BY SIZE
               ";"                        DELIMITED BY SIZE
               KO-STATUS (WS-KO-IX)       DELIMITED BY SIZE
               INTO UDTRAEK-TEXT
           END-STRING
           WRITE UDTRAEK-REKORD
           ADD 1 TO UD-RAEKKER-ANTAL
           ADD 1 TO KONTI-UD-ANTAL
           ADD KO-SALDO-DKK (WS-KO-IX) TO KU-SALDO-DKK (KU-IX)
           ADD KO-RENTE-DKK (WS-KO-IX) TO KU-RENTE-DKK (KU-IX)
           ADD KO-SALDO-DKK (WS-KO-IX) TO TOTAL-SALDO-DKK
           ADD KO-RENTE-DKK (WS-KO-IX) TO TOTAL-RENTE-DKK
           MOVE KO-SALDO (WS-KO-IX) TO WS-SALDO-EDIT
           MOVE KO-SALDO-DKK (WS-KO-IX) TO WS-DKK-EDIT
           MOVE KO-RENTE-DKK (WS-KO-IX) TO WS-RENTE-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "  KONTO-ID: "             DELIMITED BY SIZE
               KO-KONTO-ID (WS-KO-IX)     DELIMITED BY SIZE
               " ROLLE: "                 DELIMITED BY SIZE
               HO-ROLLE (HO-IX)           DELIMITED BY SIZE
               " EJERE: "                 DELIMITED BY SIZE
               UD-EJERE                   DELIMITED BY SIZE
               " "                        DELIMITED BY SIZE
               KO-VALUTA (WS-KO-IX)       DELIMITED BY SIZE
               WS-SALDO-EDIT              DELIMITED BY SIZE
               " DKK"                     DELIMITED BY SIZE
               WS-DKK-EDIT                DELIMITED BY SIZE
               " RENTER DKK"              DELIMITED BY SIZE
               WS-RENTE-EDIT              DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Run trailer
       SKRIV-TRAILER.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Kunder laest: "         DELIMITED BY SIZE
               KUNDER-LAEST-ANTAL       DELIMITED BY SIZE
               "  Indberetningspligtige: " DELIMITED BY SIZE
               KUNDE-ANTAL              DELIMITED BY SIZE
               "  Indberettet: "        DELIMITED BY SIZE
               KUNDER-UD-ANTAL          DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Konti laest: "          DELIMITED BY SIZE
               KONTI-LAEST-ANTAL        DELIMITED BY SIZE
               "  Indberettet: "        DELIMITED BY SIZE
               KONTI-UD-ANTAL           DELIMITED BY SIZE
               "  Ikke i brug: "        DELIMITED BY SIZE
               UDELADT-ANTAL            DELIMITED BY SIZE
               "  Uden kurs: "          DELIMITED BY SIZE
               UDEN-KURS-ANTAL          DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE TOTAL-SALDO-DKK TO WS-DKK-EDIT
           MOVE TOTAL-RENTE-DKK TO WS-RENTE-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Saldo DKK i alt: "      DELIMITED BY SIZE
               WS-DKK-EDIT              DELIMITED BY SIZE
               "  Renter DKK i alt: "   DELIMITED BY SIZE
               WS-RENTE-EDIT            DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Historikraekker laest: " DELIMITED BY SIZE
               HIST-LAEST-ANTAL          DELIMITED BY SIZE
               "  Undtagelser: "         DELIMITED BY SIZE
               UNDTAGELSE-ANTAL          DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO UNDTAG-TEXT
           STRING
               "Undtagelser i alt: " DELIMITED BY SIZE
               UNDTAGELSE-ANTAL      DELIMITED BY SIZE
               INTO UNDTAG-TEXT
           END-STRING
           WRITE UNDTAG-REKORD
           DISPLAY "----------------------------------------"
           DISPLAY "Kunder indberettet: " KUNDER-UD-ANTAL
           DISPLAY "Konti indberettet: "  KONTI-UD-ANTAL
           DISPLAY "Undtagelser: "        UNDTAGELSE-ANTAL
           DISPLAY "----------------------------------------"
           EXIT.
