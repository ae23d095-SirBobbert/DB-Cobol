      *Audit balance confirmations - for the customers listed in
      *opg91-anmodninger.txt, each with the balance-sheet date the
      *auditor asks about, it reconstructs what every account held
      *on that date and writes one signed confirmation letter per
      *customer to opg91-saldobekraeftelser.txt. The balance is
      *rebuilt from HIST-SALDO-EFTER on the fixed-format history,
      *walking the yearly archives (HISTARKIV_<YYYY>.txt) and the
      *live trail the way HISTPERIODE reassembles a period: the
      *last row booked on or before the date gives the balance,
      *rows booked later but value-dated on or before it are added
      *back, and an account with no row before the date takes the
      *balance-before of its first later row. An account with no
      *history at all has never moved, so the master balance
      *stands. Loans on Laaneregister.txt are shown with their
      *remaining debt on the date from the same reconstruction of
      *the loan account, each account with its granted credit
      *line, and the collateral the customer had pledged on the
      *date from Sikkerheder.txt with what it secured. The control
      *sheet opg91-kontrolark.txt lists every account with the
      *source its balance came from. The signing approver (role G)
      *is named on the command line and checked through
      *OPERATOERKONTROL. Run as: opg91 <UNDERSKRIVER> [<YYYYMMDD>]
      *- the date is used for request rows that carry none.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALDOBEKRAEFTELSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind the auditors' requests - one customer and balance-sheet
      *date per row
           SELECT OPTIONAL ANMOD-FIL ASSIGN TO "opg91-anmodninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANMOD-FIL-STATUS.
      *Bind customer master - read by key for the name and address
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
      *Bind the yearly archive in hand - the name is built per year
           SELECT OPTIONAL ARKIV-FIL ASSIGN TO WS-ARKIV-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARKIV-FIL-STATUS.
      *Bind the live fixed-format history
           SELECT OPTIONAL HISTDATA-FIL
               ASSIGN TO "opg15-historik-data.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTDATA-FIL-STATUS.
      *Bind the loan register LAANPLAN and LAANYDELSE work from
           SELECT OPTIONAL LAAN-FIL ASSIGN TO "Laaneregister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAAN-FIL-STATUS.
      *Bind the collateral register SIKKERHEDSREGISTER keeps
           SELECT OPTIONAL SIK-FIL ASSIGN TO "Sikkerheder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIK-FIL-STATUS.
      *Bind the collateral-to-loan links
           SELECT OPTIONAL SL-FIL ASSIGN TO "SikkerhedLaan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SL-FIL-STATUS.
      *Bind the confirmation letters
           SELECT BREV-FIL ASSIGN TO "opg91-saldobekraeftelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *Bind the control sheet
           SELECT KONTROL-FIL ASSIGN TO "opg91-kontrolark.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Request record layout - the customer, the balance-sheet date
      *(zero or blank takes the command-line date) and the auditor
      *the letter is addressed to
       FD  ANMOD-FIL.
       01  ANMOD-REKORD.
           02  AN-KUNDE-ID         PIC X(10).
           02  AN-SKAERINGS-DATO   PIC X(8).
           02  AN-REVISOR          PIC X(40).

      *Customer master record layout
       FD  KUNDEFIL.
       01  KUNDEFIL-REKORD.
           COPY "KUNDEOPL.cpy".

      *Account master record layout
       FD  KONTOFIL.
       01  KONTOFIL-REKORD.
           COPY "KONTOOPL.cpy".

      *Yearly archive record layout - the history row unchanged
       FD  ARKIV-FIL.
       01  ARKIV-REKORD.
           COPY "KONTOHISTORIK.cpy".

      *Live fixed-format history record layout
       FD  HISTDATA-FIL.
       01  HISTDATA-REKORD.
           COPY "KONTOHISTORIK.cpy".

      *Loan register record layout - shared with LAANYDELSE
       FD  LAAN-FIL.
       01  LAAN-REKORD.
           02  LAAN-KONTO-ID       PIC X(10).
           02  LAAN-HOVEDSTOL      PIC 9(9)V99.
           02  LAAN-AARLIG-RENTE   PIC 9(2)V9999.
           02  LAAN-TERMINER       PIC 9(3).
           02  LAAN-START-DATO     PIC 9(8).
           02  LAAN-BETALKONTO     PIC X(10).
           02  LAAN-NAESTE-TERMIN  PIC 9(3).
           02  LAAN-MISSEDE        PIC 9(3).
           02  LAAN-STATUS         PIC X(10).

      *Collateral register record layout
       FD  SIK-FIL.
       01  SIK-REKORD.
           COPY "SIKKERHED.cpy".

      *Collateral-to-loan link record layout
       FD  SL-FIL.
       01  SL-REKORD.
           COPY "SIKKERHEDLAAN.cpy".

      *Confirmation letter record layout
       FD  BREV-FIL.
       01  BREV-REKORD.
           02  BREV-TEXT           PIC X(100).

      *Control sheet record layout
       FD  KONTROL-FIL.
       01  KONTROL-REKORD.
           02  KONTROL-TEXT        PIC X(132).

       WORKING-STORAGE SECTION.

      *Command-line arguments: the signing approver and the default
      *balance-sheet date
       01  WS-KOMMANDOLINJE     PIC X(40) VALUE SPACES.
       01  WS-UNDERSKRIVER      PIC X(10) VALUE SPACES.
       01  WS-DATO-ARG          PIC X(8) VALUE SPACES.
       01  STANDARD-DATO        PIC 9(8) VALUE 0.

      *Today's date
       01  KOERSELS-DATO        PIC 9(8) VALUE 0.
       01  KOERSELS-AAR         PIC 9(4) VALUE 0.

      *File status fields for the SELECT OPTIONAL files
       01  ANMOD-FIL-STATUS     PIC X(2) VALUE "00".
       01  ARKIV-FIL-STATUS     PIC X(2) VALUE "00".
       01  HISTDATA-FIL-STATUS  PIC X(2) VALUE "00".
       01  LAAN-FIL-STATUS      PIC X(2) VALUE "00".
       01  SIK-FIL-STATUS       PIC X(2) VALUE "00".
       01  SL-FIL-STATUS        PIC X(2) VALUE "00".

      *The archive year in hand and its file name. The walk starts
      *at the oldest plausible archive year, as HISTPERIODE's open
      *start does
       01  AKTUEL-AAR           PIC 9(4) VALUE 0.
       01  WS-ARKIV-FILNAVN     PIC X(40) VALUE SPACES.
       01  WS-KILDE             PIC X(14) VALUE SPACES.

      *Parameter fields for the shared operator-authority subprogram
       01  OPK-OPERATOER        PIC X(10) VALUE SPACES.
       01  OPK-ROLLE            PIC X(1) VALUE SPACE.
       01  OPK-BELOB            PIC S9(9)V99 VALUE 0.
       01  OPK-SVAR             PIC X(2) VALUE SPACES.
       01  OPK-AARSAG           PIC X(40) VALUE SPACES.

      *The history row in hand, from the archive or the live trail
       01  HIST-RAEKKE.
           COPY "KONTOHISTORIK.cpy".
       01  WS-BOGFOERT-DATO     PIC 9(8) VALUE 0.

      *The requests accepted for a letter, each with the range of
      *account rows loaded for it
       01  ANMOD-TABEL.
           05  ANMOD-POST OCCURS 200 TIMES INDEXED BY AN-IX.
               10  AT-KUNDE-ID         PIC X(10).
               10  AT-SKAERINGS-DATO   PIC 9(8).
               10  AT-REVISOR          PIC X(40).
               10  AT-KONTO-FRA        PIC 9(4).
               10  AT-KONTO-TIL        PIC 9(4).
       01  ANMOD-ANTAL          PIC 9(3) VALUE 0.

      *The accounts of the accepted requests and what the history
      *sweep found for each: the last row booked on or before the
      *date, the first row booked after it, and the value-dated
      *movement booked late
       01  KONTO-TABEL.
           05  KONTO-POST OCCURS 2000 TIMES INDEXED BY KT-IX.
               10  KT-KONTO-ID         PIC X(10).
               10  KT-KONTO-TYPE       PIC X(10).
               10  KT-VALUTA           PIC X(3).
               10  KT-STATUS           PIC X(1).
               10  KT-MASTER-SALDO     PIC S9(7)V99.
               10  KT-KREDITMAX        PIC 9(7)V99.
               10  KT-KREDIT-UDLOEB    PIC 9(8).
               10  KT-SKAERINGS-DATO   PIC 9(8).
               10  KT-FOER-SW          PIC X(1).
                   88  KT-FOER-FUNDET      VALUE "Y".
               10  KT-FOER-DATO        PIC 9(8).
               10  KT-FOER-SALDO       PIC S9(7)V99.
               10  KT-FOER-KILDE       PIC X(14).
               10  KT-EFTER-SW         PIC X(1).
                   88  KT-EFTER-FUNDET     VALUE "Y".
               10  KT-EFTER-DATO       PIC 9(8).
               10  KT-EFTER-SALDO      PIC S9(7)V99.
               10  KT-EFTER-KILDE      PIC X(14).
               10  KT-TILBAGE-BELOB    PIC S9(9)V99.
               10  KT-TILBAGE-ANTAL    PIC 9(5).
               10  KT-SALDO            PIC S9(9)V99.
               10  KT-KILDE            PIC X(14).
               10  KT-MED-SW           PIC X(1).
                   88  KT-MED-I-BREV       VALUE "Y".
               10  KT-LAAN-IX          PIC 9(4).
       01  KONTO-ANTAL          PIC 9(4) VALUE 0.

      *In-memory loan register
       01  LAAN-TABEL.
           05  LAAN-POST OCCURS 2000 TIMES INDEXED BY LN-IX.
               10  LT-KONTO-ID         PIC X(10).
               10  LT-HOVEDSTOL        PIC 9(9)V99.
               10  LT-AARLIG-RENTE     PIC 9(2)V9999.
               10  LT-START-DATO       PIC 9(8).
       01  LAAN-ANTAL           PIC 9(4) VALUE 0.

      *In-memory collateral register
       01  SIK-TABEL.
           05  SIK-POST OCCURS 2000 TIMES INDEXED BY SK-IX.
               10  ST-ID               PIC X(10).
               10  ST-TYPE             PIC X(1).
               10  ST-BESKRIVELSE      PIC X(30).
               10  ST-KUNDE-ID         PIC X(10).
               10  ST-VAERDI           PIC 9(11)V99.
               10  ST-VURDERINGS-DATO  PIC 9(8).
               10  ST-PANT-KONTO-ID    PIC X(10).
               10  ST-PANT-BELOB       PIC 9(9)V99.
               10  ST-STATUS           PIC X(1).
               10  ST-OPRETTET-DATO    PIC 9(8).
               10  ST-STATUS-DATO      PIC 9(8).
       01  SIK-ANTAL            PIC 9(4) VALUE 0.

      *In-memory collateral-to-loan links
       01  SL-TABEL.
           05  SL-POST OCCURS 5000 TIMES INDEXED BY SL-IX.
               10  SLT-SIK-ID          PIC X(10).
               10  SLT-KONTO-ID        PIC X(10).
               10  SLT-TILKNYTTET-DATO PIC 9(8).
       01  SL-ANTAL             PIC 9(4) VALUE 0.

      *Set when a register outgrew its table - a letter missing a
      *loan or a pledge must not go out, so the run is refused
       01  OVERLOEB-SW          PIC X VALUE "N".
           88  TABEL-OVERLOEB       VALUE "Y".
       01  OVERLOEB-TEKST       PIC X(30) VALUE SPACES.

      *The request row in hand
       01  ANMOD-OK-SW          PIC X VALUE "Y".
           88  ANMOD-OK             VALUE "Y".
       01  ANMOD-FEJL-AARSAG    PIC X(40) VALUE SPACES.
       01  WS-SKAERINGS-DATO    PIC 9(8) VALUE 0.
       01  SOEG-SLUT-SW         PIC X VALUE "N".
           88  SOEG-SLUT            VALUE "Y".

      *The letter in hand
       01  FULDT-NAVN           PIC X(40) VALUE SPACES.
       01  ADR-LINJE            PIC X(60) VALUE SPACES.
       01  BY-LINJE             PIC X(60) VALUE SPACES.
       01  BREV-KONTI-ANTAL     PIC 9(4) VALUE 0.
       01  BREV-LAAN-ANTAL      PIC 9(4) VALUE 0.
       01  BREV-PANT-ANTAL      PIC 9(4) VALUE 0.
       01  RESTGAELD            PIC S9(9)V99 VALUE 0.
       01  PANT-GAELDER-SW      PIC X VALUE "N".
           88  PANT-GAELDER         VALUE "Y".

      *Edited amounts for the letters and the control sheet
       01  WS-SALDO-EDIT        PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-KREDIT-EDIT       PIC ZZZZ,ZZ9.99.
       01  WS-VAERDI-EDIT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-RENTE-EDIT        PIC Z9.9999.

      *End-of-file flags
       01  EOF-ANMOD            PIC X VALUE "N".
           88  END-ANMOD            VALUE "Y".
       01  EOF-ARKIV            PIC X VALUE "N".
           88  END-ARKIV            VALUE "Y".
       01  EOF-HIST             PIC X VALUE "N".
           88  END-HIST             VALUE "Y".
       01  EOF-LAAN             PIC X VALUE "N".
           88  END-LAAN             VALUE "Y".
       01  EOF-SIK              PIC X VALUE "N".
           88  END-SIK              VALUE "Y".
       01  EOF-SL               PIC X VALUE "N".
           88  END-SL               VALUE "Y".

      *Control totals for the trailer
       01  ANMOD-LAEST-ANTAL    PIC 9(5) VALUE 0.
       01  ANMOD-AFVIST-ANTAL   PIC 9(5) VALUE 0.
       01  BREVE-ANTAL          PIC 9(5) VALUE 0.
       01  KILDE-ARKIV-ANTAL    PIC 9(5) VALUE 0.
       01  KILDE-LIVE-ANTAL     PIC 9(5) VALUE 0.
       01  KILDE-MASTER-ANTAL   PIC 9(5) VALUE 0.
       01  UDELADT-ANTAL        PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
           MOVE KOERSELS-DATO (1:4) TO KOERSELS-AAR
           ACCEPT WS-KOMMANDOLINJE FROM COMMAND-LINE
           UNSTRING WS-KOMMANDOLINJE DELIMITED BY ALL " "
               INTO WS-UNDERSKRIVER WS-DATO-ARG
           IF WS-UNDERSKRIVER = SPACES
               DISPLAY "OPG91: angiv <UNDERSKRIVER> [<YYYYMMDD>]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DATO-ARG NOT = SPACES
               IF WS-DATO-ARG NUMERIC
                   MOVE WS-DATO-ARG TO STANDARD-DATO
               ELSE
                   DISPLAY "OPG91: skaeringsdatoen skal vaere"
                           " YYYYMMDD"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

      *The confirmations go out over an approver's signature
           MOVE WS-UNDERSKRIVER TO OPK-OPERATOER
           MOVE "G" TO OPK-ROLLE
           MOVE 0 TO OPK-BELOB
           CALL "OPERATOERKONTROL" USING OPK-OPERATOER OPK-ROLLE
                                         OPK-BELOB OPK-SVAR
                                         OPK-AARSAG
           IF OPK-SVAR NOT = "OK"
               DISPLAY "OPG91: underskriver afvist - " OPK-AARSAG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *Load the loans and the collateral - a register too big for
      *its table refuses the run
           PERFORM LAES-LAAN
           PERFORM LAES-SIKKERHEDER
           PERFORM LAES-SIKKERHED-LAAN
           IF TABEL-OVERLOEB
               DISPLAY "OPG91: " OVERLOEB-TEKST
                       " er for stort til tabellen, koerslen afvises."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT  KUNDEFIL
                       KONTOFIL
                OUTPUT BREV-FIL
                       KONTROL-FIL
           PERFORM SKRIV-KONTROL-HOVED

      *Take in the requests and the accounts each one covers
           PERFORM LAES-ANMODNINGER
           IF TABEL-OVERLOEB
               DISPLAY "OPG91: " OVERLOEB-TEKST
                       " er for stort til tabellen, koerslen afvises."
               CLOSE KUNDEFIL
                     KONTOFIL
                     BREV-FIL
                     KONTROL-FIL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *One sweep of every archive year and the live trail settles
      *all the accounts at once
           PERFORM VARYING AKTUEL-AAR FROM 1990 BY 1
               UNTIL AKTUEL-AAR > KOERSELS-AAR
               PERFORM LAES-ARKIV-AAR
           END-PERFORM
           PERFORM LAES-LIVE-HISTORIK

      *Settle each account's balance on its date, then write the
      *letters and the control sheet
           PERFORM VARYING KT-IX FROM 1 BY 1
               UNTIL KT-IX > KONTO-ANTAL
               PERFORM FASTSAET-SALDO
           END-PERFORM
           PERFORM VARYING AN-IX FROM 1 BY 1
               UNTIL AN-IX > ANMOD-ANTAL
               PERFORM SKRIV-BEKRAEFTELSE
           END-PERFORM

           PERFORM SKRIV-TRAILER
           CLOSE KUNDEFIL
                 KONTOFIL
                 BREV-FIL
                 KONTROL-FIL
           STOP RUN.

      * -------------------------------------------------
      *Load the loan register
       LAES-LAAN.
           MOVE 0 TO LAAN-ANTAL
           MOVE "N" TO EOF-LAAN
           OPEN INPUT LAAN-FIL
           IF LAAN-FIL-STATUS = "00" OR LAAN-FIL-STATUS = "05"
               PERFORM UNTIL END-LAAN
                   READ LAAN-FIL
                       AT END
                           SET END-LAAN TO TRUE
                       NOT AT END
                           IF LAAN-ANTAL < 2000
                               ADD 1 TO LAAN-ANTAL
                               MOVE LAAN-KONTO-ID
                                   TO LT-KONTO-ID (LAAN-ANTAL)
                               MOVE LAAN-HOVEDSTOL
                                   TO LT-HOVEDSTOL (LAAN-ANTAL)
                               MOVE LAAN-AARLIG-RENTE
                                   TO LT-AARLIG-RENTE (LAAN-ANTAL)
                               MOVE LAAN-START-DATO
                                   TO LT-START-DATO (LAAN-ANTAL)
                           ELSE
                               SET TABEL-OVERLOEB TO TRUE
                               MOVE "Laaneregistret" TO OVERLOEB-TEKST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAAN-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the collateral register
       LAES-SIKKERHEDER.
           MOVE 0 TO SIK-ANTAL
           MOVE "N" TO EOF-SIK
           OPEN INPUT SIK-FIL
           IF SIK-FIL-STATUS = "00" OR SIK-FIL-STATUS = "05"
               PERFORM UNTIL END-SIK
                   READ SIK-FIL
                       AT END
                           SET END-SIK TO TRUE
                       NOT AT END
                           IF SIK-ANTAL < 2000
                               ADD 1 TO SIK-ANTAL
                               MOVE SIK-ID TO ST-ID (SIK-ANTAL)
                               MOVE SIK-TYPE TO ST-TYPE (SIK-ANTAL)
                               MOVE SIK-BESKRIVELSE
                                   TO ST-BESKRIVELSE (SIK-ANTAL)
                               MOVE SIK-KUNDE-ID
                                   TO ST-KUNDE-ID (SIK-ANTAL)
                               MOVE SIK-VAERDI
                                   TO ST-VAERDI (SIK-ANTAL)
                               MOVE SIK-VURDERINGS-DATO
                                   TO ST-VURDERINGS-DATO (SIK-ANTAL)
                               MOVE SIK-PANT-KONTO-ID
                                   TO ST-PANT-KONTO-ID (SIK-ANTAL)
                               MOVE SIK-PANT-BELOB
                                   TO ST-PANT-BELOB (SIK-ANTAL)
                               MOVE SIK-STATUS
                                   TO ST-STATUS (SIK-ANTAL)
                               MOVE SIK-OPRETTET-DATO
                                   TO ST-OPRETTET-DATO (SIK-ANTAL)
                               MOVE SIK-STATUS-DATO
                                   TO ST-STATUS-DATO (SIK-ANTAL)
                           ELSE
                               SET TABEL-OVERLOEB TO TRUE
                               MOVE "Sikkerhedsregistret"
                                   TO OVERLOEB-TEKST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIK-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the collateral-to-loan links
       LAES-SIKKERHED-LAAN.
           MOVE 0 TO SL-ANTAL
           MOVE "N" TO EOF-SL
           OPEN INPUT SL-FIL
           IF SL-FIL-STATUS = "00" OR SL-FIL-STATUS = "05"
               PERFORM UNTIL END-SL
                   READ SL-FIL
                       AT END
                           SET END-SL TO TRUE
                       NOT AT END
                           IF SL-ANTAL < 5000
                               ADD 1 TO SL-ANTAL
                               MOVE SL-SIK-ID TO SLT-SIK-ID (SL-ANTAL)
                               MOVE SL-KONTO-ID
                                   TO SLT-KONTO-ID (SL-ANTAL)
                               MOVE SL-TILKNYTTET-DATO
                                   TO SLT-TILKNYTTET-DATO (SL-ANTAL)
                           ELSE
                               SET TABEL-OVERLOEB TO TRUE
                               MOVE "SikkerhedLaan" TO OVERLOEB-TEKST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SL-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Take in the auditors' requests. A row is refused onto the
      *control sheet when the customer is not on the master or the
      *date is missing or still to come; an accepted row has its
      *accounts loaded for the history sweep
       LAES-ANMODNINGER.
           MOVE 0 TO ANMOD-ANTAL
           MOVE 0 TO KONTO-ANTAL
           MOVE "N" TO EOF-ANMOD
           OPEN INPUT ANMOD-FIL
           IF ANMOD-FIL-STATUS = "00" OR ANMOD-FIL-STATUS = "05"
               PERFORM UNTIL END-ANMOD OR TABEL-OVERLOEB
                   READ ANMOD-FIL
                       AT END
                           SET END-ANMOD TO TRUE
                       NOT AT END
                           ADD 1 TO ANMOD-LAEST-ANTAL
                           PERFORM BEHANDL-ANMODNING
                   END-READ
               END-PERFORM
               CLOSE ANMOD-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Validate one request and load its accounts
       BEHANDL-ANMODNING.
           MOVE "Y" TO ANMOD-OK-SW
           MOVE SPACES TO ANMOD-FEJL-AARSAG
           IF AN-SKAERINGS-DATO NUMERIC
               AND AN-SKAERINGS-DATO NOT = "00000000"
               MOVE AN-SKAERINGS-DATO TO WS-SKAERINGS-DATO
           ELSE
               MOVE STANDARD-DATO TO WS-SKAERINGS-DATO
           END-IF
           EVALUATE TRUE
               WHEN WS-SKAERINGS-DATO = 0
                   MOVE "N" TO ANMOD-OK-SW
                   MOVE "Ingen skaeringsdato" TO ANMOD-FEJL-AARSAG
               WHEN WS-SKAERINGS-DATO > KOERSELS-DATO
                   MOVE "N" TO ANMOD-OK-SW
                   MOVE "Skaeringsdato efter i dag"
                       TO ANMOD-FEJL-AARSAG
               WHEN OTHER
                   MOVE AN-KUNDE-ID TO KUNDE-ID OF KUNDEFIL-REKORD
                   READ KUNDEFIL
                       INVALID KEY
                           MOVE "N" TO ANMOD-OK-SW
                           MOVE "Kunde findes ikke"
                               TO ANMOD-FEJL-AARSAG
                   END-READ
           END-EVALUATE
           IF ANMOD-OK AND ANMOD-ANTAL >= 200
               SET TABEL-OVERLOEB TO TRUE
               MOVE "Anmodningsfilen" TO OVERLOEB-TEKST
           END-IF

           IF NOT ANMOD-OK
               ADD 1 TO ANMOD-AFVIST-ANTAL
               MOVE SPACES TO KONTROL-TEXT
               STRING
                   "AFVIST - KUNDE-ID: "    DELIMITED BY SIZE
                   AN-KUNDE-ID              DELIMITED BY SIZE
                   " DATO: "                DELIMITED BY SIZE
                   AN-SKAERINGS-DATO        DELIMITED BY SIZE
                   " - "                    DELIMITED BY SIZE
                   ANMOD-FEJL-AARSAG        DELIMITED BY SIZE
                   INTO KONTROL-TEXT
               END-STRING
               WRITE KONTROL-REKORD
           END-IF

           IF ANMOD-OK AND NOT TABEL-OVERLOEB
               ADD 1 TO ANMOD-ANTAL
               SET AN-IX TO ANMOD-ANTAL
               MOVE AN-KUNDE-ID       TO AT-KUNDE-ID (AN-IX)
               MOVE WS-SKAERINGS-DATO TO AT-SKAERINGS-DATO (AN-IX)
               MOVE AN-REVISOR        TO AT-REVISOR (AN-IX)
               COMPUTE AT-KONTO-FRA (AN-IX) = KONTO-ANTAL + 1
               PERFORM HENT-KUNDE-KONTI
               MOVE KONTO-ANTAL TO AT-KONTO-TIL (AN-IX)
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load the customer's accounts, closed ones included - an
      *account closed since the date still held its balance then
       HENT-KUNDE-KONTI.
           MOVE "N" TO SOEG-SLUT-SW
           MOVE AN-KUNDE-ID TO KUNDE-ID OF KONTOFIL-REKORD
           READ KONTOFIL KEY IS KUNDE-ID OF KONTOFIL-REKORD
               INVALID KEY
                   SET SOEG-SLUT TO TRUE
               NOT INVALID KEY
                   PERFORM TILFOEJ-KONTO
           END-READ
           PERFORM UNTIL SOEG-SLUT OR TABEL-OVERLOEB
               READ KONTOFIL NEXT RECORD
                   AT END
                       SET SOEG-SLUT TO TRUE
                   NOT AT END
                       IF KUNDE-ID OF KONTOFIL-REKORD NOT = AN-KUNDE-ID
                           SET SOEG-SLUT TO TRUE
                       ELSE
                           PERFORM TILFOEJ-KONTO
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *One account into KONTO-TABEL, with the loan it carries
       TILFOEJ-KONTO.
           IF KONTO-ANTAL >= 2000
               SET TABEL-OVERLOEB TO TRUE
               MOVE "Kontotabellen" TO OVERLOEB-TEKST
           ELSE
               ADD 1 TO KONTO-ANTAL
               SET KT-IX TO KONTO-ANTAL
               MOVE KONTO-ID OF KONTOFIL-REKORD TO KT-KONTO-ID (KT-IX)
               MOVE KONTO-TYPE OF KONTOFIL-REKORD
                   TO KT-KONTO-TYPE (KT-IX)
               MOVE VALUTA-KD OF KONTOFIL-REKORD TO KT-VALUTA (KT-IX)
               MOVE KONTO-STATUS OF KONTOFIL-REKORD
                   TO KT-STATUS (KT-IX)
               MOVE BALANCE OF KONTOFIL-REKORD
                   TO KT-MASTER-SALDO (KT-IX)
               MOVE 0 TO KT-KREDITMAX (KT-IX)
               MOVE 0 TO KT-KREDIT-UDLOEB (KT-IX)
               IF KONTO-KREDITMAX OF KONTOFIL-REKORD NUMERIC
                   MOVE KONTO-KREDITMAX OF KONTOFIL-REKORD
                       TO KT-KREDITMAX (KT-IX)
               END-IF
               IF KONTO-KREDIT-UDLOEB OF KONTOFIL-REKORD NUMERIC
                   MOVE KONTO-KREDIT-UDLOEB OF KONTOFIL-REKORD
                       TO KT-KREDIT-UDLOEB (KT-IX)
               END-IF
               MOVE WS-SKAERINGS-DATO TO KT-SKAERINGS-DATO (KT-IX)
               MOVE "N" TO KT-FOER-SW (KT-IX)
               MOVE 0 TO KT-FOER-DATO (KT-IX)
               MOVE 0 TO KT-FOER-SALDO (KT-IX)
               MOVE SPACES TO KT-FOER-KILDE (KT-IX)
               MOVE "N" TO KT-EFTER-SW (KT-IX)
               MOVE 0 TO KT-EFTER-DATO (KT-IX)
               MOVE 0 TO KT-EFTER-SALDO (KT-IX)
               MOVE SPACES TO KT-EFTER-KILDE (KT-IX)
               MOVE 0 TO KT-TILBAGE-BELOB (KT-IX)
               MOVE 0 TO KT-TILBAGE-ANTAL (KT-IX)
               MOVE 0 TO KT-SALDO (KT-IX)
               MOVE SPACES TO KT-KILDE (KT-IX)
               MOVE "N" TO KT-MED-SW (KT-IX)
               MOVE 0 TO KT-LAAN-IX (KT-IX)
               PERFORM VARYING LN-IX FROM 1 BY 1
                   UNTIL LN-IX > LAAN-ANTAL
                   IF LT-KONTO-ID (LN-IX) = KT-KONTO-ID (KT-IX)
                       SET KT-LAAN-IX (KT-IX) TO LN-IX
                   END-IF
               END-PERFORM
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
           MOVE SPACES TO WS-KILDE
           STRING
               "HISTARKIV_" DELIMITED BY SIZE
               AKTUEL-AAR   DELIMITED BY SIZE
               INTO WS-KILDE
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
           MOVE "LIVE" TO WS-KILDE
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
      *Hold one history row against every table row for its
      *account. The booking date orders the rows - rows from before
      *HIST-BOGFOERT-DATO existed were booked on their value date
       MATCH-HIST-RAEKKE.
           IF HIST-BOGFOERT-DATO OF HIST-RAEKKE NUMERIC
               AND HIST-BOGFOERT-DATO OF HIST-RAEKKE > 0
               MOVE HIST-BOGFOERT-DATO OF HIST-RAEKKE
                   TO WS-BOGFOERT-DATO
           ELSE
               MOVE HIST-DATO OF HIST-RAEKKE TO WS-BOGFOERT-DATO
           END-IF
           PERFORM VARYING KT-IX FROM 1 BY 1
               UNTIL KT-IX > KONTO-ANTAL
               IF KT-KONTO-ID (KT-IX) = HIST-KONTO-ID OF HIST-RAEKKE
                   PERFORM BEHANDL-HIST-RAEKKE
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *A row booked on or before the date - the later one read wins,
      *the trail being in booking order. A row booked after it - the
      *earliest one is kept, and its movement counts back onto the
      *date when it was value-dated on or before it
       BEHANDL-HIST-RAEKKE.
           IF WS-BOGFOERT-DATO <= KT-SKAERINGS-DATO (KT-IX)
               IF WS-BOGFOERT-DATO >= KT-FOER-DATO (KT-IX)
                   SET KT-FOER-FUNDET (KT-IX) TO TRUE
                   MOVE WS-BOGFOERT-DATO TO KT-FOER-DATO (KT-IX)
                   MOVE HIST-SALDO-EFTER OF HIST-RAEKKE
                       TO KT-FOER-SALDO (KT-IX)
                   MOVE WS-KILDE TO KT-FOER-KILDE (KT-IX)
               END-IF
           ELSE
               IF NOT KT-EFTER-FUNDET (KT-IX)
                   OR WS-BOGFOERT-DATO < KT-EFTER-DATO (KT-IX)
                   SET KT-EFTER-FUNDET (KT-IX) TO TRUE
                   MOVE WS-BOGFOERT-DATO TO KT-EFTER-DATO (KT-IX)
                   MOVE HIST-SALDO-FOER OF HIST-RAEKKE
                       TO KT-EFTER-SALDO (KT-IX)
                   MOVE WS-KILDE TO KT-EFTER-KILDE (KT-IX)
               END-IF
               IF HIST-DATO OF HIST-RAEKKE <= KT-SKAERINGS-DATO (KT-IX)
                   COMPUTE KT-TILBAGE-BELOB (KT-IX) =
                       KT-TILBAGE-BELOB (KT-IX)
                       + HIST-SALDO-EFTER OF HIST-RAEKKE
                       - HIST-SALDO-FOER OF HIST-RAEKKE
                   ADD 1 TO KT-TILBAGE-ANTAL (KT-IX)
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Settle one account's balance on its date and the source it
      *came from. An account whose first movement came after the
      *date from a zero balance was not yet in use and is left off
      *the letter, as is an account closed since with nothing on it
       FASTSAET-SALDO.
           EVALUATE TRUE
               WHEN KT-FOER-FUNDET (KT-IX)
                   COMPUTE KT-SALDO (KT-IX) = KT-FOER-SALDO (KT-IX)
                       + KT-TILBAGE-BELOB (KT-IX)
                   MOVE KT-FOER-KILDE (KT-IX) TO KT-KILDE (KT-IX)
               WHEN KT-EFTER-FUNDET (KT-IX)
                   COMPUTE KT-SALDO (KT-IX) = KT-EFTER-SALDO (KT-IX)
                       + KT-TILBAGE-BELOB (KT-IX)
                   MOVE KT-EFTER-KILDE (KT-IX) TO KT-KILDE (KT-IX)
               WHEN OTHER
                   MOVE KT-MASTER-SALDO (KT-IX) TO KT-SALDO (KT-IX)
                   MOVE "KONTOFIL" TO KT-KILDE (KT-IX)
           END-EVALUATE
           MOVE "Y" TO KT-MED-SW (KT-IX)
           IF KT-SALDO (KT-IX) = 0
               IF (NOT KT-FOER-FUNDET (KT-IX)
                       AND KT-EFTER-FUNDET (KT-IX))
                   OR KT-STATUS (KT-IX) = "L"
                   MOVE "N" TO KT-MED-SW (KT-IX)
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Control sheet heading
       SKRIV-KONTROL-HOVED.
           MOVE SPACES TO KONTROL-TEXT
           STRING
               "KONTROLARK - SALDOBEKRAEFTELSER  Koerselsdato: "
                                    DELIMITED BY SIZE
               KOERSELS-DATO        DELIMITED BY SIZE
               "  Underskriver: "   DELIMITED BY SIZE
               WS-UNDERSKRIVER      DELIMITED BY SIZE
               INTO KONTROL-TEXT
           END-STRING
           WRITE KONTROL-REKORD
           MOVE SPACES TO KONTROL-TEXT
           WRITE KONTROL-REKORD
           EXIT.

      * -------------------------------------------------
      *Write one customer's confirmation letter and the control
      *sheet lines for its accounts
       SKRIV-BEKRAEFTELSE.
           MOVE AT-KUNDE-ID (AN-IX) TO KUNDE-ID OF KUNDEFIL-REKORD
           READ KUNDEFIL
               INVALID KEY
                   MOVE SPACES TO KUNDEFIL-REKORD
                   MOVE AT-KUNDE-ID (AN-IX)
                       TO KUNDE-ID OF KUNDEFIL-REKORD
           END-READ
           PERFORM FORMAT-KUNDE-DETALJER
           ADD 1 TO BREVE-ANTAL
           MOVE 0 TO BREV-KONTI-ANTAL
           MOVE 0 TO BREV-LAAN-ANTAL
           MOVE 0 TO BREV-PANT-ANTAL

           MOVE "SALDOBEKRAEFTELSE" TO BREV-TEXT
           WRITE BREV-REKORD
           MOVE SPACES TO BREV-TEXT
           WRITE BREV-REKORD
           MOVE SPACES TO BREV-TEXT
           STRING
               "Til: "              DELIMITED BY SIZE
               AT-REVISOR (AN-IX)   DELIMITED BY SIZE
               INTO BREV-TEXT
           END-STRING
           WRITE BREV-REKORD
           MOVE SPACES TO BREV-TEXT
           STRING
               "Vedr.: "                    DELIMITED BY SIZE
               FULDT-NAVN                   DELIMITED BY SIZE
               " | Kunde-ID: "              DELIMITED BY SIZE
               KUNDE-ID OF KUNDEFIL-REKORD  DELIMITED BY SIZE
               INTO BREV-TEXT
           END-STRING
           WRITE BREV-REKORD
           IF KUNDE-ERHVERV OF KUNDEFIL-REKORD
               MOVE SPACES TO BREV-TEXT
               STRING
                   "CVR-nummer: "                DELIMITED BY SIZE
                   CVR-NUMMER OF KUNDEFIL-REKORD DELIMITED BY SIZE
                   INTO BREV-TEXT
               END-STRING
               WRITE BREV-REKORD
           END-IF
           MOVE SPACES TO BREV-TEXT
           STRING
               "Adresse: " DELIMITED BY SIZE
               ADR-LINJE   DELIMITED BY SIZE
               INTO BREV-TEXT
           END-STRING
           WRITE BREV-REKORD
           MOVE SPACES TO BREV-TEXT
           STRING
               "By: "    DELIMITED BY SIZE
               BY-LINJE  DELIMITED BY SIZE
               INTO BREV-TEXT
           END-STRING
           WRITE BREV-REKORD
           MOVE SPACES TO BREV-TEXT
           WRITE BREV-REKORD
           MOVE SPACES TO BREV-TEXT
           STRING
               "Vi bekraefter herved kundens engagement med banken"
                                         DELIMITED BY SIZE
               " pr. "                   DELIMITED BY SIZE
               AT-SKAERINGS-DATO (AN-IX) DELIMITED BY SIZE
               ":"                       DELIMITED BY SIZE
               INTO BREV-TEXT
           END-STRING
           WRITE BREV-REKORD
           MOVE SPACES TO BREV-TEXT
           WRITE BREV-REKORD

      *The accounts, loans apart
           MOVE "Konti:" TO BREV-TEXT
           WRITE BREV-REKORD
           PERFORM VARYING KT-IX FROM AT-KONTO-FRA (AN-IX) BY 1
               UNTIL KT-IX > AT-KONTO-TIL (AN-IX)
               PERFORM SKRIV-KONTROL-LINJE
               IF KT-MED-I-BREV (KT-IX) AND KT-LAAN-IX (KT-IX) = 0
                   PERFORM SKRIV-KONTO-LINJE
               END-IF
           END-PERFORM
           IF BREV-KONTI-ANTAL = 0
               MOVE "  Ingen" TO BREV-TEXT
               WRITE BREV-REKORD
           END-IF
           MOVE SPACES TO BREV-TEXT
           WRITE BREV-REKORD

      *The loans, with the remaining debt on the date
           MOVE "Laan:" TO BREV-TEXT
           WRITE BREV-REKORD
           PERFORM VARYING KT-IX FROM AT-KONTO-FRA (AN-IX) BY 1
               UNTIL KT-IX > AT-KONTO-TIL (AN-IX)
               IF KT-MED-I-BREV (KT-IX) AND KT-LAAN-IX (KT-IX) > 0
                   PERFORM SKRIV-LAAN-LINJE
               END-IF
           END-PERFORM
           IF BREV-LAAN-ANTAL = 0
               MOVE "  Ingen" TO BREV-TEXT
               WRITE BREV-REKORD
           END-IF
           MOVE SPACES TO BREV-TEXT
           WRITE BREV-REKORD

      *The collateral the customer had pledged on the date
           MOVE "Pantsaetninger:" TO BREV-TEXT
           WRITE BREV-REKORD
           PERFORM VARYING SK-IX FROM 1 BY 1
               UNTIL SK-IX > SIK-ANTAL
               IF ST-KUNDE-ID (SK-IX) = AT-KUNDE-ID (AN-IX)
                   PERFORM BEDOEM-PANT
                   IF PANT-GAELDER
                       PERFORM SKRIV-PANT-LINJE
                   END-IF
               END-IF
           END-PERFORM
           IF BREV-PANT-ANTAL = 0
               MOVE "  Ingen" TO BREV-TEXT
               WRITE BREV-REKORD
           END-IF
           MOVE SPACES TO BREV-TEXT
           WRITE BREV-REKORD

      *The sign-off
           MOVE "Kreditrammer er anfoert efter den gaeldende bevilling."
               TO BREV-TEXT
           WRITE BREV-REKORD
           MOVE SPACES TO BREV-TEXT
           WRITE BREV-REKORD
           MOVE SPACES TO BREV-TEXT
           STRING
               "Underskrevet for banken af: " DELIMITED BY SIZE
               WS-UNDERSKRIVER                DELIMITED BY SIZE
               "  Dato: "                     DELIMITED BY SIZE
               KOERSELS-DATO                  DELIMITED BY SIZE
               INTO BREV-TEXT
           END-STRING
           WRITE BREV-REKORD
           MOVE ALL "-" TO BREV-TEXT
           WRITE BREV-REKORD
           EXIT.

      * -------------------------------------------------
      *Format the customer's name and address lines, the same
      *layout KONTOUDTOG uses
       FORMAT-KUNDE-DETALJER.
           MOVE SPACES TO FULDT-NAVN
           CALL "KUNDENAVN" USING KUNDEFIL-REKORD FULDT-NAVN
           MOVE SPACES TO ADR-LINJE
           STRING
               VEJNAVN OF KUNDEFIL-REKORD   DELIMITED BY SPACE
               " "                          DELIMITED BY SIZE
               HUSNR   OF KUNDEFIL-REKORD   DELIMITED BY SPACE
               " "                          DELIMITED BY SIZE
               ETAGE   OF KUNDEFIL-REKORD   DELIMITED BY SPACE
               " "                          DELIMITED BY SIZE
               SIDE    OF KUNDEFIL-REKORD   DELIMITED BY SPACE
               INTO ADR-LINJE
           END-STRING
           MOVE SPACES TO BY-LINJE
           STRING
               POSTNR     OF KUNDEFIL-REKORD DELIMITED BY SIZE
               " "                           DELIMITED BY SIZE
               BY-X       OF KUNDEFIL-REKORD DELIMITED BY SPACE
               " "                           DELIMITED BY SIZE
               LANDE-KODE OF KUNDEFIL-REKORD DELIMITED BY SPACE
               INTO BY-LINJE
           END-STRING
           EXIT.

      * -------------------------------------------------
      *One account on the letter, with its granted credit line
       SKRIV-KONTO-LINJE.
           ADD 1 TO BREV-KONTI-ANTAL
           MOVE KT-SALDO (KT-IX) TO WS-SALDO-EDIT
           MOVE SPACES TO BREV-TEXT
           STRING
               "  Konto-ID: "         DELIMITED BY SIZE
               KT-KONTO-ID (KT-IX)    DELIMITED BY SIZE
               "  "                   DELIMITED BY SIZE
               KT-KONTO-TYPE (KT-IX)  DELIMITED BY SIZE
               "  Saldo: "            DELIMITED BY SIZE
               WS-SALDO-EDIT          DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               KT-VALUTA (KT-IX)      DELIMITED BY SIZE
               INTO BREV-TEXT
           END-STRING
           WRITE BREV-REKORD
           IF KT-KREDITMAX (KT-IX) > 0
               MOVE KT-KREDITMAX (KT-IX) TO WS-KREDIT-EDIT
               MOVE SPACES TO BREV-TEXT
               IF KT-KREDIT-UDLOEB (KT-IX) > 0
                   STRING
                       "    Bevilget kredit: "    DELIMITED BY SIZE
                       WS-KREDIT-EDIT             DELIMITED BY SIZE
                       " "                        DELIMITED BY SIZE
                       KT-VALUTA (KT-IX)          DELIMITED BY SIZE
                       "  Udloeber: "             DELIMITED BY SIZE
                       KT-KREDIT-UDLOEB (KT-IX)   DELIMITED BY SIZE
                       INTO BREV-TEXT
                   END-STRING
               ELSE
                   STRING
                       "    Bevilget kredit: "    DELIMITED BY SIZE
                       WS-KREDIT-EDIT             DELIMITED BY SIZE
                       " "                        DELIMITED BY SIZE
                       KT-VALUTA (KT-IX)          DELIMITED BY SIZE
                       "  Uden udloeb"            DELIMITED BY SIZE
                       INTO BREV-TEXT
                   END-STRING
               END-IF
               WRITE BREV-REKORD
           END-IF
           EXIT.

      * -------------------------------------------------
      *One loan on the letter - a loan is a negative-balance
      *account, so the remaining debt is its balance turned round
       SKRIV-LAAN-LINJE.
           ADD 1 TO BREV-LAAN-ANTAL
           SET LN-IX TO KT-LAAN-IX (KT-IX)
           MOVE 0 TO RESTGAELD
           IF KT-SALDO (KT-IX) < 0
               COMPUTE RESTGAELD = 0 - KT-SALDO (KT-IX)
           END-IF
           MOVE RESTGAELD TO WS-SALDO-EDIT
           MOVE SPACES TO BREV-TEXT
           STRING
               "  Laan-ID: "          DELIMITED BY SIZE
               KT-KONTO-ID (KT-IX)    DELIMITED BY SIZE
               "  Restgaeld: "        DELIMITED BY SIZE
               WS-SALDO-EDIT          DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               KT-VALUTA (KT-IX)      DELIMITED BY SIZE
               INTO BREV-TEXT
           END-STRING
           WRITE BREV-REKORD
           MOVE LT-HOVEDSTOL (LN-IX) TO WS-VAERDI-EDIT
           MOVE LT-AARLIG-RENTE (LN-IX) TO WS-RENTE-EDIT
           MOVE SPACES TO BREV-TEXT
           STRING
               "    Hovedstol: "          DELIMITED BY SIZE
               WS-VAERDI-EDIT             DELIMITED BY SIZE
               "  Rente: "                DELIMITED BY SIZE
               WS-RENTE-EDIT              DELIMITED BY SIZE
               " pct.  Udbetalt: "        DELIMITED BY SIZE
               LT-START-DATO (LN-IX)      DELIMITED BY SIZE
               INTO BREV-TEXT
           END-STRING
           WRITE BREV-REKORD
           EXIT.

      * -------------------------------------------------
      *Was the collateral pledged on the date - registered by then
      *and not yet ended
       BEDOEM-PANT.
           MOVE "N" TO PANT-GAELDER-SW
           IF ST-OPRETTET-DATO (SK-IX) <= AT-SKAERINGS-DATO (AN-IX)
               IF ST-STATUS (SK-IX) = "A"
                   OR ST-STATUS-DATO (SK-IX) > AT-SKAERINGS-DATO (AN-IX)
                   SET PANT-GAELDER TO TRUE
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *One pledge on the letter, with the loans and accounts it
      *secured on the date
       SKRIV-PANT-LINJE.
           ADD 1 TO BREV-PANT-ANTAL
           MOVE ST-VAERDI (SK-IX) TO WS-VAERDI-EDIT
           MOVE SPACES TO BREV-TEXT
           STRING
               "  Sikkerhed: "           DELIMITED BY SIZE
               ST-ID (SK-IX)             DELIMITED BY SIZE
               " "                       DELIMITED BY SIZE
               ST-TYPE (SK-IX)           DELIMITED BY SIZE
               " "                       DELIMITED BY SIZE
               ST-BESKRIVELSE (SK-IX)    DELIMITED BY SIZE
               " Vaerdi: "               DELIMITED BY SIZE
               WS-VAERDI-EDIT            DELIMITED BY SIZE
               INTO BREV-TEXT
           END-STRING
           WRITE BREV-REKORD
           IF ST-TYPE (SK-IX) = "D"
               MOVE SPACES TO BREV-TEXT
               IF ST-PANT-BELOB (SK-IX) > 0
                   MOVE ST-PANT-BELOB (SK-IX) TO WS-VAERDI-EDIT
                   STRING
                       "    Pantsat konto: "         DELIMITED BY SIZE
                       ST-PANT-KONTO-ID (SK-IX)      DELIMITED BY SIZE
                       "  Beloeb: "                  DELIMITED BY SIZE
                       WS-VAERDI-EDIT                DELIMITED BY SIZE
                       INTO BREV-TEXT
                   END-STRING
               ELSE
                   STRING
                       "    Pantsat konto: "         DELIMITED BY SIZE
                       ST-PANT-KONTO-ID (SK-IX)      DELIMITED BY SIZE
                       "  Beloeb: hele saldoen"      DELIMITED BY SIZE
                       INTO BREV-TEXT
                   END-STRING
               END-IF
               WRITE BREV-REKORD
           END-IF
           PERFORM VARYING SL-IX FROM 1 BY 1
               UNTIL SL-IX > SL-ANTAL
               IF SLT-SIK-ID (SL-IX) = ST-ID (SK-IX)
                   AND SLT-TILKNYTTET-DATO (SL-IX)
                       <= AT-SKAERINGS-DATO (AN-IX)
                   MOVE SPACES TO BREV-TEXT
                   STRING
                       "    Til sikkerhed for: "  DELIMITED BY SIZE
                       SLT-KONTO-ID (SL-IX)       DELIMITED BY SIZE
                       INTO BREV-TEXT
                   END-STRING
                   WRITE BREV-REKORD
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *One account on the control sheet - the balance, the source
      *it was rebuilt from and the late-booked movement added back
       SKRIV-KONTROL-LINJE.
           EVALUATE TRUE
               WHEN KT-KILDE (KT-IX) = "LIVE"
                   ADD 1 TO KILDE-LIVE-ANTAL
               WHEN KT-KILDE (KT-IX) = "KONTOFIL"
                   ADD 1 TO KILDE-MASTER-ANTAL
               WHEN OTHER
                   ADD 1 TO KILDE-ARKIV-ANTAL
           END-EVALUATE
           IF NOT KT-MED-I-BREV (KT-IX)
               ADD 1 TO UDELADT-ANTAL
           END-IF
           MOVE KT-SALDO (KT-IX) TO WS-SALDO-EDIT
           MOVE KT-TILBAGE-BELOB (KT-IX) TO WS-VAERDI-EDIT
           MOVE SPACES TO KONTROL-TEXT
           STRING
               AT-KUNDE-ID (AN-IX)          DELIMITED BY SIZE
               " "                          DELIMITED BY SIZE
               KT-KONTO-ID (KT-IX)          DELIMITED BY SIZE
               " PR. "                      DELIMITED BY SIZE
               KT-SKAERINGS-DATO (KT-IX)    DELIMITED BY SIZE
               " SALDO: "                   DELIMITED BY SIZE
               WS-SALDO-EDIT                DELIMITED BY SIZE
               " KILDE: "                   DELIMITED BY SIZE
               KT-KILDE (KT-IX)             DELIMITED BY SIZE
               " BOGF.: "                   DELIMITED BY SIZE
               KT-FOER-DATO (KT-IX)         DELIMITED BY SIZE
               " TILBAGEVAL.: "             DELIMITED BY SIZE
               KT-TILBAGE-ANTAL (KT-IX)     DELIMITED BY SIZE
               " "                          DELIMITED BY SIZE
               WS-VAERDI-EDIT               DELIMITED BY SIZE
               INTO KONTROL-TEXT
           END-STRING
           IF NOT KT-MED-I-BREV (KT-IX)
               MOVE "UDELADT" TO KONTROL-TEXT (125:7)
           END-IF
           WRITE KONTROL-REKORD
           EXIT.

      * -------------------------------------------------
      *Control-total trailer
       SKRIV-TRAILER.
           MOVE SPACES TO KONTROL-TEXT
           WRITE KONTROL-REKORD
           MOVE SPACES TO KONTROL-TEXT
           STRING
               "Anmodninger laest: "     DELIMITED BY SIZE
               ANMOD-LAEST-ANTAL         DELIMITED BY SIZE
               "  Afvist: "              DELIMITED BY SIZE
               ANMOD-AFVIST-ANTAL        DELIMITED BY SIZE
               "  Breve: "               DELIMITED BY SIZE
               BREVE-ANTAL               DELIMITED BY SIZE
               INTO KONTROL-TEXT
           END-STRING
           WRITE KONTROL-REKORD
           MOVE SPACES TO KONTROL-TEXT
           STRING
               "Konti fra arkiv: "       DELIMITED BY SIZE
               KILDE-ARKIV-ANTAL         DELIMITED BY SIZE
               "  Fra live historik: "   DELIMITED BY SIZE
               KILDE-LIVE-ANTAL          DELIMITED BY SIZE
               "  Fra kontomaster: "     DELIMITED BY SIZE
               KILDE-MASTER-ANTAL        DELIMITED BY SIZE
               "  Udeladt: "             DELIMITED BY SIZE
               UDELADT-ANTAL             DELIMITED BY SIZE
               INTO KONTROL-TEXT
           END-STRING
           WRITE KONTROL-REKORD
           DISPLAY "Saldobekraeftelser: " BREVE-ANTAL
                   " Afviste anmodninger: " ANMOD-AFVIST-ANTAL
           EXIT.
