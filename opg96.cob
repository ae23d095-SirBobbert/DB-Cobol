      *Masked test-environment copy - builds a complete, internally
      *consistent test data set from production in a directory of
      *its own: both masters, the posting history (the text and
      *fixed-format history, the history index, its seal file and
      *every yearly archive with its control sidecar),
      *Kontoejerskab.txt, Fuldmagtsregister.txt, the standing orders
      *and the payment-mandate register. Names, addresses, e-mails,
      *phone numbers, CPR-numre, tax IDs and IBANs on the masters are
      *replaced with realistic fakes. Each fake is worked out from
      *the real value alone, so the same real value always becomes
      *the same fake one wherever it appears; a fake CPR keeps the
      *real birth year and century digit and passes the modulus-11
      *check, and a fake IBAN keeps the reg.nr and carries correct
      *mod-97 check digits. KUNDE-ID and KONTO-ID are not personal
      *data and are kept, so every key and cross-reference between
      *the files still matches; the registers and the history carry
      *nothing but keys and amounts and are copied as they stand.
      *Fresh MASTERKONTROL control records are written beside the
      *masked masters, so DAGSKORSEL accepts them. Run as:
      *opg96 [<directory>] - "testkopi" when omitted. The directory
      *must exist, and the current directory is refused so the
      *production files can never be overwritten. Takes the master
      *lock for the duration so the set is taken from one moment.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTKOPI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind the production customer master - read in key order
           SELECT KUNDEFIL ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEFIL-REKORD.
      *Bind the production account master - read in key order
           SELECT KONTOFIL ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOFIL-REKORD
               ALTERNATE RECORD KEY IS KUNDE-ID OF KONTOFIL-REKORD
                   WITH DUPLICATES.
      *Bind the masked customer master in the test directory
           SELECT TEST-KUNDEFIL ASSIGN TO WS-TEST-KUNDE-FILNAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF TEST-KUNDE-REKORD
               FILE STATUS IS TEST-KUNDE-STATUS.
      *Bind the masked account master in the test directory
           SELECT TEST-KONTOFIL ASSIGN TO WS-TEST-KONTO-FILNAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF TEST-KONTO-REKORD
               ALTERNATE RECORD KEY IS KUNDE-ID OF TEST-KONTO-REKORD
                   WITH DUPLICATES
               FILE STATUS IS TEST-KONTO-STATUS.
      *Bind the history index - SELECT OPTIONAL, a site that has
      *not built it yet gets none in the test set either
           SELECT OPTIONAL HIDX-FIL
               ASSIGN TO "opg15-historik-idx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIDX-NOEGLE
               FILE STATUS IS HIDX-FIL-STATUS.
      *Bind the copy of the history index in the test directory
           SELECT TEST-HIDX-FIL ASSIGN TO WS-TEST-HIDX-FILNAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEST-HIDX-NOEGLE.
      *Bind the line-sequential file being copied as it stands -
      *the name is set per file, and SELECT OPTIONAL so a register
      *or archive a site does not have is simply left out
           SELECT OPTIONAL KILDE-FIL ASSIGN TO WS-KILDE-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KILDE-FIL-STATUS.
      *Bind its copy in the test directory
           SELECT MAAL-FIL ASSIGN TO WS-MAAL-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL.
      *Bind the two control sidecars for the masked masters, in
      *MASTERKONTROL's own layout
           SELECT KUNDE-KTL-FIL ASSIGN TO WS-KUNDE-KTL-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KONTO-KTL-FIL ASSIGN TO WS-KONTO-KTL-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL.
      *Bind the run report
           SELECT RAPPORT-FIL ASSIGN TO "opg96-testkopi-rapport.txt"
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

      *Masked customer master record layout
       FD  TEST-KUNDEFIL.
       01  TEST-KUNDE-REKORD.
           COPY "KUNDEOPL.cpy".

      *Masked account master record layout
       FD  TEST-KONTOFIL.
       01  TEST-KONTO-REKORD.
           COPY "KONTOOPL.cpy".

      *History index record layout, as KONTOPOSTERING writes it
       FD  HIDX-FIL.
       01  HIDX-REKORD.
           02  HIDX-NOEGLE.
               03  HIDX-KONTO-ID   PIC X(10).
               03  HIDX-DATO       PIC 9(8).
               03  HIDX-REFERENCE  PIC X(12).
           02  HIDX-TYPE           PIC X(6).
           02  HIDX-BELOB          PIC S9(7)V99.
           02  HIDX-SALDO-FOER     PIC S9(7)V99.
           02  HIDX-SALDO-EFTER    PIC S9(7)V99.

       FD  TEST-HIDX-FIL.
       01  TEST-HIDX-REKORD.
           02  TEST-HIDX-NOEGLE    PIC X(30).
           02  TEST-HIDX-DATA      PIC X(33).

      *A line of a file copied as it stands - wide enough for the
      *longest row of any of them
       FD  KILDE-FIL.
       01  KILDE-REKORD.
           02  KILDE-TEXT      PIC X(400).

       FD  MAAL-FIL.
       01  MAAL-REKORD.
           02  MAAL-TEXT       PIC X(400).

      *Control record layout - record count and the hash total of
      *BALANCE across the master
       FD  KUNDE-KTL-FIL.
       01  KUNDE-KTL-REKORD.
           02  KKTL-ANTAL      PIC 9(9).
           02  KKTL-HASH       PIC S9(13)V99.

       FD  KONTO-KTL-FIL.
       01  KONTO-KTL-REKORD.
           02  OKTL-ANTAL      PIC 9(9).
           02  OKTL-HASH       PIC S9(13)V99.

      *Run report record layout
       FD  RAPPORT-FIL.
       01  RAPPORT-REKORD.
           02  RAPPORT-TEXT    PIC X(100).

       WORKING-STORAGE SECTION.

      *Today's date - the archives are looked for up to this year
       01  KOERSELS-DATO        PIC 9(8) VALUE 0.
       01  KOERSELS-DATO-X REDEFINES KOERSELS-DATO.
           05  KOERSELS-AAR     PIC 9(4).
           05  FILLER           PIC 9(4).

      *Command line - the test directory
       01  WS-KOMMANDOLINJE     PIC X(60) VALUE SPACES.
       01  WS-MAPPE             PIC X(40) VALUE SPACES.

      *File statuses
       01  TEST-KUNDE-STATUS    PIC X(2) VALUE "00".
       01  TEST-KONTO-STATUS    PIC X(2) VALUE "00".
       01  HIDX-FIL-STATUS      PIC X(2) VALUE "00".
       01  KILDE-FIL-STATUS     PIC X(2) VALUE "00".

      *Dynamic file names - the production name of the file being
      *handled, and the same name inside the test directory
       01  WS-FILNAVN           PIC X(40) VALUE SPACES.
       01  WS-KILDE-FILNAVN     PIC X(40) VALUE SPACES.
       01  WS-MAAL-FILNAVN      PIC X(80) VALUE SPACES.
       01  WS-TEST-KUNDE-FILNAVN PIC X(80) VALUE SPACES.
       01  WS-TEST-KONTO-FILNAVN PIC X(80) VALUE SPACES.
       01  WS-TEST-HIDX-FILNAVN PIC X(80) VALUE SPACES.
       01  WS-KUNDE-KTL-FILNAVN PIC X(80) VALUE SPACES.
       01  WS-KONTO-KTL-FILNAVN PIC X(80) VALUE SPACES.

      *Archive year being looked for, and whether a missing file is
      *worth a line on the report (a register is, an archive year
      *that never existed is not)
       01  WS-ARKIV-AAR         PIC 9(4) VALUE 0.
       01  MELD-MANGLENDE-SW    PIC X VALUE "J".
           88  MELD-MANGLENDE       VALUE "J".

      *Parameter fields for the shared update-lock subprogram
       01  LAAS-FUNKTION        PIC X(1) VALUE SPACE.
       01  LAAS-EJER            PIC X(10) VALUE "OPG96".
       01  LAAS-SVAR            PIC X(1) VALUE SPACE.

      *End-of-file flags
       01  EOF-KUNDER           PIC X VALUE "N".
           88  END-KUNDER           VALUE "Y".
       01  EOF-KONTI            PIC X VALUE "N".
           88  END-KONTI            VALUE "Y".
       01  EOF-HIDX             PIC X VALUE "N".
           88  END-HIDX             VALUE "Y".
       01  EOF-KILDE            PIC X VALUE "N".
           88  END-KILDE            VALUE "Y".

      *Control totals - the masked masters are counted and hashed
      *exactly the way MASTERKONTROL recounts them
       01  KUNDE-ANTAL          PIC 9(9) VALUE 0.
       01  KUNDE-HASH           PIC S9(13)V99 VALUE 0.
       01  KONTO-ANTAL          PIC 9(9) VALUE 0.
       01  KONTO-HASH           PIC S9(13)V99 VALUE 0.
       01  HIDX-ANTAL           PIC 9(9) VALUE 0.
       01  KOPI-ANTAL           PIC 9(9) VALUE 0.
       01  FILER-KOPIERET       PIC 9(5) VALUE 0.

      *Masking work fields. MASK-FELT holds the real value while its
      *hash is worked out; MASK-HASH is then stepped on to draw as
      *many pseudo-random digits as the fake needs, so the fake
      *follows from the real value and nothing else
       01  MASK-FELT            PIC X(40) VALUE SPACES.
       01  MASK-LAENGDE         PIC 9(2) VALUE 0.
       01  MASK-IX              PIC 9(2) VALUE 0.
       01  MASK-START           PIC 9(2) VALUE 0.
       01  MASK-HASH            PIC 9(6) VALUE 0.
       01  MASK-MODULUS         PIC 9(6) VALUE 999983.
       01  MASK-CIFFER          PIC 9(1) VALUE 0.
       01  MASK-NR              PIC 9(2) VALUE 0.
       01  MASK-NR2             PIC 9(2) VALUE 0.
       01  MASK-KVOTIENT        PIC 9(6) VALUE 0.
       01  MASK-TAL             PIC 9(2) VALUE 0.
       01  SKAT-IX              PIC 9(1) VALUE 0.
       01  MASK-RESULTAT        PIC X(40) VALUE SPACES.

      *One byte of the value read as its code value - the byte sits
      *low in a two-byte binary field, as in FORSEGLING
       01  TEGN-PAR.
           05  FILLER              PIC X VALUE LOW-VALUE.
           05  TEGN                PIC X.
       01  TEGN-TAL REDEFINES TEGN-PAR PIC 9(4) BINARY.

      *Fake first names - drawn by the hash of the real one
       01  FORNAVN-TABEL.
           05  FILLER PIC X(12) VALUE "Anne".
           05  FILLER PIC X(12) VALUE "Lars".
           05  FILLER PIC X(12) VALUE "Mette".
           05  FILLER PIC X(12) VALUE "Soeren".
           05  FILLER PIC X(12) VALUE "Kirsten".
           05  FILLER PIC X(12) VALUE "Henrik".
           05  FILLER PIC X(12) VALUE "Hanne".
           05  FILLER PIC X(12) VALUE "Michael".
           05  FILLER PIC X(12) VALUE "Susanne".
           05  FILLER PIC X(12) VALUE "Thomas".
           05  FILLER PIC X(12) VALUE "Lene".
           05  FILLER PIC X(12) VALUE "Jesper".
           05  FILLER PIC X(12) VALUE "Camilla".
           05  FILLER PIC X(12) VALUE "Rasmus".
           05  FILLER PIC X(12) VALUE "Louise".
           05  FILLER PIC X(12) VALUE "Anders".
           05  FILLER PIC X(12) VALUE "Birgitte".
           05  FILLER PIC X(12) VALUE "Martin".
           05  FILLER PIC X(12) VALUE "Pia".
           05  FILLER PIC X(12) VALUE "Niels".
           05  FILLER PIC X(12) VALUE "Charlotte".
           05  FILLER PIC X(12) VALUE "Peter".
           05  FILLER PIC X(12) VALUE "Tina".
           05  FILLER PIC X(12) VALUE "Morten".
           05  FILLER PIC X(12) VALUE "Maria".
           05  FILLER PIC X(12) VALUE "Jens".
           05  FILLER PIC X(12) VALUE "Helle".
           05  FILLER PIC X(12) VALUE "Christian".
           05  FILLER PIC X(12) VALUE "Julie".
           05  FILLER PIC X(12) VALUE "Frederik".
       01  FORNAVNE REDEFINES FORNAVN-TABEL.
           05  FALSK-FORNAVN PIC X(12) OCCURS 30 TIMES.

      *Fake surnames - drawn by the hash of the real one, and used
      *for the fake company names as well
       01  EFTERNAVN-TABEL.
           05  FILLER PIC X(12) VALUE "Nielsen".
           05  FILLER PIC X(12) VALUE "Jensen".
           05  FILLER PIC X(12) VALUE "Hansen".
           05  FILLER PIC X(12) VALUE "Pedersen".
           05  FILLER PIC X(12) VALUE "Andersen".
           05  FILLER PIC X(12) VALUE "Christensen".
           05  FILLER PIC X(12) VALUE "Larsen".
           05  FILLER PIC X(12) VALUE "Sorensen".
           05  FILLER PIC X(12) VALUE "Rasmussen".
           05  FILLER PIC X(12) VALUE "Jorgensen".
           05  FILLER PIC X(12) VALUE "Petersen".
           05  FILLER PIC X(12) VALUE "Madsen".
           05  FILLER PIC X(12) VALUE "Kristensen".
           05  FILLER PIC X(12) VALUE "Olsen".
           05  FILLER PIC X(12) VALUE "Thomsen".
           05  FILLER PIC X(12) VALUE "Poulsen".
           05  FILLER PIC X(12) VALUE "Johansen".
           05  FILLER PIC X(12) VALUE "Knudsen".
           05  FILLER PIC X(12) VALUE "Mortensen".
           05  FILLER PIC X(12) VALUE "Karlsen".
           05  FILLER PIC X(12) VALUE "Jakobsen".
           05  FILLER PIC X(12) VALUE "Mikkelsen".
           05  FILLER PIC X(12) VALUE "Lund".
           05  FILLER PIC X(12) VALUE "Holm".
           05  FILLER PIC X(12) VALUE "Schmidt".
           05  FILLER PIC X(12) VALUE "Eriksen".
           05  FILLER PIC X(12) VALUE "Kjaer".
           05  FILLER PIC X(12) VALUE "Bertelsen".
           05  FILLER PIC X(12) VALUE "Dam".
           05  FILLER PIC X(12) VALUE "Vestergaard".
       01  EFTERNAVNE REDEFINES EFTERNAVN-TABEL.
           05  FALSK-EFTERNAVN PIC X(12) OCCURS 30 TIMES.

      *Fake street names
       01  VEJNAVN-TABEL.
           05  FILLER PIC X(20) VALUE "Skovvej".
           05  FILLER PIC X(20) VALUE "Bakkevej".
           05  FILLER PIC X(20) VALUE "Kirkegade".
           05  FILLER PIC X(20) VALUE "Strandvejen".
           05  FILLER PIC X(20) VALUE "Engvej".
           05  FILLER PIC X(20) VALUE "Birkevej".
           05  FILLER PIC X(20) VALUE "Vestergade".
           05  FILLER PIC X(20) VALUE "Soendergade".
           05  FILLER PIC X(20) VALUE "Noerregade".
           05  FILLER PIC X(20) VALUE "Oestergade".
           05  FILLER PIC X(20) VALUE "Moellevej".
           05  FILLER PIC X(20) VALUE "Lindevej".
           05  FILLER PIC X(20) VALUE "Rosenvej".
           05  FILLER PIC X(20) VALUE "Parkvej".
           05  FILLER PIC X(20) VALUE "Skolevej".
           05  FILLER PIC X(20) VALUE "Vibevej".
           05  FILLER PIC X(20) VALUE "Granvej".
           05  FILLER PIC X(20) VALUE "Havnegade".
           05  FILLER PIC X(20) VALUE "Markvej".
           05  FILLER PIC X(20) VALUE "Egevej".
       01  VEJNAVNE REDEFINES VEJNAVN-TABEL.
           05  FALSK-VEJNAVN PIC X(20) OCCURS 20 TIMES.

      *Company forms put after the fake company names
       01  SELSKABSFORM-TABEL.
           05  FILLER PIC X(16) VALUE "ApS".
           05  FILLER PIC X(16) VALUE "A/S".
           05  FILLER PIC X(16) VALUE "I/S".
           05  FILLER PIC X(16) VALUE "Holding ApS".
           05  FILLER PIC X(16) VALUE "og Soen ApS".
           05  FILLER PIC X(16) VALUE "Handel A/S".
       01  SELSKABSFORMER REDEFINES SELSKABSFORM-TABEL.
           05  FALSK-SELSKABSFORM PIC X(16) OCCURS 6 TIMES.

      *CPR work fields - weights as OPG10 checks them with
       01  WS-CPR               PIC X(10) VALUE SPACES.
       01  WS-CPR-CIFFER-X      PIC X(1).
       01  WS-CPR-CIFFER REDEFINES WS-CPR-CIFFER-X PIC 9(1).
       01  WS-CPR-IX            PIC 9(2) VALUE 0.
       01  WS-CPR-SUM           PIC 9(3) VALUE 0.
       01  WS-CPR-KONTROL       PIC 9(2) VALUE 0.
       01  WS-CPR-DAG           PIC 9(2) VALUE 0.
       01  WS-CPR-MAANED        PIC 9(2) VALUE 0.
       01  WS-CPR-VAEGT-TABEL.
           05  FILLER PIC 9 VALUE 4.
           05  FILLER PIC 9 VALUE 3.
           05  FILLER PIC 9 VALUE 2.
           05  FILLER PIC 9 VALUE 7.
           05  FILLER PIC 9 VALUE 6.
           05  FILLER PIC 9 VALUE 5.
           05  FILLER PIC 9 VALUE 4.
           05  FILLER PIC 9 VALUE 3.
           05  FILLER PIC 9 VALUE 2.
           05  FILLER PIC 9 VALUE 1.
       01  WS-CPR-VAEGTE REDEFINES WS-CPR-VAEGT-TABEL.
           05  WS-CPR-VAEGT PIC 9 OCCURS 10 TIMES.

      *IBAN work fields - the mod-97 remainder is carried digit by
      *digit the way IDKONTROL carries it
       01  WS-IBAN-STRENG       PIC X(20) VALUE SPACES.
       01  WS-MOD97-REST        PIC 9(4) VALUE 0.
       01  WS-MOD97-IX          PIC 9(2) VALUE 0.
       01  WS-IBAN-KONTROL      PIC 9(2) VALUE 0.
       01  WS-IBAN-CIFFER-X     PIC X(1).
       01  WS-IBAN-CIFFER REDEFINES WS-IBAN-CIFFER-X PIC 9(1).

      *Parameter fields for the shared run-count subprogram
       01  KT-PROGRAM           PIC X(8) VALUE "OPG96".
       01  KT-ANTAL             PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
           ACCEPT WS-KOMMANDOLINJE FROM COMMAND-LINE
           IF WS-KOMMANDOLINJE = SPACES
               MOVE "testkopi" TO WS-MAPPE
           ELSE
               MOVE WS-KOMMANDOLINJE TO WS-MAPPE
           END-IF
           IF WS-MAPPE = "." OR WS-MAPPE = "./"
               DISPLAY "OPG96: testkopien kan ikke laegges oven i "
                       "produktionsfilerne, koerslen afvises."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *Take the shop's exclusive update lock - nothing may move on
      *the masters or the history while the set is taken
           MOVE "T" TO LAAS-FUNKTION
           CALL "MASTERLAAS" USING LAAS-FUNKTION LAAS-EJER LAAS-SVAR
           IF LAAS-SVAR NOT = "G"
               DISPLAY "OPG96: masterlaasen er optaget, stopper."
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RAPPORT-FIL
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "MASKERET TESTKOPI "  DELIMITED BY SIZE
               KOERSELS-DATO         DELIMITED BY SIZE
               " TIL MAPPEN: "       DELIMITED BY SIZE
               WS-MAPPE              DELIMITED BY SPACE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD

           PERFORM MASKER-KUNDER
           PERFORM MASKER-KONTI
           PERFORM SKRIV-KONTROLPOSTER
           PERFORM KOPIER-HISTORIK-INDEKS

      *The registers and the history hold only keys and amounts, so
      *they are copied as they stand
           MOVE "J" TO MELD-MANGLENDE-SW
           MOVE "Kontoejerskab.txt"         TO WS-FILNAVN
           PERFORM KOPIER-FIL
           MOVE "Fuldmagtsregister.txt"     TO WS-FILNAVN
           PERFORM KOPIER-FIL
           MOVE "FasteOverfoersler.txt"     TO WS-FILNAVN
           PERFORM KOPIER-FIL
           MOVE "Betalingsaftaler.txt"      TO WS-FILNAVN
           PERFORM KOPIER-FIL
           MOVE "opg15-historik.txt"        TO WS-FILNAVN
           PERFORM KOPIER-FIL
           MOVE "opg15-historik-data.txt"   TO WS-FILNAVN
           PERFORM KOPIER-FIL
           MOVE "opg15-historik-segl.txt"   TO WS-FILNAVN
           PERFORM KOPIER-FIL

           MOVE "N" TO MELD-MANGLENDE-SW
           PERFORM VARYING WS-ARKIV-AAR FROM 1970 BY 1
               UNTIL WS-ARKIV-AAR > KOERSELS-AAR
               PERFORM KOPIER-ARKIV
           END-PERFORM

           PERFORM SKRIV-TRAILER
           CLOSE RAPPORT-FIL

      *Release the update lock again
           MOVE "F" TO LAAS-FUNKTION
           CALL "MASTERLAAS" USING LAAS-FUNKTION LAAS-EJER LAAS-SVAR

      *Leave this run's headline count for OPG28's run report
           MOVE KUNDE-ANTAL TO KT-ANTAL
           CALL "KOERSELSTAL" USING KT-PROGRAM KT-ANTAL
           STOP RUN.

      * -------------------------------------------------
      *Build the name of WS-FILNAVN inside the test directory
       DAN-MAAL-FILNAVN.
           MOVE SPACES TO WS-MAAL-FILNAVN
           STRING
               WS-MAPPE    DELIMITED BY SPACE
               "/"         DELIMITED BY SIZE
               WS-FILNAVN  DELIMITED BY SPACE
               INTO WS-MAAL-FILNAVN
           END-STRING
           EXIT.

      * -------------------------------------------------
      *Sweep the customer master in key order and write every
      *customer masked to the test master
       MASKER-KUNDER.
           MOVE "Kundeoplysninger.txt" TO WS-FILNAVN
           PERFORM DAN-MAAL-FILNAVN
           MOVE WS-MAAL-FILNAVN TO WS-TEST-KUNDE-FILNAVN
           OPEN INPUT KUNDEFIL
           OPEN OUTPUT TEST-KUNDEFIL
           IF TEST-KUNDE-STATUS NOT = "00"
               DISPLAY "OPG96: " WS-TEST-KUNDE-FILNAVN
                       " kan ikke oprettes (status "
                       TEST-KUNDE-STATUS "), koerslen afvises."
               MOVE 8 TO RETURN-CODE
               CLOSE KUNDEFIL
               MOVE "F" TO LAAS-FUNKTION
               CALL "MASTERLAAS" USING LAAS-FUNKTION LAAS-EJER
                                       LAAS-SVAR
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO KUNDE-ID OF KUNDEFIL-REKORD
           START KUNDEFIL KEY IS NOT LESS THAN
               KUNDE-ID OF KUNDEFIL-REKORD
               INVALID KEY
                   SET END-KUNDER TO TRUE
           END-START
           PERFORM UNTIL END-KUNDER
               READ KUNDEFIL NEXT RECORD
                   AT END
                       SET END-KUNDER TO TRUE
                   NOT AT END
                       PERFORM MASKER-KUNDE
               END-READ
           END-PERFORM
           CLOSE KUNDEFIL
                 TEST-KUNDEFIL
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Kundeoplysninger.txt maskeret: " DELIMITED BY SIZE
               KUNDE-ANTAL                       DELIMITED BY SIZE
               " kunder"                         DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Mask one customer - every field that identifies the person
      *is replaced, the rest (keys, branch, balances, post code and
      *town, class, CVR-nummer, tax countries) is kept
       MASKER-KUNDE.
           MOVE KUNDEFIL-REKORD TO TEST-KUNDE-REKORD

           IF FORNAVN OF KUNDEFIL-REKORD NOT = SPACES
               MOVE FORNAVN OF KUNDEFIL-REKORD TO MASK-FELT
               MOVE 20 TO MASK-LAENGDE
               PERFORM BEREGN-HASH
               COMPUTE MASK-NR = FUNCTION MOD(MASK-HASH, 30) + 1
               MOVE FALSK-FORNAVN (MASK-NR)
                   TO FORNAVN OF TEST-KUNDE-REKORD
           END-IF
           IF EFTERNAVN OF KUNDEFIL-REKORD NOT = SPACES
               MOVE EFTERNAVN OF KUNDEFIL-REKORD TO MASK-FELT
               MOVE 20 TO MASK-LAENGDE
               PERFORM BEREGN-HASH
               COMPUTE MASK-NR = FUNCTION MOD(MASK-HASH, 30) + 1
               MOVE FALSK-EFTERNAVN (MASK-NR)
                   TO EFTERNAVN OF TEST-KUNDE-REKORD
           END-IF

      *Street and house number - the post code, town and country
      *stay, so the address still belongs to a real town
           IF VEJNAVN OF KUNDEFIL-REKORD NOT = SPACES
               MOVE VEJNAVN OF KUNDEFIL-REKORD TO MASK-FELT
               MOVE 20 TO MASK-LAENGDE
               PERFORM BEREGN-HASH
               COMPUTE MASK-NR = FUNCTION MOD(MASK-HASH, 20) + 1
               MOVE FALSK-VEJNAVN (MASK-NR)
                   TO VEJNAVN OF TEST-KUNDE-REKORD
           END-IF
           MOVE HUSNR OF KUNDEFIL-REKORD TO MASK-FELT
           MOVE 5 TO MASK-LAENGDE
           MOVE 1 TO MASK-START
           PERFORM MASKER-CIFRE
           IF MASK-FELT (1:1) = "0"
               MOVE "1" TO MASK-FELT (1:1)
           END-IF
           MOVE MASK-FELT (1:5) TO HUSNR OF TEST-KUNDE-REKORD

      *Phone - a leading "+" country code is kept, the digits after
      *it are replaced
           MOVE TELEFON OF KUNDEFIL-REKORD TO MASK-FELT
           MOVE 15 TO MASK-LAENGDE
           MOVE 1 TO MASK-START
           IF MASK-FELT (1:1) = "+"
               MOVE 4 TO MASK-START
           END-IF
           PERFORM MASKER-CIFRE
           MOVE MASK-FELT (1:15) TO TELEFON OF TEST-KUNDE-REKORD

           IF EMAIL OF KUNDEFIL-REKORD NOT = SPACES
               PERFORM DAN-FALSK-EMAIL
               MOVE MASK-RESULTAT (1:30) TO EMAIL OF TEST-KUNDE-REKORD
           END-IF

           MOVE KONTONUMMER OF KUNDEFIL-REKORD TO MASK-FELT
           MOVE 20 TO MASK-LAENGDE
           MOVE 1 TO MASK-START
           PERFORM MASKER-CIFRE
           MOVE MASK-FELT (1:20) TO KONTONUMMER OF TEST-KUNDE-REKORD

           IF CPR-NUMMER OF KUNDEFIL-REKORD NOT = SPACES
               PERFORM DAN-FALSK-CPR
               MOVE WS-CPR TO CPR-NUMMER OF TEST-KUNDE-REKORD
           END-IF

      *A business customer - the company name is made from a fake
      *surname and a company form, the contact person from a fake
      *first name and surname
           IF FIRMANAVN OF KUNDEFIL-REKORD NOT = SPACES
               MOVE FIRMANAVN OF KUNDEFIL-REKORD TO MASK-FELT
               MOVE 40 TO MASK-LAENGDE
               PERFORM BEREGN-HASH
               COMPUTE MASK-NR = FUNCTION MOD(MASK-HASH, 30) + 1
               DIVIDE MASK-HASH BY 30 GIVING MASK-KVOTIENT
               COMPUTE MASK-NR2 = FUNCTION MOD(MASK-KVOTIENT, 6) + 1
               MOVE SPACES TO FIRMANAVN OF TEST-KUNDE-REKORD
               STRING
                   FALSK-EFTERNAVN (MASK-NR)   DELIMITED BY SPACE
                   " "                         DELIMITED BY SIZE
                   FALSK-SELSKABSFORM (MASK-NR2)
                                               DELIMITED BY "  "
                   INTO FIRMANAVN OF TEST-KUNDE-REKORD
               END-STRING
           END-IF
           IF KONTAKTPERSON OF KUNDEFIL-REKORD NOT = SPACES
               MOVE KONTAKTPERSON OF KUNDEFIL-REKORD TO MASK-FELT
               MOVE 40 TO MASK-LAENGDE
               PERFORM BEREGN-HASH
               COMPUTE MASK-NR = FUNCTION MOD(MASK-HASH, 30) + 1
               DIVIDE MASK-HASH BY 30 GIVING MASK-KVOTIENT
               COMPUTE MASK-NR2 = FUNCTION MOD(MASK-KVOTIENT, 30) + 1
               MOVE SPACES TO KONTAKTPERSON OF TEST-KUNDE-REKORD
               STRING
                   FALSK-FORNAVN (MASK-NR)     DELIMITED BY SPACE
                   " "                         DELIMITED BY SIZE
                   FALSK-EFTERNAVN (MASK-NR2)  DELIMITED BY SPACE
                   INTO KONTAKTPERSON OF TEST-KUNDE-REKORD
               END-STRING
           END-IF

      *Foreign tax IDs - the digits are replaced, the country and
      *the format of the ID are kept
           PERFORM VARYING SKAT-IX FROM 1 BY 1 UNTIL SKAT-IX > 3
               MOVE SKAT-TIN OF KUNDEFIL-REKORD (SKAT-IX)
                   TO MASK-FELT
               MOVE 20 TO MASK-LAENGDE
               MOVE 1 TO MASK-START
               PERFORM MASKER-CIFRE
               MOVE MASK-FELT (1:20)
                   TO SKAT-TIN OF TEST-KUNDE-REKORD (SKAT-IX)
           END-PERFORM

           WRITE TEST-KUNDE-REKORD
           ADD 1 TO KUNDE-ANTAL
           ADD BALANCE OF KONTOINFO OF TEST-KUNDE-REKORD TO KUNDE-HASH
           EXIT.

      * -------------------------------------------------
      *Sweep the account master in key order and write every account
      *to the test master with its IBAN masked
       MASKER-KONTI.
           MOVE "KontoOpl.txt" TO WS-FILNAVN
           PERFORM DAN-MAAL-FILNAVN
           MOVE WS-MAAL-FILNAVN TO WS-TEST-KONTO-FILNAVN
           OPEN INPUT KONTOFIL
           OPEN OUTPUT TEST-KONTOFIL
           MOVE LOW-VALUES TO KONTO-ID OF KONTOFIL-REKORD
           START KONTOFIL KEY IS NOT LESS THAN
               KONTO-ID OF KONTOFIL-REKORD
               INVALID KEY
                   SET END-KONTI TO TRUE
           END-START
           PERFORM UNTIL END-KONTI
               READ KONTOFIL NEXT RECORD
                   AT END
                       SET END-KONTI TO TRUE
                   NOT AT END
                       MOVE KONTOFIL-REKORD TO TEST-KONTO-REKORD
                       IF KONTO-IBAN OF KONTOFIL-REKORD NOT = SPACES
                           PERFORM DAN-FALSK-IBAN
                       END-IF
                       WRITE TEST-KONTO-REKORD
                       ADD 1 TO KONTO-ANTAL
                       ADD BALANCE OF TEST-KONTO-REKORD TO KONTO-HASH
               END-READ
           END-PERFORM
           CLOSE KONTOFIL
                 TEST-KONTOFIL
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "KontoOpl.txt maskeret: " DELIMITED BY SIZE
               KONTO-ANTAL               DELIMITED BY SIZE
               " konti"                  DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           EXIT.

      * -------------------------------------------------
      *Write MASTERKONTROL's control records for the two masked
      *masters into the test directory
       SKRIV-KONTROLPOSTER.
           MOVE "KUNDEOPL_KONTROL.txt" TO WS-FILNAVN
           PERFORM DAN-MAAL-FILNAVN
           MOVE WS-MAAL-FILNAVN TO WS-KUNDE-KTL-FILNAVN
           MOVE "KONTOOPL_KONTROL.txt" TO WS-FILNAVN
           PERFORM DAN-MAAL-FILNAVN
           MOVE WS-MAAL-FILNAVN TO WS-KONTO-KTL-FILNAVN
           OPEN OUTPUT KUNDE-KTL-FIL
                       KONTO-KTL-FIL
           MOVE KUNDE-ANTAL TO KKTL-ANTAL
           MOVE KUNDE-HASH  TO KKTL-HASH
           WRITE KUNDE-KTL-REKORD
           MOVE KONTO-ANTAL TO OKTL-ANTAL
           MOVE KONTO-HASH  TO OKTL-HASH
           WRITE KONTO-KTL-REKORD
           CLOSE KUNDE-KTL-FIL
                 KONTO-KTL-FIL
           EXIT.

      * -------------------------------------------------
      *Copy the history index record by record in key order
       KOPIER-HISTORIK-INDEKS.
           OPEN INPUT HIDX-FIL
           IF HIDX-FIL-STATUS NOT = "00"
               IF HIDX-FIL-STATUS = "05"
                   CLOSE HIDX-FIL
               END-IF
               MOVE "opg15-historik-idx.txt findes ikke - udeladt"
                   TO RAPPORT-TEXT
               WRITE RAPPORT-REKORD
           ELSE
               MOVE "opg15-historik-idx.txt" TO WS-FILNAVN
               PERFORM DAN-MAAL-FILNAVN
               MOVE WS-MAAL-FILNAVN TO WS-TEST-HIDX-FILNAVN
               OPEN OUTPUT TEST-HIDX-FIL
               MOVE LOW-VALUES TO HIDX-NOEGLE
               START HIDX-FIL KEY IS NOT LESS THAN HIDX-NOEGLE
                   INVALID KEY
                       SET END-HIDX TO TRUE
               END-START
               PERFORM UNTIL END-HIDX
                   READ HIDX-FIL NEXT RECORD
                       AT END
                           SET END-HIDX TO TRUE
                       NOT AT END
                           MOVE HIDX-REKORD TO TEST-HIDX-REKORD
                           WRITE TEST-HIDX-REKORD
                           ADD 1 TO HIDX-ANTAL
                   END-READ
               END-PERFORM
               CLOSE HIDX-FIL
                     TEST-HIDX-FIL
               ADD 1 TO FILER-KOPIERET
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "opg15-historik-idx.txt kopieret: " DELIMITED BY SIZE
                   HIDX-ANTAL                          DELIMITED BY SIZE
                   " raekker"                          DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
           END-IF
           EXIT.

      * -------------------------------------------------
      *Copy one year's history archive and its control sidecar, when
      *there is an archive for the year
       KOPIER-ARKIV.
           MOVE SPACES TO WS-FILNAVN
           STRING
               "HISTARKIV_"     DELIMITED BY SIZE
               WS-ARKIV-AAR     DELIMITED BY SIZE
               ".txt"           DELIMITED BY SIZE
               INTO WS-FILNAVN
           END-STRING
           PERFORM KOPIER-FIL
           MOVE SPACES TO WS-FILNAVN
           STRING
               "HISTARKIV_"       DELIMITED BY SIZE
               WS-ARKIV-AAR       DELIMITED BY SIZE
               "_KONTROL.txt"     DELIMITED BY SIZE
               INTO WS-FILNAVN
           END-STRING
           PERFORM KOPIER-FIL
           EXIT.

      * -------------------------------------------------
      *Copy the line-sequential file WS-FILNAVN as it stands into the
      *test directory. A file the site does not have is left out of
      *the test set too, and reported when MELD-MANGLENDE is set
       KOPIER-FIL.
           MOVE WS-FILNAVN TO WS-KILDE-FILNAVN
           PERFORM DAN-MAAL-FILNAVN
           MOVE 0 TO KOPI-ANTAL
           MOVE "N" TO EOF-KILDE
           OPEN INPUT KILDE-FIL
           IF KILDE-FIL-STATUS NOT = "00"
               IF KILDE-FIL-STATUS = "05"
                   CLOSE KILDE-FIL
               END-IF
               IF MELD-MANGLENDE
                   MOVE SPACES TO RAPPORT-TEXT
                   STRING
                       WS-FILNAVN               DELIMITED BY SPACE
                       " findes ikke - udeladt" DELIMITED BY SIZE
                       INTO RAPPORT-TEXT
                   END-STRING
                   WRITE RAPPORT-REKORD
               END-IF
           ELSE
               OPEN OUTPUT MAAL-FIL
               PERFORM UNTIL END-KILDE
                   READ KILDE-FIL
                       AT END
                           SET END-KILDE TO TRUE
                       NOT AT END
                           MOVE KILDE-TEXT TO MAAL-TEXT
                           WRITE MAAL-REKORD
                           ADD 1 TO KOPI-ANTAL
                   END-READ
               END-PERFORM
               CLOSE KILDE-FIL
                     MAAL-FIL
               ADD 1 TO FILER-KOPIERET
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   WS-FILNAVN      DELIMITED BY SPACE
                   " kopieret: "   DELIMITED BY SIZE
                   KOPI-ANTAL      DELIMITED BY SIZE
                   " raekker"      DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REKORD
           END-IF
           EXIT.

      * -------------------------------------------------
      *Work out MASK-HASH from the first MASK-LAENGDE bytes of
      *MASK-FELT - the same value always gives the same hash
       BEREGN-HASH.
           MOVE 0 TO MASK-HASH
           PERFORM VARYING MASK-IX FROM 1 BY 1
               UNTIL MASK-IX > MASK-LAENGDE
               MOVE MASK-FELT (MASK-IX:1) TO TEGN
               COMPUTE MASK-HASH = FUNCTION MOD(
                   MASK-HASH * 37 + TEGN-TAL + 1, MASK-MODULUS)
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Step MASK-HASH on and draw the next pseudo-random digit
       NAESTE-CIFFER.
           COMPUTE MASK-HASH = FUNCTION MOD(
               MASK-HASH * 7919 + 104729, MASK-MODULUS)
           COMPUTE MASK-CIFFER = FUNCTION MOD(MASK-HASH, 10)
           EXIT.

      * -------------------------------------------------
      *Replace every digit in MASK-FELT from position MASK-START up
      *to MASK-LAENGDE by a digit drawn from the hash of the whole
      *value; letters, spaces and punctuation keep their places, so
      *the format of the value is kept
       MASKER-CIFRE.
           PERFORM BEREGN-HASH
           PERFORM VARYING MASK-IX FROM MASK-START BY 1
               UNTIL MASK-IX > MASK-LAENGDE
               IF MASK-FELT (MASK-IX:1) IS NUMERIC
                   PERFORM NAESTE-CIFFER
                   MOVE MASK-CIFFER TO MASK-FELT (MASK-IX:1)
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Fake e-mail address - a fake first name and surname in lower
      *case and two digits, at a domain that cannot be delivered to
       DAN-FALSK-EMAIL.
           MOVE EMAIL OF KUNDEFIL-REKORD TO MASK-FELT
           MOVE 30 TO MASK-LAENGDE
           PERFORM BEREGN-HASH
           COMPUTE MASK-NR = FUNCTION MOD(MASK-HASH, 30) + 1
           DIVIDE MASK-HASH BY 30 GIVING MASK-KVOTIENT
           COMPUTE MASK-NR2 = FUNCTION MOD(MASK-KVOTIENT, 30) + 1
           DIVIDE MASK-HASH BY 900 GIVING MASK-KVOTIENT
           COMPUTE MASK-TAL = FUNCTION MOD(MASK-KVOTIENT, 100)
           MOVE SPACES TO MASK-RESULTAT
           STRING
               FALSK-FORNAVN (MASK-NR)     DELIMITED BY SPACE
               "."                         DELIMITED BY SIZE
               FALSK-EFTERNAVN (MASK-NR2)  DELIMITED BY SPACE
               MASK-TAL                    DELIMITED BY SIZE
               "@eksempel.dk"              DELIMITED BY SIZE
               INTO MASK-RESULTAT
           END-STRING
           INSPECT MASK-RESULTAT CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               TO "abcdefghijklmnopqrstuvwxyz"
           EXIT.

      * -------------------------------------------------
      *Fake CPR-nummer into WS-CPR - a day and month drawn from the
      *hash (day 1-28, so it is a date in any month), the real birth
      *year and century digit kept so the age and CPRALDER's reading
      *of it stay right, two drawn serial digits and the last digit
      *set so the number passes the modulus-11 check. When no check
      *digit can make it pass, the ninth digit is stepped on until
      *one can. A CPR-nummer that is not numeric is blanked
       DAN-FALSK-CPR.
           MOVE CPR-NUMMER OF KUNDEFIL-REKORD TO WS-CPR
           IF WS-CPR NOT NUMERIC
               MOVE SPACES TO WS-CPR
           ELSE
               MOVE WS-CPR TO MASK-FELT
               MOVE 10 TO MASK-LAENGDE
               PERFORM BEREGN-HASH
               COMPUTE WS-CPR-DAG = FUNCTION MOD(MASK-HASH, 28) + 1
               PERFORM NAESTE-CIFFER
               COMPUTE WS-CPR-MAANED = FUNCTION MOD(MASK-HASH, 12) + 1
               MOVE WS-CPR-DAG    TO WS-CPR (1:2)
               MOVE WS-CPR-MAANED TO WS-CPR (3:2)
               PERFORM NAESTE-CIFFER
               MOVE MASK-CIFFER TO WS-CPR (8:1)
               PERFORM NAESTE-CIFFER
               MOVE MASK-CIFFER TO WS-CPR (9:1)
               MOVE 10 TO WS-CPR-KONTROL
               PERFORM UNTIL WS-CPR-KONTROL < 10
                   MOVE 0 TO WS-CPR-SUM
                   PERFORM VARYING WS-CPR-IX FROM 1 BY 1
                       UNTIL WS-CPR-IX > 9
                       MOVE WS-CPR (WS-CPR-IX:1) TO WS-CPR-CIFFER-X
                       COMPUTE WS-CPR-SUM = WS-CPR-SUM
                           + WS-CPR-CIFFER
                               * WS-CPR-VAEGT (WS-CPR-IX)
                   END-PERFORM
                   COMPUTE WS-CPR-KONTROL = FUNCTION MOD(
                       11 - FUNCTION MOD(WS-CPR-SUM, 11), 11)
                   IF WS-CPR-KONTROL = 10
                       MOVE WS-CPR (9:1) TO WS-CPR-CIFFER-X
                       COMPUTE MASK-CIFFER = FUNCTION MOD(
                           WS-CPR-CIFFER + 1, 10)
                       MOVE MASK-CIFFER TO WS-CPR (9:1)
                   END-IF
               END-PERFORM
               MOVE WS-CPR-KONTROL TO MASK-CIFFER
               MOVE MASK-CIFFER TO WS-CPR (10:1)
           END-IF
           EXIT.

      * -------------------------------------------------
      *Fake IBAN on the test account - a Danish IBAN keeps "DK" and
      *the reg.nr, the ten account digits are drawn from the hash of
      *the real IBAN and the two check digits are worked out again
      *so the fake passes the mod-97 check. An IBAN of any other
      *form just has its digits after the country code replaced
       DAN-FALSK-IBAN.
           MOVE KONTO-IBAN OF KONTOFIL-REKORD TO MASK-FELT
           MOVE 18 TO MASK-LAENGDE
           IF MASK-FELT (1:2) = "DK" AND MASK-FELT (3:16) IS NUMERIC
               MOVE 9 TO MASK-START
               PERFORM MASKER-CIFRE
               MOVE SPACES TO WS-IBAN-STRENG
               STRING
                   MASK-FELT (5:14) DELIMITED BY SIZE
                   "132000"         DELIMITED BY SIZE
                   INTO WS-IBAN-STRENG
               END-STRING
               MOVE 0 TO WS-MOD97-REST
               PERFORM VARYING WS-MOD97-IX FROM 1 BY 1
                   UNTIL WS-MOD97-IX > 20
                   MOVE WS-IBAN-STRENG (WS-MOD97-IX:1)
                       TO WS-IBAN-CIFFER-X
                   COMPUTE WS-MOD97-REST = FUNCTION MOD(
                       WS-MOD97-REST * 10 + WS-IBAN-CIFFER, 97)
               END-PERFORM
               COMPUTE WS-IBAN-KONTROL = 98 - WS-MOD97-REST
               MOVE WS-IBAN-KONTROL TO MASK-FELT (3:2)
           ELSE
               MOVE 3 TO MASK-START
               PERFORM MASKER-CIFRE
           END-IF
           MOVE MASK-FELT (1:18) TO KONTO-IBAN OF TEST-KONTO-REKORD
           EXIT.

      * -------------------------------------------------
      *Run trailer
       SKRIV-TRAILER.
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Kunder: "               DELIMITED BY SIZE
               KUNDE-ANTAL              DELIMITED BY SIZE
               "  Konti: "              DELIMITED BY SIZE
               KONTO-ANTAL              DELIMITED BY SIZE
               "  Filer kopieret: "     DELIMITED BY SIZE
               FILER-KOPIERET           DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           DISPLAY "----------------------------------------"
           DISPLAY "Testkopi i: "      WS-MAPPE
           DISPLAY "Kunder maskeret: " KUNDE-ANTAL
           DISPLAY "Konti maskeret: "  KONTO-ANTAL
           DISPLAY "Filer kopieret: "  FILER-KOPIERET
           DISPLAY "----------------------------------------"
           EXIT.
