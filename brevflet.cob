      *Shared customer letter engine - merges one letter from its
      *template in Brevskabeloner.txt (keyed by letter code and
      *language) with the customer record and the caller's fields,
      *and routes the finished letter by the customer's
      *LEVERINGS-KODE the way KONTOUDTOG and RYKKERKOERSEL always
      *have: paper goes to the day's print stream behind an envelope
      *address block on a fresh page, e-mail and e-Boks to an
      *individual file per letter for the digital bundle. Every
      *letter is also copied to the day's letter archive and logged
      *per customer in Brevlog.txt. The language is the customer's
      *country - Danish at home, English abroad, and Danish when a
      *letter has no English wording. The templates are loaded once
      *per run; the dunning letters and the coming-of-age notice
      *have compiled-in Danish wording that stands in until the
      *template file carries its own.
      *Function "S" closes the letter files at the end of the run.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BREVFLET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind the template file - SELECT OPTIONAL, so a site without
      *one still writes the compiled-in letters
           SELECT OPTIONAL SKABELON-FIL ASSIGN TO "Brevskabeloner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKABELON-FIL-STATUS.
      *Bind the day's letter archive - every letter on every channel
           SELECT OPTIONAL ARKIV-FIL ASSIGN TO WS-ARKIV-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARKIV-FIL-STATUS.
      *Bind the day's paper print stream, one page per letter with
      *the envelope address block first
           SELECT OPTIONAL PRINT-FIL ASSIGN TO WS-PRINT-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FIL-STATUS.
      *Bind the digital channels' individual letter file - the name
      *is built per letter
           SELECT INDIVID-FIL ASSIGN TO WS-INDIVID-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL.
      *Bind the per-customer letter log - opened EXTEND so it
      *builds up across runs
           SELECT OPTIONAL LOG-FIL ASSIGN TO "Brevlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Template record layout
       FD  SKABELON-FIL.
       01  SKABELON-REKORD.
           COPY "BREVSKABELON.cpy".

      *Letter archive, print stream and individual letter layouts
       FD  ARKIV-FIL.
       01  ARKIV-REKORD.
           02  ARKIV-TEXT          PIC X(132).

       FD  PRINT-FIL.
       01  PRINT-REKORD.
           02  PRINT-TEXT          PIC X(132).

       FD  INDIVID-FIL.
       01  INDIVID-REKORD.
           02  INDIVID-TEXT        PIC X(132).

      *Letter log record layout
       FD  LOG-FIL.
       01  LOG-REKORD.
           COPY "BREVLOG.cpy".

       WORKING-STORAGE SECTION.

      *Today's date, stamped on the letters and the day's file names
       01  KOERSELS-DATO        PIC 9(8) VALUE 0.
       01  WS-ARKIV-FILNAVN     PIC X(40) VALUE SPACES.
       01  WS-PRINT-FILNAVN     PIC X(40) VALUE SPACES.
       01  WS-INDIVID-FILNAVN   PIC X(60) VALUE SPACES.

      *File status fields for the SELECT OPTIONAL files
       01  SKABELON-FIL-STATUS  PIC X(2) VALUE "00".
       01  ARKIV-FIL-STATUS     PIC X(2) VALUE "00".
       01  PRINT-FIL-STATUS     PIC X(2) VALUE "00".
       01  LOG-FIL-STATUS       PIC X(2) VALUE "00".

      *Set on the first call, when the templates are loaded and the
      *day's files opened - they stay open until function "S"
       01  FILER-AABNE-SW       PIC X VALUE "N".
           88  FILER-AABNE          VALUE "J".
       01  EOF-SKABELON         PIC X VALUE "N".
           88  END-SKABELON         VALUE "Y".

      *Every template line, loaded once per run
       01  SKB-TABEL.
           05  SKB-POST OCCURS 1000 TIMES INDEXED BY SKB-IX.
               10  SKB-KODE            PIC X(8).
               10  SKB-SPROG           PIC X(2).
               10  SKB-BETINGELSE      PIC X(1).
               10  SKB-TEKST           PIC X(100).
       01  SKB-ANTAL            PIC 9(4) VALUE 0.
       01  SKB-OVERLOEB-SW      PIC X VALUE "N".
           88  SKB-OVERLOEB         VALUE "J".

      *A compiled-in template line on its way into the table
       01  STD-KODE             PIC X(8) VALUE SPACES.
       01  STD-BETINGELSE       PIC X(1) VALUE SPACE.
       01  STD-TEKST            PIC X(100) VALUE SPACES.
       01  STD-FINDES-SW        PIC X VALUE "N".
           88  STD-FINDES           VALUE "J".

      *The letter in hand - its language, whether its template was
      *found, and the customer's formatted name and address
       01  BREV-SPROG           PIC X(2) VALUE SPACES.
       01  SKABELON-FUNDET-SW   PIC X VALUE "N".
           88  SKABELON-FUNDET      VALUE "J".
       01  FULDT-NAVN           PIC X(40) VALUE SPACES.
       01  ADR-LINJE            PIC X(40) VALUE SPACES.
       01  BY-LINJE             PIC X(40) VALUE SPACES.
       01  KANAL                PIC X(1) VALUE SPACE.

      *Merge work fields - the template line padded so a field name
      *near its end can be compared whole, the finished line, and
      *the value going in for the field found
       01  FLET-KILDE           PIC X(112) VALUE SPACES.
       01  FLET-LINJE           PIC X(132) VALUE SPACES.
       01  FLET-PTR             PIC 9(3) VALUE 1.
       01  TEGN-IX              PIC 9(3) VALUE 1.
       01  FELT-LGD             PIC 9(2) VALUE 0.
       01  FLET-VAERDI          PIC X(60) VALUE SPACES.
       01  FLET-FORAN           PIC 9(2) VALUE 0.
       01  WS-BELOB-EDIT        PIC -,---,---,--9.99.
       01  WS-DAGE-EDIT         PIC ZZZ9.

       LINKAGE SECTION.
      *The caller's letter request and its customer record
       01  LK-BREV.
           COPY "BREVDATA.cpy".
       01  LK-KUNDE.
           COPY "KUNDEOPL.cpy".

       PROCEDURE DIVISION USING LK-BREV LK-KUNDE.

       MAIN-PROCEDURE.
           IF BD-SLUT
               PERFORM LUK-FILER
               MOVE "OK" TO BD-SVAR
               GOBACK
           END-IF
           IF NOT FILER-AABNE
               PERFORM AABN-FILER
           END-IF

           PERFORM VAELG-SPROG
           IF NOT SKABELON-FUNDET
               MOVE "B1" TO BD-SVAR
               MOVE SPACE TO BD-KANAL
               MOVE SPACES TO BD-SPROG
               GOBACK
           END-IF

           PERFORM FORMAT-KUNDE
           PERFORM VAELG-KANAL
           PERFORM VARYING SKB-IX FROM 1 BY 1
               UNTIL SKB-IX > SKB-ANTAL
               IF SKB-KODE (SKB-IX) = BD-KODE
                   AND SKB-SPROG (SKB-IX) = BREV-SPROG
                   PERFORM SKRIV-SKABELON-LINJE
               END-IF
           END-PERFORM
           MOVE SPACES TO FLET-LINJE
           PERFORM SKRIV-LINJE
           PERFORM AFSLUT-KANAL
           PERFORM SKRIV-LOG

           MOVE "OK" TO BD-SVAR
           MOVE BREV-SPROG TO BD-SPROG
           GOBACK
           .

      * -------------------------------------------------
      *First call of the run: load the templates and open the day's
      *archive, print stream and the letter log for append
       AABN-FILER.
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
           PERFORM LAES-SKABELONER
           PERFORM TILFOEJ-STANDARDBREVE
           MOVE SPACES TO WS-ARKIV-FILNAVN
           STRING
               "BREVE_"      DELIMITED BY SIZE
               KOERSELS-DATO DELIMITED BY SIZE
               ".txt"        DELIMITED BY SIZE
               INTO WS-ARKIV-FILNAVN
           END-STRING
           MOVE SPACES TO WS-PRINT-FILNAVN
           STRING
               "BREVPRINT_"  DELIMITED BY SIZE
               KOERSELS-DATO DELIMITED BY SIZE
               ".txt"        DELIMITED BY SIZE
               INTO WS-PRINT-FILNAVN
           END-STRING
           OPEN EXTEND ARKIV-FIL
           IF ARKIV-FIL-STATUS = "35"
               OPEN OUTPUT ARKIV-FIL
               CLOSE ARKIV-FIL
               OPEN EXTEND ARKIV-FIL
           END-IF
           OPEN EXTEND PRINT-FIL
           IF PRINT-FIL-STATUS = "35"
               OPEN OUTPUT PRINT-FIL
               CLOSE PRINT-FIL
               OPEN EXTEND PRINT-FIL
           END-IF
           OPEN EXTEND LOG-FIL
           IF LOG-FIL-STATUS = "35"
               OPEN OUTPUT LOG-FIL
               CLOSE LOG-FIL
               OPEN EXTEND LOG-FIL
           END-IF
           SET FILER-AABNE TO TRUE
           EXIT.

      * -------------------------------------------------
      *End of the run - close the day's files, so the next call
      *opens them afresh
       LUK-FILER.
           IF FILER-AABNE
               CLOSE ARKIV-FIL
                     PRINT-FIL
                     LOG-FIL
               MOVE "N" TO FILER-AABNE-SW
           END-IF
           EXIT.

      * -------------------------------------------------
      *Load every template line in file order - the lines of one
      *letter are kept in the order the file gives them
       LAES-SKABELONER.
           MOVE 0 TO SKB-ANTAL
           MOVE "N" TO EOF-SKABELON
           OPEN INPUT SKABELON-FIL
           IF SKABELON-FIL-STATUS = "00"
               OR SKABELON-FIL-STATUS = "05"
               PERFORM UNTIL END-SKABELON
                   READ SKABELON-FIL
                       AT END
                           SET END-SKABELON TO TRUE
                       NOT AT END
                           IF SKAB-KODE NOT = SPACES
                               IF SKB-ANTAL < 1000
                                   ADD 1 TO SKB-ANTAL
                                   MOVE SKAB-KODE
                                       TO SKB-KODE (SKB-ANTAL)
                                   MOVE SKAB-SPROG
                                       TO SKB-SPROG (SKB-ANTAL)
                                   MOVE SKAB-BETINGELSE
                                       TO SKB-BETINGELSE (SKB-ANTAL)
                                   MOVE SKAB-TEKST
                                       TO SKB-TEKST (SKB-ANTAL)
                               ELSE
                                   SET SKB-OVERLOEB TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SKABELON-FIL
           END-IF
           IF SKB-OVERLOEB
               DISPLAY "BREVFLET: Brevskabeloner.txt er for stor til"
                       " tabellen - de sidste linjer mangler."
           END-IF
           EXIT.

      * -------------------------------------------------
      *The compiled-in Danish dunning letters - each stands in only
      *while the template file has no Danish wording of its own for
      *the code. <TEKST> is the step's heading, <BELOB> the
      *arrears, <BELOB2> and <BELOB3> the step's fee and the fees
      *to date, <KONTO2> the fee account and <DAGE> the days given.
       TILFOEJ-STANDARDBREVE.
           MOVE "RYKOVT" TO STD-KODE
           PERFORM TJEK-STANDARD
           IF NOT STD-FINDES
               PERFORM TILFOEJ-RYKKER-HOVED
               MOVE "Konto <KONTO> er overtrukket ud over den aftalte"
                   TO STD-TEKST
               PERFORM TILFOEJ-STANDARD-LINJE
               MOVE "kreditramme med:" TO STD-TEKST
               PERFORM TILFOEJ-STANDARD-LINJE
               PERFORM TILFOEJ-RYKKER-BELOEB
               MOVE "Vi beder dig bringe beloebet i orden inden"
                   TO STD-TEKST
               PERFORM TILFOEJ-STANDARD-LINJE
               MOVE "<DAGE> dage." TO STD-TEKST
               PERFORM TILFOEJ-STANDARD-LINJE
           END-IF
           MOVE "RYKLAAN" TO STD-KODE
           PERFORM TJEK-STANDARD
           IF NOT STD-FINDES
               PERFORM TILFOEJ-RYKKER-HOVED
               MOVE "Der er ubetalte ydelser paa laan <KONTO> for i"
                   TO STD-TEKST
               PERFORM TILFOEJ-STANDARD-LINJE
               MOVE "alt:" TO STD-TEKST
               PERFORM TILFOEJ-STANDARD-LINJE
               PERFORM TILFOEJ-RYKKER-BELOEB
               MOVE "Vi beder dig bringe beloebet i orden inden"
                   TO STD-TEKST
               PERFORM TILFOEJ-STANDARD-LINJE
               MOVE "<DAGE> dage." TO STD-TEKST
               PERFORM TILFOEJ-STANDARD-LINJE
           END-IF
           MOVE "RYKOVT3" TO STD-KODE
           PERFORM TJEK-STANDARD
           IF NOT STD-FINDES
               PERFORM TILFOEJ-RYKKER-HOVED
               MOVE "Konto <KONTO> er overtrukket ud over den aftalte"
                   TO STD-TEKST
               PERFORM TILFOEJ-STANDARD-LINJE
               MOVE "kreditramme med:" TO STD-TEKST
               PERFORM TILFOEJ-STANDARD-LINJE
               PERFORM TILFOEJ-RYKKER-BELOEB
               MOVE "Er beloebet ikke betalt inden <DAGE> dage,"
                   TO STD-TEKST
               PERFORM TILFOEJ-STANDARD-LINJE
               MOVE "overdrages sagen til inkasso." TO STD-TEKST
               PERFORM TILFOEJ-STANDARD-LINJE
           END-IF
           MOVE "RYKLAAN3" TO STD-KODE
           PERFORM TJEK-STANDARD
           IF NOT STD-FINDES
               PERFORM TILFOEJ-RYKKER-HOVED
               MOVE "Der er ubetalte ydelser paa laan <KONTO> for i"
                   TO STD-TEKST
               PERFORM TILFOEJ-STANDARD-LINJE
               MOVE "alt:" TO STD-TEKST
               PERFORM TILFOEJ-STANDARD-LINJE
               PERFORM TILFOEJ-RYKKER-BELOEB
               MOVE "Er beloebet ikke betalt inden <DAGE> dage,"
                   TO STD-TEKST
               PERFORM TILFOEJ-STANDARD-LINJE
               MOVE "overdrages sagen til inkasso." TO STD-TEKST
               PERFORM TILFOEJ-STANDARD-LINJE
           END-IF
           MOVE "MYNDIG" TO STD-KODE
           PERFORM TJEK-STANDARD
           IF NOT STD-FINDES
               MOVE "Du er nu myndig   Dato: <DATO>" TO STD-TEKST
               PERFORM TILFOEJ-STANDARD-LINJE
               MOVE "Kunde-ID: <KUNDE-ID> | Navn: <NAVN>" TO STD-TEKST
               PERFORM TILFOEJ-STANDARD-LINJE
               MOVE SPACES TO STD-TEKST
               PERFORM TILFOEJ-STANDARD-LINJE
               MOVE "Tillykke med de 18 aar. Fra i dag raader du selv"
                   TO STD-TEKST
               PERFORM TILFOEJ-STANDARD-LINJE
               MOVE "over dine konti hos os, og de fuldmagter dine"
                   TO STD-TEKST
               PERFORM TILFOEJ-STANDARD-LINJE
               MOVE "vaerger havde til dem er ophoert." TO STD-TEKST
               PERFORM TILFOEJ-STANDARD-LINJE
               MOVE "Dine ungdomskonti flyttes over paa vores"
                   TO STD-TEKST
               PERFORM TILFOEJ-STANDARD-LINJE
               MOVE "almindelige kontoprodukter." TO STD-TEKST
               PERFORM TILFOEJ-STANDARD-LINJE
               MOVE "Vil du give andre fuldmagt, saa kontakt os."
                   TO STD-TEKST
               PERFORM TILFOEJ-STANDARD-LINJE
               MOVE SPACES TO STD-TEKST
               PERFORM TILFOEJ-STANDARD-LINJE
           END-IF
           EXIT.

      * -------------------------------------------------
      *Whether the template file already words STD-KODE in Danish
       TJEK-STANDARD.
           MOVE "N" TO STD-FINDES-SW
           PERFORM VARYING SKB-IX FROM 1 BY 1
               UNTIL SKB-IX > SKB-ANTAL
               IF SKB-KODE (SKB-IX) = STD-KODE
                   AND SKB-SPROG (SKB-IX) = "DA"
                   SET STD-FINDES TO TRUE
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *The dunning letters' common heading lines
       TILFOEJ-RYKKER-HOVED.
           MOVE "<TEKST>   Dato: <DATO>" TO STD-TEKST
           PERFORM TILFOEJ-STANDARD-LINJE
           MOVE "Kunde-ID: <KUNDE-ID> | Navn: <NAVN>" TO STD-TEKST
           PERFORM TILFOEJ-STANDARD-LINJE
           MOVE SPACES TO STD-TEKST
           PERFORM TILFOEJ-STANDARD-LINJE
           EXIT.

      * -------------------------------------------------
      *The dunning letters' amount lines - the fee lines only when
      *a fee was charged
       TILFOEJ-RYKKER-BELOEB.
           MOVE "  Restance:          <BELOB>" TO STD-TEKST
           PERFORM TILFOEJ-STANDARD-LINJE
           MOVE "2" TO STD-BETINGELSE
           MOVE "  Rykkergebyr:       <BELOB2>  trukket paa konto"
               TO STD-TEKST
           MOVE " <KONTO2>" TO STD-TEKST (49:)
           PERFORM TILFOEJ-STANDARD-LINJE
           MOVE "2" TO STD-BETINGELSE
           MOVE "  Gebyrer i alt:     <BELOB3>" TO STD-TEKST
           PERFORM TILFOEJ-STANDARD-LINJE
           MOVE SPACES TO STD-TEKST
           PERFORM TILFOEJ-STANDARD-LINJE
           EXIT.

      * -------------------------------------------------
      *Add one compiled-in line to the table
       TILFOEJ-STANDARD-LINJE.
           IF SKB-ANTAL < 1000
               ADD 1 TO SKB-ANTAL
               MOVE STD-KODE       TO SKB-KODE (SKB-ANTAL)
               MOVE "DA"           TO SKB-SPROG (SKB-ANTAL)
               MOVE STD-BETINGELSE TO SKB-BETINGELSE (SKB-ANTAL)
               MOVE STD-TEKST      TO SKB-TEKST (SKB-ANTAL)
           END-IF
           MOVE SPACE TO STD-BETINGELSE
           EXIT.

      * -------------------------------------------------
      *The customer's language by country - Danish at home (and on
      *rows with no country), English abroad - falling back to
      *Danish when the letter has no wording in English
       VAELG-SPROG.
           IF LANDE-KODE OF LK-KUNDE = SPACES
               OR LANDE-KODE OF LK-KUNDE = "DK"
               MOVE "DA" TO BREV-SPROG
           ELSE
               MOVE "EN" TO BREV-SPROG
           END-IF
           PERFORM FIND-SKABELON
           IF NOT SKABELON-FUNDET AND BREV-SPROG NOT = "DA"
               MOVE "DA" TO BREV-SPROG
               PERFORM FIND-SKABELON
           END-IF
           EXIT.

      * -------------------------------------------------
      *Whether the letter code has any line in BREV-SPROG
       FIND-SKABELON.
           MOVE "N" TO SKABELON-FUNDET-SW
           PERFORM VARYING SKB-IX FROM 1 BY 1
               UNTIL SKB-IX > SKB-ANTAL
               IF SKB-KODE (SKB-IX) = BD-KODE
                   AND SKB-SPROG (SKB-IX) = BREV-SPROG
                   SET SKABELON-FUNDET TO TRUE
               END-IF
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Format the customer's name and address lines the way
      *KONTOUDTOG does
       FORMAT-KUNDE.
           MOVE SPACES TO FULDT-NAVN
                          ADR-LINJE
                          BY-LINJE
           CALL "KUNDENAVN" USING LK-KUNDE FULDT-NAVN
           STRING
               VEJNAVN OF ADDRESSE OF LK-KUNDE DELIMITED BY SPACE
               " "                          DELIMITED BY SIZE
               HUSNR   OF ADDRESSE OF LK-KUNDE DELIMITED BY SPACE
               " "                          DELIMITED BY SIZE
               ETAGE   OF ADDRESSE OF LK-KUNDE DELIMITED BY SPACE
               " "                          DELIMITED BY SIZE
               SIDE    OF ADDRESSE OF LK-KUNDE DELIMITED BY SPACE
               INTO ADR-LINJE
           END-STRING
           STRING
               POSTNR     OF ADDRESSE OF LK-KUNDE DELIMITED BY SIZE
               " "                            DELIMITED BY SIZE
               BY-X       OF ADDRESSE OF LK-KUNDE DELIMITED BY SPACE
               " "                            DELIMITED BY SIZE
               LANDE-KODE OF ADDRESSE OF LK-KUNDE DELIMITED BY SPACE
               INTO BY-LINJE
           END-STRING
           EXIT.

      * -------------------------------------------------
      *Pick the letter's channel from the customer's delivery
      *preference - blank (rows from before the field existed) goes
      *on paper; a customer the caller could not find (no name and
      *no address) goes to the archive only
       VAELG-KANAL.
           EVALUATE TRUE
               WHEN FULDT-NAVN = SPACES
                   AND ADDRESSE OF LK-KUNDE = SPACES
                   MOVE SPACE TO KANAL
               WHEN LEVERING-EBOKS OF LK-KUNDE
                   MOVE "D" TO KANAL
               WHEN LEVERING-EMAIL OF LK-KUNDE
                   MOVE "E" TO KANAL
               WHEN OTHER
                   MOVE "P" TO KANAL
           END-EVALUATE
           MOVE SPACES TO WS-INDIVID-FILNAVN
           EVALUATE KANAL
               WHEN "D"
               WHEN "E"
                   STRING
                       "BREV_"              DELIMITED BY SIZE
                       KOERSELS-DATO        DELIMITED BY SIZE
                       "_"                  DELIMITED BY SIZE
                       KUNDE-ID OF LK-KUNDE DELIMITED BY SPACE
                       "_"                  DELIMITED BY SIZE
                       BD-KODE              DELIMITED BY SPACE
                       INTO WS-INDIVID-FILNAVN
                   END-STRING
                   IF BD-KONTO-ID NOT = SPACES
                       STRING
                           WS-INDIVID-FILNAVN DELIMITED BY SPACE
                           "_"                DELIMITED BY SIZE
                           BD-KONTO-ID        DELIMITED BY SPACE
                           INTO WS-INDIVID-FILNAVN
                       END-STRING
                   END-IF
                   STRING
                       WS-INDIVID-FILNAVN DELIMITED BY SPACE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-INDIVID-FILNAVN
                   END-STRING
                   OPEN OUTPUT INDIVID-FIL
               WHEN "P"
                   MOVE WS-PRINT-FILNAVN TO WS-INDIVID-FILNAVN
                   PERFORM SKRIV-KUVERT-BLOK
           END-EVALUATE
           MOVE KANAL TO BD-KANAL
           EXIT.

      * -------------------------------------------------
      *Start the paper letter on a fresh page with the envelope
      *address block the enveloping machine reads through the window
       SKRIV-KUVERT-BLOK.
           MOVE SPACES TO PRINT-TEXT
           WRITE PRINT-REKORD AFTER ADVANCING PAGE
           MOVE FULDT-NAVN TO PRINT-TEXT
           WRITE PRINT-REKORD
           MOVE ADR-LINJE TO PRINT-TEXT
           WRITE PRINT-REKORD
           MOVE BY-LINJE TO PRINT-TEXT
           WRITE PRINT-REKORD
           MOVE SPACES TO PRINT-TEXT
           WRITE PRINT-REKORD
           EXIT.

      * -------------------------------------------------
      *Merge and write one template line - a conditional line only
      *when its amount is there
       SKRIV-SKABELON-LINJE.
           IF (SKB-BETINGELSE (SKB-IX) = "2" AND BD-BELOB2 = 0)
               OR (SKB-BETINGELSE (SKB-IX) = "3" AND BD-BELOB3 = 0)
               CONTINUE
           ELSE
               PERFORM FLET-LINJE-UD
           END-IF
           EXIT.

      * -------------------------------------------------
      *Substitute the merge fields in the template line and write it
       FLET-LINJE-UD.
           MOVE SKB-TEKST (SKB-IX) TO FLET-KILDE
           MOVE SPACES TO FLET-LINJE
           MOVE 1 TO FLET-PTR
           MOVE 1 TO TEGN-IX
           PERFORM UNTIL TEGN-IX > 100
               MOVE 0 TO FELT-LGD
               IF FLET-KILDE (TEGN-IX:1) = "<"
                   PERFORM FIND-FLETTEFELT
               END-IF
               IF FELT-LGD > 0
                   MOVE 0 TO FLET-FORAN
                   INSPECT FLET-VAERDI
                       TALLYING FLET-FORAN FOR LEADING SPACES
                   IF FLET-FORAN < 60
                       STRING
                           FLET-VAERDI (FLET-FORAN + 1:)
                               DELIMITED BY "  "
                           INTO FLET-LINJE
                           WITH POINTER FLET-PTR
                           ON OVERFLOW
                               CONTINUE
                       END-STRING
                   END-IF
                   ADD FELT-LGD TO TEGN-IX
               ELSE
                   STRING
                       FLET-KILDE (TEGN-IX:1) DELIMITED BY SIZE
                       INTO FLET-LINJE
                       WITH POINTER FLET-PTR
                       ON OVERFLOW
                           CONTINUE
                   END-STRING
                   ADD 1 TO TEGN-IX
               END-IF
           END-PERFORM
           PERFORM SKRIV-LINJE
           EXIT.

      * -------------------------------------------------
      *Recognize the merge field starting at TEGN-IX and pick up its
      *value. Leaves the field's length in FELT-LGD, zero when the
      *"<" starts no known field and is plain text.
       FIND-FLETTEFELT.
           MOVE SPACES TO FLET-VAERDI
           EVALUATE TRUE
               WHEN FLET-KILDE (TEGN-IX:6) = "<NAVN>"
                   MOVE 6 TO FELT-LGD
                   MOVE FULDT-NAVN TO FLET-VAERDI
               WHEN FLET-KILDE (TEGN-IX:9) = "<ADRESSE>"
                   MOVE 9 TO FELT-LGD
                   MOVE ADR-LINJE TO FLET-VAERDI
               WHEN FLET-KILDE (TEGN-IX:4) = "<BY>"
                   MOVE 4 TO FELT-LGD
                   MOVE BY-LINJE TO FLET-VAERDI
               WHEN FLET-KILDE (TEGN-IX:10) = "<KUNDE-ID>"
                   MOVE 10 TO FELT-LGD
                   MOVE KUNDE-ID OF LK-KUNDE TO FLET-VAERDI
               WHEN FLET-KILDE (TEGN-IX:7) = "<KONTO>"
                   MOVE 7 TO FELT-LGD
                   MOVE BD-KONTO-ID TO FLET-VAERDI
               WHEN FLET-KILDE (TEGN-IX:8) = "<KONTO2>"
                   MOVE 8 TO FELT-LGD
                   MOVE BD-KONTO2 TO FLET-VAERDI
               WHEN FLET-KILDE (TEGN-IX:7) = "<BELOB>"
                   MOVE 7 TO FELT-LGD
                   MOVE BD-BELOB TO WS-BELOB-EDIT
                   MOVE WS-BELOB-EDIT TO FLET-VAERDI
               WHEN FLET-KILDE (TEGN-IX:8) = "<BELOB2>"
                   MOVE 8 TO FELT-LGD
                   MOVE BD-BELOB2 TO WS-BELOB-EDIT
                   MOVE WS-BELOB-EDIT TO FLET-VAERDI
               WHEN FLET-KILDE (TEGN-IX:8) = "<BELOB3>"
                   MOVE 8 TO FELT-LGD
                   MOVE BD-BELOB3 TO WS-BELOB-EDIT
                   MOVE WS-BELOB-EDIT TO FLET-VAERDI
               WHEN FLET-KILDE (TEGN-IX:6) = "<DAGE>"
                   MOVE 6 TO FELT-LGD
                   MOVE BD-DAGE TO WS-DAGE-EDIT
                   MOVE WS-DAGE-EDIT TO FLET-VAERDI
               WHEN FLET-KILDE (TEGN-IX:6) = "<DATO>"
                   MOVE 6 TO FELT-LGD
                   MOVE KOERSELS-DATO TO FLET-VAERDI
               WHEN FLET-KILDE (TEGN-IX:7) = "<TEKST>"
                   MOVE 7 TO FELT-LGD
                   MOVE BD-TEKST TO FLET-VAERDI
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *Write one finished line: always to the archive, and alongside
      *it to the letter's channel
       SKRIV-LINJE.
           MOVE FLET-LINJE TO ARKIV-TEXT
           WRITE ARKIV-REKORD
           EVALUATE KANAL
               WHEN "P"
                   MOVE FLET-LINJE TO PRINT-TEXT
                   WRITE PRINT-REKORD
               WHEN "D"
               WHEN "E"
                   MOVE FLET-LINJE TO INDIVID-TEXT
                   WRITE INDIVID-REKORD
           END-EVALUATE
           EXIT.

      * -------------------------------------------------
      *Close the letter's channel again
       AFSLUT-KANAL.
           IF KANAL = "D" OR KANAL = "E"
               CLOSE INDIVID-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Log the letter against its customer
       SKRIV-LOG.
           MOVE KOERSELS-DATO        TO BL-DATO
           MOVE KUNDE-ID OF LK-KUNDE TO BL-KUNDE-ID
           MOVE BD-KODE              TO BL-KODE
           MOVE BREV-SPROG           TO BL-SPROG
           MOVE KANAL                TO BL-KANAL
           MOVE BD-PROGRAM           TO BL-PROGRAM
           MOVE BD-KONTO-ID          TO BL-KONTO-ID
           MOVE BD-BELOB             TO BL-BELOB
           IF KANAL = SPACE
               MOVE WS-ARKIV-FILNAVN TO BL-FILNAVN
           ELSE
               MOVE WS-INDIVID-FILNAVN TO BL-FILNAVN
           END-IF
           WRITE LOG-REKORD
           EXIT.
