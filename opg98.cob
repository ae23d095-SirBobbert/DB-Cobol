      *Payee history - rebuilds Modtagerhistorik.txt, the register of
      *who each customer has paid before, that NETBANKORDRER holds a
      *transfer order to a first-time payee against. Two sources
      *feed it: the debit leg of every OVERF in OPG15's running
      *history names the paying account and the account it paid,
      *and every SEPA file IBANEKSPORT has handed to the
      *correspondent (found through the transmission register)
      *names the ordering IBAN and the beneficiary's IBAN. The
      *paying side is traced back to its owner through the account
      *master. Payees a customer has confirmed on a held netbank
      *order are carried over from the old register as they stand,
      *so a confirmation is never lost to the rebuild. DAGSKORSEL
      *runs it every night once the day's postings have applied.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODTAGERHISTORIK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bind the payee register - read for the confirmed payees and
      *rewritten in full at the end. SELECT OPTIONAL so the first
      *run builds it from nothing
           SELECT OPTIONAL MH-FIL ASSIGN TO "Modtagerhistorik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MH-FIL-STATUS.
      *Bind OPG15's running text history - the OVERF legs with their
      *counterpart accounts. SELECT OPTIONAL so a site where
      *KONTOPOSTERING has not run yet builds from SEPA alone
           SELECT OPTIONAL HISTORIK-FIL ASSIGN TO "opg15-historik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIK-FIL-STATUS.
      *Bind the transmission register FORSENDELSE keeps - names the
      *SEPA files that went out
           SELECT OPTIONAL FSR-FIL
               ASSIGN TO "Forsendelsesregister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSR-FIL-STATUS.
      *Bind one outgoing SEPA file at a time, by the name the
      *transmission register gives
           SELECT OPTIONAL SEPA-FIL ASSIGN TO WS-SEPA-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEPA-FIL-STATUS.
      *Bind account master - read by key for the owner of an OVERF's
      *paying account, and swept once for the IBANs OPG26 stored
           SELECT KONTOFIL ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOFIL-REKORD
               ALTERNATE RECORD KEY IS KUNDE-ID OF KONTOFIL-REKORD
                   WITH DUPLICATES.
      *Bind the rebuild report
           SELECT RAPPORT-FIL ASSIGN TO "opg98-modtager-rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Payee register record layout
       FD  MH-FIL.
       01  MH-REKORD.
           COPY "MODTAGERHISTORIK.cpy".

      *Text history record layout - must match what OPG15 writes
       FD  HISTORIK-FIL.
       01  HISTORIK-REKORD.
           02  HISTORIK-TEXT       PIC X(160).

      *Transmission record layout - must match what FORSENDELSE
      *writes
       FD  FSR-FIL.
       01  FSR-REKORD.
           02  FSR-DATO            PIC 9(8).
           02  FSR-PROGRAM         PIC X(8).
           02  FSR-FILNAVN         PIC X(40).
           02  FSR-ANTAL           PIC 9(7).
           02  FSR-SUM             PIC S9(13)V99.
           02  FSR-STATUS          PIC X(10).

      *Outgoing SEPA line layout - delimited, as IBANEKSPORT writes
      *it
       FD  SEPA-FIL.
       01  SEPA-REKORD.
           02  SEPA-TEXT           PIC X(260).

      *Account master record layout
       FD  KONTOFIL.
       01  KONTOFIL-REKORD.
           COPY "KONTOOPL.cpy".

      *Rebuild report record layout
       FD  RAPPORT-FIL.
       01  RAPPORT-REKORD.
           02  RAPPORT-TEXT        PIC X(100).

       WORKING-STORAGE SECTION.

      *Today's date, for the report heading
       01  KOERSELS-DATO        PIC 9(8) VALUE 0.

      *File status fields for the SELECT OPTIONAL files
       01  MH-FIL-STATUS        PIC X(2) VALUE "00".
       01  HISTORIK-FIL-STATUS  PIC X(2) VALUE "00".
       01  FSR-FIL-STATUS       PIC X(2) VALUE "00".
       01  SEPA-FIL-STATUS      PIC X(2) VALUE "00".
       01  WS-SEPA-FILNAVN      PIC X(40) VALUE SPACES.

      *The rebuilt register, one row per customer and payee
       01  MODTAGER-TABEL.
           05  MODTAGER-POST OCCURS 20000 TIMES INDEXED BY MDT-IX.
               10  MDT-KUNDE-ID        PIC X(10).
               10  MDT-MODTAGER        PIC X(34).
               10  MDT-KILDE           PIC X(1).
               10  MDT-FOERSTE-DATO    PIC 9(8).
               10  MDT-SIDSTE-DATO     PIC 9(8).
       01  MODTAGER-ANTAL       PIC 9(5) VALUE 0.
      *Set when the payees outgrew the table - the old register is
      *then left standing rather than rewritten short
       01  MODTAGER-OVERLOEB-SW PIC X VALUE "N".
           88  MODTAGER-OVERLOEB    VALUE "Y".

      *The accounts carrying a stored IBAN, with their owners - the
      *ordering side of a SEPA line is traced back through it
       01  IBAN-TABEL.
           05  IBAN-TABEL-POST OCCURS 20000 TIMES INDEXED BY IBAN-IX.
               10  IT-IBAN             PIC X(18).
               10  IT-KUNDE-ID         PIC X(10).
       01  IBAN-ANTAL           PIC 9(5) VALUE 0.

      *The payee in hand, ready to be merged into the table
       01  NY-KUNDE-ID          PIC X(10) VALUE SPACES.
       01  NY-MODTAGER          PIC X(34) VALUE SPACES.
       01  NY-KILDE             PIC X(1) VALUE SPACE.
       01  NY-DATO              PIC 9(8) VALUE 0.
       01  FUNDET-SW            PIC X VALUE "N".
           88  MODTAGER-FUNDET      VALUE "Y".

      *The pieces of a history line and a SEPA line
       01  HIST-DATO-X          PIC X(8) VALUE SPACES.
       01  HIST-KONTO-ID        PIC X(10) VALUE SPACES.
       01  HIST-FORAN           PIC X(160) VALUE SPACES.
       01  HIST-MODKONTO        PIC X(40) VALUE SPACES.
       01  SEPA-FELTER.
           05  SF-TYPE             PIC X(1).
           05  SF-ORDRE-IBAN       PIC X(34).
           05  SF-NAVN             PIC X(70).
           05  SF-ADRESSE          PIC X(70).
           05  SF-BY               PIC X(70).
           05  SF-MODTAGER-IBAN    PIC X(34).

      *End-of-file flags
       01  EOF-MH               PIC X VALUE "N".
           88  END-MH               VALUE "Y".
       01  EOF-HIST             PIC X VALUE "N".
           88  END-HIST             VALUE "Y".
       01  EOF-FSR              PIC X VALUE "N".
           88  END-FSR              VALUE "Y".
       01  EOF-SEPA             PIC X VALUE "N".
           88  END-SEPA             VALUE "Y".
       01  EOF-KONTI            PIC X VALUE "N".
           88  END-KONTI            VALUE "Y".

      *Control totals for the report trailer
       01  BEKRAEFTET-ANTAL     PIC 9(7) VALUE 0.
       01  OVERF-ANTAL          PIC 9(7) VALUE 0.
       01  SEPA-ANTAL           PIC 9(7) VALUE 0.
       01  SEPA-FILER-ANTAL     PIC 9(5) VALUE 0.

      *Parameter fields for the shared run-count subprogram
       01  KT-PROGRAM           PIC X(8) VALUE "OPG98".
       01  KT-ANTAL             PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD

      *The confirmed payees first, exactly as they stand
           PERFORM LAES-BEKRAEFTEDE

           OPEN INPUT KONTOFIL
           PERFORM BYG-IBAN-TABEL
           PERFORM LAES-OVERF-HISTORIK
           PERFORM LAES-SEPA-FILER
           CLOSE KONTOFIL

           IF MODTAGER-OVERLOEB
               DISPLAY "OPG98: modtagerhistorikken er for stor til"
                       " tabellen, registret skrives ikke om."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM SKRIV-REGISTER
           PERFORM SKRIV-RAPPORT
      *Leave this run's headline count for OPG28's run report
           MOVE MODTAGER-ANTAL TO KT-ANTAL
           CALL "KOERSELSTAL" USING KT-PROGRAM KT-ANTAL
           STOP RUN.

      * -------------------------------------------------
      *Carry the payees customers have confirmed over from the old
      *register - the rows the history cannot give back
       LAES-BEKRAEFTEDE.
           MOVE 0 TO MODTAGER-ANTAL
           MOVE "N" TO EOF-MH
           OPEN INPUT MH-FIL
           IF MH-FIL-STATUS = "00" OR MH-FIL-STATUS = "05"
               PERFORM UNTIL END-MH
                   READ MH-FIL
                       AT END
                           SET END-MH TO TRUE
                       NOT AT END
                           IF MH-BEKRAEFTET
                               MOVE MH-KUNDE-ID     TO NY-KUNDE-ID
                               MOVE MH-MODTAGER     TO NY-MODTAGER
                               MOVE MH-KILDE        TO NY-KILDE
                               MOVE MH-FOERSTE-DATO TO NY-DATO
                               PERFORM GEM-MODTAGER
                               IF MH-SIDSTE-DATO IS NUMERIC
                                   AND MH-SIDSTE-DATO
                                       > MDT-SIDSTE-DATO (MDT-IX)
                                   MOVE MH-SIDSTE-DATO
                                       TO MDT-SIDSTE-DATO (MDT-IX)
                               END-IF
                               ADD 1 TO BEKRAEFTET-ANTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MH-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Sweep the account master once for the IBANs OPG26 has stored
      *and the customers owning them
       BYG-IBAN-TABEL.
           MOVE 0 TO IBAN-ANTAL
           MOVE "N" TO EOF-KONTI
           PERFORM UNTIL END-KONTI
               READ KONTOFIL NEXT RECORD
                   AT END
                       SET END-KONTI TO TRUE
                   NOT AT END
                       IF KONTO-IBAN OF KONTOFIL-REKORD NOT = SPACES
                           AND IBAN-ANTAL < 20000
                           ADD 1 TO IBAN-ANTAL
                           MOVE KONTO-IBAN OF KONTOFIL-REKORD
                               TO IT-IBAN (IBAN-ANTAL)
                           MOVE KUNDE-ID OF KONTOFIL-REKORD
                               TO IT-KUNDE-ID (IBAN-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

      * -------------------------------------------------
      *Pick every OVERF debit leg out of the text history - the leg
      *on the paying account names the account that was paid
       LAES-OVERF-HISTORIK.
           MOVE "N" TO EOF-HIST
           OPEN INPUT HISTORIK-FIL
           IF HISTORIK-FIL-STATUS = "00"
               OR HISTORIK-FIL-STATUS = "05"
               PERFORM UNTIL END-HIST
                   READ HISTORIK-FIL
                       AT END
                           SET END-HIST TO TRUE
                       NOT AT END
                           IF HISTORIK-TEXT (1:6) = "DATO: "
                               AND HISTORIK-TEXT (36:13)
                                   = " TYPE: DEBIT "
                               PERFORM BEHANDL-OVERF-LINJE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIK-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Split one debit leg into the day, the paying account and the
      *counterpart, and record the payee against the account's owner
       BEHANDL-OVERF-LINJE.
           MOVE HISTORIK-TEXT (7:8)   TO HIST-DATO-X
           MOVE HISTORIK-TEXT (26:10) TO HIST-KONTO-ID
           MOVE SPACES TO HIST-FORAN HIST-MODKONTO
           UNSTRING HISTORIK-TEXT
               DELIMITED BY " OVERF MODKONTO: "
               INTO HIST-FORAN HIST-MODKONTO
           END-UNSTRING
           IF HIST-MODKONTO (1:10) NOT = SPACES
               MOVE HIST-KONTO-ID TO KONTO-ID OF KONTOFIL-REKORD
               READ KONTOFIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE KUNDE-ID OF KONTOFIL-REKORD
                           TO NY-KUNDE-ID
                       MOVE HIST-MODKONTO (1:10) TO NY-MODTAGER
                       MOVE "O" TO NY-KILDE
                       MOVE 0 TO NY-DATO
                       IF HIST-DATO-X IS NUMERIC
                           MOVE HIST-DATO-X TO NY-DATO
                       END-IF
                       PERFORM GEM-MODTAGER
                       ADD 1 TO OVERF-ANTAL
               END-READ
           END-IF
           EXIT.

      * -------------------------------------------------
      *Work every SEPA file the transmission register says went out
       LAES-SEPA-FILER.
           MOVE "N" TO EOF-FSR
           OPEN INPUT FSR-FIL
           IF FSR-FIL-STATUS = "00" OR FSR-FIL-STATUS = "05"
               PERFORM UNTIL END-FSR
                   READ FSR-FIL
                       AT END
                           SET END-FSR TO TRUE
                       NOT AT END
                           IF FSR-FILNAVN (1:16)
                               = "sepa-betalinger_"
                               PERFORM LAES-SEPA-FIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FSR-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Record the beneficiary of every payment line in one SEPA file
      *against the customer owning the ordering IBAN
       LAES-SEPA-FIL.
           MOVE FSR-FILNAVN TO WS-SEPA-FILNAVN
           MOVE "N" TO EOF-SEPA
           OPEN INPUT SEPA-FIL
           IF SEPA-FIL-STATUS = "00"
               ADD 1 TO SEPA-FILER-ANTAL
               PERFORM UNTIL END-SEPA
                   READ SEPA-FIL
                       AT END
                           SET END-SEPA TO TRUE
                       NOT AT END
                           IF SEPA-TEXT (1:2) = "D;"
                               PERFORM BEHANDL-SEPA-LINJE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF SEPA-FIL-STATUS = "00" OR SEPA-FIL-STATUS = "05"
               CLOSE SEPA-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Split one payment line and trace its ordering IBAN back to
      *the account's owner
       BEHANDL-SEPA-LINJE.
           MOVE SPACES TO SEPA-FELTER
           UNSTRING SEPA-TEXT DELIMITED BY ";"
               INTO SF-TYPE SF-ORDRE-IBAN SF-NAVN SF-ADRESSE SF-BY
                    SF-MODTAGER-IBAN
           END-UNSTRING
           IF SF-MODTAGER-IBAN NOT = SPACES
               PERFORM VARYING IBAN-IX FROM 1 BY 1
                   UNTIL IBAN-IX > IBAN-ANTAL
                   IF IT-IBAN (IBAN-IX) = SF-ORDRE-IBAN
                       MOVE IT-KUNDE-ID (IBAN-IX) TO NY-KUNDE-ID
                       MOVE SF-MODTAGER-IBAN TO NY-MODTAGER
                       MOVE "S" TO NY-KILDE
                       MOVE FSR-DATO TO NY-DATO
                       PERFORM GEM-MODTAGER
                       ADD 1 TO SEPA-ANTAL
                       SET IBAN-IX TO IBAN-ANTAL
                   END-IF
               END-PERFORM
           END-IF
           EXIT.

      * -------------------------------------------------
      *Merge the payee in hand into the table - a payee already
      *there only has its first and last day widened. Leaves the
      *row's index in MDT-IX
       GEM-MODTAGER.
           MOVE "N" TO FUNDET-SW
           PERFORM VARYING MDT-IX FROM 1 BY 1
               UNTIL MDT-IX > MODTAGER-ANTAL OR MODTAGER-FUNDET
               IF MDT-KUNDE-ID (MDT-IX) = NY-KUNDE-ID
                   AND MDT-MODTAGER (MDT-IX) = NY-MODTAGER
                   SET MODTAGER-FUNDET TO TRUE
               END-IF
           END-PERFORM
           IF MODTAGER-FUNDET
               SET MDT-IX DOWN BY 1
               IF NY-DATO > 0
                   AND (MDT-FOERSTE-DATO (MDT-IX) = 0
                        OR NY-DATO < MDT-FOERSTE-DATO (MDT-IX))
                   MOVE NY-DATO TO MDT-FOERSTE-DATO (MDT-IX)
               END-IF
               IF NY-DATO > MDT-SIDSTE-DATO (MDT-IX)
                   MOVE NY-DATO TO MDT-SIDSTE-DATO (MDT-IX)
               END-IF
           ELSE
               IF MODTAGER-ANTAL < 20000
                   ADD 1 TO MODTAGER-ANTAL
                   SET MDT-IX TO MODTAGER-ANTAL
                   MOVE NY-KUNDE-ID TO MDT-KUNDE-ID (MDT-IX)
                   MOVE NY-MODTAGER TO MDT-MODTAGER (MDT-IX)
                   MOVE NY-KILDE    TO MDT-KILDE (MDT-IX)
                   MOVE NY-DATO     TO MDT-FOERSTE-DATO (MDT-IX)
                   MOVE NY-DATO     TO MDT-SIDSTE-DATO (MDT-IX)
               ELSE
                   SET MODTAGER-OVERLOEB TO TRUE
                   SET MDT-IX TO 1
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Rewrite the register in full from the table
       SKRIV-REGISTER.
           OPEN OUTPUT MH-FIL
           PERFORM VARYING MDT-IX FROM 1 BY 1
               UNTIL MDT-IX > MODTAGER-ANTAL
               MOVE MDT-KUNDE-ID (MDT-IX)     TO MH-KUNDE-ID
               MOVE MDT-MODTAGER (MDT-IX)     TO MH-MODTAGER
               MOVE MDT-KILDE (MDT-IX)        TO MH-KILDE
               MOVE MDT-FOERSTE-DATO (MDT-IX) TO MH-FOERSTE-DATO
               MOVE MDT-SIDSTE-DATO (MDT-IX)  TO MH-SIDSTE-DATO
               WRITE MH-REKORD
           END-PERFORM
           CLOSE MH-FIL
           EXIT.

      * -------------------------------------------------
      *Write the rebuild report - what each source contributed
       SKRIV-RAPPORT.
           OPEN OUTPUT RAPPORT-FIL
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "MODTAGERHISTORIK " DELIMITED BY SIZE
               KOERSELS-DATO       DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Bekraeftede modtagere overfoert: " DELIMITED BY SIZE
               BEKRAEFTET-ANTAL                    DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "OVERF-posteringer laest:         " DELIMITED BY SIZE
               OVERF-ANTAL                         DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "SEPA-betalinger laest:           " DELIMITED BY SIZE
               SEPA-ANTAL                          DELIMITED BY SIZE
               " fra "                             DELIMITED BY SIZE
               SEPA-FILER-ANTAL                    DELIMITED BY SIZE
               " filer"                            DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Modtagere i registret:           " DELIMITED BY SIZE
               MODTAGER-ANTAL                      DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           CLOSE RAPPORT-FIL
           DISPLAY "Modtagere i registret: " MODTAGER-ANTAL
           EXIT.
