           02  UDT-SALDO           PIC S9(7)V99.
           02  UDT-VALUTA          PIC X(3).
           02  UDT-REFERENCE       PIC X(12).
           02  UDT-REGNR           PIC X(4).

      *Sort work file for the extract detail
       SD  ARB-SORT-FIL.
           02  ARBS-KONTO-ID       PIC X(10).
           02  ARBS-SLAGS          PIC X(1).
           02  ARBS-DATO           PIC 9(8).
           02  ARBS-REST           PIC X(49).

      *Extract detail sorted into customer order
       FD  ARB-SORT-UD.
           02  UDTS-SALDO          PIC S9(7)V99.
           02  UDTS-VALUTA         PIC X(3).
           02  UDTS-REFERENCE      PIC X(12).
           02  UDTS-REGNR          PIC X(4).

      *Shared sorted customer extract, read here only to recount it
      *against the sidecar
      *row layouts below change, so the loader can refuse a file it
      *does not understand. Version 2 added the available-balance
      *column on the account row; version 3 added the "N" alert
      *rows from KUNDEALARMER and their count in the trailer;
      *version 4 added the full reg.nr and account number as the
      *last column of the account row.
       01  SKEMA-VERSION         PIC X(1) VALUE "4".

      *Parameter fields for the shared registration-number
      *subprogram - the account's branch in, its reg.nr out
       01  RN-FUNKTION           PIC X(1) VALUE "A".
       01  RN-AFDELING           PIC X(3) VALUE SPACES.
       01  RN-REGNR              PIC X(4) VALUE SPACES.
       01  RN-KONTO-ID           PIC X(10) VALUE SPACES.
       01  RN-IBAN               PIC X(18) VALUE SPACES.
       01  RN-SVAR               PIC X(1) VALUE SPACE.

      *File status for the history file (SELECT OPTIONAL)
       01  HISTDATA-FIL-STATUS   PIC X(2) VALUE "00".
      * -------------------------------------------------
      *Write the work row carrying the account's type, status,
      *balance, available balance (booked minus open card holds, in
      *the otherwise unused amount column), currency and its
      *branch's reg.nr
       SKRIV-KONTO-RAEKKE.
           MOVE "A"                         TO RN-FUNKTION
           MOVE AFDELING OF KONTOFIL-REKORD TO RN-AFDELING
           CALL "REGNUMMER" USING RN-FUNKTION RN-AFDELING RN-REGNR
                                  RN-KONTO-ID RN-IBAN RN-SVAR
           MOVE KUNDE-ID OF KONTOFIL-REKORD   TO UDT-KUNDE-ID
           MOVE KONTO-ID OF KONTOFIL-REKORD   TO UDT-KONTO-ID
           MOVE "A"                           TO UDT-SLAGS
           MOVE BALANCE OF KONTOFIL-REKORD    TO UDT-SALDO
           MOVE VALUTA-KD OF KONTOFIL-REKORD  TO UDT-VALUTA
           MOVE SPACES                        TO UDT-REFERENCE
           MOVE RN-REGNR                      TO UDT-REGNR
           WRITE ARB-REKORD
           EXIT.

           MOVE HIST-SALDO-EFTER OF HIST-REKORD TO UDT-SALDO
           MOVE VALUTA-KD OF KONTOFIL-REKORD  TO UDT-VALUTA
           MOVE HIST-REFERENCE OF HIST-REKORD TO UDT-REFERENCE
           MOVE RN-REGNR                      TO UDT-REGNR
           WRITE ARB-REKORD
           EXIT.

      *front end identifies the customer by KUNDE-ID alone
       SKRIV-KUNDE-RAEKKE-UD.
           MOVE SPACES TO FULDT-NAVN
           CALL "KUNDENAVN" USING KUNDE-REKORD FULDT-NAVN
           MOVE SPACES TO UDTRAEK-TEXT
           STRING
               "K;"                     DELIMITED BY SIZE

      * -------------------------------------------------
      *Write the delimited account row - booked balance, then the
      *available balance as its own column, and last the account
      *number in full with its reg.nr in front
       SKRIV-KONTO-RAEKKE-UD.
           MOVE UDTS-SALDO TO WS-SALDO-UD
           MOVE UDTS-BELOB TO WS-DISP-UD
               WS-DISP-UD     DELIMITED BY SIZE
               ";"            DELIMITED BY SIZE
               UDTS-VALUTA    DELIMITED BY SIZE
               ";"            DELIMITED BY SIZE
               UDTS-REGNR     DELIMITED BY SIZE
               UDTS-KONTO-ID  DELIMITED BY SPACE
               INTO UDTRAEK-TEXT
           END-STRING
           WRITE UDTRAEK-REKORD
