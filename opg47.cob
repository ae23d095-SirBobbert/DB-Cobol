      *OVERTRAEKSGEBYR), sums credit interest, debit interest and
      *fees per account, rolls the accounts up to their customer
      *through KontoOpl.txt and onto the full CPR-NUMMER from
      *Kundeoplysninger.txt - or onto the CVR-NUMMER for a business
      *customer, which the file reports as a detail row of its own
      *type - and writes the authority's fixed-format annual file
      *under a header and a balancing trailer, plus a control report
      *with the totals to sign off before transmission. Run as:
      *opg47 <YYYY> - last year when omitted.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTEINDBERETNING.

               RECORD KEY IS KONTO-ID OF KONTOFIL-REKORD
               ALTERNATE RECORD KEY IS KUNDE-ID OF KONTOFIL-REKORD
                   WITH DUPLICATES.
      *Bind customer master - read by key for the full CPR-NUMMER,
      *or the CVR-NUMMER of a business customer
           SELECT KUNDEFIL ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           COPY "KUNDEOPL.cpy".

      *Annual file record layouts - header naming the year, one
      *detail row per customer in the authority's fixed columns
      *("D" a person under the CPR-nummer, "E" a business under the
      *CVR-nummer, the columns after the number the same), and a
      *trailer proving count and sums over both kinds
       FD  SKAT-FIL.
       01  SKAT-HOVED.
           02  SKH-TYPE            PIC X(1).
           02  SKD-KREDITRENTE     PIC 9(9)V99.
           02  SKD-DEBETRENTE      PIC 9(9)V99.
           02  SKD-GEBYRER         PIC 9(9)V99.
       01  SKAT-ERHVERV.
           02  SKE-TYPE            PIC X(1).
           02  SKE-CVR             PIC X(8).
           02  FILLER              PIC X(2).
           02  SKE-KUNDE-ID        PIC X(10).
           02  SKE-KREDITRENTE     PIC 9(9)V99.
           02  SKE-DEBETRENTE      PIC 9(9)V99.
           02  SKE-GEBYRER         PIC 9(9)V99.
       01  SKAT-TRAILER.
           02  SKT-TYPE            PIC X(1).
           02  SKT-ANTAL           PIC 9(6).
           05  KUNDE-POST OCCURS 5000 TIMES INDEXED BY KND-IX.
               10  KT-KUNDE-ID         PIC X(10).
               10  KT-CPR              PIC X(10).
               10  KT-KUNDE-TYPE       PIC X(1).
                   88  KT-ERHVERV          VALUE "E".
               10  KT-CVR              PIC X(8).
               10  KT-KREDITRENTE      PIC 9(9)V99.
               10  KT-DEBETRENTE       PIC 9(9)V99.
               10  KT-GEBYRER          PIC 9(9)V99.
      *The customer resolved for the account on the row in hand
       01  FUNDET-KUNDE-ID      PIC X(10) VALUE SPACES.
       01  FUNDET-CPR           PIC X(10) VALUE SPACES.
       01  FUNDET-KUNDE-TYPE    PIC X(1) VALUE SPACE.
       01  FUNDET-CVR           PIC X(8) VALUE SPACES.
       01  KUNDE-FUNDET-SW      PIC X VALUE "N".
           88  KUNDE-FUNDET         VALUE "Y".

       01  RAEKKER-TALT-ANTAL   PIC 9(7) VALUE 0.
       01  UDEN-KUNDE-ANTAL     PIC 9(7) VALUE 0.
       01  DETALJER-ANTAL       PIC 9(6) VALUE 0.
       01  ERHVERV-ANTAL        PIC 9(6) VALUE 0.
       01  UDEN-NUMMER-ANTAL    PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           MOVE "N" TO KUNDE-FUNDET-SW
           MOVE SPACES TO FUNDET-KUNDE-ID
           MOVE SPACES TO FUNDET-CPR
           MOVE SPACE  TO FUNDET-KUNDE-TYPE
           MOVE SPACES TO FUNDET-CVR
           MOVE HIST-KONTO-ID OF HISTDATA-REKORD
               TO KONTO-ID OF KONTOFIL-REKORD
           READ KONTOFIL
                       NOT INVALID KEY
                           MOVE CPR-NUMMER OF KUNDEFIL-REKORD
                               TO FUNDET-CPR
                           MOVE KUNDE-TYPE OF KUNDEFIL-REKORD
                               TO FUNDET-KUNDE-TYPE
                           MOVE CVR-NUMMER OF KUNDEFIL-REKORD
                               TO FUNDET-CVR
                   END-READ
           END-READ
           EXIT.
               MOVE KUNDE-TABEL-ANTAL TO WS-KND-IX
               MOVE FUNDET-KUNDE-ID TO KT-KUNDE-ID (WS-KND-IX)
               MOVE FUNDET-CPR      TO KT-CPR (WS-KND-IX)
               MOVE FUNDET-KUNDE-TYPE TO KT-KUNDE-TYPE (WS-KND-IX)
               MOVE FUNDET-CVR      TO KT-CVR (WS-KND-IX)
               MOVE 0 TO KT-KREDITRENTE (WS-KND-IX)
               MOVE 0 TO KT-DEBETRENTE (WS-KND-IX)
               MOVE 0 TO KT-GEBYRER (WS-KND-IX)

      * -------------------------------------------------
      *Write the authority's fixed-format file: header, one detail
      *row per customer with any amount at all - a business under
      *its CVR-nummer, everyone else under the CPR-nummer - and the
      *balancing trailer. A customer with neither number still goes
      *in under a blank CPR, and is counted for the sign-off
       SKRIV-SKATTEFIL.
           OPEN OUTPUT SKAT-FIL
           MOVE "H" TO SKH-TYPE
               IF KT-KREDITRENTE (KND-IX) NOT = 0
                   OR KT-DEBETRENTE (KND-IX) NOT = 0
                   OR KT-GEBYRER (KND-IX) NOT = 0
                   IF KT-ERHVERV (KND-IX)
                       MOVE SPACES TO SKAT-ERHVERV
                       MOVE "E" TO SKE-TYPE
                       MOVE KT-CVR (KND-IX)         TO SKE-CVR
                       MOVE KT-KUNDE-ID (KND-IX)    TO SKE-KUNDE-ID
                       MOVE KT-KREDITRENTE (KND-IX)
                           TO SKE-KREDITRENTE
                       MOVE KT-DEBETRENTE (KND-IX)  TO SKE-DEBETRENTE
                       MOVE KT-GEBYRER (KND-IX)     TO SKE-GEBYRER
                       WRITE SKAT-ERHVERV
                       ADD 1 TO ERHVERV-ANTAL
                   ELSE
                       MOVE "D" TO SKD-TYPE
                       MOVE KT-CPR (KND-IX)         TO SKD-CPR
                       MOVE KT-KUNDE-ID (KND-IX)    TO SKD-KUNDE-ID
                       MOVE KT-KREDITRENTE (KND-IX)
                           TO SKD-KREDITRENTE
                       MOVE KT-DEBETRENTE (KND-IX)  TO SKD-DEBETRENTE
                       MOVE KT-GEBYRER (KND-IX)     TO SKD-GEBYRER
                       WRITE SKAT-DETALJE
                       IF KT-CPR (KND-IX) = SPACES
                           ADD 1 TO UDEN-NUMMER-ANTAL
                       END-IF
                   END-IF
                   ADD 1 TO DETALJER-ANTAL
                   ADD KT-KREDITRENTE (KND-IX) TO TOTAL-KREDITRENTE
                   ADD KT-DEBETRENTE (KND-IX)  TO TOTAL-DEBETRENTE
           STRING
               "Kunder indberettet: " DELIMITED BY SIZE
               DETALJER-ANTAL         DELIMITED BY SIZE
               "  Heraf erhverv (CVR): " DELIMITED BY SIZE
               ERHVERV-ANTAL          DELIMITED BY SIZE
               "  Uden CPR/CVR: "     DELIMITED BY SIZE
               UDEN-NUMMER-ANTAL      DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
