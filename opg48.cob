      *reads it, converted to the basis currency through the dated
      *rates in Valutakurser.txt, and keyed on CPR-NUMMER so two
      *KUNDE-IDs for the same person (the ones KUNDEFLET exists for)
      *are counted together. A business customer is a depositor of
      *its own, keyed on its CVR-NUMMER, so a company is never
      *lumped in with a person or with another company that merely
      *lacks a CPR-nummer. Every depositor above the coverage
      *ceiling is flagged, so the regulator's list can be produced
      *on demand instead of reconstructed by hand. Only positive
      *balances are deposits; an overdrawn account covers nothing.
       01  BASIS-VAERDI         PIC S9(11)V99 VALUE 0.
       01  EJER-ANDEL           PIC S9(11)V99 VALUE 0.

      *Per-depositor totals keyed on CPR or CVR - two KUNDE-IDs with
      *the same number land on the same row. The key type tells the
      *numbers apart: "P" a CPR-nummer, "E" a CVR-nummer, "U" a
      *customer with neither, keyed on the KUNDE-ID itself
       01  DEP-TABEL.
           05  DEP-POST OCCURS 5000 TIMES INDEXED BY DEP-IX.
               10  DP-NOEGLE-TYPE      PIC X(1).
               10  DP-NOEGLE           PIC X(10).
               10  DP-KUNDE-ID         PIC X(10).
               10  DP-SUM              PIC S9(11)V99.
               10  DP-KONTI            PIC 9(5).
       01  DEP-ANTAL            PIC 9(4) VALUE 0.
       01  WS-DEP-IX            PIC 9(4) VALUE 0.

      *The depositor key resolved for the owner in hand - the CVR
      *for a business, the CPR when the master carries one, the
      *KUNDE-ID itself otherwise, so a customer without either
      *still counts as one depositor
       01  DEP-NOEGLE-TYPE      PIC X(1) VALUE SPACE.
       01  DEP-NOEGLE           PIC X(10) VALUE SPACES.

      *The depositor's identification as the report line shows it
       01  WS-INDSKYDER-ID      PIC X(30) VALUE SPACES.

      *End-of-file flags
       01  EOF-KONTI            PIC X VALUE "N".
           88  END-KONTI            VALUE "Y".
       01  KONTI-TALT-ANTAL     PIC 9(7) VALUE 0.
       01  UDEN-KURS-ANTAL      PIC 9(7) VALUE 0.
       01  OVER-GRAENSE-ANTAL   PIC 9(7) VALUE 0.
       01  ERHVERV-ANTAL        PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
      * -------------------------------------------------
      *Fold one owner's pro-rata share into their depositor total -
      *keyed on the CPR from the customer master, so a person split
      *across two KUNDE-IDs is counted once, or on the CVR for a
      *business customer
       OPTAEL-EJER-ANDEL.
           MOVE "U" TO DEP-NOEGLE-TYPE
           MOVE KE-KUNDE-ID (KEJ-IX) TO DEP-NOEGLE
           MOVE KE-KUNDE-ID (KEJ-IX)
               TO KUNDE-ID OF KUNDEFIL-REKORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF KUNDE-ERHVERV OF KUNDEFIL-REKORD
                       AND CVR-NUMMER OF KUNDEFIL-REKORD NOT = SPACES
                       MOVE "E" TO DEP-NOEGLE-TYPE
                       MOVE CVR-NUMMER OF KUNDEFIL-REKORD
                           TO DEP-NOEGLE
                   ELSE
                   IF CPR-NUMMER OF KUNDEFIL-REKORD NOT = SPACES
                       MOVE "P" TO DEP-NOEGLE-TYPE
                       MOVE CPR-NUMMER OF KUNDEFIL-REKORD
                           TO DEP-NOEGLE
                   END-IF
                   END-IF
           END-READ
           MOVE 0 TO WS-DEP-IX
           PERFORM VARYING DEP-IX FROM 1 BY 1
               UNTIL DEP-IX > DEP-ANTAL
               IF DP-NOEGLE-TYPE (DEP-IX) = DEP-NOEGLE-TYPE
                   AND DP-NOEGLE (DEP-IX) = DEP-NOEGLE
                   MOVE DEP-IX TO WS-DEP-IX
               END-IF
           END-PERFORM
           IF WS-DEP-IX = 0 AND DEP-ANTAL < 5000
               ADD 1 TO DEP-ANTAL
               MOVE DEP-ANTAL TO WS-DEP-IX
               MOVE DEP-NOEGLE-TYPE TO DP-NOEGLE-TYPE (WS-DEP-IX)
               MOVE DEP-NOEGLE TO DP-NOEGLE (WS-DEP-IX)
               MOVE KE-KUNDE-ID (KEJ-IX) TO DP-KUNDE-ID (WS-DEP-IX)
               MOVE 0 TO DP-SUM (WS-DEP-IX)
               MOVE 0 TO DP-KONTI (WS-DEP-IX)
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Heraf erhvervskunder (CVR): " DELIMITED BY SIZE
               ERHVERV-ANTAL                  DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REKORD
           DISPLAY "Indskydere: "     DEP-ANTAL
                   " Over graensen: " OVER-GRAENSE-ANTAL
                   " Uden kurs: "     UDEN-KURS-ANTAL
           EXIT.

      * -------------------------------------------------
      *Write one depositor's line - a person by the CPR masked to
      *its date part, a business by its CVR-nummer, which is public
       SKRIV-DEPOSITOR-LINJE.
           MOVE SPACES TO WS-INDSKYDER-ID
           EVALUATE DP-NOEGLE-TYPE (DEP-IX)
               WHEN "P"
                   STRING
                       "CPR: "                   DELIMITED BY SIZE
                       DP-NOEGLE (DEP-IX) (1:6)  DELIMITED BY SIZE
                       "-****"                   DELIMITED BY SIZE
                       INTO WS-INDSKYDER-ID
                   END-STRING
               WHEN "E"
                   ADD 1 TO ERHVERV-ANTAL
                   STRING
                       "CVR: "                   DELIMITED BY SIZE
                       DP-NOEGLE (DEP-IX) (1:8)  DELIMITED BY SIZE
                       INTO WS-INDSKYDER-ID
                   END-STRING
               WHEN OTHER
                   MOVE "UDEN CPR/CVR" TO WS-INDSKYDER-ID
           END-EVALUATE
           MOVE DP-SUM (DEP-IX) TO WS-SUM-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           IF DP-SUM (DEP-IX) > GARANTI-GRAENSE
               ADD 1 TO OVER-GRAENSE-ANTAL
               STRING
                   "OVER GRAENSE - "      DELIMITED BY SIZE
                   WS-INDSKYDER-ID        DELIMITED BY "  "
                   " KUNDE-ID: "          DELIMITED BY SIZE
                   DP-KUNDE-ID (DEP-IX)   DELIMITED BY SIZE
                   " KONTI: "             DELIMITED BY SIZE
                   DP-KONTI (DEP-IX)      DELIMITED BY SIZE
               END-STRING
           ELSE
               STRING
                   WS-INDSKYDER-ID        DELIMITED BY "  "
                   " KUNDE-ID: "          DELIMITED BY SIZE
                   DP-KUNDE-ID (DEP-IX)   DELIMITED BY SIZE
                   " KONTI: "             DELIMITED BY SIZE
                   DP-KONTI (DEP-IX)      DELIMITED BY SIZE
