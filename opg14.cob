      *malformed contact info
       SKRIV-FLAGET-KUNDE.
           ADD 1 TO KUNDER-FLAGET-ANTAL
           CALL "KUNDENAVN" USING KUNDEFIL-REKORD FULDT-NAVN
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "KUNDE-ID: "                DELIMITED BY SIZE
