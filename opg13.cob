      *exceeds the threshold
       SKRIV-STORSALDO-LINJE.
           ADD 1 TO KUNDER-OVER-GRAENSE-ANTAL
           CALL "KUNDENAVN" USING KUNDE-REKORD FULDT-NAVN
           MOVE KUNDE-SALDO-TOTAL TO WS-SALDO-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
