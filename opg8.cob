       FORMAT-NAVN.
      * Clear name line
           MOVE SPACES TO FULDT-NAVN
      * Call shared routine for the printed name - company name or
      * first and last name
           CALL "KUNDENAVN" USING KUNDE-REKORD FULDT-NAVN
           EXIT.

      * -------------------------------------------------
