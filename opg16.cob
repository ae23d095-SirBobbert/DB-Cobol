           EXIT.

      * -------------------------------------------------
      * Call shared routine for the printed name - company name or
      * first and last name
       FORMAT-NAVN.
           MOVE SPACES TO FULDT-NAVN
           CALL "KUNDENAVN" USING KUNDE-REKORD FULDT-NAVN
           EXIT.

      * -------------------------------------------------
