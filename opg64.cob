
      *Today's date - the maturity cutoff
       01  KOERSELS-DATO        PIC 9(8) VALUE 0.
       01  WS-KOMMANDOLINJE     PIC X(20) VALUE SPACES.

      *File status fields for the SELECT OPTIONAL files
       01  PRODUKT-FIL-STATUS   PIC X(2) VALUE "00".
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
      *A business date on the command line (YYYYMMDD) stands in for
      *the run date - DAGSKORSEL passes one per missed banking day
      *when it catches up after a day the chain did not run
           ACCEPT WS-KOMMANDOLINJE FROM COMMAND-LINE
           IF WS-KOMMANDOLINJE NOT = SPACES
               AND WS-KOMMANDOLINJE (1:8) NUMERIC
               MOVE WS-KOMMANDOLINJE (1:8) TO KOERSELS-DATO
           END-IF

           PERFORM LAES-PRODUKTER
           PERFORM LAES-RENTER
