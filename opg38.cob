
      *Today's date - the due cutoff for release
       01  KOERSELS-DATO            PIC 9(8) VALUE 0.
       01  WS-KOMMANDOLINJE         PIC X(20) VALUE SPACES.

      *File status for the two SELECT OPTIONAL files
       01  POST-FIL-STATUS          PIC X(2) VALUE "00".
      *Today is the cutoff: value dates past today are parked, value
      *dates arrived (rolled to a banking day) are released
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
      *A business date on the command line (YYYYMMDD) stands in for
      *the run date - DAGSKORSEL passes one per missed banking day
      *when it catches up after a day the chain did not run
           ACCEPT WS-KOMMANDOLINJE FROM COMMAND-LINE
           IF WS-KOMMANDOLINJE NOT = SPACES
               AND WS-KOMMANDOLINJE (1:8) NUMERIC
               MOVE WS-KOMMANDOLINJE (1:8) TO KOERSELS-DATO
           END-IF

      *Load the day's posting file and the warehouse - either one
      *too big for its table refuses the whole run
