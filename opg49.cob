               ALTERNATE RECORD KEY IS KUNDE-ID OF KONTOFIL-REKORD
                   WITH DUPLICATES.
      *Bind the notification feed the front end receives - one row
      *per triggered alert, rewritten every run, or appended to when
      *a business date is passed so the alerts of several caught-up
      *days reach the same shipment
           SELECT FEED-FIL ASSIGN TO "opg49-alarmer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-FIL-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Today's date - the day being judged
       01  KOERSELS-DATO         PIC 9(8) VALUE 0.
       01  WS-KOMMANDOLINJE      PIC X(20) VALUE SPACES.

      *File status fields for the SELECT OPTIONAL files
       01  ALARM-FIL-STATUS      PIC X(2) VALUE "00".
       01  HISTDATA-FIL-STATUS   PIC X(2) VALUE "00".
      *File status for the feed, opened EXTEND on a catch-up pass
       01  FEED-FIL-STATUS       PIC X(2) VALUE "00".
      *Set when the history file was actually there to sort
       01  HAR-HISTORIK-SW       PIC X VALUE "N".
           88  HAR-HISTORIK          VALUE "Y".
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

      *Load the subscriptions the day is judged against
           PERFORM LAES-ALARMER
           PERFORM SORTER-HISTORIK

           OPEN INPUT  KONTOFIL
           PERFORM ABEN-FEED-FIL
           IF HAR-INDEKS
               OPEN INPUT HIDX-FIL
           ELSE
               END-READ
           END-IF
           EXIT.

      * -------------------------------------------------
      *Open the feed - rewritten on an ordinary run, appended to on
      *a run for a passed business date. When no feed is there yet
      *(FILE STATUS 35), create it first so OPEN EXTEND has
      *something to append to
       ABEN-FEED-FIL.
           IF WS-KOMMANDOLINJE = SPACES
               OR WS-KOMMANDOLINJE (1:8) NOT NUMERIC
               OPEN OUTPUT FEED-FIL
           ELSE
               OPEN EXTEND FEED-FIL
               IF FEED-FIL-STATUS = "35"
                   OPEN OUTPUT FEED-FIL
                   CLOSE FEED-FIL
                   OPEN EXTEND FEED-FIL
               END-IF
           END-IF
           EXIT.
