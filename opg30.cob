               ASSIGN TO "FORSENDELSE_AFVIGELSER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCF-FIL-STATUS.
      *Bind SEGLKONTROL's seal-chain breaks on the audit trail and
      *the posting history, aged the same way
           SELECT OPTIONAL EXCS-FIL
               ASSIGN TO "FORSEGLING_AFVIGELSER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCS-FIL-STATUS.
      *Bind the persistent exception registry - rewritten in full at
      *the end of every run
           SELECT OPTIONAL REGISTER-FIL
       01  EXCF-REKORD.
           02  EXCF-TEXT       PIC X(150).

       FD  EXCS-FIL.
       01  EXCS-REKORD.
           02  EXCS-TEXT       PIC X(150).

      *Registry record layout - type, ID, first seen, last seen and
      *whether the exception is still appearing
       FD  REGISTER-FIL.
       01  EXC9-FIL-STATUS      PIC X(2) VALUE "00".
       01  EXCK-FIL-STATUS      PIC X(2) VALUE "00".
       01  EXCF-FIL-STATUS      PIC X(2) VALUE "00".
       01  EXCS-FIL-STATUS      PIC X(2) VALUE "00".
       01  REGISTER-FIL-STATUS  PIC X(2) VALUE "00".

      *Parameter fields for the shared subprograms
           PERFORM BEHANDL-EXC9
           PERFORM BEHANDL-EXCK
           PERFORM BEHANDL-EXCF
           PERFORM BEHANDL-EXCS
           PERFORM LUK-FORSVUNDNE
           PERFORM SKRIV-REGISTER

           END-IF
           EXIT.

      * -------------------------------------------------
      *Fold SEGLKONTROL's seal-chain breaks into the registry
       BEHANDL-EXCS.
           MOVE "N" TO EOF-EXC
           OPEN INPUT EXCS-FIL
           IF EXCS-FIL-STATUS = "00"
               OR EXCS-FIL-STATUS = "05"
               PERFORM UNTIL END-EXC
                   READ EXCS-FIL
                       AT END
                           SET END-EXC TO TRUE
                       NOT AT END
                           MOVE EXCS-TEXT TO WS-EXC-LINJE
                           PERFORM BEHANDL-EXC-LINJE
                   END-READ
               END-PERFORM
               CLOSE EXCS-FIL
           END-IF
           EXIT.

      * -------------------------------------------------
      *Parse one exception line - the type sits ahead of " - " and
      *the ID directly behind the first "ID: ". Header lines and
