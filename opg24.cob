           02  TREG-STATUS         PIC X(10).
           02  TREG-DATO           PIC 9(8).
           02  TREG-AARSAG         PIC X(40).
           02  TREG-BILLEDE        PIC X(413).

      *Correction record layout - "POST" or "TRAN", the register
      *number, "G" gensend or "A" afskriv, and the corrected record
           02  RET-AKTION          PIC X(1).
               88  RET-GENSEND         VALUE "G".
               88  RET-AFSKRIV         VALUE "A".
           02  RET-BILLEDE         PIC X(413).

      *Posting-transaction record layout - the same layout OPG15 reads
       FD  POST-FIL.
               10  TT-STATUS           PIC X(10).
               10  TT-DATO             PIC 9(8).
               10  TT-AARSAG           PIC X(40).
               10  TT-BILLEDE          PIC X(413).
       01  TREG-ANTAL           PIC 9(4) VALUE 0.
       01  TREG-LAEST-ANTAL     PIC 9(7) VALUE 0.
       01  TREG-OVERLOEB-SW     PIC X VALUE "N".
