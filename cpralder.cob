      *Shared age subprogram - derives a personal customer's birth
      *date from the CPR-nummer (DDMMYY plus the seventh digit's
      *century rule: 0-3 means the 1900s; 4-9 means the 2000s for
      *year digits up to 36, otherwise the 1900s) and judges
      *whether the customer is of age on the date given. The date
      *the customer turns eighteen is handed back too, so the
      *lifecycle run can find the customers who have just come of
      *age. A blank or non-numeric CPR (business customers, rows
      *from before the field) cannot prove anyone a child and is
      *answered "U". Called from OPG15, OPG44 and OPG90.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPRALDER.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *The CPR taken apart
       01  CPR-DAG              PIC 9(2) VALUE 0.
       01  CPR-MD               PIC 9(2) VALUE 0.
       01  CPR-AAR2             PIC 9(2) VALUE 0.
       01  CPR-CIFFER7-X        PIC X(1) VALUE SPACE.
       01  CPR-CIFFER7 REDEFINES CPR-CIFFER7-X PIC 9(1).
       01  FOEDSELS-AAR         PIC 9(4) VALUE 0.

       LINKAGE SECTION.
      *The customer's CPR-nummer and the date the age is judged on.
      *Back come the birth date, the eighteenth birthday and the
      *answer: "M" mindreaarig, "V" voksen, "U" ukendt alder
       01  LK-CPR         PIC X(10).
       01  LK-DATO        PIC 9(8).
       01  LK-FOEDSELSDATO PIC 9(8).
       01  LK-MYNDIG-DATO PIC 9(8).
       01  LK-SVAR        PIC X(1).

       PROCEDURE DIVISION USING LK-CPR LK-DATO LK-FOEDSELSDATO
                                LK-MYNDIG-DATO LK-SVAR.

       MAIN-PROCEDURE.
           MOVE "U" TO LK-SVAR
           MOVE 0 TO LK-FOEDSELSDATO
           MOVE 0 TO LK-MYNDIG-DATO
           IF LK-CPR NUMERIC
               PERFORM BEREGN-FOEDSELSDATO
               IF LK-MYNDIG-DATO > LK-DATO
                   MOVE "M" TO LK-SVAR
               ELSE
                   MOVE "V" TO LK-SVAR
               END-IF
           END-IF
           GOBACK
           .

      * -------------------------------------------------
      *Birth date from the CPR, and the eighteenth birthday by the
      *year digits
       BEREGN-FOEDSELSDATO.
           MOVE LK-CPR (5:2) TO CPR-AAR2
           MOVE LK-CPR (7:1) TO CPR-CIFFER7-X
           IF CPR-CIFFER7 < 4
               COMPUTE FOEDSELS-AAR = 1900 + CPR-AAR2
           ELSE
               IF CPR-AAR2 <= 36
                   COMPUTE FOEDSELS-AAR = 2000 + CPR-AAR2
               ELSE
                   COMPUTE FOEDSELS-AAR = 1900 + CPR-AAR2
               END-IF
           END-IF
           MOVE LK-CPR (1:2) TO CPR-DAG
           MOVE LK-CPR (3:2) TO CPR-MD
           COMPUTE LK-FOEDSELSDATO =
               FOEDSELS-AAR * 10000 + CPR-MD * 100 + CPR-DAG
           COMPUTE LK-MYNDIG-DATO = LK-FOEDSELSDATO + 180000
           EXIT.
