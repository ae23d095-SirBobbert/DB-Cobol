      *Edited balance for the console display
       01  WS-BALANCE-EDIT      PIC -Z,ZZZ,ZZ9.99.

      *Parameter fields for the shared sealing subprogram
       01  SGL-FUNKTION         PIC X(1) VALUE SPACE.
       01  SGL-FIL              PIC X(1) VALUE SPACE.
       01  SGL-PROGRAM          PIC X(8) VALUE "OPG34".
       01  SGL-AARSAG           PIC X(30) VALUE SPACES.
       01  SGL-SVAR             PIC X(2) VALUE SPACES.
       01  SGL-RAEKKER          PIC 9(9) VALUE 0.
       01  SGL-NYE              PIC 9(9) VALUE 0.
       01  SGL-BRUD             PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
           END-STRING
           WRITE AUDIT-REKORD
           CLOSE AUDIT-FIL
           PERFORM FORSEGL-AUDIT
           EXIT.

      * -------------------------------------------------
      *Seal the rows this run appended to the audit trail through
      *FORSEGLING, so they are chained the moment they are written
      *rather than at the nightly OPG81 check. A broken chain seals
      *nothing and is left for OPG81 to report
       FORSEGL-AUDIT.
           MOVE "K" TO SGL-FUNKTION
           MOVE "A" TO SGL-FIL
           MOVE 0 TO SGL-BRUD
           CALL "FORSEGLING" USING SGL-FUNKTION SGL-FIL SGL-PROGRAM
                                   SGL-AARSAG SGL-SVAR SGL-RAEKKER
                                   SGL-NYE SGL-BRUD
           IF SGL-SVAR NOT = "OK"
               DISPLAY "OPG34: kaedebrud i opg10-audit.txt raekke "
                       SGL-BRUD
           END-IF
           EXIT.
