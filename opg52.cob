      *archived and live rows when a statement for an old period is
      *asked for. Retention itself stays with the archives - five
      *years of rows no longer have to ride through four sorts a
      *night. The rewritten live file is sealed afresh through
      *FORSEGLING, which records the roll-off as a sanctioned
      *rewrite.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTARKIV.

               VALUE "opg15-historik-data.txt".
       01  KOPI-RC              PIC S9(9) COMP-5 VALUE 0.

      *Parameter fields for the shared sealing subprogram - the
      *roll-off is a sanctioned rewrite of the sealed history
       01  SGL-FUNKTION         PIC X(1) VALUE SPACE.
       01  SGL-FIL              PIC X(1) VALUE "H".
       01  SGL-PROGRAM          PIC X(8) VALUE "OPG52".
       01  SGL-AARSAG           PIC X(30) VALUE "HISTORIKAFRULNING".
       01  SGL-SVAR             PIC X(2) VALUE SPACES.
       01  SGL-RAEKKER          PIC 9(9) VALUE 0.
       01  SGL-NYE              PIC 9(9) VALUE 0.
       01  SGL-BRUD             PIC 9(9) VALUE 0.

      *End-of-file flag for the history sweep
       01  EOF-HIST             PIC X VALUE "N".
           88  END-HIST             VALUE "Y".
                                    DATO-SERIAL DATO-UGEDAG
           MOVE DATO-ARG TO HORISONT-DATO

      *Bring the history's seal chain up to date before the
      *rewrite, keeping any break already there for the record
           MOVE "K" TO SGL-FUNKTION
           CALL "FORSEGLING" USING SGL-FUNKTION SGL-FIL SGL-PROGRAM
                                   SGL-AARSAG SGL-SVAR SGL-RAEKKER
                                   SGL-NYE SGL-BRUD

           OPEN OUTPUT RAPPORT-FIL
                       BEHOLD-FIL

               END-PERFORM
      *The keyed store must match the rows kept - rebuild it whole
               PERFORM GENOPBYG-INDEKS
      *Seal the rewritten history afresh and record the roll-off
      *as a sanctioned rewrite
               MOVE "R" TO SGL-FUNKTION
               CALL "FORSEGLING" USING SGL-FUNKTION SGL-FIL
                                       SGL-PROGRAM SGL-AARSAG
                                       SGL-SVAR SGL-RAEKKER
                                       SGL-NYE SGL-BRUD
           END-IF

           PERFORM SKRIV-TRAILER
