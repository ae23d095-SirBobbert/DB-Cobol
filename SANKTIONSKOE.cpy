      *-----------------------------------------------------------*
      * SANKTIONSKOE.cpy
      * Et muligt sanktionshit parkeret til compliance - en linje i
      * Sanktionskoe.txt. SQ-KILDE er programmet der parkerede
      * ("OPG10" kundevedligehold, "OPG26" SEPA-eksport, "OPG43"
      * SEPA-import) og afgoer hvordan SQ-BILLEDE skal laeses:
      * vedligeholdelsestransaktionen, betalingsordren eller den
      * indgaaende betaling i sit oprindelige layout. SQ-MAKER er
      * indtasteren (for betalingerne programmet selv), SQ-SCORE,
      * SQ-LISTE-ID og SQ-LISTE-NAVN det bedste hit paa listen og
      * SQ-NAVN det screenede navn.
      * Bruges af OPG10, OPG26, OPG43 og OPG71.
      *-----------------------------------------------------------*
           05  SQ-NR               PIC 9(6).
           05  SQ-DATO             PIC 9(8).
           05  SQ-KILDE            PIC X(5).
               88  SQ-FRA-OPG10        VALUE "OPG10".
               88  SQ-FRA-OPG26        VALUE "OPG26".
               88  SQ-FRA-OPG43        VALUE "OPG43".
           05  SQ-MAKER            PIC X(10).
           05  SQ-SCORE            PIC 9(3).
           05  SQ-LISTE-ID         PIC X(10).
           05  SQ-LISTE-NAVN       PIC X(60).
           05  SQ-NAVN             PIC X(60).
           05  SQ-BILLEDE          PIC X(413).
