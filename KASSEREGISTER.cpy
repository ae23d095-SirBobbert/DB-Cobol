      *-----------------------------------------------------------*
      * KASSEREGISTER.cpy
      * Kasseregister - en raekke per kasse eller boks i en filial,
      * dannet og omskrevet dagligt af KASSEAFSTEMNING. KA-TYPE er
      * "K" (kassererkasse) eller "B" (filialens boks); KA-STATUS
      * "A" (aktiv) eller "L" (lukket). KA-KASSERER er den kasserer
      * kassen er udleveret til. KA-BEHOLDNING og KA-STYK er
      * kassens beholdning efter seneste afstemning - i alt og i
      * stk. per valoer (1000, 500, 200, 100, 50, 20, 10, 5, 2, 1
      * og 0,50 kr) - og dermed naeste dags primobeholdning.
      * Bruges af OPG77 og OPG79.
      *-----------------------------------------------------------*
           05  KA-AFDELING         PIC X(3).
           05  KA-KASSE-ID         PIC X(4).
           05  KA-TYPE             PIC X(1).
               88  KA-ER-KASSE         VALUE "K".
               88  KA-ER-BOKS          VALUE "B".
           05  KA-STATUS           PIC X(1).
               88  KA-AKTIV            VALUE "A".
               88  KA-LUKKET           VALUE "L".
           05  KA-KASSERER         PIC X(10).
           05  KA-OPRETTET-DATO    PIC 9(8).
           05  KA-AFSTEMT-DATO     PIC 9(8).
           05  KA-BEHOLDNING       PIC S9(9)V99.
           05  KA-STYK             PIC S9(7) OCCURS 11 TIMES.
