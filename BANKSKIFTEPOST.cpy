      *-----------------------------------------------------------*
      * BANKSKIFTEPOST.cpy
      * En fast overfoersel ("F") eller Betalingsservice-aftale
      * ("B") under en bankskiftesag, i Bankskifteposter.txt.
      * BSP-REF er den anden banks ordrereference eller aftalens
      * nummer; BSP-ORDRE-ID er det ordre-ID ordren faar hos os.
      * Status paa en indgaaende post: blank venter paa skiftedatoen,
      * "O" overdraget til OPG21 eller OPG41, "J" oprettet i
      * registret, "M" skal oprettes manuelt (modtager i en anden
      * bank eller forfald foer skiftedatoen). "U" er en post sendt
      * med til den nye bank paa en udgaaende sag.
      * Bruges af OPG83.
      *-----------------------------------------------------------*
           05  BSP-SAG-NR          PIC 9(6).
           05  BSP-TYPE            PIC X(1).
               88  BSP-ORDRE           VALUE "F".
               88  BSP-AFTALE          VALUE "B".
           05  BSP-REF             PIC X(10).
           05  BSP-ORDRE-ID        PIC X(6).
           05  BSP-KREDITOR-ID     PIC X(10).
           05  BSP-MODTAGER-REGNR  PIC X(4).
           05  BSP-MODTAGER-KONTO  PIC X(10).
           05  BSP-BELOB           PIC 9(7)V99.
           05  BSP-FREKVENS        PIC X(1).
           05  BSP-NAESTE-DATO     PIC 9(8).
           05  BSP-SLUT-DATO       PIC 9(8).
           05  BSP-STATUS          PIC X(1).
               88  BSP-VENTER          VALUE " ".
               88  BSP-OVERDRAGET      VALUE "O".
               88  BSP-OPRETTET        VALUE "J".
               88  BSP-MANUEL          VALUE "M".
               88  BSP-UDSENDT         VALUE "U".
