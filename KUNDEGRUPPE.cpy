      *-----------------------------------------------------------*
      * KUNDEGRUPPE.cpy
      * Et medlem af en gruppe af forbundne kunder - en raekke per
      * kunde per gruppe i Kundegrupper.txt. Gruppen er den
      * oekonomiske enhed bankens engagement samles paa. KG-TYPE er
      * kundens tilknytning til gruppen: "H" husstand, "K" kontrol
      * (ejer og selskab, koncern), "A" oekonomisk afhaengighed
      * (faelles kaution, kunde og leverandoer). En kunde kan vaere
      * med i flere grupper.
      * Bruges af OPG86.
      *-----------------------------------------------------------*
           05  KG-GRUPPE-ID        PIC X(10).
           05  KG-KUNDE-ID         PIC X(10).
           05  KG-TYPE             PIC X(1).
               88  KG-HUSSTAND         VALUE "H".
               88  KG-KONTROL          VALUE "K".
               88  KG-AFHAENGIG        VALUE "A".
           05  KG-TILKNYTTET-DATO  PIC 9(8).
