      *-----------------------------------------------------------*
      * MODTAGERHISTORIK.cpy
      * Modtagerhistorikken - en raekke per kunde og modtager kunden
      * har betalt til foer: MH-MODTAGER er modkontoen paa en OVERF
      * fra en af kundens konti eller modtagerens IBAN paa en
      * SEPA-betaling kunden har sendt. MH-KILDE siger hvor raekken
      * kom fra - "O" OPG15's historik, "S" en udsendt SEPA-fil, "B"
      * en modtager kunden selv har bekraeftet paa en tilbageholdt
      * netbankordre. OPG98 bygger registret op igen hver nat og
      * beholder de bekraeftede raekker; NETBANKORDRER lader en ordre
      * til en modtager uden raekke over beloebsgraensen vente paa
      * kundens bekraeftelse.
      * Bruges af OPG44 og OPG98.
      *-----------------------------------------------------------*
           05  MH-KUNDE-ID         PIC X(10).
           05  MH-MODTAGER         PIC X(34).
           05  MH-KILDE            PIC X(1).
               88  MH-FRA-OVERF        VALUE "O".
               88  MH-FRA-SEPA         VALUE "S".
               88  MH-BEKRAEFTET       VALUE "B".
           05  MH-FOERSTE-DATO     PIC 9(8).
           05  MH-SIDSTE-DATO      PIC 9(8).
