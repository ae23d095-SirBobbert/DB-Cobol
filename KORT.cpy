      *-----------------------------------------------------------*
      * KORT.cpy
      * Debetkort - en raekke per udstedt kort i Kortregister.txt.
      * KORT-REF er kortnummeret maskeret (seks foerste og fire
      * sidste cifre, de seks midterste som "*"), saa det fulde
      * kortnummer aldrig ligger i banken. Kortet traekker paa
      * KORT-KONTO-ID og tilhoerer KORT-KUNDE-ID.
      * Status: "A" aktivt, "B" spaerret (kan genaabnes), "M"
      * meldt mistet (endeligt), "U" udloebet. KORT-STATUS-DATO er
      * datoen for seneste statusskift.
      * KORT-GRAENSE-KOEB og KORT-GRAENSE-KONTANT er kortets daglige
      * graenser for koeb og kontanthaevning.
      * KORT-BESTILT-DATO er datoen fornyelsen blev bestilt hos
      * kortproducenten, og KORT-NY-UDLOEB-DATO det fornyede korts
      * udloeb - begge nul indtil kortet er fornyet. Ved det gamle
      * udloeb overtager kortet den nye dato.
      * Bruges af OPG45 og OPG84.
      *-----------------------------------------------------------*
           05  KORT-REF            PIC X(16).
           05  KORT-KONTO-ID       PIC X(10).
           05  KORT-KUNDE-ID       PIC X(10).
           05  KORT-STATUS         PIC X(1).
               88  KORT-AKTIV          VALUE "A".
               88  KORT-SPAERRET       VALUE "B".
               88  KORT-MISTET         VALUE "M".
               88  KORT-UDLOEBET       VALUE "U".
           05  KORT-UDLOEB-DATO    PIC 9(8).
           05  KORT-GRAENSE-KOEB   PIC 9(7)V99.
           05  KORT-GRAENSE-KONTANT PIC 9(7)V99.
           05  KORT-OPRETTET-DATO  PIC 9(8).
           05  KORT-STATUS-DATO    PIC 9(8).
           05  KORT-BESTILT-DATO   PIC 9(8).
           05  KORT-NY-UDLOEB-DATO PIC 9(8).
