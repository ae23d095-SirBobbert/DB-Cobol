      *-----------------------------------------------------------*
      * SIKKERHED.cpy
      * En sikkerhed stillet for bankens udlaan - en raekke per
      * sikkerhed i Sikkerheder.txt. Type: "E" fast ejendom, "B"
      * bil, "D" pant i indlaan. SIK-KUNDE-ID er pantsaetteren.
      * SIK-VAERDI er seneste vurdering og SIK-VURDERINGS-DATO
      * datoen for den. For et indlaanspant er SIK-PANT-KONTO-ID
      * den pantsatte indlaanskonto og SIK-PANT-BELOB det pantsatte
      * beloeb - nul betyder hele saldoen. Status: "A" aktiv, "O"
      * ophoert. Hvilke laan og konti sikkerheden daekker, staar i
      * SikkerhedLaan.txt (SIKKERHEDLAAN.cpy).
      * Bruges af OPG15 og OPG85.
      *-----------------------------------------------------------*
           05  SIK-ID              PIC X(10).
           05  SIK-TYPE            PIC X(1).
               88  SIK-EJENDOM         VALUE "E".
               88  SIK-BIL             VALUE "B".
               88  SIK-INDLAANSPANT    VALUE "D".
           05  SIK-BESKRIVELSE     PIC X(30).
           05  SIK-KUNDE-ID        PIC X(10).
           05  SIK-VAERDI          PIC 9(11)V99.
           05  SIK-VURDERINGS-DATO PIC 9(8).
           05  SIK-PANT-KONTO-ID   PIC X(10).
           05  SIK-PANT-BELOB      PIC 9(9)V99.
           05  SIK-STATUS          PIC X(1).
               88  SIK-AKTIV           VALUE "A".
               88  SIK-OPHOERT         VALUE "O".
           05  SIK-OPRETTET-DATO   PIC 9(8).
           05  SIK-STATUS-DATO     PIC 9(8).
