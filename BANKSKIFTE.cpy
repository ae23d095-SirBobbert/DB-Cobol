      *-----------------------------------------------------------*
      * BANKSKIFTE.cpy
      * Bankskiftesag - en raekke per konto der skifter bank, i
      * Bankskifteregister.txt. BSK-RETNING "I" er en kunde der
      * kommer til os (BSK-KONTO-ID er den nye konto hos os), "U" en
      * kunde der forlader os (BSK-KONTO-ID er kontoen der lukkes,
      * BSK-IBAN modtagerkontoen for udligningen i den nye bank).
      * BSK-FREMMED-REGNR og BSK-FREMMED-KONTO er kontoen i den anden
      * bank, BSK-SAG-REF skiftets reference paa tvaers af bankerne.
      * Status: "R" registreret og venter paa skiftedatoen, "O"
      * (ind) ordrer og aftaler overdraget til OPG21 og OPG41, "U"
      * (ud) saldoen udlignet til den nye bank, "L" (ud) lukningen
      * sendt til VEDLIGEHOLD, "A" afsluttet, "F" afvist ved
      * registreringen. BSK-SUSP-KODE er "J" naar kontoens faste
      * overfoersler og Betalingsservice-aftaler er suspenderet.
      * Bruges af OPG83.
      *-----------------------------------------------------------*
           05  BSK-SAG-NR          PIC 9(6).
           05  BSK-RETNING         PIC X(1).
               88  BSK-IND             VALUE "I".
               88  BSK-UD              VALUE "U".
           05  BSK-SAG-REF         PIC X(10).
           05  BSK-KONTO-ID        PIC X(10).
           05  BSK-KUNDE-ID        PIC X(10).
           05  BSK-FREMMED-REGNR   PIC X(4).
           05  BSK-FREMMED-KONTO   PIC X(10).
           05  BSK-IBAN            PIC X(34).
           05  BSK-SKIFTEDATO      PIC 9(8).
           05  BSK-AABNET-DATO     PIC 9(8).
           05  BSK-STATUS          PIC X(1).
               88  BSK-REGISTRERET     VALUE "R".
               88  BSK-OVERDRAGET      VALUE "O".
               88  BSK-UDLIGNET        VALUE "U".
               88  BSK-LUKNING-SENDT   VALUE "L".
               88  BSK-AFSLUTTET       VALUE "A".
               88  BSK-AFVIST          VALUE "F".
           05  BSK-AFSLUTTET-DATO  PIC 9(8).
           05  BSK-UDLIGNET-BELOB  PIC 9(9)V99.
           05  BSK-KOERT-AF        PIC X(10).
           05  BSK-SUSP-KODE       PIC X(1).
