      * opg10-transaktioner.txt. TRANS-GODKENDT-AF er blank paa
      * almindelige transaktioner; paa anden-gangs-koerslen af en
      * hoejvaerditransaktion baerer den godkenderens identitet,
      * sat af OPG23 ud fra godkendelsesfilen eller af
      * godkendelsesbordet OPG79.
      * TRANS-SANKTION-OK er "J" paa en transaktion compliance har
      * frigivet efter et muligt sanktionshit (sat af OPG71 i
      * opg10-sanktion-frigivne.txt), saa OPG10 ikke parkerer den
      * igen. OPG10 respekterer kun feltet paa raekker fra den fil
      * og blanker det paa al anden input.
      * TRANS-KUNDE-TYPE, TRANS-CVR, TRANS-FIRMANAVN og
      * TRANS-KONTAKTPERSON baerer erhvervskundens felter paa
      * TILFOJ-KUNDE og OPDATER-KUNDE.
      * TRANS-SKAT-LAND/-TIN og TRANS-SELVCERT-DATO baerer en ny
      * selvcertificering om skattemaessigt hjemsted.
      * Bruges af OPG10, OPG23, OPG24, OPG71 og OPG79.
      *-----------------------------------------------------------*
           05  TRANS-TYPE          PIC X(13).
           05  TRANS-KUNDE-ID      PIC X(10).
      * Leveringskanal for kontoudtog paa en kunde - P papir,
      * E e-mail, D digital postkasse; blank lader feltet staa
           05  TRANS-LEVERING      PIC X(1).
      * "J" naar compliance har frigivet transaktionen efter et
      * muligt sanktionshit - blank paa alle andre
           05  TRANS-SANKTION-OK   PIC X(1).
      * Kundeklasse paa TILFOJ-KUNDE - "P" privat (ogsaa blank) eller
      * "E" erhverv; paa OPDATER-KUNDE omklassificerer "E" en
      * privatkunde til erhvervskunde, blank lader klassen staa
           05  TRANS-KUNDE-TYPE    PIC X(1).
      * Erhvervskundens CVR-nummer, firmanavn og kontaktperson -
      * blanke lader felterne staa paa en OPDATER-KUNDE
           05  TRANS-CVR           PIC X(8).
           05  TRANS-FIRMANAVN     PIC X(40).
           05  TRANS-KONTAKTPERSON PIC X(40).
      * Selvcertificering om skattemaessigt hjemsted paa TILFOJ-KUNDE
      * og OPDATER-KUNDE - en udfyldt TRANS-SELVCERT-DATO erstatter
      * alle tre lande og skatte-ID'er paa kunden; blank lader dem
      * staa
           05  TRANS-SKATTE-BOPAEL OCCURS 3 TIMES.
               10  TRANS-SKAT-LAND PIC X(2).
               10  TRANS-SKAT-TIN  PIC X(20).
           05  TRANS-SELVCERT-DATO PIC X(8).
