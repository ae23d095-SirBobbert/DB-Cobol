      * baerer de enkeltkonto-felter OPG7's flade testfil stadig
      * bruger; programmer med en selvstaendig kontomaster
      * (KontoOpl.txt) refererer den gruppe aldrig.
      * KUNDE-TYPE skiller privatkunder fra erhvervskunder: en
      * erhvervskunde baerer CVR-nummer, firmanavn og kontaktperson
      * og har FORNAVN, EFTERNAVN og CPR-NUMMER blanke. Navnet paa en
      * rapport eller et udtog hentes gennem KUNDENAVN, som vaelger
      * mellem de to.
      * SKATTE-BOPAEL og SELVCERT-DATO er kundens egen erklaering om
      * skattemaessigt hjemsted til CRS/FATCA-indberetningen.
      * Bruges af OPG5, OPG7, OPG8, OPG9, OPG10, OPG11, OPG13, OPG14
      * og OPG16.
      *-----------------------------------------------------------*
      * raekker fra foer feltet fandtes
           05  KUNDE-BO-KODE       PIC X(1).
               88  KUNDE-ER-BO         VALUE "B".
      * Kundeklasse - "P" privatkunde, "E" erhvervskunde (selskab,
      * forening og lignende). Blank (raekker fra foer feltet
      * fandtes) behandles som privat
           05  KUNDE-TYPE          PIC X(1).
               88  KUNDE-PRIVAT        VALUE "P" " ".
               88  KUNDE-ERHVERV       VALUE "E".
      * CVR-nummer (8 cifre) paa en erhvervskunde - modulus-11-
      * valideret ved indtastning i OPG10; blank paa privatkunder
           05  CVR-NUMMER          PIC X(8).
      * Firmanavn paa en erhvervskunde, som det skal staa paa
      * rapporter og udtog - samlet i eet felt, saa det ikke deles
      * over FORNAVN og EFTERNAVN
           05  FIRMANAVN           PIC X(40).
      * Kontaktperson hos erhvervskunden - den banken taler med;
      * blank paa privatkunder
           05  KONTAKTPERSON       PIC X(40).
      * Skattemaessigt hjemsted - op til tre lande kunden er
      * skattepligtig i, hvert med kundens skatte-ID (TIN) der.
      * Vedligeholdt gennem OPG10 som en helhed sammen med
      * SELVCERT-DATO; blanke paa raekker fra foer felterne fandtes
           05  SKATTE-BOPAEL OCCURS 3 TIMES.
               10  SKAT-LAND       PIC X(2).
               10  SKAT-TIN        PIC X(20).
      * Datoen (AAAAMMDD) kunden afgav sin selvcertificering om
      * skattemaessigt hjemsted; blank naar kunden aldrig har
      * selvcertificeret
           05  SELVCERT-DATO       PIC X(8).
