      *-----------------------------------------------------------*
      * OPERATOER.cpy
      * Operatoerregister - en raekke per bruger der maa indtaste
      * eller godkende i de opdaterende programmer, vedligeholdt af
      * sikkerhedsadministrationen i Operatoerer.txt. OPR-ROLLER
      * baerer op til fire rollebogstaver i vilkaarlig orden:
      * "V" vedligeholdelsesmedarbejder (kunder, konti, fuldmagter),
      * "P" posteringsmedarbejder, "G" godkender og "R" ejer af
      * referencedata. OPR-GRAENSE er operatoerens personlige
      * beloebsgraense for det der indtastes eller godkendes - nul
      * betyder ingen beloebsbefoejelse. OPR-GYLDIG-TIL nul betyder
      * uden udloeb; OPR-STATUS "S" spaerrer brugeren med det samme.
      * De automatiske afsendere (OPG35AUTO, CPRIMPORT, DOEDSBO)
      * skal staa i registret med rolle "V" som enhver anden bruger.
      * Slaas op gennem OPERATOERKONTROL.
      * Bruges af OPERATOERKONTROL og OPG80.
      *-----------------------------------------------------------*
           05  OPR-ID              PIC X(10).
           05  OPR-NAVN            PIC X(30).
           05  OPR-ROLLER          PIC X(4).
           05  OPR-GRAENSE         PIC 9(9)V99.
           05  OPR-GYLDIG-FRA      PIC 9(8).
           05  OPR-GYLDIG-TIL      PIC 9(8).
           05  OPR-STATUS          PIC X(1).
               88  OPR-AKTIV           VALUE "A".
               88  OPR-SPAERRET        VALUE "S".
