      *-----------------------------------------------------------*
      * SANKTIONSLISTE.cpy
      * En person eller enhed paa EU/FN-sanktionslisten - en linje
      * i Sanktionsliste.txt (og i sanktionsliste-ny.txt, naar en
      * ny liste er leveret). SL-KILDE er "EU" eller "UN".
      * SL-FOEDSELSDATO er nul naar listen ikke kender den, SL-LAND
      * blank naar intet land er opgivet.
      * Bruges af SANKTIONSKONTROL og OPG72.
      *-----------------------------------------------------------*
           05  SL-ID               PIC X(10).
           05  SL-KILDE            PIC X(2).
               88  SL-KILDE-EU         VALUE "EU".
               88  SL-KILDE-UN         VALUE "UN".
           05  SL-NAVN             PIC X(60).
           05  SL-FOEDSELSDATO     PIC 9(8).
           05  SL-LAND             PIC X(2).
