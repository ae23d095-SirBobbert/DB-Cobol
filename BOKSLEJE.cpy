      *-----------------------------------------------------------*
      * BOKSLEJE.cpy
      * Boksregistret - en raekke per udlejet bankboks i
      * Boksleje.txt, noeglet paa AFDELING og boksnummer. Lejerne er
      * op til tre KUNDE-ID'er; BL-BETALER-KONTO er kontoen den
      * aarlige leje haeves paa og skal tilhoere en af lejerne.
      * BL-STOERRELSE slaar lejen op i Boksepriser.txt, og
      * BL-FAKTURERET-AAR er det seneste aar lejen er opkraevet for,
      * saa en genkoersel ikke opkraever samme aar to gange.
      * Noegleindehaverne er bygget som fuldmagterne i
      * Fuldmagtsregister.txt: identitet, adgangsret og
      * gyldighedsperiode, hvor nul i en dato betyder aaben. Lejerne
      * har selv altid adgang og staar ikke i noeglelisten. En
      * opsagt leje slettes af registret; audit-sporet er dens
      * historik. KUNDEFLET flytter lejere og noegleindehavere med
      * ved en fletning, og VEDLIGEHOLD flytter betalerkontoen til
      * kundens primaerkonto naar kontoen lukkes.
      * Bruges af OPG10, OPG32 og OPG99.
      *-----------------------------------------------------------*
           05  BL-AFDELING         PIC X(3).
           05  BL-BOKS-NR          PIC X(6).
           05  BL-STOERRELSE       PIC X(1).
           05  BL-LEJER-ID         PIC X(10) OCCURS 3 TIMES.
           05  BL-BETALER-KONTO    PIC X(10).
           05  BL-START-DATO       PIC 9(8).
           05  BL-FAKTURERET-AAR   PIC 9(4).
      * Noegleindehavere ud over lejerne - "A" maa aabne boksen
      * alene, "M" kun sammen med en af lejerne
           05  BL-NOEGLE OCCURS 4 TIMES.
               10  BL-NOEGLE-ID    PIC X(10).
               10  BL-ADGANG       PIC X(1).
                   88  BL-ADGANG-ALENE     VALUE "A".
                   88  BL-ADGANG-MED-LEJER VALUE "M".
               10  BL-GYLDIG-FRA   PIC 9(8).
               10  BL-GYLDIG-TIL   PIC 9(8).
