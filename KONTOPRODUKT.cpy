      * forfald) og laan ("L" - LAANYDELSE koerer ydelserne).
      * PROD-TERMIN-MDR er terminens laengde og PROD-RENTE-TILLAEG
      * tillaegget oven paa produktets kreditsats.
      * PROD-RISIKO er produktets hvidvaskrisiko ("L"/"M"/"H",
      * blank = lav), som KUNDERISIKO laegger til kundens score.
      * PROD-VOKSEN-PRODUKT goer produktet til et ungdomsprodukt: det
      * naevner det produkt kontoen flyttes over paa, naar ejeren
      * fylder 18 (blank = ikke et ungdomsprodukt).
      * Bruges af OPG10, OPG15, OPG46, OPG57, OPG64, OPG66, OPG70 og
      * OPG90.
      *-----------------------------------------------------------*
           05  PROD-KODE           PIC X(10).
           05  PROD-NAVN           PIC X(30).
           05  PROD-KLASSE         PIC X(1).
           05  PROD-TERMIN-MDR     PIC 9(3).
           05  PROD-RENTE-TILLAEG  PIC 9(2)V9999.
           05  PROD-RISIKO         PIC X(1).
           05  PROD-VOKSEN-PRODUKT PIC X(10).
