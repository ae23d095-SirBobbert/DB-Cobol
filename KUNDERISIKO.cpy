      *-----------------------------------------------------------*
      * KUNDERISIKO.cpy
      * Kundens hvidvaskrisiko - en raekke per KUNDE-ID, dannet og
      * omskrevet dagligt af KUNDERISIKO. KR-KLASSE er "L", "M"
      * eller "H" og KR-SCORE pointene bag den. KR-KLASSE-DATO er
      * dagen klassen sidst skiftede, KR-FOERSTE-DATO dagen kunden
      * foerst blev klassificeret. KR-GENNEMGAAET-DATO og -AF er
      * hvidvaskansvarliges seneste godkendte gennemgang (nul/blank
      * = aldrig gennemgaaet); KR-NAESTE-DATO er den naeste
      * gennemgang klassens interval kraever. KR-SPAERRET er "J"
      * naar en hoejrisikokunde er mere end de tilladte dage over
      * fristen - NETBANKORDRER holder saa kundens ordrer tilbage.
      * Bruges af OPG44 og OPG70.
      *-----------------------------------------------------------*
           05  KR-KUNDE-ID         PIC X(10).
           05  KR-KLASSE           PIC X(1).
               88  KR-LAV              VALUE "L".
               88  KR-MELLEM           VALUE "M".
               88  KR-HOEJ             VALUE "H".
           05  KR-SCORE            PIC 9(3).
           05  KR-KLASSE-DATO      PIC 9(8).
           05  KR-FOERSTE-DATO     PIC 9(8).
           05  KR-GENNEMGAAET-DATO PIC 9(8).
           05  KR-GENNEMGAAET-AF   PIC X(10).
           05  KR-NAESTE-DATO      PIC 9(8).
           05  KR-SPAERRET         PIC X(1).
               88  KR-ER-SPAERRET      VALUE "J".
