      *-----------------------------------------------------------*
      * RENTEOPSPARING.cpy
      * Renteopsparing - en raekke per konto per rentedag, sorteret
      * paa KONTO-ID og dato, dannet dagligt af RENTEPERIODISERING
      * og kapitaliseret ved maanedsskiftet af RENTETILSKRIVNING.
      * RO-SALDO er dagens slutsaldo (valoerdateret) og RO-SATS den
      * aarlige procentsats renten er regnet med; RO-RENTE er
      * dagens rente med fortegn (positiv = kreditrente til kunden,
      * negativ = debetrente) med seks decimaler. RO-REGULERET er
      * den del af RO-RENTE der er kommet til ved genberegning efter
      * en tilbagevaloeret postering - den er allerede bogfoert som
      * renteregulering og kapitaliseres ikke igen. RO-KAPITAL-DATO
      * er dagen raekken blev tilskrevet (nul = endnu ikke).
      * Naar en prisaftale (PRISAFTALE.cpy) har givet dagens sats,
      * er RO-AFTALE-NR aftalen og RO-STD-RENTE den rente
      * standardsatsen ville have givet; uden aftale er
      * RO-AFTALE-NR nul og RO-STD-RENTE lig RO-RENTE. Raekker fra
      * foer felterne kom til har dem blanke og laeses som uden
      * aftale.
      * Dage med saldo nul har ingen raekke.
      * Bruges af OPG18 og OPG75.
      *-----------------------------------------------------------*
           05  RO-KONTO-ID         PIC X(10).
           05  RO-DATO             PIC 9(8).
           05  RO-SALDO            PIC S9(9)V99.
           05  RO-SATS             PIC 9(2)V9999.
           05  RO-RENTE            PIC S9(5)V9(6).
           05  RO-REGULERET        PIC S9(5)V9(6).
           05  RO-KAPITAL-DATO     PIC 9(8).
           05  RO-STD-RENTE        PIC S9(5)V9(6).
           05  RO-AFTALE-NR        PIC 9(6).
