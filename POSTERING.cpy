      * reference der allerede er bogfoert, saa en genkoert fil
      * ikke kan flytte saldi to gange
           05  POST-REFERENCE      PIC X(12).
      * Kunde-ID paa den kunde der selv afgav ordren - sat af
      * NETBANKORDRER, saa KONTOPOSTERING kan holde en mindreaarigs
      * egne ordrer mod beloebsgraensen. Blank paa bankens egne
      * serier, paa ordrer givet under fuldmagt og paa raekker fra
      * foer feltet fandtes
           05  POST-ORDREGIVER     PIC X(10).
