      *configurable through the central parameter file itself
       01  REF-GODKEND-AENDRING PIC 9(3)V99 VALUE 1.00.

      *Operator-register check - the identity, the role it must
      *hold, and the answer from OPERATOERKONTROL. Rate changes
      *carry no amount, so only role and validity are judged
       01  OPK-OPERATOER        PIC X(10) VALUE SPACES.
       01  OPK-ROLLE            PIC X(1) VALUE SPACE.
       01  OPK-BELOB            PIC S9(9)V99 VALUE 0.
       01  OPK-SVAR             PIC X(2) VALUE SPACES.
       01  OPK-AARSAG           PIC X(40) VALUE SPACES.

      *Parameter fields for the shared runtime-parameter subprogram
       01  PARAM-NAVN           PIC X(20) VALUE SPACES.
       01  PARAM-VAERDI         PIC X(20) VALUE SPACES.

      *Lookup results
       01  WS-FUNDET-IX         PIC 9(3) VALUE 0.
       01  VOKSEN-FUNDET-SW     PIC X VALUE "N".
           88  VOKSEN-FUNDET        VALUE "Y".

      *Numeric-parse work fields - digits with at most one decimal
      *point, the same scan PARAMETRE makes of its values
       01  TRANS-PARKERET-ANTAL PIC 9(7) VALUE 0.
       01  GODKENDT-ANTAL       PIC 9(7) VALUE 0.

      *Parameter fields for the shared sealing subprogram
       01  SGL-FUNKTION         PIC X(1) VALUE SPACE.
       01  SGL-FIL              PIC X(1) VALUE SPACE.
       01  SGL-PROGRAM          PIC X(8) VALUE "OPG57".
       01  SGL-AARSAG           PIC X(30) VALUE SPACES.
       01  SGL-SVAR             PIC X(2) VALUE SPACES.
       01  SGL-RAEKKER          PIC 9(9) VALUE 0.
       01  SGL-NYE              PIC 9(9) VALUE 0.
       01  SGL-BRUD             PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT KOERSELS-DATO FROM DATE YYYYMMDD
           PERFORM SKRIV-AFVENTENDE

           CLOSE AUDIT-FIL
           PERFORM FORSEGL-AUDIT
           DISPLAY "----------------------------------------"
           DISPLAY "Transaktioner laest: "  TRANS-LAEST-ANTAL
           DISPLAY "Anvendt: "              TRANS-OK-ANTAL
                   MOVE AFVENT-IX TO WS-AFVENT-IX
               END-IF
           END-PERFORM
      *Any decision needs a registered approver
           MOVE 0 TO OPK-BELOB
           MOVE GK-GODKENDER TO OPK-OPERATOER
           MOVE "G" TO OPK-ROLLE
           CALL "OPERATOERKONTROL" USING OPK-OPERATOER OPK-ROLLE
                                         OPK-BELOB OPK-SVAR
                                         OPK-AARSAG
           EVALUATE TRUE
               WHEN WS-AFVENT-IX = 0
                   PERFORM SKRIV-AUDIT-UKENDT-NR
               WHEN GK-GODKENDT
                   AND GK-GODKENDER = AVT-MAKER (WS-AFVENT-IX)
                   PERFORM SKRIV-AUDIT-SAMME-BRUGER
               WHEN OPK-SVAR NOT = "OK"
                   PERFORM SKRIV-AUDIT-OPERATOER
               WHEN GK-GODKENDT
                   MOVE AVT-BILLEDE (WS-AFVENT-IX) TO TRANS-REKORD
                   MOVE GK-GODKENDER TO RFT-GODKENDT-AF
      *everything else applies directly
       BEHANDL-TRANSAKTION.
           MOVE "N" TO TRANS-PARKERET-SW
           PERFORM KONTROLLER-OPERATOER
           IF OPK-SVAR NOT = "OK"
               MOVE OPK-AARSAG TO TRANS-FEJL-AARSAG
               ADD 1 TO TRANS-AFVIST-ANTAL
               PERFORM SKRIV-AUDIT-AFVIST
           ELSE
               PERFORM BEDOEM-GODKENDELSESKRAV
               IF TRANS-PARKERET
                   PERFORM PARKER-TIL-GODKENDELSE
                   ADD 1 TO TRANS-PARKERET-ANTAL
               ELSE
                   PERFORM UDFOER-TRANSAKTION
               END-IF
           END-IF
           EXIT.

      * -------------------------------------------------
      *Hold the identities on a keyed transaction against the
      *operator register - the maker must own reference data, and
      *an approver arriving on it must hold the approver role
       KONTROLLER-OPERATOER.
           MOVE 0 TO OPK-BELOB
           MOVE RFT-KOERT-AF TO OPK-OPERATOER
           MOVE "R" TO OPK-ROLLE
           CALL "OPERATOERKONTROL" USING OPK-OPERATOER OPK-ROLLE
                                         OPK-BELOB OPK-SVAR
                                         OPK-AARSAG
           IF OPK-SVAR = "OK"
               AND RFT-GODKENDT-AF NOT = SPACES
               AND RFT-GODKENDT-AF NOT = RFT-KOERT-AF
               MOVE RFT-GODKENDT-AF TO OPK-OPERATOER
               MOVE "G" TO OPK-ROLLE
               CALL "OPERATOERKONTROL" USING OPK-OPERATOER OPK-ROLLE
                                             OPK-BELOB OPK-SVAR
                                             OPK-AARSAG
           END-IF
           EXIT.

                   MOVE 0 TO PROD-TERMIN-MDR OF ARBEJDS-PRODUKT
                   MOVE 0 TO PROD-RENTE-TILLAEG
                       OF ARBEJDS-PRODUKT
                   MOVE SPACE TO PROD-RISIKO OF ARBEJDS-PRODUKT
                   MOVE SPACES TO PROD-VOKSEN-PRODUKT
                       OF ARBEJDS-PRODUKT
                   ADD 1 TO PRODUKT-ANTAL
                   MOVE ARBEJDS-PRODUKT TO PT-REKORD (PRODUKT-ANTAL)
           END-EVALUATE
                       MOVE "Ugyldigt RENTETILLAEG"
                           TO TRANS-FEJL-AARSAG
                   END-IF
               WHEN "RISIKO"
                   IF RFT-VAERDI2 (1:1) = "L"
                       OR RFT-VAERDI2 (1:1) = "M"
                       OR RFT-VAERDI2 (1:1) = "H"
                       OR RFT-VAERDI2 (1:1) = SPACE
                       MOVE RFT-VAERDI2 (1:1)
                           TO PROD-RISIKO OF ARBEJDS-PRODUKT
                   ELSE
                       MOVE "N" TO TRANS-OK-SW
                       MOVE "RISIKO skal vaere L, M eller H"
                           TO TRANS-FEJL-AARSAG
                   END-IF
      *A youth product names the product its accounts move to at
      *eighteen - another product already in the catalog
               WHEN "VOKSENPROD"
                   MOVE "N" TO VOKSEN-FUNDET-SW
                   PERFORM VARYING PROD-IX FROM 1 BY 1
                       UNTIL PROD-IX > PRODUKT-ANTAL
                       IF PT-REKORD (PROD-IX) (1:10)
                               = RFT-VAERDI2 (1:10)
                           AND PT-REKORD (PROD-IX) (1:10)
                               NOT = PROD-KODE OF ARBEJDS-PRODUKT
                           SET VOKSEN-FUNDET TO TRUE
                       END-IF
                   END-PERFORM
                   IF RFT-VAERDI2 = SPACES OR VOKSEN-FUNDET
                       MOVE RFT-VAERDI2 (1:10)
                           TO PROD-VOKSEN-PRODUKT OF ARBEJDS-PRODUKT
                   ELSE
                       MOVE "N" TO TRANS-OK-SW
                       MOVE "VOKSENPROD er ikke et andet produkt"
                           TO TRANS-FEJL-AARSAG
                   END-IF
               WHEN OTHER
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "Ukendt produktfelt" TO TRANS-FEJL-AARSAG
           END-STRING
           WRITE AUDIT-REKORD
           EXIT.

       SKRIV-AUDIT-OPERATOER.
           MOVE SPACES TO AUDIT-TEXT
           STRING
               KOERSELS-DATO                    DELIMITED BY SIZE
               " REFVEDL GODKENDELSE AFVIST NR: "
                                                DELIMITED BY SIZE
               GK-AFVENT-NR                     DELIMITED BY SIZE
               " GODKENDER: "                   DELIMITED BY SIZE
               GK-GODKENDER                     DELIMITED BY SPACE
               " AARSAG: "                      DELIMITED BY SIZE
               OPK-AARSAG                       DELIMITED BY SIZE
               INTO AUDIT-TEXT
           END-STRING
           WRITE AUDIT-REKORD
           EXIT.

      * -------------------------------------------------
      *Seal the rows this run appended to the audit trail through
      *FORSEGLING, so they are chained the moment they are written
      *rather than at the nightly OPG81 check. A broken chain seals
      *nothing and is left for OPG81 to report
       FORSEGL-AUDIT.
           MOVE "K" TO SGL-FUNKTION
           MOVE "A" TO SGL-FIL
           MOVE 0 TO SGL-BRUD
           CALL "FORSEGLING" USING SGL-FUNKTION SGL-FIL SGL-PROGRAM
                                   SGL-AARSAG SGL-SVAR SGL-RAEKKER
                                   SGL-NYE SGL-BRUD
           IF SGL-SVAR NOT = "OK"
               DISPLAY "OPG57: kaedebrud i opg10-audit.txt raekke "
                       SGL-BRUD
           END-IF
           EXIT.
