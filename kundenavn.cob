      *.\cobbuild.bat -m kundenavn.cob -o kundenavn.so
      *Shared customer-name subprogram - hands back the name a report
      *or statement prints for one customer record: the company name
      *for a business customer, "Fornavn Efternavn" through
      *NAVNEFORMAT for a private one (and for rows from before the
      *customer class existed, whose KUNDE-TYPE is blank). Callers
      *pass their whole KUNDEOPL record so the business/private rule
      *only has to be fixed once. Called from OPG8, OPG9, OPG13,
      *OPG14, OPG16, OPG20, OPG26, OPG35, OPG36, OPG37, OPG69, OPG70
      *and OPG72.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KUNDENAVN.

       DATA DIVISION.
       LINKAGE SECTION.
      *Caller's customer record
       01  LK-KUNDE.
           COPY "KUNDEOPL.cpy".
      *The printed name
       01  LK-FULDT-NAVN  PIC X(40).

       PROCEDURE DIVISION USING LK-KUNDE LK-FULDT-NAVN.

       MAIN-PROCEDURE.
      *A business customer prints under its company name; everyone
      *else under first and last name
           IF KUNDE-ERHVERV OF LK-KUNDE
               MOVE FIRMANAVN OF LK-KUNDE TO LK-FULDT-NAVN
           ELSE
               CALL "NAVNEFORMAT" USING FORNAVN   OF LK-KUNDE
                                        EFTERNAVN OF LK-KUNDE
                                        LK-FULDT-NAVN
           END-IF
      *Return to caller
           GOBACK
           .
