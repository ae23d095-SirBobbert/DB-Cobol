      *.\cobbuild.bat -m navneformat.cob -o navneformat.so
      *Shared name-formatting subprogram - combines FORNAVN and
      *EFTERNAVN into one "Fornavn Efternavn" line. Called from OPG3,
      *OPG7 and OPG10, and for every report and statement through
      *KUNDENAVN, so the join rule only has to be fixed once.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAVNEFORMAT.

