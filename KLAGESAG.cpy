      *-----------------------------------------------------------*
      * KLAGESAG.cpy
      * Klagesag - en raekke per kundeklage i Klagesager.txt. Sagen
      * naevner kunden, en kategori og en svarfrist; de omtvistede
      * posteringer staar i Klageposter.txt (KLAGEPOST.cpy).
      * KS-KATEGORI: "G" kontogebyr (GEBYRBEREGNING og rykkergebyr),
      * "O" overtraeksgebyr, "K" kortbetaling, "B" Betalingsservice,
      * "A" andet. KS-STATUS: "O" aaben, "A" besvaret med afslag,
      * "B" besvaret og lukket. KS-FRIST-DATO er den lovbestemte
      * svarfrist regnet fra oprettelsen; KS-SVAR-DATO er nul indtil
      * sagen er besvaret.
      * Bruges af OPG88.
      *-----------------------------------------------------------*
           05  KS-SAG-ID           PIC X(10).
           05  KS-KUNDE-ID         PIC X(10).
           05  KS-KATEGORI         PIC X(1).
               88  KS-KAT-GEBYR        VALUE "G".
               88  KS-KAT-OVERTRAEK    VALUE "O".
               88  KS-KAT-KORT         VALUE "K".
               88  KS-KAT-BS           VALUE "B".
               88  KS-KAT-ANDET        VALUE "A".
           05  KS-STATUS           PIC X(1).
               88  KS-AABEN            VALUE "O".
               88  KS-AFSLAAET         VALUE "A".
               88  KS-BESVARET         VALUE "B".
           05  KS-OPRETTET-DATO    PIC 9(8).
           05  KS-FRIST-DATO       PIC 9(8).
           05  KS-SVAR-DATO        PIC 9(8).
           05  KS-BESKRIVELSE      PIC X(40).
           05  KS-OPRETTET-AF      PIC X(10).
