      *-----------------------------------------------------------*
      * KASSETRANS.cpy
      * Kassetransaktion - dagens bevaegelser fra filialernes
      * kasser i opg77-kassetransaktioner.txt. KB-TYPE er:
      *   AABN - opret/genaabn kassen (KB-KASSETYPE "K"/"B") og
      *          udlever den til KB-KASSERER; stk. er startbeholdning
      *          og kun tilladt naar kassen oprettes
      *   IND  - kontant indbetaling til KB-KONTO-ID (KREDIT)
      *   UD   - kontant udbetaling fra KB-KONTO-ID (DEBIT)
      *   OVF  - kontanter fra kassen til KB-MODKASSE i samme filial
      *          (kasse/boks-overfoersel)
      *   TAEL - kassererens optaelling ved dagens slutning
      *   LUK  - luk kassen efter optaellingen (skal vaere tom)
      * KB-STYK er antal stk. per valoer i samme orden som
      * KA-STYK; paa IND, UD og OVF skal de summere til KB-BELOB.
      * KB-REFERENCE er posteringsreferencen paa IND og UD.
      * Bruges af OPG77.
      *-----------------------------------------------------------*
           05  KB-DATO             PIC 9(8).
           05  KB-AFDELING         PIC X(3).
           05  KB-KASSE-ID         PIC X(4).
           05  KB-KASSERER         PIC X(10).
           05  KB-TYPE             PIC X(4).
               88  KB-AABN             VALUE "AABN".
               88  KB-IND              VALUE "IND".
               88  KB-UD               VALUE "UD".
               88  KB-OVF              VALUE "OVF".
               88  KB-TAEL             VALUE "TAEL".
               88  KB-LUK              VALUE "LUK".
           05  KB-KONTO-ID         PIC X(10).
           05  KB-MODKASSE         PIC X(4).
           05  KB-BELOB            PIC 9(7)V99.
           05  KB-REFERENCE        PIC X(12).
           05  KB-KASSETYPE        PIC X(1).
           05  KB-STYK             PIC 9(5) OCCURS 11 TIMES.
