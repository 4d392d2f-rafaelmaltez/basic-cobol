      *          the head office and is always valid; WRITING-FILES
      *          checks a keyed branch against this table the way
      *          state/CEP are checked against UF-TABLE.
      *          BRA-COMPANY is the company (COMPANYREC) the branch
      *          belongs to; a branch line without one belongs to
      *          company 01.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY BRANCHREC REPLACING ==:RECNAME:==
           05 BRA-CODE PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BRA-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BRA-COMPANY PIC X(2).
