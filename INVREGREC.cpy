      *          the billing line it was issued for, so the fiscal
      *          side answers from file instead of a hand-kept list.
      *          INVOICE-GAPS proves the number sequence unbroken from
      *          this register. IR-COMPANY is the company whose
      *          sequence the number was drawn from (blank on lines
      *          written before there was more than one company, and
      *          read as company 01).
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY INVREGREC REPLACING ==:RECNAME:==
           05 IR-PERIOD PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 IR-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 IR-COMPANY PIC X(2).
