      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Revenue budget record, one line per branch, product
      *          and month on budget.txt - the billing and collections
      *          budgeted for it. The product is a code on
      *          products.txt or SERVIC for plain service billing (the
      *          classic whole-client rate). Maintained through
      *          CONFIG-MAINT; BUDGET-REPORT compares it with the
      *          billed and collected actuals.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY BUDGETREC REPLACING ==:RECNAME:==
      *              BY ==BUDGET-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 BU-BRANCH PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BU-PRODUCT PIC X(6).
               88 BU-PLAIN-SERVICE VALUE 'SERVIC'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 BU-MONTH PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BU-BILLED PIC 9(9)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 BU-COLLECTED PIC 9(9)V99.
