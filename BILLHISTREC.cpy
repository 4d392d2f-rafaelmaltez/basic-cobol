      * Note: copy into an FD with
      *          COPY BILLHISTREC REPLACING ==:RECNAME:==
      *              BY ==BILLING-HIST-LINE==.
      *       Lines written before the tax fields existed end at
      *       BH-AMOUNT, so a reader tests the tax amounts NUMERIC
      *       before using them.
      * Modification History:
      *   22/08/2026 RM  Original version.
      *   15/10/2026 RM  Added the line's ISS (with the withheld-by-
      *                  taker flag) and its PIS, COFINS, CSLL and
      *                  IRRF retentions, so GL-EXPORT can post them.
      *   15/10/2026 RM  Added BH-PRODUCT-CODE, the product or plan the
      *                  line bills (TUIT for tuition), spaces on a
      *                  plain service line - as BILL-PRODUCT-CODE.
      ******************************************************************
       01 :RECNAME:.
           05 BH-PERIOD PIC X(6).
           05 BH-CLIENT-UF PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BH-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 BH-ISS-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 BH-ISS-WITHHELD PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BH-PIS-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 BH-COFINS-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 BH-CSLL-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 BH-IRRF-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 BH-PRODUCT-CODE PIC X(6).
