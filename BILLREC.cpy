      *   01/09/2026 RM  Added BILL-PRODUCT-CODE: the product/plan a
      *                  subscription line bills for, spaces on a
      *                  classic whole-client rate line.
      *   15/10/2026 RM  Added the line's taxes from the tax rules
      *                  table: ISS with its withheld-by-taker flag,
      *                  and the PIS, COFINS, CSLL and IRRF
      *                  retentions.
      ******************************************************************
       01 :RECNAME:.
           05 BILL-CLIENT-CODE PIC 9(7).
           05 BILL-AMOUNT PIC 9(7)V99.
           05 BILL-CONSOL-FLAG PIC X(1).
           05 BILL-PRODUCT-CODE PIC X(6).
           05 BILL-ISS-AMOUNT PIC 9(7)V99.
           05 BILL-ISS-WITHHELD PIC X(1).
           05 BILL-PIS-AMOUNT PIC 9(7)V99.
           05 BILL-COFINS-AMOUNT PIC 9(7)V99.
           05 BILL-CSLL-AMOUNT PIC 9(7)V99.
           05 BILL-IRRF-AMOUNT PIC 9(7)V99.
