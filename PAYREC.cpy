      *          code and period. The same layout is used for the
      *          posted and unmatched output files so a rejected
      *          payment can be re-presented as-is.
      *          PAY-SIGN is '-' on the negative posting
      *          PAYMENT-REVERSE appends to payments-posted.txt when a
      *          posted payment is undone; it is blank on every other
      *          line, and on lines written before it existed.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY PAYREC REPLACING ==:RECNAME:==
      *              BY ==PAYMENT-LINE==.
      * Modification History:
      *   22/08/2026 RM  Original version.
      *   15/10/2026 RM  Added PAY-SIGN for reversal postings.
      ******************************************************************
       01 :RECNAME:.
           05 PAY-CLIENT-CODE PIC 9(7).
           05 PAY-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE ','.
           05 PAY-AMOUNT PIC 9(7)V99.
           05 PAY-SIGN PIC X(1).
               88 PAY-REVERSAL VALUE '-'.
