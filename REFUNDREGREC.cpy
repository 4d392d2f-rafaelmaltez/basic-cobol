      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Refund register record, one line per refund paid on
      *          refund-register.txt. Written by REFUND-RUN with the
      *          payout date, amount, method and the supervisor who
      *          approved it; read by GL-EXPORT (the refund leaves
      *          cash) and CLIENT-STATEMENT (the refund shows on the
      *          client's statement).
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY REFUNDREGREC REPLACING ==:RECNAME:==
      *              BY ==REFUND-REG-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 RR-CLIENT-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RR-REQUEST-NUMBER PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RR-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RR-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RR-METHOD PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RR-APPROVER PIC X(8).
