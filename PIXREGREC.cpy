      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: PIX charge register record, one line per charge
      *          PIX-CHARGE has sent to the bank, appended to
      *          pix-register.txt - the txid, the client and period
      *          it charges, amount, issue and expiry dates. PIX-RETURN
      *          maps each settled txid back to its client and period
      *          from here; CLIENT-STATEMENT and DUNNING-NOTICE print
      *          the BR Code of a client's charges still in force.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY PIXREGREC REPLACING ==:RECNAME:==
      *              BY ==PIX-REG-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 PXR-TXID PIC X(25).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PXR-CLIENT-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PXR-PERIOD PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PXR-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 PXR-ISSUE-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PXR-EXPIRY-DATE PIC 9(8).
