      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Comma-delimited delivery return from the messaging
      *          gateway on delivery-returns.txt, one line per message
      *          it has an outcome for: the message id MSGQUEUE gave
      *          it, D (delivered) or B (bounced / failed), the date of
      *          the outcome and the gateway's reason text. Read back
      *          by DELIVERY-RETURN.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY DLVRETREC REPLACING ==:RECNAME:==
      *              BY ==DELIVERY-RET-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 RT-MSG-ID PIC X(20).
           05 FILLER PIC X(1) VALUE ','.
           05 RT-RESULT PIC X(1).
               88 RT-DELIVERED VALUE 'D'.
               88 RT-BOUNCED VALUE 'B'.
           05 FILLER PIC X(1) VALUE ','.
           05 RT-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE ','.
           05 RT-REASON PIC X(30).
