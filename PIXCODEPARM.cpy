      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: CALL interface layout for PIXCODE, the shared PIX
      *          BR Code subprogram: given a charge's txid and amount,
      *          returns the EMV "copia e cola" payload string (with
      *          its CRC16 check) and its length, plus the PIX key the
      *          payload was built for. PX-CALL-COMPANY is the company
      *          the charge is payable to (COMPANYLK, from the
      *          client's branch); its key, name and city go into the
      *          payload. Copy this into both PIXCODE's
      *          LINKAGE SECTION and any caller's WORKING-STORAGE so
      *          the two stay in step.
      * Tectonics: cobc
      ******************************************************************
       01 PX-CALL-COMPANY PIC 9(2).
       01 PX-CALL-TXID PIC X(25).
       01 PX-CALL-AMOUNT PIC 9(7)V99.
       01 PX-CALL-KEY PIC X(36).
       01 PX-CALL-PAYLOAD PIC X(210).
       01 PX-CALL-LENGTH PIC 9(3).
