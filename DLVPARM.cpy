      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: CALL interface layout for DELIVCHK, the shared
      *          delivery-channel decision (which of paper, e-mail and
      *          SMS a client's next document goes by, and to which
      *          address). The caller fills DV-CALL-CLIENT-CODE;
      *          DELIVCHK sets the three channel switches and the
      *          addresses. Paper is set whenever no electronic
      *          channel can be used. Copy this into both DELIVCHK's
      *          LINKAGE SECTION and any caller's WORKING-STORAGE so
      *          the two stay in step.
      * Tectonics: cobc
      ******************************************************************
       01 DV-CALL-CLIENT-CODE PIC 9(7).
       01 DV-CALL-PAPER PIC X(1).
           88 DV-SEND-PAPER VALUE 'Y'.
           88 DV-NO-PAPER VALUE 'N'.
       01 DV-CALL-EMAIL PIC X(1).
           88 DV-SEND-EMAIL VALUE 'Y'.
           88 DV-NO-EMAIL VALUE 'N'.
       01 DV-CALL-SMS PIC X(1).
           88 DV-SEND-SMS VALUE 'Y'.
           88 DV-NO-SMS VALUE 'N'.
       01 DV-CALL-EMAIL-ADDRESS PIC X(40).
       01 DV-CALL-MOBILE PIC X(40).
