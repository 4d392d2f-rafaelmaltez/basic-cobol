      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: CALL interface layout for CONSENTCHK, the shared LGPD
      *          consent lookup. The caller passes a client code and
      *          one of the purposes on CNSPURP-TABLE (M, E, S or P)
      *          and gets back Y when the client's line on
      *          consents.txt for that purpose is granted, N when it
      *          is revoked or there is no line at all - no record
      *          means no consent. Copy this into both CONSENTCHK's
      *          LINKAGE SECTION and any caller's WORKING-STORAGE so
      *          the two stay in step.
      * Tectonics: cobc
      ******************************************************************
       01 CN-CALL-CLIENT-CODE PIC 9(7).
       01 CN-CALL-PURPOSE PIC X(1).
       01 CN-CALL-RESULT PIC X(1).
           88 CN-CONSENTED VALUE 'Y'.
           88 CN-NOT-CONSENTED VALUE 'N'.
