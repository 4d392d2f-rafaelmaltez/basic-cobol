      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: CALL interface layout for SIGNON, the shared operator
      *          sign-on. Function S prompts for the operator id and
      *          password and returns the operator's name and
      *          permission level (0 signed on, 8 refused, 12 locked
      *          out). Function R is the admin reset: the caller,
      *          already signed on as an admin in SO-CALL-USER-ID,
      *          names the operator in SO-CALL-TARGET-ID and the
      *          temporary password in SO-CALL-NEW-PASSWORD, which
      *          must be changed at the next sign-on (16 when the
      *          operator is not on the user file). Copy this into
      *          both SIGNON's LINKAGE SECTION and any caller's
      *          WORKING-STORAGE so the two stay in step.
      * Tectonics: cobc
      ******************************************************************
       01 SO-CALL-FUNCTION PIC X(1).
           88 SO-SIGN-ON VALUE 'S'.
           88 SO-RESET VALUE 'R'.
       01 SO-CALL-PROGRAM PIC X(20).
       01 SO-CALL-USER-ID PIC X(8).
       01 SO-CALL-USER-NAME PIC X(20).
       01 SO-CALL-USER-LEVEL PIC 9(1).
       01 SO-CALL-TARGET-ID PIC X(8).
       01 SO-CALL-NEW-PASSWORD PIC X(16).
       01 SO-CALL-RETURN-CODE PIC 9(2).
           88 SO-SIGNED-ON VALUE ZERO.
           88 SO-REFUSED VALUE 8.
           88 SO-LOCKED-OUT VALUE 12.
           88 SO-NO-SUCH-USER VALUE 16.
