      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: CALL interface layout for PERIODCHK, the shared
      *          closed-period guard every posting program asks before
      *          it posts. Function POST passes the posting date and
      *          applies the house policy when its month is closed on
      *          accounting-periods.txt: the date comes back moved to
      *          the first day of the next open period (4), or - with
      *          CLOSED_PERIOD_ACTION=REJECT - the transaction image
      *          in PC-CALL-TEXT is written to the closed-period review
      *          file and the caller must not post it (8). Function
      *          CHECK only answers: 8 when the date's period is
      *          closed, nothing redated or written. PC-CALL-ORIG-DATE
      *          always returns the date as passed. Copy this into
      *          both PERIODCHK's LINKAGE SECTION and any caller's
      *          WORKING-STORAGE so the two stay in step.
      * Tectonics: cobc
      ******************************************************************
       01 PC-CALL-FUNCTION PIC X(5).
           88 PC-POST VALUE 'POST'.
           88 PC-CHECK VALUE 'CHECK'.
       01 PC-CALL-PROGRAM PIC X(20).
       01 PC-CALL-CLIENT-CODE PIC 9(7).
       01 PC-CALL-TEXT PIC X(80).
       01 PC-CALL-DATE PIC 9(8).
       01 PC-CALL-ORIG-DATE PIC 9(8).
       01 PC-CALL-RETURN-CODE PIC 9(2).
           88 PC-PERIOD-OPEN VALUE ZERO.
           88 PC-REDATED VALUE 4.
           88 PC-REJECTED VALUE 8.
