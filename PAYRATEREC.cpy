      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Instructor pay-rate record, one line per pay category
      *          on pay-rates.txt - the rate per teaching hour, the
      *          monthly hours paid at that rate, and the premium in
      *          percent paid on every hour above the limit. TEACH-PAY
      *          prices the monthly teaching-hours statement from it.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY PAYRATEREC REPLACING ==:RECNAME:==
      *              BY ==PAY-RATE-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 PR-CATEGORY PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PR-HOUR-RATE PIC 9(4)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 PR-HOUR-LIMIT PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PR-OVERLOAD-PCT PIC 9(3).
