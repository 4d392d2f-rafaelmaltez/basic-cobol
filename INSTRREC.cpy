      * Note: copy into an FD with
      *          COPY INSTRREC REPLACING ==:RECNAME:==
      *              BY ==INSTRUCTOR-LINE==.
      * Modification History:
      *   01/09/2026 RM  Original version.
      *   15/10/2026 RM  Added IN-CATEGORY, the pay category TEACH-PAY
      *                  looks up on pay-rates.txt.
      ******************************************************************
       01 :RECNAME:.
           05 IN-INSTRUCTOR-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 IN-INSTRUCTOR-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 IN-CATEGORY PIC X(2).
