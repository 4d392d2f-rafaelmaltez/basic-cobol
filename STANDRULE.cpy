      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Comma-delimited academic standing rules record, the
      *          single line of standing.cfg read by ACAD-STANDING -
      *          the cumulative credit-weighted average below which a
      *          student goes on probation, and the number of
      *          consecutive probation terms after which a student
      *          still below it is dismissed. Without the file the
      *          run uses 5.00 and 2.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY STANDRULE REPLACING ==:RECNAME:==
      *              BY ==STANDING-RULE-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 STR-PROBATION-AVG PIC 9(2)V99.
           05 STR-COMMA-1 PIC X(1).
           05 STR-DISMISS-TERMS PIC 9(1).
