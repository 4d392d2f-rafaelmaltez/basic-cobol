      * Note: copy into an FD with
      *          COPY TERMREC REPLACING ==:RECNAME:==
      *              BY ==TERM-LINE==.
      * Modification History:
      *   01/09/2026 RM  Original version.
      *   15/10/2026 RM  Added TM-DROP-TO, the last day of the add/drop
      *                  window: a course dropped up to that date is
      *                  dropped outright, later it is a withdrawal.
      *                  Zero or blank falls back to TM-ENROLL-TO.
      ******************************************************************
       01 :RECNAME:.
           05 TM-TERM PIC X(6).
           05 TM-ENROLL-FROM PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TM-ENROLL-TO PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TM-DROP-TO PIC 9(8).
