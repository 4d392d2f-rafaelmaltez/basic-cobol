      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Tuition revenue recognition entry, one line per
      *          student, term and month on revenue-recognition.txt.
      *          Written by TUITION-DEFER: DEFR moves the term's
      *          tuition out of revenue into deferred revenue in the
      *          month it is billed, RECG moves the month's share of
      *          it back to revenue. GL-EXPORT posts the lines of its
      *          period as journal pairs under those types.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY REVRECREC REPLACING ==:RECNAME:==
      *              BY ==RECOGNITION-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 RV-PERIOD PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RV-TYPE PIC X(4).
               88 RV-DEFERRAL VALUE 'DEFR'.
               88 RV-RECOGNITION VALUE 'RECG'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RV-STUDENT-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RV-TERM PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RV-AMOUNT PIC 9(9)V99.
