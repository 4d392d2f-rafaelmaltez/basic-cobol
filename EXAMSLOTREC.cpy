      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Comma-delimited exam-slots.cfg record - one line per
      *          exam type and slot start time (HHMM), giving how
      *          many candidates the slot takes. A slot not on the
      *          file cannot be booked. Read by EXAM-BOOK.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY EXAMSLOTREC REPLACING ==:RECNAME:==
      *              BY ==SLOT-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 ES-EXAM-TYPE PIC X(1).
           05 FILLER PIC X(1) VALUE ','.
           05 ES-SLOT PIC X(4).
           05 FILLER PIC X(1) VALUE ','.
           05 ES-CAPACITY PIC 9(3).
