      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Class roll call, one line per student per class
      *          session on roll-call.txt - the session (course, term,
      *          section, date), the student on the roster, present or
      *          absent, the instructor who called the roll and the
      *          date it was keyed. ROLL-CALL writes it, ATTEND-DERIVE
      *          totals it into attendance.txt and ABSENCE-LIST lists
      *          the absence dates from it.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY ROLLCALLREC REPLACING ==:RECNAME:==
      *              BY ==ROLL-CALL-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 RL-COURSE-CODE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-TERM PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-SECTION PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-SESSION-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-STUDENT-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-MARK PIC X(1).
               88 RL-PRESENT VALUE 'P'.
               88 RL-ABSENT VALUE 'A'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-INSTRUCTOR-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-ENTRY-DATE PIC 9(8).
