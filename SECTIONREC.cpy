      * Note: copy into an FD with
      *          COPY SECTIONREC REPLACING ==:RECNAME:==
      *              BY ==SECTION-LINE==.
      * Modification History:
      *   01/09/2026 RM  Original version.
      *   15/10/2026 RM  Added SC-ROOM (a room on rooms.txt) and up
      *                  to three SC-MEETING day/period slots so a
      *                  double-booked room or a student timetable
      *                  clash can be caught. SC-DAY is 1 (Monday)
      *                  to 7 (Sunday) and SC-PERIOD the period of
      *                  the day; a blank or zero slot is unused,
      *                  so sections keyed before the slots existed
      *                  still read clean.
      ******************************************************************
       01 :RECNAME:.
           05 SC-COURSE-CODE PIC X(6).
           05 SC-CAPACITY PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SC-SLOT PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SC-ROOM PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SC-MEETING OCCURS 3 TIMES.
               10 SC-DAY PIC 9(1).
               10 SC-PERIOD PIC 9(2).
               10 FILLER PIC X(1).
