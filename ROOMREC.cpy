      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Classroom master record, one line per room on
      *          rooms.txt - room code, building and seat count.
      *          SC-ROOM on sections.txt points here; TIMETABLE
      *          prints each room's week and flags a section whose
      *          SC-CAPACITY is more than the room can seat.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY ROOMREC REPLACING ==:RECNAME:==
      *              BY ==ROOM-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 RM-ROOM PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RM-BUILDING PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RM-SEATS PIC 9(3).
