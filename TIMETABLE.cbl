      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Term timetable. Prints the week of every room and of
      *          every instructor for GRADE_TERM from the day/period
      *          slots on sections.txt, the room master (rooms.txt)
      *          and instructor-assignments.txt, and lists the
      *          exceptions the registrar has to fix before term
      *          start: a room booked twice in the same period, an
      *          instructor teaching two sections in the same period,
      *          a section whose SC-CAPACITY is more than its room
      *          seats, and a section on a room not on the master.
      * Tectonics: cobc
      * Note: an instructor assignment names a course, not a
      *       section, so the instructor is booked into every
      *       section of that course for the term.
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMETABLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOM-FILE ASSIGN TO '..\rooms.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROOM-STATUS.

           SELECT SECTION-FILE ASSIGN TO '..\sections.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECTION-STATUS.

           SELECT ASSIGNMENT-FILE
           ASSIGN TO '..\instructor-assignments.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ASSIGN-STATUS.

           SELECT SORT-WORK ASSIGN TO "SWKT".

           SELECT SORTED-FILE ASSIGN TO '..\timetable.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO '..\timetable.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ROOM-FILE.
       COPY ROOMREC REPLACING ==:RECNAME:== BY ==ROOM-LINE==.

       FD SECTION-FILE.
       COPY SECTIONREC REPLACING ==:RECNAME:== BY ==SECTION-LINE==.

       FD ASSIGNMENT-FILE.
       COPY ASSIGNREC REPLACING ==:RECNAME:== BY ==ASSIGNMENT-LINE==.

      * SR-VIEW R lines carry the room in SR-OWNER, I lines the
      * instructor, so one sort gives both timetables in order.
       SD SORT-WORK.
       01 SORT-REC.
           05 SR-VIEW PIC X(1).
           05 SR-OWNER PIC X(6).
           05 SR-DAY PIC 9(1).
           05 SR-PERIOD PIC 9(2).
           05 SR-COURSE PIC X(6).
           05 SR-SECTION PIC X(3).
           05 SR-ROOM PIC X(6).

       FD SORTED-FILE.
       01 SORTED-REC.
           05 ST-VIEW PIC X(1).
           05 ST-OWNER PIC X(6).
           05 ST-DAY PIC 9(1).
           05 ST-PERIOD PIC 9(2).
           05 ST-COURSE PIC X(6).
           05 ST-SECTION PIC X(3).
           05 ST-ROOM PIC X(6).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ROOM-STATUS PIC X(2).
       01 WS-SECTION-STATUS PIC X(2).
       01 WS-ASSIGN-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-ROOM-EOF PIC X(1) VALUE 'N'.
       01 WS-SECTION-EOF PIC X(1) VALUE 'N'.
       01 WS-ASSIGN-EOF PIC X(1) VALUE 'N'.
       01 WS-SORTED-EOF PIC X(1) VALUE 'N'.
       01 WS-TERM PIC X(6).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-RM-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-RM-TABLE.
           05 WS-RM-ENTRY OCCURS 200 TIMES.
               10 WS-RM-ROOM PIC X(6).
               10 WS-RM-BUILDING PIC X(20).
               10 WS-RM-SEATS PIC 9(3).
       01 WS-RM PIC 9(3) COMP.
       01 WS-RM-POS PIC 9(3) COMP.
       01 WS-SEC-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-SEC-TABLE.
           05 WS-SEC-ENTRY OCCURS 200 TIMES.
               10 WS-SEC-COURSE PIC X(6).
               10 WS-SEC-SECTION PIC X(3).
               10 WS-SEC-CAPACITY PIC 9(3).
               10 WS-SEC-ROOM PIC X(6).
               10 WS-SEC-MEET OCCURS 3 TIMES.
                   15 WS-SEC-DAY PIC 9(1).
                   15 WS-SEC-PERIOD PIC 9(2).
       01 WS-SEC PIC 9(3) COMP.
       01 WS-MEET PIC 9(1) COMP.
       01 WS-AS-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-AS-TABLE.
           05 WS-AS-ENTRY OCCURS 200 TIMES.
               10 WS-AS-INSTRUCTOR PIC X(6).
               10 WS-AS-COURSE PIC X(6).
       01 WS-AS PIC 9(3) COMP.
       01 WS-SEC-SLOTS PIC 9(1) COMP.
       01 WS-FIRST-RECORD PIC X(1) VALUE 'Y'.
       01 WS-PREV-VIEW PIC X(1).
       01 WS-PREV-OWNER PIC X(6).
       01 WS-PREV-DAY PIC 9(1).
       01 WS-PREV-PERIOD PIC 9(2).
       01 WS-PREV-COURSE PIC X(6).
       01 WS-PREV-SECTION PIC X(3).
       01 WS-BOOKING-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ROOM-CLASH-COUNT PIC 9(5) VALUE ZERO.
       01 WS-INSTR-CLASH-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OVER-CAP-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NO-ROOM-COUNT PIC 9(5) VALUE ZERO.
       01 WS-UNSLOTTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EXC-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-EXC-OVERFLOW PIC X(1) VALUE 'N'.
       01 WS-EXC-TABLE.
           05 WS-EXC-LINE OCCURS 300 TIMES PIC X(80).
       01 WS-EXC PIC 9(3) COMP.
       01 WS-DAY-NAMES.
           05 FILLER PIC X(3) VALUE 'MON'.
           05 FILLER PIC X(3) VALUE 'TUE'.
           05 FILLER PIC X(3) VALUE 'WED'.
           05 FILLER PIC X(3) VALUE 'THU'.
           05 FILLER PIC X(3) VALUE 'FRI'.
           05 FILLER PIC X(3) VALUE 'SAT'.
           05 FILLER PIC X(3) VALUE 'SUN'.
       01 WS-DAY-TABLE REDEFINES WS-DAY-NAMES.
           05 WS-DAY-NAME OCCURS 7 TIMES PIC X(3).
       01 WS-DAY-TEXT PIC X(3).
       01 WS-RPT-LINE PIC X(80).
       01 WS-EXC-TEXT PIC X(80).
       01 WS-DETAIL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DL-DAY PIC X(3).
           05 FILLER PIC X(3) VALUE ' P'.
           05 WS-DL-PERIOD PIC 9(2).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DL-COURSE PIC X(6).
           05 FILLER PIC X(5) VALUE ' SEC '.
           05 WS-DL-SECTION PIC X(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DL-OTHER-LBL PIC X(6).
           05 WS-DL-OTHER PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-FLAG PIC X(20).
       01 WS-CAP-EDIT PIC ZZ9.
       01 WS-SEATS-EDIT PIC ZZ9.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "TIMETABLE" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TERM
           ACCEPT WS-TERM FROM ENVIRONMENT "GRADE_TERM"
           IF WS-TERM = SPACES
               DISPLAY "Enter term (e.g. 2026T1):"
               ACCEPT WS-TERM
           END-IF
           PERFORM 1000-LOAD-ROOMS THRU 1000-END
           PERFORM 1100-LOAD-SECTIONS THRU 1100-END
           PERFORM 1200-LOAD-ASSIGNMENTS THRU 1200-END
           IF WS-SEC-COUNT = ZERO
               DISPLAY "TIMETABLE: no sections on file for term "
                   WS-TERM " - nothing to print"
               MOVE 4 TO RETURN-CODE
               SET JL-CALL-END TO TRUE
               MOVE ZERO TO JL-CALL-RECORD-COUNT
               CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
                   JL-CALL-RECORD-COUNT
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "TIMETABLE: cannot open report, status "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               SET JL-CALL-END TO TRUE
               MOVE ZERO TO JL-CALL-RECORD-COUNT
               CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
                   JL-CALL-RECORD-COUNT
               GOBACK
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "TERM TIMETABLE " WS-TERM "   RUN "
               WS-TODAY-DATE DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           PERFORM 2000-CHECK-CAPACITY THRU 2000-END
           SORT SORT-WORK
               ON ASCENDING KEY SR-VIEW SR-OWNER SR-DAY SR-PERIOD
                   SR-COURSE SR-SECTION
               INPUT PROCEDURE IS 3000-RELEASE-BOOKINGS THRU 3000-END
               GIVING SORTED-FILE
           PERFORM 4000-PRINT-TIMETABLES THRU 4000-END
           PERFORM 5000-PRINT-EXCEPTIONS THRU 5000-END
           CLOSE REPORT-FILE
           DISPLAY "TIMETABLE: " WS-ROOM-CLASH-COUNT
               " room double booking(s), " WS-INSTR-CLASH-COUNT
               " instructor clash(es), " WS-OVER-CAP-COUNT
               " section(s) over room seats"
           IF WS-ROOM-CLASH-COUNT > ZERO
               OR WS-INSTR-CLASH-COUNT > ZERO
               OR WS-OVER-CAP-COUNT > ZERO
               OR WS-NO-ROOM-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           SET JL-CALL-END TO TRUE
           MOVE WS-BOOKING-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

       1000-LOAD-ROOMS.
           OPEN INPUT ROOM-FILE
           IF WS-ROOM-STATUS NOT = '00'
               DISPLAY "TIMETABLE: no room master, status "
                   WS-ROOM-STATUS " - room seats not checked"
               GO TO 1000-END
           END-IF
           PERFORM UNTIL WS-ROOM-EOF = 'Y'
               READ ROOM-FILE
                   AT END
                       MOVE 'Y' TO WS-ROOM-EOF
                   NOT AT END
                       IF RM-ROOM NOT = SPACES
                           AND WS-RM-COUNT < 200
                           ADD 1 TO WS-RM-COUNT
                           MOVE RM-ROOM TO WS-RM-ROOM (WS-RM-COUNT)
                           MOVE RM-BUILDING
                               TO WS-RM-BUILDING (WS-RM-COUNT)
                           IF RM-SEATS IS NUMERIC
                               MOVE RM-SEATS
                                   TO WS-RM-SEATS (WS-RM-COUNT)
                           ELSE
                               MOVE ZERO
                                   TO WS-RM-SEATS (WS-RM-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROOM-FILE.
       1000-END. EXIT.

       1100-LOAD-SECTIONS.
           OPEN INPUT SECTION-FILE
           IF WS-SECTION-STATUS NOT = '00'
               GO TO 1100-END
           END-IF
           PERFORM UNTIL WS-SECTION-EOF = 'Y'
               READ SECTION-FILE
                   AT END
                       MOVE 'Y' TO WS-SECTION-EOF
                   NOT AT END
                       IF SC-TERM = WS-TERM
                           AND WS-SEC-COUNT < 200
                           PERFORM 1150-KEEP-SECTION THRU 1150-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SECTION-FILE.
       1100-END. EXIT.

       1150-KEEP-SECTION.
           ADD 1 TO WS-SEC-COUNT
           MOVE SC-COURSE-CODE TO WS-SEC-COURSE (WS-SEC-COUNT)
           MOVE SC-SECTION TO WS-SEC-SECTION (WS-SEC-COUNT)
           MOVE SC-CAPACITY TO WS-SEC-CAPACITY (WS-SEC-COUNT)
           MOVE SC-ROOM TO WS-SEC-ROOM (WS-SEC-COUNT)
           PERFORM VARYING WS-MEET FROM 1 BY 1 UNTIL WS-MEET > 3
               IF SC-DAY (WS-MEET) IS NUMERIC
                   AND SC-PERIOD (WS-MEET) IS NUMERIC
                   AND SC-DAY (WS-MEET) NOT > 7
                   MOVE SC-DAY (WS-MEET)
                       TO WS-SEC-DAY (WS-SEC-COUNT WS-MEET)
                   MOVE SC-PERIOD (WS-MEET)
                       TO WS-SEC-PERIOD (WS-SEC-COUNT WS-MEET)
               ELSE
                   MOVE ZERO TO WS-SEC-DAY (WS-SEC-COUNT WS-MEET)
                   MOVE ZERO TO WS-SEC-PERIOD (WS-SEC-COUNT WS-MEET)
               END-IF
           END-PERFORM.
       1150-END. EXIT.

       1200-LOAD-ASSIGNMENTS.
           OPEN INPUT ASSIGNMENT-FILE
           IF WS-ASSIGN-STATUS NOT = '00'
               DISPLAY "TIMETABLE: no instructor assignments, status "
                   WS-ASSIGN-STATUS
               GO TO 1200-END
           END-IF
           PERFORM UNTIL WS-ASSIGN-EOF = 'Y'
               READ ASSIGNMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-ASSIGN-EOF
                   NOT AT END
                       IF AS-TERM = WS-TERM
                           AND WS-AS-COUNT < 200
                           ADD 1 TO WS-AS-COUNT
                           MOVE AS-INSTRUCTOR-ID
                               TO WS-AS-INSTRUCTOR (WS-AS-COUNT)
                           MOVE AS-COURSE-CODE
                               TO WS-AS-COURSE (WS-AS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSIGNMENT-FILE.
       1200-END. EXIT.

      * Room seats against section capacity, before the timetables,
      * so the exceptions list opens with what the registrar can fix
      * by moving a class.
       2000-CHECK-CAPACITY.
           PERFORM VARYING WS-SEC FROM 1 BY 1
               UNTIL WS-SEC > WS-SEC-COUNT
               IF WS-SEC-ROOM (WS-SEC) NOT = SPACES
                   PERFORM 2100-FIND-ROOM THRU 2100-END
                   IF WS-RM-POS = ZERO
                       ADD 1 TO WS-NO-ROOM-COUNT
                       MOVE SPACES TO WS-EXC-TEXT
                       STRING "UNKNOWN ROOM   " WS-SEC-COURSE (WS-SEC)
                           " SEC " WS-SEC-SECTION (WS-SEC)
                           " ROOM " WS-SEC-ROOM (WS-SEC)
                           " NOT ON ROOM MASTER"
                           DELIMITED BY SIZE INTO WS-EXC-TEXT
                       PERFORM 2900-ADD-EXCEPTION THRU 2900-END
                   ELSE
                       IF WS-SEC-CAPACITY (WS-SEC)
                           > WS-RM-SEATS (WS-RM-POS)
                           ADD 1 TO WS-OVER-CAP-COUNT
                           MOVE WS-SEC-CAPACITY (WS-SEC)
                               TO WS-CAP-EDIT
                           MOVE WS-RM-SEATS (WS-RM-POS)
                               TO WS-SEATS-EDIT
                           MOVE SPACES TO WS-EXC-TEXT
                           STRING "OVER CAPACITY  "
                               WS-SEC-COURSE (WS-SEC)
                               " SEC " WS-SEC-SECTION (WS-SEC)
                               " CAPACITY " WS-CAP-EDIT
                               " ROOM " WS-SEC-ROOM (WS-SEC)
                               " SEATS " WS-SEATS-EDIT
                               DELIMITED BY SIZE INTO WS-EXC-TEXT
                           PERFORM 2900-ADD-EXCEPTION THRU 2900-END
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       2000-END. EXIT.

       2100-FIND-ROOM.
           MOVE ZERO TO WS-RM-POS
           PERFORM VARYING WS-RM FROM 1 BY 1
               UNTIL WS-RM > WS-RM-COUNT OR WS-RM-POS > ZERO
               IF WS-RM-ROOM (WS-RM) = WS-SEC-ROOM (WS-SEC)
                   MOVE WS-RM TO WS-RM-POS
               END-IF
           END-PERFORM.
       2100-END. EXIT.

       2900-ADD-EXCEPTION.
           IF WS-EXC-COUNT < 300
               ADD 1 TO WS-EXC-COUNT
               MOVE WS-EXC-TEXT TO WS-EXC-LINE (WS-EXC-COUNT)
           ELSE
               MOVE 'Y' TO WS-EXC-OVERFLOW
           END-IF.
       2900-END. EXIT.

      * One booking per used slot: an R line for the room and an I
      * line for every instructor assigned to the course this term.
       3000-RELEASE-BOOKINGS.
           PERFORM VARYING WS-SEC FROM 1 BY 1
               UNTIL WS-SEC > WS-SEC-COUNT
               MOVE ZERO TO WS-SEC-SLOTS
               PERFORM VARYING WS-MEET FROM 1 BY 1 UNTIL WS-MEET > 3
                   IF WS-SEC-DAY (WS-SEC WS-MEET) > ZERO
                       AND WS-SEC-PERIOD (WS-SEC WS-MEET) > ZERO
                       ADD 1 TO WS-SEC-SLOTS
                       PERFORM 3100-RELEASE-SLOT THRU 3100-END
                   END-IF
               END-PERFORM
               IF WS-SEC-SLOTS = ZERO
                   ADD 1 TO WS-UNSLOTTED-COUNT
               END-IF
           END-PERFORM.
       3000-END. EXIT.

       3100-RELEASE-SLOT.
           ADD 1 TO WS-BOOKING-COUNT
           MOVE WS-SEC-DAY (WS-SEC WS-MEET) TO SR-DAY
           MOVE WS-SEC-PERIOD (WS-SEC WS-MEET) TO SR-PERIOD
           MOVE WS-SEC-COURSE (WS-SEC) TO SR-COURSE
           MOVE WS-SEC-SECTION (WS-SEC) TO SR-SECTION
           MOVE WS-SEC-ROOM (WS-SEC) TO SR-ROOM
           IF WS-SEC-ROOM (WS-SEC) NOT = SPACES
               MOVE 'R' TO SR-VIEW
               MOVE WS-SEC-ROOM (WS-SEC) TO SR-OWNER
               RELEASE SORT-REC
           END-IF
           PERFORM VARYING WS-AS FROM 1 BY 1
               UNTIL WS-AS > WS-AS-COUNT
               IF WS-AS-COURSE (WS-AS) = WS-SEC-COURSE (WS-SEC)
                   MOVE 'I' TO SR-VIEW
                   MOVE WS-AS-INSTRUCTOR (WS-AS) TO SR-OWNER
                   RELEASE SORT-REC
               END-IF
           END-PERFORM.
       3100-END. EXIT.

      * Instructor lines sort first (I before R); a line on the same
      * owner, day and period as the line before it is a double
      * booking.
       4000-PRINT-TIMETABLES.
           OPEN INPUT SORTED-FILE
           PERFORM UNTIL WS-SORTED-EOF = 'Y'
               READ SORTED-FILE
                   AT END
                       MOVE 'Y' TO WS-SORTED-EOF
                   NOT AT END
                       PERFORM 4100-PRINT-ONE THRU 4100-END
               END-READ
           END-PERFORM
           CLOSE SORTED-FILE.
       4000-END. EXIT.

       4100-PRINT-ONE.
           IF WS-FIRST-RECORD = 'Y' OR ST-VIEW NOT = WS-PREV-VIEW
               MOVE SPACES TO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
               IF ST-VIEW = 'I'
                   MOVE "TIMETABLE BY INSTRUCTOR" TO WS-RPT-LINE
               ELSE
                   MOVE "TIMETABLE BY ROOM" TO WS-RPT-LINE
               END-IF
               WRITE REPORT-LINE FROM WS-RPT-LINE
           END-IF
           IF WS-FIRST-RECORD = 'Y' OR ST-VIEW NOT = WS-PREV-VIEW
               OR ST-OWNER NOT = WS-PREV-OWNER
               PERFORM 4200-PRINT-OWNER THRU 4200-END
           END-IF
           MOVE WS-DAY-NAME (ST-DAY) TO WS-DL-DAY
           MOVE ST-PERIOD TO WS-DL-PERIOD
           MOVE ST-COURSE TO WS-DL-COURSE
           MOVE ST-SECTION TO WS-DL-SECTION
           IF ST-VIEW = 'I'
               MOVE 'ROOM ' TO WS-DL-OTHER-LBL
               MOVE ST-ROOM TO WS-DL-OTHER
           ELSE
               MOVE SPACES TO WS-DL-OTHER-LBL
               MOVE SPACES TO WS-DL-OTHER
           END-IF
           MOVE SPACES TO WS-DL-FLAG
           IF WS-FIRST-RECORD = 'N'
               AND ST-VIEW = WS-PREV-VIEW
               AND ST-OWNER = WS-PREV-OWNER
               AND ST-DAY = WS-PREV-DAY
               AND ST-PERIOD = WS-PREV-PERIOD
               PERFORM 4300-RECORD-CLASH THRU 4300-END
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           MOVE 'N' TO WS-FIRST-RECORD
           MOVE ST-VIEW TO WS-PREV-VIEW
           MOVE ST-OWNER TO WS-PREV-OWNER
           MOVE ST-DAY TO WS-PREV-DAY
           MOVE ST-PERIOD TO WS-PREV-PERIOD
           MOVE ST-COURSE TO WS-PREV-COURSE
           MOVE ST-SECTION TO WS-PREV-SECTION.
       4100-END. EXIT.

       4200-PRINT-OWNER.
           MOVE SPACES TO WS-RPT-LINE
           IF ST-VIEW = 'I'
               STRING "  INSTRUCTOR " ST-OWNER
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               MOVE ZERO TO WS-RM-POS
               PERFORM VARYING WS-RM FROM 1 BY 1
                   UNTIL WS-RM > WS-RM-COUNT OR WS-RM-POS > ZERO
                   IF WS-RM-ROOM (WS-RM) = ST-OWNER
                       MOVE WS-RM TO WS-RM-POS
                   END-IF
               END-PERFORM
               IF WS-RM-POS = ZERO
                   STRING "  ROOM " ST-OWNER " (NOT ON ROOM MASTER)"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   MOVE WS-RM-SEATS (WS-RM-POS) TO WS-SEATS-EDIT
                   STRING "  ROOM " ST-OWNER " "
                       WS-RM-BUILDING (WS-RM-POS)
                       " SEATS " WS-SEATS-EDIT
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
           END-IF
           WRITE REPORT-LINE FROM WS-RPT-LINE.
       4200-END. EXIT.

       4300-RECORD-CLASH.
           MOVE WS-DAY-NAME (ST-DAY) TO WS-DAY-TEXT
           MOVE SPACES TO WS-EXC-TEXT
           IF ST-VIEW = 'I'
               MOVE "** INSTR CLASH" TO WS-DL-FLAG
               ADD 1 TO WS-INSTR-CLASH-COUNT
               STRING "INSTR CLASH    " ST-OWNER " "
                   WS-DAY-TEXT " P" ST-PERIOD " "
                   WS-PREV-COURSE " SEC " WS-PREV-SECTION
                   " AND " ST-COURSE " SEC " ST-SECTION
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
           ELSE
               MOVE "** DOUBLE BOOKED" TO WS-DL-FLAG
               ADD 1 TO WS-ROOM-CLASH-COUNT
               STRING "ROOM DOUBLE    " ST-OWNER " "
                   WS-DAY-TEXT " P" ST-PERIOD " "
                   WS-PREV-COURSE " SEC " WS-PREV-SECTION
                   " AND " ST-COURSE " SEC " ST-SECTION
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
           END-IF
           PERFORM 2900-ADD-EXCEPTION THRU 2900-END.
       4300-END. EXIT.

       5000-PRINT-EXCEPTIONS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE "EXCEPTIONS" TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           IF WS-EXC-COUNT = ZERO
               MOVE "  NONE" TO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
           END-IF
           PERFORM VARYING WS-EXC FROM 1 BY 1
               UNTIL WS-EXC > WS-EXC-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " WS-EXC-LINE (WS-EXC)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
           END-PERFORM
           IF WS-EXC-OVERFLOW = 'Y'
               MOVE "  ... MORE EXCEPTIONS THAN THE LIST HOLDS"
                   TO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ROOM DOUBLE BOOKINGS: " WS-ROOM-CLASH-COUNT
               "  INSTRUCTOR CLASHES: " WS-INSTR-CLASH-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "OVER ROOM SEATS: " WS-OVER-CAP-COUNT
               "  UNKNOWN ROOMS: " WS-NO-ROOM-COUNT
               "  SECTIONS WITH NO SLOT: " WS-UNSLOTTED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE.
       5000-END. EXIT.

       END PROGRAM TIMETABLE.
