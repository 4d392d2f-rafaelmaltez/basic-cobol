      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Class roll-call entry, in the menu-loop style of
      *          ASSESS-ENTRY. The instructor keys the class session
      *          (course, term, section, date) and is walked down the
      *          section's roster - every active enrollment line for
      *          it on enrollment.txt - marking each student present
      *          or absent. The whole session is confirmed before it
      *          is written to roll-call.txt, one line per student,
      *          so a session is either on file complete or not at
      *          all. The instructor must be assigned to the course
      *          for the term on instructor-assignments.txt, the date
      *          must fall inside the term on terms.txt and not be in
      *          the future, and a session already on file is refused
      *          - ATTEND-DERIVE would count it twice.
      * Tectonics: cobc
      * Note: the term comes from GRADE_TERM or the console prompt,
      *       the same as GRADE-BATCH.
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLL-CALL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLL-CALL-FILE ASSIGN TO '..\roll-call.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROLL-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO '..\enrollment.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENROLL-STATUS.

           SELECT ASSIGNMENT-FILE
           ASSIGN TO '..\instructor-assignments.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ASSIGN-STATUS.

           SELECT TERM-FILE ASSIGN TO '..\terms.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ROLL-CALL-FILE.
       COPY ROLLCALLREC REPLACING ==:RECNAME:== BY ==ROLL-CALL-LINE==.

       FD ENROLLMENT-FILE.
       COPY ENROLLREC REPLACING ==:RECNAME:== BY ==ENROLL-LINE==.

       FD ASSIGNMENT-FILE.
       COPY ASSIGNREC REPLACING ==:RECNAME:== BY ==ASSIGNMENT-LINE==.

       FD TERM-FILE.
       COPY TERMREC REPLACING ==:RECNAME:== BY ==TERM-LINE==.

       WORKING-STORAGE SECTION.
       01 WS-ROLL-STATUS PIC X(2).
       01 WS-ENROLL-STATUS PIC X(2).
       01 WS-ASSIGN-STATUS PIC X(2).
       01 WS-TERM-FILE-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
       01 WS-MORE PIC X(1) VALUE 'Y'.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TERM PIC X(6).
       01 WS-INSTRUCTOR PIC X(6).
       01 WS-COURSE PIC X(6).
       01 WS-SECTION PIC X(3).
       01 WS-DATE-ENTRY PIC X(8).
       01 WS-SESSION-DATE PIC 9(8).
       01 WS-TERM-START PIC 9(8).
       01 WS-TERM-END PIC 9(8).
       01 WS-FOUND PIC X(1).
       01 WS-DUPLICATE PIC X(1).
       01 WS-CONFIRM PIC X(1).
       01 WS-MARK-ENTRY PIC X(1).
       01 WS-RS-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-RS-TABLE.
           05 WS-RS-ENTRY OCCURS 200 TIMES.
               10 WS-RS-STUDENT PIC 9(7).
               10 WS-RS-MARK PIC X(1).
       01 WS-RS PIC 9(3) COMP.
       01 WS-RS-OVERFLOW PIC X(1).
       01 WS-PRESENT-COUNT PIC 9(3).
       01 WS-ABSENT-COUNT PIC 9(3).
       01 WS-SESSION-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "ROLL-CALL" TO JL-CALL-PROGRAM
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
           PERFORM 0500-LOAD-TERM THRU 0500-END
           IF WS-TERM-START = ZERO
               DISPLAY "ROLL-CALL: term " WS-TERM
                   " is not on the term master - nothing keyed"
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-END-JOB THRU 9000-END
               GOBACK
           END-IF
           DISPLAY "Instructor id: "
           ACCEPT WS-INSTRUCTOR
           PERFORM UNTIL WS-MORE NOT = 'Y'
               PERFORM 1000-ENTER-SESSION THRU 1000-END
               DISPLAY "Another session? (Y/N): "
               ACCEPT WS-MORE
           END-PERFORM
           DISPLAY "ROLL-CALL: " WS-SESSION-COUNT " session(s), "
               WS-LINE-COUNT " mark(s) recorded, " WS-REJECT-COUNT
               " session(s) rejected"
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9000-END-JOB THRU 9000-END
           GOBACK.

       0500-LOAD-TERM.
           MOVE ZERO TO WS-TERM-START
           MOVE ZERO TO WS-TERM-END
           MOVE 'N' TO WS-EOF
           OPEN INPUT TERM-FILE
           IF WS-TERM-FILE-STATUS NOT = '00'
               GO TO 0500-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TERM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TM-TERM = WS-TERM
                           MOVE TM-START-DATE TO WS-TERM-START
                           MOVE TM-END-DATE TO WS-TERM-END
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-FILE.
       0500-END. EXIT.

       1000-ENTER-SESSION.
           DISPLAY "Course code: "
           ACCEPT WS-COURSE
           DISPLAY "Section (blank if none): "
           MOVE SPACES TO WS-SECTION
           ACCEPT WS-SECTION
           DISPLAY "Session date YYYYMMDD (blank = today): "
           MOVE SPACES TO WS-DATE-ENTRY
           ACCEPT WS-DATE-ENTRY
           IF WS-DATE-ENTRY = SPACES
               MOVE WS-TODAY-DATE TO WS-SESSION-DATE
           ELSE
               IF WS-DATE-ENTRY IS NOT NUMERIC
                   DISPLAY "Session date must be YYYYMMDD - rejected"
                   GO TO 1090-REJECT
               END-IF
               MOVE WS-DATE-ENTRY TO WS-SESSION-DATE
           END-IF
           IF WS-SESSION-DATE < WS-TERM-START
               OR WS-SESSION-DATE > WS-TERM-END
               DISPLAY "Session date is outside term " WS-TERM
                   " (" WS-TERM-START " to " WS-TERM-END
                   ") - rejected"
               GO TO 1090-REJECT
           END-IF
           IF WS-SESSION-DATE > WS-TODAY-DATE
               DISPLAY "Session date is in the future - rejected"
               GO TO 1090-REJECT
           END-IF
           PERFORM 1100-CHECK-ASSIGNED THRU 1100-END
           IF WS-FOUND = 'N'
               DISPLAY "Instructor " WS-INSTRUCTOR
                   " is not assigned to " WS-COURSE " for "
                   WS-TERM " - rejected"
               GO TO 1090-REJECT
           END-IF
           PERFORM 1200-CHECK-DUPLICATE THRU 1200-END
           IF WS-DUPLICATE = 'Y'
               DISPLAY "Roll already called for " WS-COURSE " "
                   WS-SECTION " on " WS-SESSION-DATE " - rejected"
               GO TO 1090-REJECT
           END-IF
           PERFORM 1300-LOAD-ROSTER THRU 1300-END
           IF WS-RS-COUNT = ZERO
               DISPLAY "No active enrollments for " WS-COURSE " "
                   WS-SECTION " " WS-TERM " - rejected"
               GO TO 1090-REJECT
           END-IF
           IF WS-RS-OVERFLOW = 'Y'
               DISPLAY "Roster larger than 200 students - rejected"
               GO TO 1090-REJECT
           END-IF
           PERFORM 2000-CALL-ROLL THRU 2000-END
           DISPLAY "Present: " WS-PRESENT-COUNT "  Absent: "
               WS-ABSENT-COUNT
           DISPLAY "Save this session? (Y/N): "
           MOVE SPACE TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "Session discarded - nothing recorded"
               GO TO 1000-END
           END-IF
           PERFORM 3000-WRITE-SESSION THRU 3000-END
           GO TO 1000-END.
       1090-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
       1000-END. EXIT.

       1100-CHECK-ASSIGNED.
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-EOF
           OPEN INPUT ASSIGNMENT-FILE
           IF WS-ASSIGN-STATUS NOT = '00'
               GO TO 1100-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ASSIGNMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AS-INSTRUCTOR-ID = WS-INSTRUCTOR
                           AND AS-COURSE-CODE = WS-COURSE
                           AND AS-TERM = WS-TERM
                           MOVE 'Y' TO WS-FOUND
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSIGNMENT-FILE.
       1100-END. EXIT.

       1200-CHECK-DUPLICATE.
           MOVE 'N' TO WS-DUPLICATE
           MOVE 'N' TO WS-EOF
           OPEN INPUT ROLL-CALL-FILE
           IF WS-ROLL-STATUS NOT = '00'
               GO TO 1200-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ROLL-CALL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RL-COURSE-CODE = WS-COURSE
                           AND RL-TERM = WS-TERM
                           AND RL-SECTION = WS-SECTION
                           AND RL-SESSION-DATE = WS-SESSION-DATE
                           MOVE 'Y' TO WS-DUPLICATE
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROLL-CALL-FILE.
       1200-END. EXIT.

      * The roster is the section's active enrollment lines as they
      * stand today - a student who has dropped or withdrawn is no
      * longer called.
       1300-LOAD-ROSTER.
           MOVE ZERO TO WS-RS-COUNT
           MOVE 'N' TO WS-RS-OVERFLOW
           MOVE 'N' TO WS-EOF
           OPEN INPUT ENROLLMENT-FILE
           IF WS-ENROLL-STATUS NOT = '00'
               GO TO 1300-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ENROLLMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EN-TERM = WS-TERM
                           AND EN-COURSE-CODE = WS-COURSE
                           AND EN-SECTION = WS-SECTION
                           AND EN-ACTIVE
                           IF WS-RS-COUNT < 200
                               ADD 1 TO WS-RS-COUNT
                               MOVE EN-STUDENT-CODE
                                   TO WS-RS-STUDENT (WS-RS-COUNT)
                               MOVE 'P' TO WS-RS-MARK (WS-RS-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-RS-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE.
       1300-END. EXIT.

      * Blank means present, so only the absentees need a keystroke
      * beyond ENTER.
       2000-CALL-ROLL.
           MOVE ZERO TO WS-PRESENT-COUNT
           MOVE ZERO TO WS-ABSENT-COUNT
           PERFORM VARYING WS-RS FROM 1 BY 1 UNTIL WS-RS > WS-RS-COUNT
               MOVE 'X' TO WS-MARK-ENTRY
               PERFORM UNTIL WS-MARK-ENTRY = 'P' OR 'A'
                   DISPLAY "Student " WS-RS-STUDENT (WS-RS)
                       " - P(resent) / A(bsent), blank = P: "
                   MOVE SPACE TO WS-MARK-ENTRY
                   ACCEPT WS-MARK-ENTRY
                   IF WS-MARK-ENTRY = SPACE
                       MOVE 'P' TO WS-MARK-ENTRY
                   END-IF
               END-PERFORM
               MOVE WS-MARK-ENTRY TO WS-RS-MARK (WS-RS)
               IF WS-MARK-ENTRY = 'P'
                   ADD 1 TO WS-PRESENT-COUNT
               ELSE
                   ADD 1 TO WS-ABSENT-COUNT
               END-IF
           END-PERFORM.
       2000-END. EXIT.

       3000-WRITE-SESSION.
           OPEN EXTEND ROLL-CALL-FILE
           IF WS-ROLL-STATUS = '35'
               OPEN OUTPUT ROLL-CALL-FILE
               CLOSE ROLL-CALL-FILE
               OPEN EXTEND ROLL-CALL-FILE
           END-IF
           IF WS-ROLL-STATUS NOT = '00'
               DISPLAY "ROLL-CALL: cannot open roll-call file, "
                   "status " WS-ROLL-STATUS
               ADD 1 TO WS-REJECT-COUNT
               GO TO 3000-END
           END-IF
           PERFORM VARYING WS-RS FROM 1 BY 1 UNTIL WS-RS > WS-RS-COUNT
               MOVE SPACES TO ROLL-CALL-LINE
               MOVE WS-COURSE TO RL-COURSE-CODE
               MOVE WS-TERM TO RL-TERM
               MOVE WS-SECTION TO RL-SECTION
               MOVE WS-SESSION-DATE TO RL-SESSION-DATE
               MOVE WS-RS-STUDENT (WS-RS) TO RL-STUDENT-CODE
               MOVE WS-RS-MARK (WS-RS) TO RL-MARK
               MOVE WS-INSTRUCTOR TO RL-INSTRUCTOR-ID
               MOVE WS-TODAY-DATE TO RL-ENTRY-DATE
               WRITE ROLL-CALL-LINE
               IF WS-ROLL-STATUS = '00'
                   ADD 1 TO WS-LINE-COUNT
               ELSE
                   DISPLAY "ROLL-CALL: write failed, status "
                       WS-ROLL-STATUS
               END-IF
           END-PERFORM
           CLOSE ROLL-CALL-FILE
           ADD 1 TO WS-SESSION-COUNT
           DISPLAY "Session recorded".
       3000-END. EXIT.

       9000-END-JOB.
           SET JL-CALL-END TO TRUE
           MOVE WS-LINE-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT.
       9000-END. EXIT.

       END PROGRAM ROLL-CALL.
