      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Term course-evaluation report per instructor and
      *          course. For each instructor assignment of the term
      *          (GRADE_TERM or the console prompt) it prints the
      *          survey response rate against the course's active
      *          enrollments, the mean score of each question over
      *          the students who answered it, and beside them the
      *          INSTR-OUTCOMES figures for the same course - students
      *          graded, average, pass rate (7.00 and up) and
      *          recovery-band rate (5.00 to 6.99). Comments are
      *          listed without any student, section or date, so no
      *          response can be traced back to its author.
      * Tectonics: cobc
      * Note: a course with fewer responses than SURVEY_MIN_RESPONSES
      *       (default 3) prints its response rate only - means and
      *       comments from one or two students would name them.
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SURVEY-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTRUCTOR-FILE ASSIGN TO '..\instructors.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INSTRUCTOR-STATUS.

           SELECT ASSIGNMENT-FILE
           ASSIGN TO '..\instructor-assignments.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ASSIGN-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO '..\enrollment.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENROLL-STATUS.

           SELECT SURVEY-FILE ASSIGN TO '..\survey-responses.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SURVEY-STATUS.

           SELECT HISTORY-FILE ASSIGN TO '..\grade-history.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REPORT-FILE ASSIGN TO '..\survey-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INSTRUCTOR-FILE.
       COPY INSTRREC REPLACING ==:RECNAME:== BY ==INSTRUCTOR-LINE==.

       FD ASSIGNMENT-FILE.
       COPY ASSIGNREC REPLACING ==:RECNAME:== BY ==ASSIGNMENT-LINE==.

       FD ENROLLMENT-FILE.
       COPY ENROLLREC REPLACING ==:RECNAME:== BY ==ENROLL-LINE==.

       FD SURVEY-FILE.
       COPY SURVEYREC REPLACING ==:RECNAME:== BY ==SURVEY-LINE==.

       FD HISTORY-FILE.
       COPY GRDHIST REPLACING ==:RECNAME:== BY ==HISTORY-LINE==.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-INSTRUCTOR-STATUS PIC X(2).
       01 WS-ASSIGN-STATUS PIC X(2).
       01 WS-ENROLL-STATUS PIC X(2).
       01 WS-SURVEY-STATUS PIC X(2).
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
       01 WS-TERM PIC X(6).
       01 WS-MIN-ENTRY PIC X(3).
       01 WS-MIN-RESPONSES PIC 9(3) VALUE 3.
       01 WS-IN-COUNT PIC 9(2) COMP VALUE ZERO.
       01 WS-IN-TABLE.
           05 WS-IN-ENTRY OCCURS 30 TIMES.
               10 WS-IN-ID PIC X(6).
               10 WS-IN-NAME PIC X(20).
       01 WS-IN PIC 9(2) COMP.
       01 WS-AS-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-AS-TABLE.
           05 WS-AS-ENTRY OCCURS 100 TIMES.
               10 WS-AS-INSTRUCTOR PIC X(6).
               10 WS-AS-COURSE PIC X(6).
       01 WS-AS PIC 9(3) COMP.
       01 WS-CS-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-CS-TABLE.
           05 WS-CS-ENTRY OCCURS 100 TIMES.
               10 WS-CS-COURSE PIC X(6).
               10 WS-CS-ENROLLED PIC 9(5).
               10 WS-CS-RESPONSES PIC 9(5).
               10 WS-CS-Q OCCURS 5 TIMES.
                   15 WS-CS-Q-SUM PIC 9(6).
                   15 WS-CS-Q-ANSWERED PIC 9(5).
               10 WS-CS-GRADED PIC 9(5).
               10 WS-CS-AVG-SUM PIC 9(7)V99.
               10 WS-CS-PASS PIC 9(5).
               10 WS-CS-RECOVERY PIC 9(5).
       01 WS-CS PIC 9(3) COMP.
       01 WS-CS-POS PIC 9(3) COMP.
       01 WS-Q PIC 9(1) COMP.
       01 WS-Q-NUM PIC 9(1).
       01 WS-SEEK-COURSE PIC X(6).
       01 WS-INSTR-NAME PIC X(20).
       01 WS-RATE PIC 9(3)V9.
       01 WS-MEAN PIC 9(1)V99.
       01 WS-AVG PIC 9(2)V99.
       01 WS-PASS-PCT PIC 9(3)V9.
       01 WS-RECOV-PCT PIC 9(3)V9.
       01 WS-RATE-EDIT PIC ZZ9.9.
       01 WS-MEAN-EDIT PIC 9.99.
       01 WS-AVG-EDIT PIC Z9.99.
       01 WS-PASS-EDIT PIC ZZ9.9.
       01 WS-RECOV-EDIT PIC ZZ9.9.
       01 WS-PTR PIC 9(3) COMP.
       01 WS-RESPONSE-TOTAL PIC 9(5) VALUE ZERO.
       01 WS-RPT-LINE PIC X(80).
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "SURVEY-REPORT" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           MOVE SPACES TO WS-TERM
           ACCEPT WS-TERM FROM ENVIRONMENT "GRADE_TERM"
           IF WS-TERM = SPACES
               DISPLAY "Enter term (e.g. 2026T1):"
               ACCEPT WS-TERM
           END-IF
           MOVE SPACES TO WS-MIN-ENTRY
           ACCEPT WS-MIN-ENTRY FROM ENVIRONMENT "SURVEY_MIN_RESPONSES"
           IF WS-MIN-ENTRY IS NUMERIC
               MOVE WS-MIN-ENTRY TO WS-MIN-RESPONSES
           END-IF
           PERFORM 1000-LOAD-INSTRUCTORS THRU 1000-END
           PERFORM 1500-LOAD-ASSIGNMENTS THRU 1500-END
           IF WS-AS-COUNT = ZERO
               DISPLAY "SURVEY-REPORT: no instructor assignments "
                   "for term " WS-TERM " - nothing reported"
               MOVE 4 TO RETURN-CODE
               PERFORM 9000-END-JOB THRU 9000-END
               GOBACK
           END-IF
           PERFORM 2000-COUNT-ENROLLED THRU 2000-END
           PERFORM 2200-TALLY-SURVEYS THRU 2200-END
           PERFORM 2400-TALLY-OUTCOMES THRU 2400-END
           PERFORM 3000-WRITE-REPORT THRU 3000-END
           DISPLAY "SURVEY-REPORT: " WS-AS-COUNT
               " instructor course(s) reported, "
               WS-RESPONSE-TOTAL " response(s) for term " WS-TERM
           IF WS-RESPONSE-TOTAL = ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9000-END-JOB THRU 9000-END
           GOBACK.

       1000-LOAD-INSTRUCTORS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT INSTRUCTOR-FILE
           IF WS-INSTRUCTOR-STATUS NOT = '00'
               DISPLAY "SURVEY-REPORT: no instructor master on "
                   "file, status " WS-INSTRUCTOR-STATUS
               GO TO 1000-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ INSTRUCTOR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-IN-COUNT < 30
                           ADD 1 TO WS-IN-COUNT
                           MOVE IN-INSTRUCTOR-ID
                               TO WS-IN-ID (WS-IN-COUNT)
                           MOVE IN-INSTRUCTOR-NAME
                               TO WS-IN-NAME (WS-IN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INSTRUCTOR-FILE.
       1000-END. EXIT.

      * Each course taught this term gets one tally slot, shared by
      * the instructors assigned to it.
       1500-LOAD-ASSIGNMENTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ASSIGNMENT-FILE
           IF WS-ASSIGN-STATUS NOT = '00'
               DISPLAY "SURVEY-REPORT: no assignments on file, "
                   "status " WS-ASSIGN-STATUS
               GO TO 1500-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ASSIGNMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AS-TERM = WS-TERM
                           AND WS-AS-COUNT < 100
                           ADD 1 TO WS-AS-COUNT
                           MOVE AS-INSTRUCTOR-ID TO
                               WS-AS-INSTRUCTOR (WS-AS-COUNT)
                           MOVE AS-COURSE-CODE TO
                               WS-AS-COURSE (WS-AS-COUNT)
                           MOVE AS-COURSE-CODE TO WS-SEEK-COURSE
                           PERFORM 1600-FIND-COURSE THRU 1600-END
                           IF WS-CS-POS = ZERO
                               AND WS-CS-COUNT < 100
                               ADD 1 TO WS-CS-COUNT
                               INITIALIZE WS-CS-ENTRY (WS-CS-COUNT)
                               MOVE AS-COURSE-CODE
                                   TO WS-CS-COURSE (WS-CS-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSIGNMENT-FILE.
       1500-END. EXIT.

       1600-FIND-COURSE.
           MOVE ZERO TO WS-CS-POS
           PERFORM VARYING WS-CS FROM 1 BY 1
               UNTIL WS-CS > WS-CS-COUNT OR WS-CS-POS > ZERO
               IF WS-CS-COURSE (WS-CS) = WS-SEEK-COURSE
                   MOVE WS-CS TO WS-CS-POS
               END-IF
           END-PERFORM.
       1600-END. EXIT.

      * The response rate is over the students still on the course -
      * dropped and withdrawn enrollments are not asked.
       2000-COUNT-ENROLLED.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ENROLLMENT-FILE
           IF WS-ENROLL-STATUS NOT = '00'
               DISPLAY "SURVEY-REPORT: no enrollment register on "
                   "file, status " WS-ENROLL-STATUS
               GO TO 2000-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ENROLLMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EN-TERM = WS-TERM AND EN-ACTIVE
                           MOVE EN-COURSE-CODE TO WS-SEEK-COURSE
                           PERFORM 1600-FIND-COURSE THRU 1600-END
                           IF WS-CS-POS > ZERO
                               ADD 1 TO WS-CS-ENROLLED (WS-CS-POS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE.
       2000-END. EXIT.

       2200-TALLY-SURVEYS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT SURVEY-FILE
           IF WS-SURVEY-STATUS NOT = '00'
               DISPLAY "SURVEY-REPORT: no survey responses on file"
               GO TO 2200-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SURVEY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SV-TERM = WS-TERM
                           MOVE SV-COURSE-CODE TO WS-SEEK-COURSE
                           PERFORM 1600-FIND-COURSE THRU 1600-END
                           IF WS-CS-POS > ZERO
                               PERFORM 2300-TALLY-RESPONSE
                                   THRU 2300-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SURVEY-FILE.
       2200-END. EXIT.

       2300-TALLY-RESPONSE.
           ADD 1 TO WS-CS-RESPONSES (WS-CS-POS)
           ADD 1 TO WS-RESPONSE-TOTAL
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > 5
               IF SV-SCORE (WS-Q) > ZERO
                   ADD SV-SCORE (WS-Q) TO WS-CS-Q-SUM (WS-CS-POS WS-Q)
                   ADD 1 TO WS-CS-Q-ANSWERED (WS-CS-POS WS-Q)
               END-IF
           END-PERFORM.
       2300-END. EXIT.

      * Same figures and bands as INSTR-OUTCOMES, per course; a W
      * result is not a grade and is left out.
       2400-TALLY-OUTCOMES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY "SURVEY-REPORT: no grade history on file, "
                   "status " WS-HISTORY-STATUS
               GO TO 2400-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HIST-TERM = WS-TERM
                           AND HIST-EVALUATION NOT = 'W'
                           MOVE HIST-COURSE-CODE TO WS-SEEK-COURSE
                           PERFORM 1600-FIND-COURSE THRU 1600-END
                           IF WS-CS-POS > ZERO
                               PERFORM 2500-TALLY-GRADE THRU 2500-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.
       2400-END. EXIT.

       2500-TALLY-GRADE.
           ADD 1 TO WS-CS-GRADED (WS-CS-POS)
           ADD HIST-AVERAGE TO WS-CS-AVG-SUM (WS-CS-POS)
           EVALUATE TRUE
               WHEN HIST-AVERAGE >= 7.00
                   ADD 1 TO WS-CS-PASS (WS-CS-POS)
               WHEN HIST-AVERAGE >= 5.00
                   ADD 1 TO WS-CS-RECOVERY (WS-CS-POS)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2500-END. EXIT.

       3000-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "SURVEY-REPORT: cannot open report, status "
                   WS-REPORT-STATUS
               GO TO 3000-END
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "COURSE EVALUATION SURVEY AND OUTCOMES - TERM "
               WS-TERM DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "Scores 1 (poor) to 5 (excellent); means need "
               WS-MIN-RESPONSES " or more responses"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           PERFORM 3100-WRITE-ONE THRU 3100-END
               VARYING WS-AS FROM 1 BY 1 UNTIL WS-AS > WS-AS-COUNT
           CLOSE REPORT-FILE.
       3000-END. EXIT.

       3100-WRITE-ONE.
           MOVE "(NOT ON INSTRUCTOR MASTER)" TO WS-INSTR-NAME
           PERFORM VARYING WS-IN FROM 1 BY 1 UNTIL WS-IN > WS-IN-COUNT
               IF WS-IN-ID (WS-IN) = WS-AS-INSTRUCTOR (WS-AS)
                   MOVE WS-IN-NAME (WS-IN) TO WS-INSTR-NAME
               END-IF
           END-PERFORM
           MOVE WS-AS-COURSE (WS-AS) TO WS-SEEK-COURSE
           PERFORM 1600-FIND-COURSE THRU 1600-END
           IF WS-CS-POS = ZERO
               GO TO 3100-END
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-AS-INSTRUCTOR (WS-AS) " " WS-INSTR-NAME
               "  COURSE " WS-AS-COURSE (WS-AS)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE ZERO TO WS-RATE
           IF WS-CS-ENROLLED (WS-CS-POS) > ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-CS-RESPONSES (WS-CS-POS) * 100
                   / WS-CS-ENROLLED (WS-CS-POS)
           END-IF
           MOVE WS-RATE TO WS-RATE-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  ENROLLED " WS-CS-ENROLLED (WS-CS-POS)
               "  RESPONSES " WS-CS-RESPONSES (WS-CS-POS)
               "  RESPONSE RATE " WS-RATE-EDIT "%"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           PERFORM 3200-WRITE-MEANS THRU 3200-END
           PERFORM 3300-WRITE-OUTCOMES THRU 3300-END
           IF WS-CS-RESPONSES (WS-CS-POS) NOT < WS-MIN-RESPONSES
               PERFORM 3400-WRITE-COMMENTS THRU 3400-END
           END-IF.
       3100-END. EXIT.

       3200-WRITE-MEANS.
           MOVE SPACES TO WS-RPT-LINE
           IF WS-CS-RESPONSES (WS-CS-POS) < WS-MIN-RESPONSES
               MOVE "  MEANS  TOO FEW RESPONSES TO REPORT"
                   TO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
               GO TO 3200-END
           END-IF
           MOVE 1 TO WS-PTR
           STRING "  MEANS " DELIMITED BY SIZE
               INTO WS-RPT-LINE WITH POINTER WS-PTR
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > 5
               MOVE WS-Q TO WS-Q-NUM
               IF WS-CS-Q-ANSWERED (WS-CS-POS WS-Q) = ZERO
                   STRING " Q" WS-Q-NUM " -   " DELIMITED BY SIZE
                       INTO WS-RPT-LINE WITH POINTER WS-PTR
               ELSE
                   COMPUTE WS-MEAN ROUNDED =
                       WS-CS-Q-SUM (WS-CS-POS WS-Q)
                       / WS-CS-Q-ANSWERED (WS-CS-POS WS-Q)
                   MOVE WS-MEAN TO WS-MEAN-EDIT
                   STRING " Q" WS-Q-NUM " " WS-MEAN-EDIT
                       DELIMITED BY SIZE
                       INTO WS-RPT-LINE WITH POINTER WS-PTR
               END-IF
           END-PERFORM
           WRITE REPORT-LINE FROM WS-RPT-LINE.
       3200-END. EXIT.

       3300-WRITE-OUTCOMES.
           MOVE SPACES TO WS-RPT-LINE
           IF WS-CS-GRADED (WS-CS-POS) = ZERO
               MOVE "  OUTCOMES  NOTHING GRADED THIS TERM"
                   TO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
               GO TO 3300-END
           END-IF
           COMPUTE WS-AVG ROUNDED =
               WS-CS-AVG-SUM (WS-CS-POS) / WS-CS-GRADED (WS-CS-POS)
           COMPUTE WS-PASS-PCT ROUNDED =
               WS-CS-PASS (WS-CS-POS) * 100 / WS-CS-GRADED (WS-CS-POS)
           COMPUTE WS-RECOV-PCT ROUNDED =
               WS-CS-RECOVERY (WS-CS-POS) * 100
               / WS-CS-GRADED (WS-CS-POS)
           MOVE WS-AVG TO WS-AVG-EDIT
           MOVE WS-PASS-PCT TO WS-PASS-EDIT
           MOVE WS-RECOV-PCT TO WS-RECOV-EDIT
           STRING "  OUTCOMES  GRADED " WS-CS-GRADED (WS-CS-POS)
               "  AVG " WS-AVG-EDIT
               "  PASS " WS-PASS-EDIT "%"
               "  RECOV " WS-RECOV-EDIT "%"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE.
       3300-END. EXIT.

      * Comment text only - nothing that identifies who wrote it.
       3400-WRITE-COMMENTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT SURVEY-FILE
           IF WS-SURVEY-STATUS NOT = '00'
               GO TO 3400-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SURVEY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SV-TERM = WS-TERM
                           AND SV-COURSE-CODE = WS-AS-COURSE (WS-AS)
                           AND SV-COMMENT NOT = SPACES
                           MOVE SPACES TO WS-RPT-LINE
                           STRING "    - " SV-COMMENT
                               DELIMITED BY SIZE INTO WS-RPT-LINE
                           WRITE REPORT-LINE FROM WS-RPT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SURVEY-FILE.
       3400-END. EXIT.

       9000-END-JOB.
           SET JL-CALL-END TO TRUE
           MOVE WS-AS-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT.
       9000-END. EXIT.

       END PROGRAM SURVEY-REPORT.
