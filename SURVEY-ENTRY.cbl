      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Keys or imports course-evaluation survey responses
      *          onto survey-responses.txt. Interactively it prompts
      *          in the menu-loop style of ASSESS-ENTRY; with
      *          SURVEY_MODE=IMPORT it loads survey-import.txt (the
      *          same SURVEYREC layout) instead, for the responses
      *          collected on paper or on line. Either way a response
      *          is taken only from a student actively enrolled in
      *          that course and section on enrollment.txt, only once
      *          per student, term and course, and only with every
      *          score 1 to 5 (0 for a question left blank).
      * Tectonics: cobc
      * Note: the student code is stored to enforce the one-response
      *       rule; SURVEY-REPORT is the only reader and prints no
      *       student codes.
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SURVEY-ENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SURVEY-FILE ASSIGN TO '..\survey-responses.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SURVEY-STATUS.

           SELECT IMPORT-FILE ASSIGN TO '..\survey-import.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IMPORT-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO '..\enrollment.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENROLL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SURVEY-FILE.
       COPY SURVEYREC REPLACING ==:RECNAME:== BY ==SURVEY-LINE==.

       FD IMPORT-FILE.
       01 IMPORT-LINE PIC X(101).

       FD ENROLLMENT-FILE.
       COPY ENROLLREC REPLACING ==:RECNAME:== BY ==ENROLL-LINE==.

       WORKING-STORAGE SECTION.
       01 WS-SURVEY-STATUS PIC X(2).
       01 WS-IMPORT-STATUS PIC X(2).
       01 WS-ENROLL-STATUS PIC X(2).
       01 WS-SURVEY-EOF PIC X(1).
       01 WS-IMPORT-EOF PIC X(1) VALUE 'N'.
       01 WS-ENROLL-EOF PIC X(1).
       01 WS-MODE PIC X(6).
       01 WS-MORE PIC X(1) VALUE 'Y'.
       01 WS-RESPONSE.
           05 WS-STUDENT PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-TERM PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-COURSE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SECTION PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SCORES.
               10 WS-SCORE PIC 9(1) OCCURS 5 TIMES.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-ENTRY-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-COMMENT PIC X(60).
       01 WS-Q PIC 9(1) COMP.
       01 WS-Q-NUM PIC 9(1).
       01 WS-SCORE-ENTRY PIC X(1).
       01 WS-ENROLLED PIC X(1).
       01 WS-DUPLICATE PIC X(1).
       01 WS-REJECT-REASON PIC X(40).
       01 WS-ENTERED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "SURVEY-ENTRY" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           MOVE SPACES TO WS-MODE
           ACCEPT WS-MODE FROM ENVIRONMENT "SURVEY_MODE"
           IF WS-MODE = 'IMPORT'
               PERFORM 1500-IMPORT-FILE THRU 1500-END
           ELSE
               PERFORM UNTIL WS-MORE NOT = 'Y'
                   PERFORM 1000-ENTER-ONE THRU 1000-END
                   DISPLAY "Another response? (Y/N): "
                   ACCEPT WS-MORE
               END-PERFORM
           END-IF
           DISPLAY "SURVEY-ENTRY: " WS-ENTERED-COUNT
               " entered, " WS-REJECT-COUNT " rejected"
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           SET JL-CALL-END TO TRUE
           MOVE WS-ENTERED-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

       1000-ENTER-ONE.
           MOVE SPACES TO WS-RESPONSE
           DISPLAY "Student (client) code: "
           ACCEPT WS-STUDENT
           DISPLAY "Term (e.g. 2026T1): "
           ACCEPT WS-TERM
           DISPLAY "Course code: "
           ACCEPT WS-COURSE
           DISPLAY "Section (blank if none): "
           ACCEPT WS-SECTION
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > 5
               MOVE WS-Q TO WS-Q-NUM
               DISPLAY "Question " WS-Q-NUM
                   " score (1-5, 0 = no answer): "
               MOVE SPACE TO WS-SCORE-ENTRY
               ACCEPT WS-SCORE-ENTRY
               IF WS-SCORE-ENTRY IS NUMERIC
                   MOVE WS-SCORE-ENTRY TO WS-SCORE (WS-Q)
               ELSE
                   MOVE 9 TO WS-SCORE (WS-Q)
               END-IF
           END-PERFORM
           DISPLAY "Comment (optional): "
           ACCEPT WS-COMMENT
           PERFORM 2000-VALIDATE-AND-STORE THRU 2000-END.
       1000-END. EXIT.

       1500-IMPORT-FILE.
           OPEN INPUT IMPORT-FILE
           IF WS-IMPORT-STATUS NOT = '00'
               DISPLAY "SURVEY-ENTRY: no survey import file on "
                   "file, status " WS-IMPORT-STATUS
               GO TO 1500-END
           END-IF
           PERFORM UNTIL WS-IMPORT-EOF = 'Y'
               READ IMPORT-FILE
                   AT END
                       MOVE 'Y' TO WS-IMPORT-EOF
                   NOT AT END
                       MOVE IMPORT-LINE TO WS-RESPONSE
                       PERFORM 2000-VALIDATE-AND-STORE THRU 2000-END
               END-READ
           END-PERFORM
           CLOSE IMPORT-FILE.
       1500-END. EXIT.

       2000-VALIDATE-AND-STORE.
           MOVE SPACES TO WS-REJECT-REASON
           IF WS-STUDENT NOT NUMERIC
               MOVE "bad student code" TO WS-REJECT-REASON
               GO TO 2090-REJECT
           END-IF
           IF WS-SCORES NOT NUMERIC
               MOVE "scores must be 0 to 5" TO WS-REJECT-REASON
               GO TO 2090-REJECT
           END-IF
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > 5
               IF WS-SCORE (WS-Q) > 5
                   MOVE "scores must be 0 to 5" TO WS-REJECT-REASON
               END-IF
           END-PERFORM
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 2090-REJECT
           END-IF
           PERFORM 2100-CHECK-ENROLLED THRU 2100-END
           IF WS-ENROLLED = 'N'
               MOVE "not enrolled in that course and section"
                   TO WS-REJECT-REASON
               GO TO 2090-REJECT
           END-IF
           PERFORM 2200-CHECK-DUPLICATE THRU 2200-END
           IF WS-DUPLICATE = 'Y'
               MOVE "already responded for this course"
                   TO WS-REJECT-REASON
               GO TO 2090-REJECT
           END-IF
           PERFORM 3000-WRITE-RESPONSE THRU 3000-END
           GO TO 2000-END.
       2090-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "SURVEY-ENTRY: student " WS-STUDENT " course "
               WS-COURSE " " WS-TERM " rejected - " WS-REJECT-REASON.
       2000-END. EXIT.

      * Only an active enrollment line counts - a student who has
      * dropped or withdrawn has no say on the course.
       2100-CHECK-ENROLLED.
           MOVE 'N' TO WS-ENROLLED
           MOVE 'N' TO WS-ENROLL-EOF
           OPEN INPUT ENROLLMENT-FILE
           IF WS-ENROLL-STATUS = '00'
               PERFORM UNTIL WS-ENROLL-EOF = 'Y'
                   READ ENROLLMENT-FILE
                       AT END
                           MOVE 'Y' TO WS-ENROLL-EOF
                       NOT AT END
                           IF EN-STUDENT-CODE = WS-STUDENT
                               AND EN-TERM = WS-TERM
                               AND EN-COURSE-CODE = WS-COURSE
                               AND EN-SECTION = WS-SECTION
                               AND EN-ACTIVE
                               MOVE 'Y' TO WS-ENROLLED
                               MOVE 'Y' TO WS-ENROLL-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT-FILE
           END-IF.
       2100-END. EXIT.

       2200-CHECK-DUPLICATE.
           MOVE 'N' TO WS-DUPLICATE
           MOVE 'N' TO WS-SURVEY-EOF
           OPEN INPUT SURVEY-FILE
           IF WS-SURVEY-STATUS = '00'
               PERFORM UNTIL WS-SURVEY-EOF = 'Y'
                   READ SURVEY-FILE
                       AT END
                           MOVE 'Y' TO WS-SURVEY-EOF
                       NOT AT END
                           IF SV-STUDENT-CODE = WS-STUDENT
                               AND SV-TERM = WS-TERM
                               AND SV-COURSE-CODE = WS-COURSE
                               MOVE 'Y' TO WS-DUPLICATE
                               MOVE 'Y' TO WS-SURVEY-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SURVEY-FILE
           END-IF.
       2200-END. EXIT.

       3000-WRITE-RESPONSE.
           OPEN EXTEND SURVEY-FILE
           IF WS-SURVEY-STATUS = '35'
               OPEN OUTPUT SURVEY-FILE
               CLOSE SURVEY-FILE
               OPEN EXTEND SURVEY-FILE
           END-IF
           IF WS-SURVEY-STATUS NOT = '00'
               DISPLAY "SURVEY-ENTRY: cannot open survey file, "
                   "status " WS-SURVEY-STATUS
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               ACCEPT WS-ENTRY-DATE FROM DATE YYYYMMDD
               MOVE WS-RESPONSE TO SURVEY-LINE
               WRITE SURVEY-LINE
               IF WS-SURVEY-STATUS NOT = '00'
                   DISPLAY "SURVEY-ENTRY: write failed, status "
                       WS-SURVEY-STATUS
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   ADD 1 TO WS-ENTERED-COUNT
                   DISPLAY "Response recorded"
               END-IF
               CLOSE SURVEY-FILE
           END-IF.
       3000-END. EXIT.

       END PROGRAM SURVEY-ENTRY.
