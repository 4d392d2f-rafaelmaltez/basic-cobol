      *                  of silently dropping rows - an attendance
      *                  row dropped silently let the student escape
      *                  the minimum-attendance rule.
      *   15/10/2026 RM  A roster row for a course the student dropped
      *                  or withdrew from (drop-register.txt) is
      *                  skipped, so the W that DROP-APPLY filed is
      *                  not overwritten by a failing average.
      *   15/10/2026 RM  A student code CLIENT-RECODE renumbered is
      *                  translated through CODEXREF before the check
      *                  digit, so a roster still quoting the old code
      *                  grades the new one during the transition
      *                  period; after it the row is rejected.
      *   15/10/2026 RM  The class-stats line now also carries how many
      *                  students passed (7.00 and up, not FREQ-FAIL),
      *                  so KPI-SNAPSHOT can give a pass rate.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-BATCH.
           SELECT ROSTER-FILE ASSIGN TO '..\class-roster.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DROP-REGISTER-FILE ASSIGN TO '..\drop-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DROP-STATUS.

           SELECT REJECTS-FILE ASSIGN TO '..\grade-rejects.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJECTS-STATUS.
       FD ROSTER-FILE.
       COPY GRADEREC REPLACING ==:RECNAME:== BY ==ROSTER-RECORD==.

       FD DROP-REGISTER-FILE.
       COPY DROPREC REPLACING ==:RECNAME:== BY ==DROP-REG-LINE==.

       FD REJECTS-FILE.
       COPY REJECTREC REPLACING ==:RECNAME:== BY ==REJECT-LINE==.

               10 WS-TM-EN-TO PIC 9(8).
       01 WS-TM PIC 9(2) COMP.
       01 WS-TM-POS PIC 9(2) COMP.
       01 WS-DROP-STATUS PIC X(2).
       01 WS-DROP-EOF PIC X(1) VALUE 'N'.
       01 WS-DR-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-DR-TABLE.
           05 WS-DR-ENTRY OCCURS 1000 TIMES.
               10 WS-DR-CODE PIC 9(7).
               10 WS-DR-COURSE PIC X(6).
       01 WS-DR PIC 9(4) COMP.
       01 WS-DR-HIT PIC X(1).
       01 WS-CODE-CHECK-MODE PIC X(6).
       COPY CODECHKPARM.
       COPY CODEXREFPARM.
       01 WS-REJECT-REASON PIC X(30).
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECTS-STATUS PIC X(2).
           05 WS-STATS-STDDEV PIC 9(2)V9999 VALUE ZERO.
           05 WS-STATS-MIN PIC 9(2)V99 VALUE 99.99.
           05 WS-STATS-MAX PIC 9(2)V99 VALUE ZERO.
           05 WS-STATS-PASSED PIC 9(5) VALUE ZERO.
       COPY JOBLOGPARM.
       COPY MSGLOGPARM.
       01 WS-REPORT-LOCALE PIC X(2).
               END-IF
           END-IF
           PERFORM 0400-LOAD-ATTENDANCE THRU 0400-END
           PERFORM 0470-LOAD-DROPS THRU 0470-END
           MOVE SPACES TO WS-CODE-CHECK-MODE
           ACCEPT WS-CODE-CHECK-MODE
               FROM ENVIRONMENT "CODE_CHECK_MODE"
       0000-END. EXIT.

       1000-GRADE-ONE.
           PERFORM 1050-TRANSLATE-RENUMBERED THRU 1050-END
           MOVE 'N' TO WS-DR-HIT
           PERFORM VARYING WS-DR FROM 1 BY 1
               UNTIL WS-DR > WS-DR-COUNT OR WS-DR-HIT = 'Y'
               IF WS-DR-CODE (WS-DR) = ROSTER-STUDENT-CODE
                   AND WS-DR-COURSE (WS-DR) = ROSTER-COURSE-CODE
                   MOVE 'Y' TO WS-DR-HIT
               END-IF
           END-PERFORM
           IF WS-DR-HIT = 'Y'
               DISPLAY "GRADE-BATCH: student " ROSTER-STUDENT-CODE
                   " left course " ROSTER-COURSE-CODE
                   " - not graded"
               GO TO 1000-END
           END-IF
           PERFORM 1180-ASSEMBLE-FROM-ASSESSMENTS THRU 1180-END
           PERFORM 1200-VALIDATE-GRADES THRU 1200-END
           IF WS-ROW-INVALID
           END-IF.
       1000-END. EXIT.

      * A roster still quoting a code CLIENT-RECODE renumbered grades
      * the new code; once the transition period has lapsed the row
      * is rejected by 1250.
       1050-TRANSLATE-RENUMBERED.
           MOVE ROSTER-STUDENT-CODE TO XC-CALL-CODE
           CALL "CODEXREF" USING XC-CALL-CODE XC-CALL-RETURN-CODE
           IF XC-CODE-TRANSLATED
               DISPLAY "GRADE-BATCH: student " ROSTER-STUDENT-CODE
                   " was renumbered - graded as " XC-CALL-CODE
               MOVE XC-CALL-CODE TO ROSTER-STUDENT-CODE
           END-IF.
       1050-END. EXIT.

      * A student with assessment events for this term and course
      * grades from them: all four slots present replace the roster
      * columns, a missing slot rejects the row so nobody averages
           END-IF.
       0450-END. EXIT.

      * Courses dropped or withdrawn this term; no register on file
      * grades every roster row as before.
       0470-LOAD-DROPS.
           OPEN INPUT DROP-REGISTER-FILE
           IF WS-DROP-STATUS = '00'
               PERFORM UNTIL WS-DROP-EOF = 'Y'
                   READ DROP-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO WS-DROP-EOF
                       NOT AT END
                           IF DR-TERM = WS-TERM
                               AND WS-DR-COUNT < 1000
                               ADD 1 TO WS-DR-COUNT
                               MOVE DR-STUDENT-CODE
                                   TO WS-DR-CODE (WS-DR-COUNT)
                               MOVE DR-COURSE-CODE
                                   TO WS-DR-COURSE (WS-DR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DROP-REGISTER-FILE
           END-IF.
       0470-END. EXIT.

       0500-LOAD-CLIENT-CODES.
           SET WS-CODES-NOT-LOADED TO TRUE
           MOVE ZERO TO WS-CODE-COUNT
      * rejects the row, otherwise a legacy code passes with a
      * console warning until conversion.
       1250-VALIDATE-STUDENT.
           IF XC-TRANSITION-OVER
               SET WS-ROW-INVALID TO TRUE
               MOVE "RENUMBERED CODE HAS LAPSED"
                   TO WS-REJECT-REASON
               GO TO 1250-END
           END-IF
           SET CK-CALL-VERIFY TO TRUE
           MOVE ROSTER-STUDENT-CODE TO CK-CALL-CODE
           CALL "CODECHK" USING CK-CALL-FUNCTION CK-CALL-BASE
           END-IF
           IF WS-GRADE-AVERAGE > WS-STATS-MAX
               MOVE WS-GRADE-AVERAGE TO WS-STATS-MAX
           END-IF
           IF WS-GRADE-AVERAGE >= 7.00 AND WS-ATT-NOT-OVERRIDDEN
               ADD 1 TO WS-STATS-PASSED
           END-IF.
       2400-END. EXIT.

               MOVE WS-STATS-MAX TO ST-MAX
               MOVE WS-STATS-STDDEV TO ST-STDDEV
               MOVE WS-TERM-INSTRUCTOR TO ST-INSTRUCTOR
               MOVE WS-STATS-PASSED TO ST-PASSED
               WRITE CLASS-STATS-LINE
               IF WS-CLASS-STATS-STATUS NOT = '00'
                   DISPLAY "GRADE-BATCH: class stats write failed, "
