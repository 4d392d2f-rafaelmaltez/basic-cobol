      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: End-of-term academic standing run. For every student
      *          with a result in GRADE_TERM on the keyed grade history
      *          (grade-history.dat), works out the cumulative average
      *          over every term up to and including that one, each
      *          course average weighted by its CU-CREDIT-HOURS from
      *          curricula.txt, and applies the standing.cfg rules:
      *          good standing at or above the probation average,
      *          probation below it, dismissal for a student still
      *          below it after the configured number of consecutive
      *          probation terms. Each student gets a line on
      *          standing-history.txt - WRITING-FILES reads it to
      *          refuse a dismissed student's enrollment - and the
      *          probation and dismissal lists are printed on
      *          academic-standing.txt for the coordinators.
      * Tectonics: cobc
      * Note: every attempt at a course counts towards the average.
      *       A course on no curriculum carries no credit hours and is
      *       left out. A student already assessed for the term is
      *       skipped, so a rerun only adds the ones it missed.
      * Modification History:
      *   15/10/2026 RM  Original version.
      *   15/10/2026 RM  A W (withdrawn) result carries no grade and
      *                  is left out of the cumulative average.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACAD-STANDING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO '..\standing.cfg'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RULE-STATUS.

           SELECT CURRICULUM-FILE ASSIGN TO '..\curricula.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CURRICULUM-STATUS.

           SELECT STANDING-FILE ASSIGN TO '..\standing-history.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STANDING-STATUS.

           SELECT GRADE-HISTORY-IDX-FILE ASSIGN TO WS-IDX-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GH-KEY
           FILE STATUS IS WS-IDX-STATUS.

           SELECT CLIENT-MASTER-FILE ASSIGN TO WS-MASTER-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CLIENT-CODE
           ALTERNATE RECORD KEY IS CM-CLIENT-NAME WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT REPORT-FILE ASSIGN TO '..\academic-standing.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RULE-FILE.
       COPY STANDRULE REPLACING ==:RECNAME:== BY ==STANDING-RULE-LINE==.

       FD CURRICULUM-FILE.
       COPY CURRICREC REPLACING ==:RECNAME:== BY ==CURRICULUM-LINE==.

       FD STANDING-FILE.
       COPY STANDREC REPLACING ==:RECNAME:== BY ==STANDING-LINE==.

       FD GRADE-HISTORY-IDX-FILE.
       COPY GRDHISTIDX.

       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RULE-STATUS PIC X(2).
       01 WS-CURRICULUM-STATUS PIC X(2).
       01 WS-STANDING-STATUS PIC X(2).
       01 WS-IDX-FILENAME PIC X(100).
       01 WS-IDX-STATUS PIC X(2).
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-CURRICULUM-EOF PIC X(1) VALUE 'N'.
       01 WS-STANDING-EOF PIC X(1) VALUE 'N'.
       01 WS-IDX-EOF PIC X(1) VALUE 'N'.
       01 WS-MASTER-OPEN PIC X(1) VALUE 'N'.
       01 WS-OUTPUTS-OPEN PIC X(1) VALUE 'N'.
       01 WS-TERM PIC X(6).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-PROBATION-AVG PIC 9(2)V99 VALUE 5.00.
       01 WS-DISMISS-TERMS PIC 9(1) VALUE 2.
       01 WS-CU-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-CU-TABLE.
           05 WS-CU-ENTRY OCCURS 300 TIMES.
               10 WS-CU-COURSE PIC X(6).
               10 WS-CU-CREDITS PIC 9(2).
       01 WS-CU PIC 9(3) COMP.
       01 WS-CU-POS PIC 9(3) COMP.
       01 WS-PS-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-PS-OVERFLOW PIC X(1) VALUE 'N'.
       01 WS-PS-TABLE.
           05 WS-PS-ENTRY OCCURS 3000 TIMES.
               10 WS-PS-STUDENT PIC 9(7).
               10 WS-PS-TERM PIC X(6).
               10 WS-PS-STANDING PIC X(1).
               10 WS-PS-PROB-TERMS PIC 9(1).
               10 WS-PS-THIS-TERM PIC X(1).
       01 WS-PS PIC 9(4) COMP.
       01 WS-PS-POS PIC 9(4) COMP.
       01 WS-CUR-STUDENT PIC 9(7) VALUE ZERO.
       01 WS-CUR-IN-TERM PIC X(1) VALUE 'N'.
       01 WS-CUR-POINTS PIC 9(7)V99 VALUE ZERO.
       01 WS-CUR-CREDITS PIC 9(4) VALUE ZERO.
       01 WS-CUM-AVERAGE PIC 9(2)V99.
       01 WS-NEW-STANDING PIC X(1).
       01 WS-NEW-PROB-TERMS PIC 9(1).
       01 WS-PRIOR-STANDING PIC X(1).
       01 WS-PRIOR-PROB-TERMS PIC 9(1).
       01 WS-ASSESSED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-GOOD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PROBATION-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DISMISSED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ALREADY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NO-CREDIT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RPT-LINE PIC X(80).
       01 WS-STUDENT-NAME PIC X(20).
       01 WS-DETAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-STUDENT PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-CREDITS PIC ZZZ9.
           05 FILLER PIC X(4) VALUE ' CR '.
           05 WS-DL-AVERAGE PIC Z9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-STANDING PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-PROB-TERMS PIC 9(1).
           05 FILLER PIC X(8) VALUE ' TERM(S)'.
       01 WS-AVG-EDIT PIC Z9.99.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "ACAD-STANDING" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-MASTER-FILENAME
           ACCEPT WS-MASTER-FILENAME
               FROM ENVIRONMENT "CLIENT_MASTER_FILE"
           IF WS-MASTER-FILENAME = SPACES
               MOVE '..\clients.dat' TO WS-MASTER-FILENAME
           END-IF
           MOVE SPACES TO WS-IDX-FILENAME
           ACCEPT WS-IDX-FILENAME
               FROM ENVIRONMENT "GRADE_HISTORY_IDX"
           IF WS-IDX-FILENAME = SPACES
               MOVE '..\grade-history.dat' TO WS-IDX-FILENAME
           END-IF
           MOVE SPACES TO WS-TERM
           ACCEPT WS-TERM FROM ENVIRONMENT "GRADE_TERM"
           IF WS-TERM = SPACES
               DISPLAY "Enter term (e.g. 2026T1):"
               ACCEPT WS-TERM
           END-IF
           PERFORM 1000-LOAD-RULES THRU 1000-END
           PERFORM 1100-LOAD-CREDITS THRU 1100-END
           PERFORM 1200-LOAD-STANDING THRU 1200-END
           IF WS-PS-OVERFLOW = 'Y'
               DISPLAY "ACAD-STANDING: standing history is larger "
                   "than the table - raise it and rerun"
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-END-JOB THRU 9000-END
               GOBACK
           END-IF
           OPEN INPUT GRADE-HISTORY-IDX-FILE
           IF WS-IDX-STATUS NOT = '00'
               DISPLAY "ACAD-STANDING: no keyed grade history - "
                   "run GRADE-INDEX first"
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-END-JOB THRU 9000-END
               GOBACK
           END-IF
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-OPEN
           END-IF
           PERFORM 1300-OPEN-OUTPUTS THRU 1300-END
           IF WS-OUTPUTS-OPEN = 'N'
               CLOSE GRADE-HISTORY-IDX-FILE
               IF WS-MASTER-OPEN = 'Y'
                   CLOSE CLIENT-MASTER-FILE
               END-IF
               PERFORM 9000-END-JOB THRU 9000-END
               GOBACK
           END-IF
           PERFORM 2000-WALK-HISTORY THRU 2000-END
           PERFORM 4000-PRINT-TOTALS THRU 4000-END
           CLOSE GRADE-HISTORY-IDX-FILE
           CLOSE STANDING-FILE
           CLOSE REPORT-FILE
           IF WS-MASTER-OPEN = 'Y'
               CLOSE CLIENT-MASTER-FILE
           END-IF
           DISPLAY "ACAD-STANDING: " WS-ASSESSED-COUNT
               " student(s) assessed for " WS-TERM ", "
               WS-PROBATION-COUNT " on probation, "
               WS-DISMISSED-COUNT " dismissed"
           IF WS-ASSESSED-COUNT = ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9000-END-JOB THRU 9000-END
           GOBACK.

       1000-LOAD-RULES.
           OPEN INPUT RULE-FILE
           IF WS-RULE-STATUS NOT = '00'
               DISPLAY "ACAD-STANDING: no standing.cfg - using "
                   "probation below 5.00, dismissal after 2 terms"
               GO TO 1000-END
           END-IF
           READ RULE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF STR-PROBATION-AVG IS NUMERIC
                       AND STR-PROBATION-AVG NOT > 10.00
                       MOVE STR-PROBATION-AVG TO WS-PROBATION-AVG
                   ELSE
                       DISPLAY "ACAD-STANDING: bad probation average "
                           "on standing.cfg - using 5.00"
                   END-IF
                   IF STR-DISMISS-TERMS IS NUMERIC
                       AND STR-DISMISS-TERMS > ZERO
                       MOVE STR-DISMISS-TERMS TO WS-DISMISS-TERMS
                   ELSE
                       DISPLAY "ACAD-STANDING: bad dismissal term "
                           "count on standing.cfg - using 2"
                   END-IF
           END-READ
           CLOSE RULE-FILE.
       1000-END. EXIT.

      * A course on several programs' curricula carries the same
      * credit hours on each, so the first line seen is kept.
       1100-LOAD-CREDITS.
           OPEN INPUT CURRICULUM-FILE
           IF WS-CURRICULUM-STATUS NOT = '00'
               DISPLAY "ACAD-STANDING: no curricula on file, "
                   "status " WS-CURRICULUM-STATUS
               GO TO 1100-END
           END-IF
           PERFORM UNTIL WS-CURRICULUM-EOF = 'Y'
               READ CURRICULUM-FILE
                   AT END
                       MOVE 'Y' TO WS-CURRICULUM-EOF
                   NOT AT END
                       MOVE ZERO TO WS-CU-POS
                       PERFORM VARYING WS-CU FROM 1 BY 1
                           UNTIL WS-CU > WS-CU-COUNT
                           OR WS-CU-POS > ZERO
                           IF WS-CU-COURSE (WS-CU) = CU-COURSE-CODE
                               MOVE WS-CU TO WS-CU-POS
                           END-IF
                       END-PERFORM
                       IF WS-CU-POS = ZERO
                           AND CU-CREDIT-HOURS IS NUMERIC
                           AND WS-CU-COUNT < 300
                           ADD 1 TO WS-CU-COUNT
                           MOVE CU-COURSE-CODE
                               TO WS-CU-COURSE (WS-CU-COUNT)
                           MOVE CU-CREDIT-HOURS
                               TO WS-CU-CREDITS (WS-CU-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CURRICULUM-FILE.
       1100-END. EXIT.

      * Latest standing before this term per student, and whether
      * the student already has a line for this term.
       1200-LOAD-STANDING.
           OPEN INPUT STANDING-FILE
           IF WS-STANDING-STATUS NOT = '00'
               GO TO 1200-END
           END-IF
           PERFORM UNTIL WS-STANDING-EOF = 'Y'
               READ STANDING-FILE
                   AT END
                       MOVE 'Y' TO WS-STANDING-EOF
                   NOT AT END
                       PERFORM 1250-STORE-STANDING THRU 1250-END
               END-READ
           END-PERFORM
           CLOSE STANDING-FILE.
       1200-END. EXIT.

       1250-STORE-STANDING.
           MOVE STD-STUDENT-CODE TO WS-CUR-STUDENT
           PERFORM 2600-FIND-PRIOR THRU 2600-END
           IF WS-PS-POS = ZERO
               IF WS-PS-COUNT >= 3000
                   MOVE 'Y' TO WS-PS-OVERFLOW
                   GO TO 1250-END
               END-IF
               ADD 1 TO WS-PS-COUNT
               MOVE WS-PS-COUNT TO WS-PS-POS
               MOVE STD-STUDENT-CODE TO WS-PS-STUDENT (WS-PS-POS)
               MOVE SPACES TO WS-PS-TERM (WS-PS-POS)
               MOVE 'G' TO WS-PS-STANDING (WS-PS-POS)
               MOVE ZERO TO WS-PS-PROB-TERMS (WS-PS-POS)
               MOVE 'N' TO WS-PS-THIS-TERM (WS-PS-POS)
           END-IF
           IF STD-TERM = WS-TERM
               MOVE 'Y' TO WS-PS-THIS-TERM (WS-PS-POS)
           ELSE
               IF STD-TERM < WS-TERM
                   AND STD-TERM NOT < WS-PS-TERM (WS-PS-POS)
                   MOVE STD-TERM TO WS-PS-TERM (WS-PS-POS)
                   MOVE STD-STANDING TO WS-PS-STANDING (WS-PS-POS)
                   MOVE STD-PROB-TERMS
                       TO WS-PS-PROB-TERMS (WS-PS-POS)
               END-IF
           END-IF.
       1250-END. EXIT.

       1300-OPEN-OUTPUTS.
           OPEN EXTEND STANDING-FILE
           IF WS-STANDING-STATUS = '35'
               OPEN OUTPUT STANDING-FILE
               CLOSE STANDING-FILE
               OPEN EXTEND STANDING-FILE
           END-IF
           IF WS-STANDING-STATUS NOT = '00'
               DISPLAY "ACAD-STANDING: cannot open standing history, "
                   "status " WS-STANDING-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1300-END
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "ACAD-STANDING: cannot open report, status "
                   WS-REPORT-STATUS
               CLOSE STANDING-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 1300-END
           END-IF
           MOVE 'Y' TO WS-OUTPUTS-OPEN
           MOVE WS-PROBATION-AVG TO WS-AVG-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "ACADEMIC STANDING " WS-TERM "   RUN "
               WS-TODAY-DATE DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "PROBATION BELOW " WS-AVG-EDIT
               "  DISMISSAL AFTER " WS-DISMISS-TERMS
               " CONSECUTIVE PROBATION TERM(S)"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE.
       1300-END. EXIT.

      * The keyed history comes back in student/term/course order, so
      * a change of student closes the previous one's average.
       2000-WALK-HISTORY.
           MOVE ZERO TO GH-STUDENT-CODE
           MOVE LOW-VALUES TO GH-TERM
           MOVE LOW-VALUES TO GH-COURSE-CODE
           START GRADE-HISTORY-IDX-FILE KEY >= GH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-IDX-EOF
           END-START
           MOVE ZERO TO WS-CUR-STUDENT
           PERFORM UNTIL WS-IDX-EOF = 'Y'
               READ GRADE-HISTORY-IDX-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-IDX-EOF
                   NOT AT END
                       IF GH-STUDENT-CODE NOT = WS-CUR-STUDENT
                           PERFORM 2500-CLOSE-STUDENT THRU 2500-END
                           MOVE GH-STUDENT-CODE TO WS-CUR-STUDENT
                       END-IF
                       PERFORM 2100-ADD-COURSE THRU 2100-END
               END-READ
           END-PERFORM
           PERFORM 2500-CLOSE-STUDENT THRU 2500-END.
       2000-END. EXIT.

       2100-ADD-COURSE.
           IF GH-TERM > WS-TERM OR GH-EVALUATION = 'W'
               GO TO 2100-END
           END-IF
           IF GH-TERM = WS-TERM
               MOVE 'Y' TO WS-CUR-IN-TERM
           END-IF
           MOVE ZERO TO WS-CU-POS
           PERFORM VARYING WS-CU FROM 1 BY 1
               UNTIL WS-CU > WS-CU-COUNT OR WS-CU-POS > ZERO
               IF WS-CU-COURSE (WS-CU) = GH-COURSE-CODE
                   MOVE WS-CU TO WS-CU-POS
               END-IF
           END-PERFORM
           IF WS-CU-POS > ZERO
               COMPUTE WS-CUR-POINTS = WS-CUR-POINTS
                   + GH-AVERAGE * WS-CU-CREDITS (WS-CU-POS)
               ADD WS-CU-CREDITS (WS-CU-POS) TO WS-CUR-CREDITS
           END-IF.
       2100-END. EXIT.

       2500-CLOSE-STUDENT.
           IF WS-CUR-STUDENT = ZERO OR WS-CUR-IN-TERM = 'N'
               GO TO 2590-RESET
           END-IF
           PERFORM 2600-FIND-PRIOR THRU 2600-END
           MOVE 'G' TO WS-PRIOR-STANDING
           MOVE ZERO TO WS-PRIOR-PROB-TERMS
           IF WS-PS-POS > ZERO
               IF WS-PS-THIS-TERM (WS-PS-POS) = 'Y'
                   ADD 1 TO WS-ALREADY-COUNT
                   GO TO 2590-RESET
               END-IF
               MOVE WS-PS-STANDING (WS-PS-POS) TO WS-PRIOR-STANDING
               MOVE WS-PS-PROB-TERMS (WS-PS-POS)
                   TO WS-PRIOR-PROB-TERMS
           END-IF
           IF WS-CUR-CREDITS = ZERO
               ADD 1 TO WS-NO-CREDIT-COUNT
               GO TO 2590-RESET
           END-IF
           COMPUTE WS-CUM-AVERAGE ROUNDED
               = WS-CUR-POINTS / WS-CUR-CREDITS
           PERFORM 2700-APPLY-RULES THRU 2700-END
           PERFORM 3000-WRITE-STANDING THRU 3000-END.
       2590-RESET.
           MOVE 'N' TO WS-CUR-IN-TERM
           MOVE ZERO TO WS-CUR-POINTS
           MOVE ZERO TO WS-CUR-CREDITS.
       2500-END. EXIT.

       2600-FIND-PRIOR.
           MOVE ZERO TO WS-PS-POS
           PERFORM VARYING WS-PS FROM 1 BY 1
               UNTIL WS-PS > WS-PS-COUNT OR WS-PS-POS > ZERO
               IF WS-PS-STUDENT (WS-PS) = WS-CUR-STUDENT
                   MOVE WS-PS TO WS-PS-POS
               END-IF
           END-PERFORM.
       2600-END. EXIT.

      * Back at or above the line clears probation. Below it, a
      * student who has already served the configured number of
      * probation terms in a row is dismissed; anyone else goes on
      * (or stays on) probation with one more term counted.
       2700-APPLY-RULES.
           IF WS-CUM-AVERAGE NOT < WS-PROBATION-AVG
               MOVE 'G' TO WS-NEW-STANDING
               MOVE ZERO TO WS-NEW-PROB-TERMS
               GO TO 2700-END
           END-IF
           IF WS-PRIOR-STANDING = 'G'
               MOVE ZERO TO WS-PRIOR-PROB-TERMS
           END-IF
           IF WS-PRIOR-PROB-TERMS NOT < WS-DISMISS-TERMS
               MOVE 'D' TO WS-NEW-STANDING
               MOVE WS-PRIOR-PROB-TERMS TO WS-NEW-PROB-TERMS
           ELSE
               MOVE 'P' TO WS-NEW-STANDING
               COMPUTE WS-NEW-PROB-TERMS = WS-PRIOR-PROB-TERMS + 1
           END-IF.
       2700-END. EXIT.

       3000-WRITE-STANDING.
           INITIALIZE STANDING-LINE
           MOVE WS-CUR-STUDENT TO STD-STUDENT-CODE
           MOVE WS-TERM TO STD-TERM
           MOVE WS-TODAY-DATE TO STD-RUN-DATE
           MOVE WS-CUR-CREDITS TO STD-CREDITS
           MOVE WS-CUM-AVERAGE TO STD-CUM-AVERAGE
           MOVE WS-NEW-STANDING TO STD-STANDING
           MOVE WS-NEW-PROB-TERMS TO STD-PROB-TERMS
           WRITE STANDING-LINE
           IF WS-STANDING-STATUS NOT = '00'
               DISPLAY "ACAD-STANDING: standing history write "
                   "failed for " WS-CUR-STUDENT ", status "
                   WS-STANDING-STATUS
               GO TO 3000-END
           END-IF
           ADD 1 TO WS-ASSESSED-COUNT
           EVALUATE WS-NEW-STANDING
               WHEN 'G'
                   ADD 1 TO WS-GOOD-COUNT
               WHEN 'P'
                   ADD 1 TO WS-PROBATION-COUNT
                   PERFORM 3100-PRINT-STUDENT THRU 3100-END
               WHEN 'D'
                   ADD 1 TO WS-DISMISSED-COUNT
                   PERFORM 3100-PRINT-STUDENT THRU 3100-END
           END-EVALUATE.
       3000-END. EXIT.

       3100-PRINT-STUDENT.
           MOVE SPACES TO WS-STUDENT-NAME
           IF WS-MASTER-OPEN = 'Y'
               MOVE WS-CUR-STUDENT TO CM-CLIENT-CODE
               READ CLIENT-MASTER-FILE
                   INVALID KEY
                       MOVE "(NOT ON MASTER)" TO WS-STUDENT-NAME
                   NOT INVALID KEY
                       MOVE CM-CLIENT-NAME TO WS-STUDENT-NAME
               END-READ
           END-IF
           MOVE WS-CUR-STUDENT TO WS-DL-STUDENT
           MOVE WS-STUDENT-NAME TO WS-DL-NAME
           MOVE WS-CUR-CREDITS TO WS-DL-CREDITS
           MOVE WS-CUM-AVERAGE TO WS-DL-AVERAGE
           IF WS-NEW-STANDING = 'D'
               MOVE "DISMISSED" TO WS-DL-STANDING
           ELSE
               MOVE "PROBATION" TO WS-DL-STANDING
           END-IF
           MOVE WS-NEW-PROB-TERMS TO WS-DL-PROB-TERMS
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       3100-END. EXIT.

       4000-PRINT-TOTALS.
           IF WS-PROBATION-COUNT = ZERO AND WS-DISMISSED-COUNT = ZERO
               MOVE "  NO STUDENT ON PROBATION OR DISMISSED"
                   TO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ASSESSED: " WS-ASSESSED-COUNT
               "  GOOD: " WS-GOOD-COUNT
               "  PROBATION: " WS-PROBATION-COUNT
               "  DISMISSED: " WS-DISMISSED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ALREADY ASSESSED THIS TERM: " WS-ALREADY-COUNT
               "  NO CREDIT-BEARING COURSE: " WS-NO-CREDIT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE.
       4000-END. EXIT.

       9000-END-JOB.
           SET JL-CALL-END TO TRUE
           MOVE WS-ASSESSED-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT.
       9000-END. EXIT.

       END PROGRAM ACAD-STANDING.
