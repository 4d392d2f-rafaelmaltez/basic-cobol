      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Monthly instructor teaching-hours statement and HR
      *          payroll feed. Every instructor assignment of a term
      *          running in the pay month is expanded into the
      *          course's sections on sections.txt, and each section
      *          is paid the course's credit hours on curricula.txt
      *          for each teaching week of the month. A section whose
      *          active enrollment is below the minimum was cancelled
      *          for low enrollment and its hours are deducted. The
      *          net hours are priced at the rate for the instructor's
      *          category on pay-rates.txt, with the category's
      *          overload premium on every hour above its monthly
      *          limit. HR gets the fixed-width payroll-feed.txt
      *          (header, one detail per instructor, trailer with
      *          count and total) and the statement with its sign-off
      *          block is written to teaching-hours-summary.txt.
      * Tectonics: cobc
      * Note: PAYROLL_MONTH (YYYYMM, default the current month),
      *       PAYROLL_WEEKS (teaching weeks in the month, default 4)
      *       and PAYROLL_MIN_ENROLL (three digits, default 005) set
      *       the run. A course
      *       with no sections on file is paid as one class. An
      *       instructor with no rate for the category, or a course
      *       with no credit hours, is listed on the statement and
      *       left out of the feed.
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEACH-PAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-FILE ASSIGN TO '..\terms.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERM-FILE-STATUS.

           SELECT INSTRUCTOR-FILE ASSIGN TO '..\instructors.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INSTRUCTOR-STATUS.

           SELECT RATE-FILE ASSIGN TO '..\pay-rates.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-STATUS.

           SELECT CURRICULUM-FILE ASSIGN TO '..\curricula.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CURRIC-STATUS.

           SELECT SECTION-FILE ASSIGN TO '..\sections.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECTION-STATUS.

           SELECT ASSIGNMENT-FILE
           ASSIGN TO '..\instructor-assignments.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ASSIGN-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO '..\enrollment.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENROLL-STATUS.

           SELECT PAYROLL-FEED-FILE ASSIGN TO '..\payroll-feed.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.

           SELECT REPORT-FILE
           ASSIGN TO '..\teaching-hours-summary.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TERM-FILE.
       COPY TERMREC REPLACING ==:RECNAME:== BY ==TERM-LINE==.

       FD INSTRUCTOR-FILE.
       COPY INSTRREC REPLACING ==:RECNAME:== BY ==INSTRUCTOR-LINE==.

       FD RATE-FILE.
       COPY PAYRATEREC REPLACING ==:RECNAME:== BY ==PAY-RATE-LINE==.

       FD CURRICULUM-FILE.
       COPY CURRICREC REPLACING ==:RECNAME:== BY ==CURRICULUM-LINE==.

       FD SECTION-FILE.
       COPY SECTIONREC REPLACING ==:RECNAME:== BY ==SECTION-LINE==.

       FD ASSIGNMENT-FILE.
       COPY ASSIGNREC REPLACING ==:RECNAME:== BY ==ASSIGNMENT-LINE==.

       FD ENROLLMENT-FILE.
       COPY ENROLLREC REPLACING ==:RECNAME:== BY ==ENROLL-LINE==.

       FD PAYROLL-FEED-FILE.
       01 PAYROLL-FEED-LINE PIC X(100).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TERM-FILE-STATUS PIC X(2).
       01 WS-INSTRUCTOR-STATUS PIC X(2).
       01 WS-RATE-STATUS PIC X(2).
       01 WS-CURRIC-STATUS PIC X(2).
       01 WS-SECTION-STATUS PIC X(2).
       01 WS-ASSIGN-STATUS PIC X(2).
       01 WS-ENROLL-STATUS PIC X(2).
       01 WS-FEED-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-MONTH-ENTRY PIC X(6).
       01 WS-MONTH PIC 9(6).
       01 WS-MONTH-FIRST PIC 9(8).
       01 WS-MONTH-LAST PIC 9(8).
       01 WS-WEEKS-ENTRY PIC X(1).
       01 WS-WEEKS PIC 9(1) VALUE 4.
       01 WS-MIN-ENTRY PIC X(3).
       01 WS-MIN-ENROLL PIC 9(3) VALUE 5.
       01 WS-TM-COUNT PIC 9(2) COMP VALUE ZERO.
       01 WS-TM-TABLE.
           05 WS-TM-TERM PIC X(6) OCCURS 20 TIMES.
       01 WS-TM PIC 9(2) COMP.
       01 WS-TERM-RUNS PIC X(1).
       01 WS-IN-COUNT PIC 9(2) COMP VALUE ZERO.
       01 WS-IN-TABLE.
           05 WS-IN-ENTRY OCCURS 30 TIMES.
               10 WS-IN-ID PIC X(6).
               10 WS-IN-NAME PIC X(20).
               10 WS-IN-CATEGORY PIC X(2).
       01 WS-IN PIC 9(2) COMP.
       01 WS-PR-COUNT PIC 9(2) COMP VALUE ZERO.
       01 WS-PR-TABLE.
           05 WS-PR-ENTRY OCCURS 10 TIMES.
               10 WS-PR-CATEGORY PIC X(2).
               10 WS-PR-RATE PIC 9(4)V99.
               10 WS-PR-LIMIT PIC 9(3).
               10 WS-PR-PCT PIC 9(3).
       01 WS-PR PIC 9(2) COMP.
       01 WS-PR-POS PIC 9(2) COMP.
       01 WS-CU-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-CU-TABLE.
           05 WS-CU-ENTRY OCCURS 200 TIMES.
               10 WS-CU-COURSE PIC X(6).
               10 WS-CU-CREDITS PIC 9(2).
       01 WS-CU PIC 9(3) COMP.
       01 WS-CU-POS PIC 9(3) COMP.
       01 WS-AS-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-AS-TABLE.
           05 WS-AS-ENTRY OCCURS 100 TIMES.
               10 WS-AS-INSTRUCTOR PIC X(6).
               10 WS-AS-COURSE PIC X(6).
               10 WS-AS-TERM PIC X(6).
       01 WS-AS PIC 9(3) COMP.
       01 WS-CL-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-CL-TABLE.
           05 WS-CL-ENTRY OCCURS 300 TIMES.
               10 WS-CL-COURSE PIC X(6).
               10 WS-CL-TERM PIC X(6).
               10 WS-CL-SECTION PIC X(3).
               10 WS-CL-ENROLLED PIC 9(4).
       01 WS-CL PIC 9(3) COMP.
       01 WS-CL-FOUND PIC X(1).
       01 WS-CLASS-HOURS PIC 9(4)V9.
       01 WS-GROSS-HOURS PIC 9(4)V9.
       01 WS-DEDUCT-HOURS PIC 9(4)V9.
       01 WS-NET-HOURS PIC 9(4)V9.
       01 WS-OVERLOAD-HOURS PIC 9(4)V9.
       01 WS-BASE-AMOUNT PIC 9(7)V99.
       01 WS-PREMIUM-AMOUNT PIC 9(7)V99.
       01 WS-TOTAL-AMOUNT PIC 9(7)V99.
       01 WS-INSTR-CLASSES PIC 9(3).
       01 WS-INSTR-PROBLEM PIC X(1).
       01 WS-PAID-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HOURS-TOTAL PIC 9(7)V9 VALUE ZERO.
       01 WS-AMOUNT-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-HOURS-EDIT PIC ZZZ9.9.
       01 WS-HOURS-EDIT-2 PIC ZZZ9.9.
       01 WS-HOURS-EDIT-3 PIC ZZZ9.9.
       01 WS-HOURS-EDIT-4 PIC ZZZ9.9.
       01 WS-RATE-EDIT PIC ZZZ9.99.
       01 WS-AMOUNT-EDIT PIC Z(6)9.99.
       01 WS-AMOUNT-EDIT-2 PIC Z(6)9.99.
       01 WS-AMOUNT-EDIT-3 PIC Z(6)9.99.
       01 WS-TOTAL-HOURS-EDIT PIC Z(6)9.9.
       01 WS-TOTAL-AMOUNT-EDIT PIC Z(10)9.99.
       01 WS-RPT-LINE PIC X(80).
       01 WS-PAY-HEADER.
           05 PH-TYPE PIC X(1) VALUE 'H'.
           05 PH-INTERFACE PIC X(8) VALUE 'TEACHPAY'.
           05 PH-MONTH PIC 9(6).
           05 PH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(77) VALUE SPACES.
       01 WS-PAY-DETAIL.
           05 PD-TYPE PIC X(1) VALUE 'D'.
           05 PD-INSTRUCTOR-ID PIC X(6).
           05 PD-NAME PIC X(20).
           05 PD-CATEGORY PIC X(2).
           05 PD-MONTH PIC 9(6).
           05 PD-GROSS-HOURS PIC 9(4)V9.
           05 PD-DEDUCT-HOURS PIC 9(4)V9.
           05 PD-NET-HOURS PIC 9(4)V9.
           05 PD-OVERLOAD-HOURS PIC 9(4)V9.
           05 PD-RATE PIC 9(4)V99.
           05 PD-BASE-AMOUNT PIC 9(7)V99.
           05 PD-PREMIUM-AMOUNT PIC 9(7)V99.
           05 PD-TOTAL-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X(12) VALUE SPACES.
       01 WS-PAY-TRAILER.
           05 PT-TYPE PIC X(1) VALUE 'T'.
           05 PT-COUNT PIC 9(6).
           05 PT-TOTAL-HOURS PIC 9(7)V9.
           05 PT-TOTAL-AMOUNT PIC 9(11)V99.
           05 FILLER PIC X(72) VALUE SPACES.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "TEACH-PAY" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 0100-READ-PARAMETERS THRU 0100-END
           PERFORM 1000-LOAD-TERMS THRU 1000-END
           IF WS-TM-COUNT = ZERO
               DISPLAY "TEACH-PAY: no term on the term master runs "
                   "in " WS-MONTH " - nothing to pay"
               MOVE 4 TO RETURN-CODE
               PERFORM 9000-END-JOB THRU 9000-END
               GOBACK
           END-IF
           PERFORM 1100-LOAD-INSTRUCTORS THRU 1100-END
           PERFORM 1200-LOAD-RATES THRU 1200-END
           PERFORM 1300-LOAD-CURRICULA THRU 1300-END
           PERFORM 1400-LOAD-SECTIONS THRU 1400-END
           PERFORM 1500-LOAD-ASSIGNMENTS THRU 1500-END
           PERFORM 1600-COUNT-ENROLLED THRU 1600-END
           OPEN OUTPUT PAYROLL-FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY "TEACH-PAY: cannot open payroll feed, status "
                   WS-FEED-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-END-JOB THRU 9000-END
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "TEACH-PAY: cannot open statement, status "
                   WS-REPORT-STATUS
               CLOSE PAYROLL-FEED-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-END-JOB THRU 9000-END
               GOBACK
           END-IF
           PERFORM 2000-WRITE-HEADINGS THRU 2000-END
           PERFORM 3000-PAY-INSTRUCTOR THRU 3000-END
               VARYING WS-IN FROM 1 BY 1 UNTIL WS-IN > WS-IN-COUNT
           PERFORM 4000-WRITE-TOTALS THRU 4000-END
           CLOSE PAYROLL-FEED-FILE
           CLOSE REPORT-FILE
           MOVE WS-AMOUNT-TOTAL TO WS-TOTAL-AMOUNT-EDIT
           DISPLAY "TEACH-PAY: " WS-PAID-COUNT
               " instructor(s) sent to HR for " WS-MONTH
               ", total " WS-TOTAL-AMOUNT-EDIT ", "
               WS-EXCEPTION-COUNT " exception(s)"
           IF WS-EXCEPTION-COUNT > ZERO OR WS-PAID-COUNT = ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9000-END-JOB THRU 9000-END
           GOBACK.

       0100-READ-PARAMETERS.
           MOVE SPACES TO WS-MONTH-ENTRY
           ACCEPT WS-MONTH-ENTRY FROM ENVIRONMENT "PAYROLL_MONTH"
           IF WS-MONTH-ENTRY IS NUMERIC
               MOVE WS-MONTH-ENTRY TO WS-MONTH
           ELSE
               MOVE WS-TODAY-DATE (1:6) TO WS-MONTH
           END-IF
           COMPUTE WS-MONTH-FIRST = WS-MONTH * 100 + 1
           COMPUTE WS-MONTH-LAST = WS-MONTH * 100 + 31
           MOVE SPACES TO WS-WEEKS-ENTRY
           ACCEPT WS-WEEKS-ENTRY FROM ENVIRONMENT "PAYROLL_WEEKS"
           IF WS-WEEKS-ENTRY IS NUMERIC
               MOVE WS-WEEKS-ENTRY TO WS-WEEKS
           END-IF
           MOVE SPACES TO WS-MIN-ENTRY
           ACCEPT WS-MIN-ENTRY FROM ENVIRONMENT "PAYROLL_MIN_ENROLL"
           IF WS-MIN-ENTRY IS NUMERIC
               MOVE WS-MIN-ENTRY TO WS-MIN-ENROLL
           END-IF.
       0100-END. EXIT.

      * The terms whose start-to-end dates overlap the pay month.
       1000-LOAD-TERMS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TERM-FILE
           IF WS-TERM-FILE-STATUS NOT = '00'
               DISPLAY "TEACH-PAY: no term master on file, status "
                   WS-TERM-FILE-STATUS
               GO TO 1000-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TERM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TM-START-DATE NOT > WS-MONTH-LAST
                           AND TM-END-DATE NOT < WS-MONTH-FIRST
                           AND WS-TM-COUNT < 20
                           ADD 1 TO WS-TM-COUNT
                           MOVE TM-TERM TO WS-TM-TERM (WS-TM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-FILE.
       1000-END. EXIT.

       1100-LOAD-INSTRUCTORS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT INSTRUCTOR-FILE
           IF WS-INSTRUCTOR-STATUS NOT = '00'
               DISPLAY "TEACH-PAY: no instructor master on file, "
                   "status " WS-INSTRUCTOR-STATUS
               GO TO 1100-END
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
                           MOVE IN-CATEGORY
                               TO WS-IN-CATEGORY (WS-IN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INSTRUCTOR-FILE.
       1100-END. EXIT.

       1200-LOAD-RATES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY "TEACH-PAY: no pay-rate table on file, "
                   "status " WS-RATE-STATUS
               GO TO 1200-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PR-HOUR-RATE IS NUMERIC
                           AND PR-HOUR-LIMIT IS NUMERIC
                           AND PR-OVERLOAD-PCT IS NUMERIC
                           AND WS-PR-COUNT < 10
                           ADD 1 TO WS-PR-COUNT
                           MOVE PR-CATEGORY
                               TO WS-PR-CATEGORY (WS-PR-COUNT)
                           MOVE PR-HOUR-RATE TO WS-PR-RATE (WS-PR-COUNT)
                           MOVE PR-HOUR-LIMIT
                               TO WS-PR-LIMIT (WS-PR-COUNT)
                           MOVE PR-OVERLOAD-PCT
                               TO WS-PR-PCT (WS-PR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-FILE.
       1200-END. EXIT.

      * A course on several curricula carries the same credit hours;
      * the first line found is used.
       1300-LOAD-CURRICULA.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CURRICULUM-FILE
           IF WS-CURRIC-STATUS NOT = '00'
               DISPLAY "TEACH-PAY: no curricula on file, status "
                   WS-CURRIC-STATUS
               GO TO 1300-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CURRICULUM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
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
                           AND WS-CU-COUNT < 200
                           ADD 1 TO WS-CU-COUNT
                           MOVE CU-COURSE-CODE
                               TO WS-CU-COURSE (WS-CU-COUNT)
                           MOVE CU-CREDIT-HOURS
                               TO WS-CU-CREDITS (WS-CU-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CURRICULUM-FILE.
       1300-END. EXIT.

       1400-LOAD-SECTIONS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT SECTION-FILE
           IF WS-SECTION-STATUS NOT = '00'
               GO TO 1400-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SECTION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 1410-CHECK-TERM THRU 1410-END
                       IF WS-TERM-RUNS = 'Y'
                           AND WS-CL-COUNT < 300
                           ADD 1 TO WS-CL-COUNT
                           MOVE SC-COURSE-CODE
                               TO WS-CL-COURSE (WS-CL-COUNT)
                           MOVE SC-TERM TO WS-CL-TERM (WS-CL-COUNT)
                           MOVE SC-SECTION
                               TO WS-CL-SECTION (WS-CL-COUNT)
                           MOVE ZERO TO WS-CL-ENROLLED (WS-CL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SECTION-FILE.
       1400-END. EXIT.

       1410-CHECK-TERM.
           MOVE 'N' TO WS-TERM-RUNS
           PERFORM VARYING WS-TM FROM 1 BY 1
               UNTIL WS-TM > WS-TM-COUNT OR WS-TERM-RUNS = 'Y'
               IF WS-TM-TERM (WS-TM) = SC-TERM
                   MOVE 'Y' TO WS-TERM-RUNS
               END-IF
           END-PERFORM.
       1410-END. EXIT.

      * A course taught with no sections on file becomes one class
      * with a blank section, counting all of its enrollments.
       1500-LOAD-ASSIGNMENTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ASSIGNMENT-FILE
           IF WS-ASSIGN-STATUS NOT = '00'
               DISPLAY "TEACH-PAY: no assignments on file, status "
                   WS-ASSIGN-STATUS
               GO TO 1500-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ASSIGNMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE AS-TERM TO SC-TERM
                       PERFORM 1410-CHECK-TERM THRU 1410-END
                       IF WS-TERM-RUNS = 'Y'
                           AND WS-AS-COUNT < 100
                           ADD 1 TO WS-AS-COUNT
                           MOVE AS-INSTRUCTOR-ID
                               TO WS-AS-INSTRUCTOR (WS-AS-COUNT)
                           MOVE AS-COURSE-CODE
                               TO WS-AS-COURSE (WS-AS-COUNT)
                           MOVE AS-TERM TO WS-AS-TERM (WS-AS-COUNT)
                           PERFORM 1510-ADD-UNSECTIONED THRU 1510-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSIGNMENT-FILE.
       1500-END. EXIT.

       1510-ADD-UNSECTIONED.
           MOVE 'N' TO WS-CL-FOUND
           PERFORM VARYING WS-CL FROM 1 BY 1
               UNTIL WS-CL > WS-CL-COUNT OR WS-CL-FOUND = 'Y'
               IF WS-CL-COURSE (WS-CL) = AS-COURSE-CODE
                   AND WS-CL-TERM (WS-CL) = AS-TERM
                   MOVE 'Y' TO WS-CL-FOUND
               END-IF
           END-PERFORM
           IF WS-CL-FOUND = 'N' AND WS-CL-COUNT < 300
               ADD 1 TO WS-CL-COUNT
               MOVE AS-COURSE-CODE TO WS-CL-COURSE (WS-CL-COUNT)
               MOVE AS-TERM TO WS-CL-TERM (WS-CL-COUNT)
               MOVE SPACES TO WS-CL-SECTION (WS-CL-COUNT)
               MOVE ZERO TO WS-CL-ENROLLED (WS-CL-COUNT)
           END-IF.
       1510-END. EXIT.

      * Only active enrollments keep a class running.
       1600-COUNT-ENROLLED.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ENROLLMENT-FILE
           IF WS-ENROLL-STATUS NOT = '00'
               DISPLAY "TEACH-PAY: no enrollment register on file - "
                   "every class counts as cancelled"
               GO TO 1600-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ENROLLMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EN-ACTIVE
                           PERFORM VARYING WS-CL FROM 1 BY 1
                               UNTIL WS-CL > WS-CL-COUNT
                               IF WS-CL-COURSE (WS-CL) = EN-COURSE-CODE
                                   AND WS-CL-TERM (WS-CL) = EN-TERM
                                   AND (WS-CL-SECTION (WS-CL)
                                       = EN-SECTION
                                   OR WS-CL-SECTION (WS-CL) = SPACES)
                                   ADD 1 TO WS-CL-ENROLLED (WS-CL)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE.
       1600-END. EXIT.

       2000-WRITE-HEADINGS.
           MOVE WS-MONTH TO PH-MONTH
           MOVE WS-TODAY-DATE TO PH-RUN-DATE
           WRITE PAYROLL-FEED-LINE FROM WS-PAY-HEADER
           MOVE SPACES TO WS-RPT-LINE
           STRING "INSTRUCTOR TEACHING HOURS AND PAY STATEMENT - "
               "MONTH " WS-MONTH
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "Credit hours x " WS-WEEKS " teaching weeks per "
               "class; classes under " WS-MIN-ENROLL
               " students cancelled"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE.
       2000-END. EXIT.

       3000-PAY-INSTRUCTOR.
           MOVE ZERO TO WS-GROSS-HOURS
           MOVE ZERO TO WS-DEDUCT-HOURS
           MOVE ZERO TO WS-INSTR-CLASSES
           MOVE 'N' TO WS-INSTR-PROBLEM
           PERFORM VARYING WS-AS FROM 1 BY 1
               UNTIL WS-AS > WS-AS-COUNT
               IF WS-AS-INSTRUCTOR (WS-AS) = WS-IN-ID (WS-IN)
                   ADD 1 TO WS-INSTR-CLASSES
               END-IF
           END-PERFORM
           IF WS-INSTR-CLASSES = ZERO
               GO TO 3000-END
           END-IF
           MOVE ZERO TO WS-PR-POS
           PERFORM VARYING WS-PR FROM 1 BY 1
               UNTIL WS-PR > WS-PR-COUNT OR WS-PR-POS > ZERO
               IF WS-PR-CATEGORY (WS-PR) = WS-IN-CATEGORY (WS-IN)
                   MOVE WS-PR TO WS-PR-POS
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-PR-POS = ZERO
               STRING WS-IN-ID (WS-IN) " " WS-IN-NAME (WS-IN)
                   " CATEGORY " WS-IN-CATEGORY (WS-IN)
                   " - NO PAY RATE FOR THE CATEGORY"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               MOVE 'Y' TO WS-INSTR-PROBLEM
           ELSE
               MOVE WS-PR-RATE (WS-PR-POS) TO WS-RATE-EDIT
               STRING WS-IN-ID (WS-IN) " " WS-IN-NAME (WS-IN)
                   " CATEGORY " WS-IN-CATEGORY (WS-IN)
                   " RATE " WS-RATE-EDIT "/H LIMIT "
                   WS-PR-LIMIT (WS-PR-POS) "H PREMIUM "
                   WS-PR-PCT (WS-PR-POS) "%"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-RPT-LINE
           PERFORM 3100-CLASS-HOURS THRU 3100-END
               VARYING WS-AS FROM 1 BY 1 UNTIL WS-AS > WS-AS-COUNT
           COMPUTE WS-NET-HOURS = WS-GROSS-HOURS - WS-DEDUCT-HOURS
           IF WS-INSTR-PROBLEM = 'Y'
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE "    NOT SENT TO HR - CORRECT AND RERUN"
                   TO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
               GO TO 3000-END
           END-IF
           PERFORM 3200-PRICE-HOURS THRU 3200-END
           PERFORM 3300-WRITE-DETAIL THRU 3300-END.
       3000-END. EXIT.

       3100-CLASS-HOURS.
           IF WS-AS-INSTRUCTOR (WS-AS) NOT = WS-IN-ID (WS-IN)
               GO TO 3100-END
           END-IF
           MOVE ZERO TO WS-CU-POS
           PERFORM VARYING WS-CU FROM 1 BY 1
               UNTIL WS-CU > WS-CU-COUNT OR WS-CU-POS > ZERO
               IF WS-CU-COURSE (WS-CU) = WS-AS-COURSE (WS-AS)
                   MOVE WS-CU TO WS-CU-POS
               END-IF
           END-PERFORM
           IF WS-CU-POS = ZERO
               MOVE SPACES TO WS-RPT-LINE
               STRING "    " WS-AS-COURSE (WS-AS) " "
                   WS-AS-TERM (WS-AS)
                   " - NO CREDIT HOURS ON CURRICULA"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
               MOVE 'Y' TO WS-INSTR-PROBLEM
               GO TO 3100-END
           END-IF
           PERFORM VARYING WS-CL FROM 1 BY 1
               UNTIL WS-CL > WS-CL-COUNT
               IF WS-CL-COURSE (WS-CL) = WS-AS-COURSE (WS-AS)
                   AND WS-CL-TERM (WS-CL) = WS-AS-TERM (WS-AS)
                   PERFORM 3110-ONE-CLASS THRU 3110-END
               END-IF
           END-PERFORM.
       3100-END. EXIT.

       3110-ONE-CLASS.
           COMPUTE WS-CLASS-HOURS = WS-CU-CREDITS (WS-CU-POS) * WS-WEEKS
           ADD WS-CLASS-HOURS TO WS-GROSS-HOURS
           MOVE WS-CLASS-HOURS TO WS-HOURS-EDIT
           MOVE SPACES TO WS-RPT-LINE
           IF WS-CL-ENROLLED (WS-CL) < WS-MIN-ENROLL
               ADD WS-CLASS-HOURS TO WS-DEDUCT-HOURS
               STRING "    " WS-CL-COURSE (WS-CL) " "
                   WS-CL-TERM (WS-CL) " SEC " WS-CL-SECTION (WS-CL)
                   " HOURS " WS-HOURS-EDIT " ENROLLED "
                   WS-CL-ENROLLED (WS-CL)
                   " CANCELLED - LOW ENROLLMENT"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "    " WS-CL-COURSE (WS-CL) " "
                   WS-CL-TERM (WS-CL) " SEC " WS-CL-SECTION (WS-CL)
                   " HOURS " WS-HOURS-EDIT " ENROLLED "
                   WS-CL-ENROLLED (WS-CL)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-RPT-LINE.
       3110-END. EXIT.

      * Every net hour is paid at the category rate; the hours above
      * the category's monthly limit earn the overload premium on top.
       3200-PRICE-HOURS.
           MOVE ZERO TO WS-OVERLOAD-HOURS
           IF WS-NET-HOURS > WS-PR-LIMIT (WS-PR-POS)
               COMPUTE WS-OVERLOAD-HOURS =
                   WS-NET-HOURS - WS-PR-LIMIT (WS-PR-POS)
           END-IF
           COMPUTE WS-BASE-AMOUNT ROUNDED =
               WS-NET-HOURS * WS-PR-RATE (WS-PR-POS)
           COMPUTE WS-PREMIUM-AMOUNT ROUNDED =
               WS-OVERLOAD-HOURS * WS-PR-RATE (WS-PR-POS)
               * WS-PR-PCT (WS-PR-POS) / 100
           COMPUTE WS-TOTAL-AMOUNT =
               WS-BASE-AMOUNT + WS-PREMIUM-AMOUNT.
       3200-END. EXIT.

       3300-WRITE-DETAIL.
           MOVE WS-GROSS-HOURS TO WS-HOURS-EDIT
           MOVE WS-DEDUCT-HOURS TO WS-HOURS-EDIT-2
           MOVE WS-NET-HOURS TO WS-HOURS-EDIT-3
           MOVE WS-OVERLOAD-HOURS TO WS-HOURS-EDIT-4
           MOVE SPACES TO WS-RPT-LINE
           STRING "    GROSS " WS-HOURS-EDIT " DEDUCTED "
               WS-HOURS-EDIT-2 " NET " WS-HOURS-EDIT-3
               " OVERLOAD " WS-HOURS-EDIT-4
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE WS-BASE-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-PREMIUM-AMOUNT TO WS-AMOUNT-EDIT-2
           MOVE WS-TOTAL-AMOUNT TO WS-AMOUNT-EDIT-3
           MOVE SPACES TO WS-RPT-LINE
           STRING "    BASE " WS-AMOUNT-EDIT " PREMIUM "
               WS-AMOUNT-EDIT-2 " TOTAL " WS-AMOUNT-EDIT-3
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE WS-IN-ID (WS-IN) TO PD-INSTRUCTOR-ID
           MOVE WS-IN-NAME (WS-IN) TO PD-NAME
           MOVE WS-IN-CATEGORY (WS-IN) TO PD-CATEGORY
           MOVE WS-MONTH TO PD-MONTH
           MOVE WS-GROSS-HOURS TO PD-GROSS-HOURS
           MOVE WS-DEDUCT-HOURS TO PD-DEDUCT-HOURS
           MOVE WS-NET-HOURS TO PD-NET-HOURS
           MOVE WS-OVERLOAD-HOURS TO PD-OVERLOAD-HOURS
           MOVE WS-PR-RATE (WS-PR-POS) TO PD-RATE
           MOVE WS-BASE-AMOUNT TO PD-BASE-AMOUNT
           MOVE WS-PREMIUM-AMOUNT TO PD-PREMIUM-AMOUNT
           MOVE WS-TOTAL-AMOUNT TO PD-TOTAL-AMOUNT
           WRITE PAYROLL-FEED-LINE FROM WS-PAY-DETAIL
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY "TEACH-PAY: payroll feed write failed, "
                   "status " WS-FEED-STATUS
               ADD 1 TO WS-EXCEPTION-COUNT
           ELSE
               ADD 1 TO WS-PAID-COUNT
               ADD WS-NET-HOURS TO WS-HOURS-TOTAL
               ADD WS-TOTAL-AMOUNT TO WS-AMOUNT-TOTAL
           END-IF.
       3300-END. EXIT.

      * The trailer lets HR check the count and total before loading;
      * the statement closes with the sign-off block for the
      * academic office and HR.
       4000-WRITE-TOTALS.
           MOVE WS-PAID-COUNT TO PT-COUNT
           MOVE WS-HOURS-TOTAL TO PT-TOTAL-HOURS
           MOVE WS-AMOUNT-TOTAL TO PT-TOTAL-AMOUNT
           WRITE PAYROLL-FEED-LINE FROM WS-PAY-TRAILER
           MOVE WS-HOURS-TOTAL TO WS-TOTAL-HOURS-EDIT
           MOVE WS-AMOUNT-TOTAL TO WS-TOTAL-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL '=' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "INSTRUCTORS SENT TO HR " WS-PAID-COUNT
               "  EXCEPTIONS " WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "NET HOURS " WS-TOTAL-HOURS-EDIT
               "  TOTAL PAY " WS-TOTAL-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "PREPARED BY (ACADEMIC OFFICE): ____________________ "
               " DATE: __________"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "CHECKED BY (HEAD OF DEPARTMENT): __________________ "
               " DATE: __________"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "APPROVED FOR PAYROLL (HR): ________________________ "
               " DATE: __________"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE.
       4000-END. EXIT.

       9000-END-JOB.
           SET JL-CALL-END TO TRUE
           MOVE WS-PAID-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT.
       9000-END. EXIT.

       END PROGRAM TEACH-PAY.
