      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Applies course drop and withdrawal transactions
      *          (drop-transactions.txt: student, term, course,
      *          effective date) against the enrollment register. An
      *          effective date up to the term's add/drop deadline on
      *          terms.txt is a drop (D): the course is not charged at
      *          all. A later date is a withdrawal (W): the student
      *          gets back the tuition for the days of the term still
      *          to run, and a W result is filed on grade-history.txt
      *          so the course does not turn into a fail. Either way
      *          the enrollment line is marked with the status and
      *          date instead of being deleted, which frees the seat
      *          for SECTION-SWEEP to promote from the waitlist.
      *          When TUITION-BILL has already billed the term, the
      *          credit goes out as a '-' line on
      *          billing-adjustments.txt (reason DROP or WDRW) for
      *          ADJUST-APPLY to post to the adjustments register;
      *          otherwise TUITION-BILL nets it when it bills. Every
      *          accepted transaction is kept on drop-register.txt.
      * Tectonics: cobc
      * Note: the term comes from GRADE_TERM or the console prompt,
      *       the same as GRADE-BATCH. Run it before ADJUST-APPLY so
      *       the credit notes go out the same night. A transaction
      *       for a course that is not actively enrolled - including
      *       one already dropped by an earlier run - is rejected.
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DROP-APPLY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DROP-TRANS-FILE ASSIGN TO '..\drop-transactions.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANS-STATUS.

           SELECT TERM-FILE ASSIGN TO '..\terms.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERM-FILE-STATUS.

           SELECT COURSE-FILE ASSIGN TO '..\course-catalog.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COURSE-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO '..\enrollment.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENROLL-STATUS.

           SELECT TUITION-REGISTER-FILE
           ASSIGN TO '..\tuition-billed.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TUITION-STATUS.

           SELECT PERIOD-FILE ASSIGN TO '..\billing-period.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIOD-STATUS.

           SELECT ADJUST-TRANS-FILE
           ASSIGN TO '..\billing-adjustments.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADJUST-STATUS.

           SELECT HISTORY-FILE ASSIGN TO '..\grade-history.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT DROP-REGISTER-FILE ASSIGN TO '..\drop-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DROP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DROP-TRANS-FILE.
       01 DROP-TRANS-LINE.
           05 DT-STUDENT-CODE PIC 9(7).
           05 FILLER PIC X(1).
           05 DT-TERM PIC X(6).
           05 FILLER PIC X(1).
           05 DT-COURSE-CODE PIC X(6).
           05 FILLER PIC X(1).
           05 DT-EFF-DATE PIC 9(8).

       FD TERM-FILE.
       COPY TERMREC REPLACING ==:RECNAME:== BY ==TERM-LINE==.

       FD COURSE-FILE.
       COPY COURSEREC REPLACING ==:RECNAME:== BY ==COURSE-LINE==.

       FD ENROLLMENT-FILE.
       COPY ENROLLREC REPLACING ==:RECNAME:== BY ==ENROLL-LINE==.

       FD TUITION-REGISTER-FILE.
       01 TUITION-REG-LINE.
           05 TR-STUDENT-CODE PIC 9(7).
           05 FILLER PIC X(1).
           05 TR-TERM PIC X(6).
           05 FILLER PIC X(1).
           05 TR-PERIOD PIC X(6).

       FD PERIOD-FILE.
       01 PERIOD-LINE.
           05 BP-PERIOD PIC X(6).
           05 FILLER PIC X(1).
           05 BP-STATUS PIC X(6).

       FD ADJUST-TRANS-FILE.
       01 ADJUST-TRANS-LINE.
           05 AT-CLIENT-CODE PIC 9(7).
           05 FILLER PIC X(1).
           05 AT-PERIOD PIC X(6).
           05 FILLER PIC X(1).
           05 AT-SIGN PIC X(1).
           05 AT-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 AT-REASON PIC X(4).

       FD HISTORY-FILE.
       COPY GRDHIST REPLACING ==:RECNAME:== BY ==HISTORY-LINE==.

       FD DROP-REGISTER-FILE.
       COPY DROPREC REPLACING ==:RECNAME:== BY ==DROP-REG-LINE==.

       WORKING-STORAGE SECTION.
       01 WS-TRANS-STATUS PIC X(2).
       01 WS-TERM-FILE-STATUS PIC X(2).
       01 WS-COURSE-STATUS PIC X(2).
       01 WS-ENROLL-STATUS PIC X(2).
       01 WS-TUITION-STATUS PIC X(2).
       01 WS-PERIOD-STATUS PIC X(2).
       01 WS-ADJUST-STATUS PIC X(2).
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-DROP-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TERM PIC X(6).
       01 WS-PERIOD PIC X(6).
       01 WS-TERM-START PIC 9(8) VALUE ZERO.
       01 WS-TERM-END PIC 9(8) VALUE ZERO.
       01 WS-DROP-TO PIC 9(8) VALUE ZERO.
       COPY CRSTABLE.
       01 WS-COURSE-FILE-END PIC X(1) VALUE 'N'.
       01 WS-EN-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-EN-OVERFLOW PIC X(1) VALUE 'N'.
       01 WS-EN-TABLE.
           05 WS-EN-ENTRY OCCURS 5000 TIMES.
               10 WS-EN-LINE PIC X(45).
               10 WS-EN-CODE PIC 9(7).
               10 WS-EN-TERM PIC X(6).
               10 WS-EN-COURSE PIC X(6).
               10 WS-EN-SECTION PIC X(3).
               10 WS-EN-STATUS PIC X(1).
               10 WS-EN-STATUS-DATE PIC 9(8).
       01 WS-EN PIC 9(4) COMP.
       01 WS-EN-POS PIC 9(4) COMP.
       01 WS-EN-CHANGED PIC X(1) VALUE 'N'.
       01 WS-TB-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-TB-TABLE.
           05 WS-TB-ENTRY OCCURS 2000 TIMES.
               10 WS-TB-CODE PIC 9(7).
               10 WS-TB-PERIOD PIC X(6).
       01 WS-TB PIC 9(4) COMP.
       01 WS-TB-POS PIC 9(4) COMP.
       01 WS-REJECT-REASON PIC X(40).
       01 WS-DROP-TYPE PIC X(1).
       01 WS-COURSE-TUITION PIC 9(7)V99.
       01 WS-CREDIT PIC 9(7)V99.
       01 WS-TERM-DAYS PIC S9(7).
       01 WS-DAYS-LEFT PIC S9(7).
       01 WS-CREDIT-ROUTE PIC X(1).
       01 WS-DROPPED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-WITHDRAWN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CREDIT-NOTE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CREDIT-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-CREDIT-EDIT PIC Z(8)9.99.
       COPY DTUPARMS.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "DROP-APPLY" TO JL-CALL-PROGRAM
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
           PERFORM 1000-LOAD-TERM THRU 1000-END
           IF WS-TERM-END = ZERO
               DISPLAY "DROP-APPLY: term " WS-TERM
                   " is not on the term master - nothing applied"
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-END-JOB THRU 9000-END
               GOBACK
           END-IF
           PERFORM 1100-LOAD-COURSE-CATALOG THRU 1100-END
           PERFORM 1200-LOAD-ENROLLMENT THRU 1200-END
           IF WS-EN-OVERFLOW = 'Y'
               DISPLAY "DROP-APPLY: enrollment.txt is larger than "
                   "the table - nothing applied, raise it and rerun"
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-END-JOB THRU 9000-END
               GOBACK
           END-IF
           PERFORM 1300-LOAD-TUITION-BILLED THRU 1300-END
           PERFORM 1400-GET-PERIOD THRU 1400-END
           PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-END
           IF WS-EN-CHANGED = 'Y'
               PERFORM 5000-REWRITE-ENROLLMENT THRU 5000-END
           END-IF
           MOVE WS-CREDIT-TOTAL TO WS-CREDIT-EDIT
           DISPLAY "DROP-APPLY: " WS-DROPPED-COUNT " dropped, "
               WS-WITHDRAWN-COUNT " withdrawn, " WS-REJECT-COUNT
               " rejected for term " WS-TERM
           DISPLAY "DROP-APPLY: " WS-CREDIT-NOTE-COUNT
               " credit note(s) sent to ADJUST-APPLY, credits "
               "total " WS-CREDIT-EDIT
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9000-END-JOB THRU 9000-END
           GOBACK.

      * A blank or zero add/drop deadline on the master means the
      * window closes with the enrollment window.
       1000-LOAD-TERM.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TERM-FILE
           IF WS-TERM-FILE-STATUS NOT = '00'
               GO TO 1000-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TERM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TM-TERM = WS-TERM
                           MOVE TM-START-DATE TO WS-TERM-START
                           MOVE TM-END-DATE TO WS-TERM-END
                           IF TM-DROP-TO IS NUMERIC
                               AND TM-DROP-TO > ZERO
                               MOVE TM-DROP-TO TO WS-DROP-TO
                           ELSE
                               MOVE TM-ENROLL-TO TO WS-DROP-TO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-FILE.
       1000-END. EXIT.

       1100-LOAD-COURSE-CATALOG.
           MOVE ZERO TO WS-COURSE-COUNT
           OPEN INPUT COURSE-FILE
           IF WS-COURSE-STATUS NOT = '00'
               DISPLAY "DROP-APPLY: no course catalog on file - "
                   "credits will be zero"
               GO TO 1100-END
           END-IF
           PERFORM UNTIL WS-COURSE-FILE-END = 'Y'
               READ COURSE-FILE
                   AT END
                       MOVE 'Y' TO WS-COURSE-FILE-END
                   NOT AT END
                       IF WS-COURSE-COUNT < 20
                           ADD 1 TO WS-COURSE-COUNT
                           MOVE COURSE-CODE TO
                               WS-CRS-CODE (WS-COURSE-COUNT)
                           MOVE COURSE-NAME TO
                               WS-CRS-NAME (WS-COURSE-COUNT)
                           MOVE COURSE-TUITION TO
                               WS-CRS-TUITION (WS-COURSE-COUNT)
                           MOVE COURSE-PREREQ TO
                               WS-CRS-PREREQ (WS-COURSE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COURSE-FILE.
       1100-END. EXIT.

      * The whole register is held so it can be rewritten exactly as
      * read apart from the lines this run marks.
       1200-LOAD-ENROLLMENT.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ENROLLMENT-FILE
           IF WS-ENROLL-STATUS NOT = '00'
               DISPLAY "DROP-APPLY: no enrollment register on file"
               GO TO 1200-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ENROLLMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-EN-COUNT < 5000
                           ADD 1 TO WS-EN-COUNT
                           MOVE ENROLL-LINE TO WS-EN-LINE (WS-EN-COUNT)
                           MOVE EN-STUDENT-CODE
                               TO WS-EN-CODE (WS-EN-COUNT)
                           MOVE EN-TERM TO WS-EN-TERM (WS-EN-COUNT)
                           MOVE EN-COURSE-CODE
                               TO WS-EN-COURSE (WS-EN-COUNT)
                           MOVE EN-SECTION
                               TO WS-EN-SECTION (WS-EN-COUNT)
                           MOVE EN-STATUS
                               TO WS-EN-STATUS (WS-EN-COUNT)
                           MOVE ZERO TO WS-EN-STATUS-DATE (WS-EN-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-EN-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE.
       1200-END. EXIT.

      * Students already billed for the term, with the period their
      * tuition was billed on - the open item a credit note nets into.
       1300-LOAD-TUITION-BILLED.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TUITION-REGISTER-FILE
           IF WS-TUITION-STATUS NOT = '00'
               GO TO 1300-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TUITION-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TR-TERM = WS-TERM
                           AND WS-TB-COUNT < 2000
                           ADD 1 TO WS-TB-COUNT
                           MOVE TR-STUDENT-CODE
                               TO WS-TB-CODE (WS-TB-COUNT)
                           MOVE TR-PERIOD
                               TO WS-TB-PERIOD (WS-TB-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TUITION-REGISTER-FILE.
       1300-END. EXIT.

      * The current billing period, for a billed student whose
      * tuition register line predates the period column.
       1400-GET-PERIOD.
           MOVE WS-TODAY-DATE (1:6) TO WS-PERIOD
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS = '00'
               READ PERIOD-FILE
                   NOT AT END
                       MOVE BP-PERIOD TO WS-PERIOD
               END-READ
               CLOSE PERIOD-FILE
           END-IF.
       1400-END. EXIT.

       2000-APPLY-TRANSACTIONS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT DROP-TRANS-FILE
           IF WS-TRANS-STATUS NOT = '00'
               DISPLAY "DROP-APPLY: no drop transactions on file"
               GO TO 2000-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DROP-TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DT-TERM = WS-TERM
                           PERFORM 2100-APPLY-ONE THRU 2100-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DROP-TRANS-FILE.
       2000-END. EXIT.

       2100-APPLY-ONE.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZERO TO WS-EN-POS
           IF DT-STUDENT-CODE NOT NUMERIC
               MOVE "bad student code" TO WS-REJECT-REASON
               GO TO 2190-REJECT
           END-IF
           IF DT-COURSE-CODE = SPACES
               MOVE "no course code" TO WS-REJECT-REASON
               GO TO 2190-REJECT
           END-IF
           IF DT-EFF-DATE NOT NUMERIC
               OR DT-EFF-DATE (5:2) < '01' OR DT-EFF-DATE (5:2) > '12'
               OR DT-EFF-DATE (7:2) < '01' OR DT-EFF-DATE (7:2) > '31'
               MOVE "bad effective date" TO WS-REJECT-REASON
               GO TO 2190-REJECT
           END-IF
           IF DT-EFF-DATE > WS-TERM-END
               MOVE "effective after the term ended"
                   TO WS-REJECT-REASON
               GO TO 2190-REJECT
           END-IF
           PERFORM VARYING WS-EN FROM 1 BY 1
               UNTIL WS-EN > WS-EN-COUNT OR WS-EN-POS > ZERO
               IF WS-EN-CODE (WS-EN) = DT-STUDENT-CODE
                   AND WS-EN-TERM (WS-EN) = WS-TERM
                   AND WS-EN-COURSE (WS-EN) = DT-COURSE-CODE
                   AND WS-EN-STATUS (WS-EN) = SPACE
                   MOVE WS-EN TO WS-EN-POS
               END-IF
           END-PERFORM
           IF WS-EN-POS = ZERO
               MOVE "not actively enrolled in the course"
                   TO WS-REJECT-REASON
               GO TO 2190-REJECT
           END-IF
           IF DT-EFF-DATE NOT > WS-DROP-TO
               MOVE 'D' TO WS-DROP-TYPE
           ELSE
               MOVE 'W' TO WS-DROP-TYPE
           END-IF
           PERFORM 2200-COMPUTE-CREDIT THRU 2200-END
           PERFORM 2300-ROUTE-CREDIT THRU 2300-END
           IF WS-DROP-TYPE = 'W'
               PERFORM 2400-FILE-W-RESULT THRU 2400-END
               ADD 1 TO WS-WITHDRAWN-COUNT
           ELSE
               ADD 1 TO WS-DROPPED-COUNT
           END-IF
           PERFORM 2500-WRITE-DROP-REGISTER THRU 2500-END
           MOVE WS-DROP-TYPE TO WS-EN-STATUS (WS-EN-POS)
           MOVE DT-EFF-DATE TO WS-EN-STATUS-DATE (WS-EN-POS)
           MOVE 'Y' TO WS-EN-CHANGED
           ADD WS-CREDIT TO WS-CREDIT-TOTAL
           MOVE WS-CREDIT TO WS-CREDIT-EDIT
           DISPLAY "DROP-APPLY: student " DT-STUDENT-CODE
               " course " DT-COURSE-CODE " " WS-DROP-TYPE
               " effective " DT-EFF-DATE " credit " WS-CREDIT-EDIT
           GO TO 2100-END.
       2190-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "DROP-APPLY: student " DT-STUDENT-CODE
               " course " DT-COURSE-CODE " rejected - "
               WS-REJECT-REASON.
       2100-END. EXIT.

      * A drop gives back the whole course tuition. A withdrawal gives
      * back the share of it for the days from the effective date to
      * the term end, over the days in the term; one effective
      * before the term starts still gets it all back.
       2200-COMPUTE-CREDIT.
           MOVE ZERO TO WS-COURSE-TUITION
           MOVE ZERO TO WS-CREDIT
           SET WS-COURSE-IDX TO 1
           SEARCH WS-COURSE-ENTRY
               WHEN WS-CRS-CODE (WS-COURSE-IDX) = DT-COURSE-CODE
                   MOVE WS-CRS-TUITION (WS-COURSE-IDX)
                       TO WS-COURSE-TUITION
           END-SEARCH
           IF WS-DROP-TYPE = 'D' OR DT-EFF-DATE NOT > WS-TERM-START
               MOVE WS-COURSE-TUITION TO WS-CREDIT
               GO TO 2200-END
           END-IF
           MOVE 'ELAPSED' TO DU-FUNCTION
           MOVE WS-TERM-START TO DU-DATE-1
           MOVE WS-TERM-END TO DU-DATE-2
           CALL 'DATEUTIL' USING DU-FUNCTION DU-DATE-1 DU-DATE-2
               DU-N DU-RESULT-DATE DU-ELAPSED DU-RETURN-CODE
           MOVE DU-ELAPSED TO WS-TERM-DAYS
           MOVE 'ELAPSED' TO DU-FUNCTION
           MOVE DT-EFF-DATE TO DU-DATE-1
           MOVE WS-TERM-END TO DU-DATE-2
           CALL 'DATEUTIL' USING DU-FUNCTION DU-DATE-1 DU-DATE-2
               DU-N DU-RESULT-DATE DU-ELAPSED DU-RETURN-CODE
           MOVE DU-ELAPSED TO WS-DAYS-LEFT
           IF WS-TERM-DAYS > ZERO AND WS-DAYS-LEFT > ZERO
               COMPUTE WS-CREDIT ROUNDED = WS-COURSE-TUITION
                   * WS-DAYS-LEFT / WS-TERM-DAYS
           END-IF.
       2200-END. EXIT.

      * Billed already: the credit goes to ADJUST-APPLY as a credit
      * note on the period the tuition was billed on. Not billed
      * yet: TUITION-BILL prices the course net of it from the drop
      * register, so nothing goes out now.
       2300-ROUTE-CREDIT.
           MOVE 'B' TO WS-CREDIT-ROUTE
           MOVE ZERO TO WS-TB-POS
           PERFORM VARYING WS-TB FROM 1 BY 1
               UNTIL WS-TB > WS-TB-COUNT OR WS-TB-POS > ZERO
               IF WS-TB-CODE (WS-TB) = DT-STUDENT-CODE
                   MOVE WS-TB TO WS-TB-POS
               END-IF
           END-PERFORM
           IF WS-TB-POS = ZERO
               GO TO 2300-END
           END-IF
           MOVE 'A' TO WS-CREDIT-ROUTE
           IF WS-CREDIT = ZERO
               GO TO 2300-END
           END-IF
           OPEN EXTEND ADJUST-TRANS-FILE
           IF WS-ADJUST-STATUS = '35'
               OPEN OUTPUT ADJUST-TRANS-FILE
               CLOSE ADJUST-TRANS-FILE
               OPEN EXTEND ADJUST-TRANS-FILE
           END-IF
           IF WS-ADJUST-STATUS NOT = '00'
               DISPLAY "DROP-APPLY: cannot open billing adjustments, "
                   "status " WS-ADJUST-STATUS
               GO TO 2300-END
           END-IF
           MOVE SPACES TO ADJUST-TRANS-LINE
           MOVE DT-STUDENT-CODE TO AT-CLIENT-CODE
           IF WS-TB-PERIOD (WS-TB-POS) = SPACES
               MOVE WS-PERIOD TO AT-PERIOD
           ELSE
               MOVE WS-TB-PERIOD (WS-TB-POS) TO AT-PERIOD
           END-IF
           MOVE '-' TO AT-SIGN
           MOVE WS-CREDIT TO AT-AMOUNT
           IF WS-DROP-TYPE = 'D'
               MOVE 'DROP' TO AT-REASON
           ELSE
               MOVE 'WDRW' TO AT-REASON
           END-IF
           WRITE ADJUST-TRANS-LINE
           IF WS-ADJUST-STATUS NOT = '00'
               DISPLAY "DROP-APPLY: billing adjustment write failed, "
                   "status " WS-ADJUST-STATUS
           ELSE
               ADD 1 TO WS-CREDIT-NOTE-COUNT
           END-IF
           CLOSE ADJUST-TRANS-FILE.
       2300-END. EXIT.

      * The W result stands in for the grade: no average, and the
      * evaluation every standing and renewal check leaves out.
       2400-FILE-W-RESULT.
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS = '35'
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN EXTEND HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY "DROP-APPLY: cannot open grade history, "
                   "status " WS-HISTORY-STATUS
               GO TO 2400-END
           END-IF
           MOVE SPACES TO HISTORY-LINE
           MOVE DT-STUDENT-CODE TO HIST-STUDENT-CODE
           MOVE WS-TERM TO HIST-TERM
           MOVE DT-COURSE-CODE TO HIST-COURSE-CODE
           MOVE DT-EFF-DATE TO HIST-DATE
           MOVE ZERO TO HIST-AVERAGE
           MOVE 'W' TO HIST-EVALUATION
           WRITE HISTORY-LINE
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY "DROP-APPLY: grade history write failed, "
                   "status " WS-HISTORY-STATUS
           END-IF
           CLOSE HISTORY-FILE.
       2400-END. EXIT.

       2500-WRITE-DROP-REGISTER.
           OPEN EXTEND DROP-REGISTER-FILE
           IF WS-DROP-STATUS = '35'
               OPEN OUTPUT DROP-REGISTER-FILE
               CLOSE DROP-REGISTER-FILE
               OPEN EXTEND DROP-REGISTER-FILE
           END-IF
           IF WS-DROP-STATUS NOT = '00'
               DISPLAY "DROP-APPLY: cannot open drop register, "
                   "status " WS-DROP-STATUS
               GO TO 2500-END
           END-IF
           MOVE SPACES TO DROP-REG-LINE
           MOVE DT-STUDENT-CODE TO DR-STUDENT-CODE
           MOVE WS-TERM TO DR-TERM
           MOVE DT-COURSE-CODE TO DR-COURSE-CODE
           MOVE WS-EN-SECTION (WS-EN-POS) TO DR-SECTION
           MOVE DT-EFF-DATE TO DR-EFF-DATE
           MOVE WS-DROP-TYPE TO DR-TYPE
           MOVE WS-COURSE-TUITION TO DR-TUITION
           MOVE WS-CREDIT TO DR-CREDIT-AMOUNT
           MOVE WS-CREDIT-ROUTE TO DR-CREDIT-ROUTE
           MOVE WS-TODAY-DATE TO DR-ENTRY-DATE
           WRITE DROP-REG-LINE
           IF WS-DROP-STATUS NOT = '00'
               DISPLAY "DROP-APPLY: drop register write failed, "
                   "status " WS-DROP-STATUS
           END-IF
           CLOSE DROP-REGISTER-FILE.
       2500-END. EXIT.

      * Lines this run left alone go back byte for byte; a marked
      * line gets its status and effective date.
       5000-REWRITE-ENROLLMENT.
           OPEN OUTPUT ENROLLMENT-FILE
           IF WS-ENROLL-STATUS NOT = '00'
               DISPLAY "DROP-APPLY: cannot rewrite enrollment "
                   "register, status " WS-ENROLL-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 5000-END
           END-IF
           PERFORM VARYING WS-EN FROM 1 BY 1
               UNTIL WS-EN > WS-EN-COUNT
               MOVE WS-EN-LINE (WS-EN) TO ENROLL-LINE
               IF WS-EN-STATUS-DATE (WS-EN) > ZERO
                   MOVE WS-EN-STATUS (WS-EN) TO EN-STATUS
                   MOVE WS-EN-STATUS-DATE (WS-EN) TO EN-STATUS-DATE
               END-IF
               WRITE ENROLL-LINE
           END-PERFORM
           CLOSE ENROLLMENT-FILE.
       5000-END. EXIT.

       9000-END-JOB.
           SET JL-CALL-END TO TRUE
           COMPUTE JL-CALL-RECORD-COUNT
               = WS-DROPPED-COUNT + WS-WITHDRAWN-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT.
       9000-END. EXIT.

       END PROGRAM DROP-APPLY.
