      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Term-end scholarship renewal review. Every
      *          scholarship-type discount on discounts.txt (reason
      *          codes from SCHOLARSHIP_REASONS, default BOLS) that
      *          expires within GRADE_TERM is checked against that
      *          term's keyed grade history and attendance.txt: the
      *          term average must reach SCHOLARSHIP_MIN_AVG (four
      *          digits, default 0700 = 7.00), with no FREQ-FAIL, no
      *          failed course (below 5.00) and attendance at or
      *          above ATTEND_MIN_PCT (default 75). A pass rolls
      *          DS-EXP-DATE to the end of the next term on
      *          terms.txt; a failure gets a loss-of-scholarship
      *          letter and goes on the bursar's review list with its
      *          reasons. Either result is logged on the discounts
      *          register.
      * Tectonics: cobc
      * Note: a student with no result for the term is neither
      *       renewed nor failed - the discount is left alone and the
      *       student goes on the review list for the bursar to
      *       decide. A failure already logged for the term is not
      *       lettered again on a rerun.
      * Modification History:
      *   15/10/2026 RM  Original version.
      *   15/10/2026 RM  A W (withdrawn) result is neither a course
      *                  taken nor a course failed.
      *   15/10/2026 RM  The letter is headed with the name and CNPJ
      *                  of the company the client's branch belongs
      *                  to.
      *   15/10/2026 RM  Passes CORRLOG's delivery details, blank
      *                  for a printed document.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHOLAR-RENEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-FILE ASSIGN TO '..\terms.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERM-FILE-STATUS.

           SELECT DISCOUNT-FILE ASSIGN TO '..\discounts.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISCOUNT-STATUS.

           SELECT DISCOUNT-REGISTER-FILE
           ASSIGN TO '..\discounts-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISC-REG-STATUS.

           SELECT ATTENDANCE-FILE ASSIGN TO '..\attendance.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ATTEND-STATUS.

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

           SELECT ADDRESS-FLAGS-FILE ASSIGN TO '..\address-flags.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FLAGS-STATUS.

           SELECT LETTER-FILE ASSIGN TO '..\scholarship-letters.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LETTER-STATUS.

           SELECT REVIEW-FILE ASSIGN TO '..\scholarship-review.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVIEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TERM-FILE.
       COPY TERMREC REPLACING ==:RECNAME:== BY ==TERM-LINE==.

       FD DISCOUNT-FILE.
       COPY DISCREC REPLACING ==:RECNAME:== BY ==DISCOUNT-LINE==.

      * Billing's grant lines leave DG-ACTION blank; a renewal review
      * logs R (renewed) or L (lost) with a zero amount and the
      * expiry date the discount was left with.
       FD DISCOUNT-REGISTER-FILE.
       01 DISCOUNT-REG-LINE.
           05 DG-CLIENT-CODE PIC 9(7).
           05 FILLER PIC X(1).
           05 DG-PERIOD PIC X(6).
           05 FILLER PIC X(1).
           05 DG-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 DG-REASON PIC X(4).
           05 FILLER PIC X(1).
           05 DG-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 DG-ACTION PIC X(1).
           05 FILLER PIC X(1).
           05 DG-EXP-DATE PIC 9(8).

       FD ATTENDANCE-FILE.
       COPY ATTENDREC REPLACING ==:RECNAME:== BY ==ATTEND-LINE==.

       FD GRADE-HISTORY-IDX-FILE.
       COPY GRDHISTIDX.

       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.

       FD ADDRESS-FLAGS-FILE.
       COPY MAILFLAGREC REPLACING ==:RECNAME:==
           BY ==ADDRESS-FLAG-LINE==.

       FD LETTER-FILE.
       01 LETTER-LINE PIC X(80).

       FD REVIEW-FILE.
       01 REVIEW-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TERM-FILE-STATUS PIC X(2).
       01 WS-DISCOUNT-STATUS PIC X(2).
       01 WS-DISC-REG-STATUS PIC X(2).
       01 WS-ATTEND-STATUS PIC X(2).
       01 WS-IDX-FILENAME PIC X(100).
       01 WS-IDX-STATUS PIC X(2).
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-FLAGS-STATUS PIC X(2).
       01 WS-LETTER-STATUS PIC X(2).
       01 WS-REVIEW-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
       01 WS-IDX-EOF PIC X(1).
       01 WS-MASTER-OPEN PIC X(1) VALUE 'N'.
       01 WS-IDX-OPEN PIC X(1) VALUE 'N'.
       01 WS-TERM PIC X(6).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TERM-START PIC 9(8) VALUE ZERO.
       01 WS-TERM-END PIC 9(8) VALUE ZERO.
       01 WS-NEXT-TERM PIC X(6) VALUE SPACES.
       01 WS-NEXT-END PIC 9(8) VALUE ZERO.
       01 WS-REASON-ENTRY PIC X(40).
       01 WS-SR-COUNT PIC 9(1) COMP VALUE ZERO.
       01 WS-SR-TABLE.
           05 WS-SR-REASON PIC X(4) OCCURS 5 TIMES.
       01 WS-SR PIC 9(1) COMP.
       01 WS-IS-SCHOLARSHIP PIC X(1).
       01 WS-MIN-AVG-ENTRY PIC X(4).
       01 WS-MIN-AVG-DIGITS REDEFINES WS-MIN-AVG-ENTRY PIC 9(2)V99.
       01 WS-MIN-AVG PIC 9(2)V99 VALUE 7.00.
       01 WS-THRESHOLD-ENTRY PIC X(3).
       01 WS-ATT-THRESHOLD PIC 9(3) VALUE 75.
       01 WS-DS-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-DS-OVERFLOW PIC X(1) VALUE 'N'.
       01 WS-DS-TABLE.
           05 WS-DS-ENTRY OCCURS 2000 TIMES.
               10 WS-DS-LINE PIC X(80).
       01 WS-DS PIC 9(4) COMP.
       01 WS-DS-CHANGED PIC X(1) VALUE 'N'.
       01 WS-LOST-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-LOST-TABLE.
           05 WS-LOST-CODE PIC 9(7) OCCURS 2000 TIMES.
       01 WS-LX PIC 9(4) COMP.
       01 WS-ALREADY-LOST PIC X(1).
       01 WS-MF-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-MF-TABLE.
           05 WS-MF-CODE PIC 9(7) OCCURS 500 TIMES.
       01 WS-F PIC 9(3) COMP.
       01 WS-ADDR-FLAGGED PIC X(1).
       01 WS-COURSE-COUNT PIC 9(3).
       01 WS-POINTS PIC 9(5)V99.
       01 WS-TERM-AVG PIC 9(2)V99.
       01 WS-FREQ-FAIL PIC X(1).
       01 WS-FAILED-COURSE PIC X(1).
       01 WS-ATT-FOUND PIC X(1).
       01 WS-ATT-PCT PIC 9(3)V9.
       01 WS-RESULT PIC X(1).
           88 WS-RENEWED VALUE 'R'.
           88 WS-LOST VALUE 'L'.
           88 WS-HELD VALUE 'H'.
       01 WS-WHY PIC X(40).
       01 WS-WHY-PTR PIC 9(3) COMP.
       01 WS-REVIEWED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RENEWED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LOST-RUN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LETTER-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TEXT PIC X(80).
       01 WS-AVG-EDIT PIC Z9.99.
       01 WS-MIN-EDIT PIC Z9.99.
       01 WS-PCT-EDIT PIC ZZ9.9.
       01 WS-CEP-EDIT.
           05 WS-CEP-FIRST PIC 9(5).
           05 FILLER PIC X(1) VALUE '-'.
           05 WS-CEP-LAST PIC 9(3).
       01 WS-CEP-SPLIT.
           05 WS-CEP-HI PIC 9(5).
           05 WS-CEP-LO PIC 9(3).
       COPY CORRLOGPARM.
       COPY JOBLOGPARM.
       COPY CMPLKPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "SCHOLAR-RENEW" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 0100-READ-PARAMETERS THRU 0100-END
           PERFORM 1000-LOAD-TERMS THRU 1000-END
           IF WS-TERM-END = ZERO
               DISPLAY "SCHOLAR-RENEW: term " WS-TERM
                   " is not on the term master - nothing reviewed"
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-END-JOB THRU 9000-END
               GOBACK
           END-IF
           IF WS-NEXT-END = ZERO
               DISPLAY "SCHOLAR-RENEW: no term after " WS-TERM
                   " on the term master - add it and rerun"
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-END-JOB THRU 9000-END
               GOBACK
           END-IF
           PERFORM 1100-LOAD-DISCOUNTS THRU 1100-END
           IF WS-DS-OVERFLOW = 'Y'
               DISPLAY "SCHOLAR-RENEW: discounts.txt is larger than "
                   "the table - nothing reviewed, raise it and rerun"
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-END-JOB THRU 9000-END
               GOBACK
           END-IF
           PERFORM 1200-LOAD-LOST-THIS-TERM THRU 1200-END
           PERFORM 1300-LOAD-ADDRESS-FLAGS THRU 1300-END
           PERFORM 1400-OPEN-FILES THRU 1400-END
           PERFORM 2000-REVIEW-DISCOUNT THRU 2000-END
               VARYING WS-DS FROM 1 BY 1 UNTIL WS-DS > WS-DS-COUNT
           PERFORM 4000-CLOSE-FILES THRU 4000-END
           IF WS-DS-CHANGED = 'Y'
               PERFORM 5000-REWRITE-DISCOUNTS THRU 5000-END
           END-IF
           DISPLAY "SCHOLAR-RENEW: " WS-REVIEWED-COUNT
               " scholarship(s) reviewed, " WS-RENEWED-COUNT
               " renewed, " WS-LOST-RUN-COUNT " lost, "
               WS-HELD-COUNT " held for the bursar"
           IF WS-LOST-RUN-COUNT > ZERO OR WS-HELD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9000-END-JOB THRU 9000-END
           GOBACK.

       0100-READ-PARAMETERS.
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
           MOVE SPACES TO WS-REASON-ENTRY
           ACCEPT WS-REASON-ENTRY
               FROM ENVIRONMENT "SCHOLARSHIP_REASONS"
           IF WS-REASON-ENTRY = SPACES
               MOVE 'BOLS' TO WS-REASON-ENTRY
           END-IF
           MOVE SPACES TO WS-SR-TABLE
           UNSTRING WS-REASON-ENTRY DELIMITED BY ','
               INTO WS-SR-REASON (1) WS-SR-REASON (2)
                   WS-SR-REASON (3) WS-SR-REASON (4)
                   WS-SR-REASON (5)
           END-UNSTRING
           PERFORM VARYING WS-SR FROM 1 BY 1 UNTIL WS-SR > 5
               IF WS-SR-REASON (WS-SR) NOT = SPACES
                   ADD 1 TO WS-SR-COUNT
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-MIN-AVG-ENTRY
           ACCEPT WS-MIN-AVG-ENTRY
               FROM ENVIRONMENT "SCHOLARSHIP_MIN_AVG"
           IF WS-MIN-AVG-ENTRY IS NUMERIC
               AND WS-MIN-AVG-DIGITS NOT > 10.00
               MOVE WS-MIN-AVG-DIGITS TO WS-MIN-AVG
           END-IF
           MOVE SPACES TO WS-THRESHOLD-ENTRY
           ACCEPT WS-THRESHOLD-ENTRY
               FROM ENVIRONMENT "ATTEND_MIN_PCT"
           IF WS-THRESHOLD-ENTRY IS NUMERIC
               MOVE WS-THRESHOLD-ENTRY TO WS-ATT-THRESHOLD
           END-IF.
       0100-END. EXIT.

      * The term under review, and the first term after it on the
      * master - whose end date a renewed scholarship runs to.
       1000-LOAD-TERMS.
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
                       END-IF
                       IF TM-TERM > WS-TERM
                           AND (WS-NEXT-TERM = SPACES
                           OR TM-TERM < WS-NEXT-TERM)
                           MOVE TM-TERM TO WS-NEXT-TERM
                           MOVE TM-END-DATE TO WS-NEXT-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-FILE.
       1000-END. EXIT.

      * Held as whole lines so the file is rewritten exactly as read
      * apart from the expiry dates this run rolls forward.
       1100-LOAD-DISCOUNTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT DISCOUNT-FILE
           IF WS-DISCOUNT-STATUS NOT = '00'
               DISPLAY "SCHOLAR-RENEW: no discount table on file"
               GO TO 1100-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DISCOUNT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-DS-COUNT < 2000
                           ADD 1 TO WS-DS-COUNT
                           MOVE DISCOUNT-LINE
                               TO WS-DS-LINE (WS-DS-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-DS-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISCOUNT-FILE.
       1100-END. EXIT.

       1200-LOAD-LOST-THIS-TERM.
           MOVE 'N' TO WS-EOF
           OPEN INPUT DISCOUNT-REGISTER-FILE
           IF WS-DISC-REG-STATUS NOT = '00'
               GO TO 1200-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DISCOUNT-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DG-ACTION = 'L'
                           AND DG-PERIOD = WS-TERM
                           AND WS-LOST-COUNT < 2000
                           ADD 1 TO WS-LOST-COUNT
                           MOVE DG-CLIENT-CODE
                               TO WS-LOST-CODE (WS-LOST-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISCOUNT-REGISTER-FILE.
       1200-END. EXIT.

       1300-LOAD-ADDRESS-FLAGS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ADDRESS-FLAGS-FILE
           IF WS-FLAGS-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ADDRESS-FLAGS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-MF-COUNT < 500
                               ADD 1 TO WS-MF-COUNT
                               MOVE MF-CLIENT-CODE
                                   TO WS-MF-CODE (WS-MF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADDRESS-FLAGS-FILE
           END-IF.
       1300-END. EXIT.

       1400-OPEN-FILES.
           OPEN INPUT GRADE-HISTORY-IDX-FILE
           IF WS-IDX-STATUS = '00'
               MOVE 'Y' TO WS-IDX-OPEN
           ELSE
               DISPLAY "SCHOLAR-RENEW: no keyed grade history - "
                   "every scholarship is held for review"
           END-IF
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-OPEN
           END-IF
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT REVIEW-FILE
           MOVE WS-MIN-AVG TO WS-MIN-EDIT
           MOVE SPACES TO WS-TEXT
           STRING "SCHOLARSHIP RENEWAL REVIEW - TERM " WS-TERM
               "   RUN " WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-TEXT
           WRITE REVIEW-LINE FROM WS-TEXT
           MOVE SPACES TO WS-TEXT
           STRING "MINIMUM AVERAGE " WS-MIN-EDIT
               "  MINIMUM ATTENDANCE " WS-ATT-THRESHOLD
               "%  RENEWED TO " WS-NEXT-END
               DELIMITED BY SIZE INTO WS-TEXT
           WRITE REVIEW-LINE FROM WS-TEXT
           MOVE SPACES TO REVIEW-LINE
           WRITE REVIEW-LINE
           MOVE "STUDENT  REASON  AVG   ATT%  RESULT  WHY"
               TO REVIEW-LINE
           WRITE REVIEW-LINE.
       1400-END. EXIT.

      * A scholarship-type discount expiring inside the term is up
      * for renewal; anything else on the table is left alone.
       2000-REVIEW-DISCOUNT.
           MOVE WS-DS-LINE (WS-DS) TO DISCOUNT-LINE
           MOVE 'N' TO WS-IS-SCHOLARSHIP
           PERFORM VARYING WS-SR FROM 1 BY 1 UNTIL WS-SR > 5
               IF WS-SR-REASON (WS-SR) NOT = SPACES
                   AND WS-SR-REASON (WS-SR) = DS-REASON
                   MOVE 'Y' TO WS-IS-SCHOLARSHIP
               END-IF
           END-PERFORM
           IF WS-IS-SCHOLARSHIP = 'N'
               GO TO 2000-END
           END-IF
           IF DS-EXP-DATE < WS-TERM-START
               OR DS-EXP-DATE > WS-TERM-END
               GO TO 2000-END
           END-IF
           MOVE 'N' TO WS-ALREADY-LOST
           PERFORM VARYING WS-LX FROM 1 BY 1
               UNTIL WS-LX > WS-LOST-COUNT
               IF WS-LOST-CODE (WS-LX) = DS-CLIENT-CODE
                   MOVE 'Y' TO WS-ALREADY-LOST
               END-IF
           END-PERFORM
           IF WS-ALREADY-LOST = 'Y'
               GO TO 2000-END
           END-IF
           ADD 1 TO WS-REVIEWED-COUNT
           PERFORM 2100-TERM-RESULTS THRU 2100-END
           PERFORM 2200-TERM-ATTENDANCE THRU 2200-END
           PERFORM 2300-DECIDE THRU 2300-END
           EVALUATE TRUE
               WHEN WS-RENEWED
                   ADD 1 TO WS-RENEWED-COUNT
                   MOVE WS-NEXT-END TO DS-EXP-DATE
                   MOVE DISCOUNT-LINE TO WS-DS-LINE (WS-DS)
                   MOVE 'Y' TO WS-DS-CHANGED
                   PERFORM 3000-LOG-REGISTER THRU 3000-END
               WHEN WS-LOST
                   ADD 1 TO WS-LOST-RUN-COUNT
                   PERFORM 3000-LOG-REGISTER THRU 3000-END
                   PERFORM 3100-WRITE-REVIEW THRU 3100-END
                   PERFORM 3200-SEND-LETTER THRU 3200-END
               WHEN OTHER
                   ADD 1 TO WS-HELD-COUNT
                   PERFORM 3100-WRITE-REVIEW THRU 3100-END
           END-EVALUATE.
       2000-END. EXIT.

       2100-TERM-RESULTS.
           MOVE ZERO TO WS-COURSE-COUNT
           MOVE ZERO TO WS-POINTS
           MOVE ZERO TO WS-TERM-AVG
           MOVE 'N' TO WS-FREQ-FAIL
           MOVE 'N' TO WS-FAILED-COURSE
           IF WS-IDX-OPEN = 'N'
               GO TO 2100-END
           END-IF
           MOVE 'N' TO WS-IDX-EOF
           MOVE DS-CLIENT-CODE TO GH-STUDENT-CODE
           MOVE WS-TERM TO GH-TERM
           MOVE LOW-VALUES TO GH-COURSE-CODE
           START GRADE-HISTORY-IDX-FILE KEY >= GH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-IDX-EOF
           END-START
           PERFORM UNTIL WS-IDX-EOF = 'Y'
               READ GRADE-HISTORY-IDX-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-IDX-EOF
                   NOT AT END
                       IF GH-STUDENT-CODE NOT = DS-CLIENT-CODE
                           OR GH-TERM NOT = WS-TERM
                           MOVE 'Y' TO WS-IDX-EOF
                       ELSE
                           IF GH-EVALUATION NOT = 'W'
                               ADD 1 TO WS-COURSE-COUNT
                               ADD GH-AVERAGE TO WS-POINTS
                           END-IF
                           IF GH-EVALUATION = 'FREQ-FAIL'
                               MOVE 'Y' TO WS-FREQ-FAIL
                           END-IF
                           IF GH-AVERAGE < 5.00
                               AND GH-EVALUATION NOT = 'W'
                               MOVE 'Y' TO WS-FAILED-COURSE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-COURSE-COUNT > ZERO
               COMPUTE WS-TERM-AVG ROUNDED
                   = WS-POINTS / WS-COURSE-COUNT
           END-IF.
       2100-END. EXIT.

       2200-TERM-ATTENDANCE.
           MOVE 'N' TO WS-ATT-FOUND
           MOVE ZERO TO WS-ATT-PCT
           MOVE 'N' TO WS-EOF
           OPEN INPUT ATTENDANCE-FILE
           IF WS-ATTEND-STATUS NOT = '00'
               GO TO 2200-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ATTENDANCE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AT-STUDENT-CODE = DS-CLIENT-CODE
                           AND AT-TERM = WS-TERM
                           AND AT-CLASSES-HELD > ZERO
                           MOVE 'Y' TO WS-ATT-FOUND
                           COMPUTE WS-ATT-PCT ROUNDED =
                               AT-CLASSES-ATTENDED * 100
                               / AT-CLASSES-HELD
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ATTENDANCE-FILE.
       2200-END. EXIT.

      * Every criterion missed is named, so the bursar can see the
      * whole picture from the review list.
       2300-DECIDE.
           MOVE SPACES TO WS-WHY
           MOVE 1 TO WS-WHY-PTR
           IF WS-COURSE-COUNT = ZERO
               SET WS-HELD TO TRUE
               MOVE "NO RESULT ON FILE FOR THE TERM" TO WS-WHY
               GO TO 2300-END
           END-IF
           SET WS-RENEWED TO TRUE
           IF WS-TERM-AVG < WS-MIN-AVG
               SET WS-LOST TO TRUE
               STRING "LOW AVG " DELIMITED BY SIZE
                   INTO WS-WHY WITH POINTER WS-WHY-PTR
           END-IF
           IF WS-FAILED-COURSE = 'Y'
               SET WS-LOST TO TRUE
               STRING "FAILED " DELIMITED BY SIZE
                   INTO WS-WHY WITH POINTER WS-WHY-PTR
           END-IF
           IF WS-FREQ-FAIL = 'Y'
               SET WS-LOST TO TRUE
               STRING "FREQ-FAIL " DELIMITED BY SIZE
                   INTO WS-WHY WITH POINTER WS-WHY-PTR
           END-IF
           IF WS-ATT-FOUND = 'Y'
               AND WS-ATT-PCT < WS-ATT-THRESHOLD
               SET WS-LOST TO TRUE
               STRING "LOW ATT" DELIMITED BY SIZE
                   INTO WS-WHY WITH POINTER WS-WHY-PTR
           END-IF.
       2300-END. EXIT.

       3000-LOG-REGISTER.
           OPEN EXTEND DISCOUNT-REGISTER-FILE
           IF WS-DISC-REG-STATUS = '35'
               OPEN OUTPUT DISCOUNT-REGISTER-FILE
               CLOSE DISCOUNT-REGISTER-FILE
               OPEN EXTEND DISCOUNT-REGISTER-FILE
           END-IF
           IF WS-DISC-REG-STATUS NOT = '00'
               DISPLAY "SCHOLAR-RENEW: cannot open discounts "
                   "register, status " WS-DISC-REG-STATUS
           ELSE
               MOVE SPACES TO DISCOUNT-REG-LINE
               MOVE DS-CLIENT-CODE TO DG-CLIENT-CODE
               MOVE WS-TERM TO DG-PERIOD
               MOVE WS-TODAY-DATE TO DG-DATE
               MOVE DS-REASON TO DG-REASON
               MOVE ZERO TO DG-AMOUNT
               MOVE WS-RESULT TO DG-ACTION
               MOVE DS-EXP-DATE TO DG-EXP-DATE
               WRITE DISCOUNT-REG-LINE
               IF WS-DISC-REG-STATUS NOT = '00'
                   DISPLAY "SCHOLAR-RENEW: discounts register "
                       "write failed, status " WS-DISC-REG-STATUS
               END-IF
               CLOSE DISCOUNT-REGISTER-FILE
           END-IF.
       3000-END. EXIT.

       3100-WRITE-REVIEW.
           MOVE WS-TERM-AVG TO WS-AVG-EDIT
           MOVE WS-ATT-PCT TO WS-PCT-EDIT
           MOVE SPACES TO WS-TEXT
           IF WS-LOST
               STRING DS-CLIENT-CODE "  " DS-REASON "    "
                   WS-AVG-EDIT " " WS-PCT-EDIT "  LOST    " WS-WHY
                   DELIMITED BY SIZE INTO WS-TEXT
           ELSE
               STRING DS-CLIENT-CODE "  " DS-REASON "    "
                   WS-AVG-EDIT " " WS-PCT-EDIT "  HELD    " WS-WHY
                   DELIMITED BY SIZE INTO WS-TEXT
           END-IF
           WRITE REVIEW-LINE FROM WS-TEXT.
       3100-END. EXIT.

       3200-SEND-LETTER.
           MOVE 'N' TO WS-ADDR-FLAGGED
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-MF-COUNT
               IF WS-MF-CODE (WS-F) = DS-CLIENT-CODE
                   MOVE 'Y' TO WS-ADDR-FLAGGED
               END-IF
           END-PERFORM
           IF WS-ADDR-FLAGGED = 'Y'
               MOVE SPACES TO WS-TEXT
               STRING "         ADDRESS FLAGGED - LETTER NOT MAILED"
                   DELIMITED BY SIZE INTO WS-TEXT
               WRITE REVIEW-LINE FROM WS-TEXT
               GO TO 3200-END
           END-IF
           IF WS-MASTER-OPEN = 'N'
               GO TO 3200-END
           END-IF
           MOVE DS-CLIENT-CODE TO CM-CLIENT-CODE
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   DISPLAY "SCHOLAR-RENEW: student " DS-CLIENT-CODE
                       " not on the client master - no letter"
               NOT INVALID KEY
                   PERFORM 3300-WRITE-LETTER THRU 3300-END
           END-READ.
       3200-END. EXIT.

       3300-WRITE-LETTER.
           MOVE CM-CLIENT-CEP TO WS-CEP-SPLIT
           MOVE WS-CEP-HI TO WS-CEP-FIRST
           MOVE WS-CEP-LO TO WS-CEP-LAST
           MOVE ALL "=" TO LETTER-LINE
           WRITE LETTER-LINE
           SET CY-BY-BRANCH TO TRUE
           MOVE CM-BRANCH TO CY-CALL-BRANCH
           CALL "COMPANYLK" USING CY-CALL-FUNCTION CY-CALL-BRANCH
               CY-CALL-INDEX CY-CALL-COMPANY CY-CALL-RESULT
           MOVE SPACES TO WS-TEXT
           STRING CY-NAME "  CNPJ: " CY-CNPJ
               DELIMITED BY SIZE INTO WS-TEXT
           WRITE LETTER-LINE FROM WS-TEXT
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE CM-CLIENT-NAME TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO WS-TEXT
           STRING CM-CLIENT-STREET ", " CM-CLIENT-NUMBER
               DELIMITED BY SIZE INTO WS-TEXT
           WRITE LETTER-LINE FROM WS-TEXT
           MOVE SPACES TO WS-TEXT
           STRING CM-CLIENT-CITY " " CM-CLIENT-STATE " "
               WS-CEP-EDIT
               DELIMITED BY SIZE INTO WS-TEXT
           WRITE LETTER-LINE FROM WS-TEXT
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO WS-TEXT
           STRING "Your scholarship (" DS-REASON
               ") was reviewed at the end of term " WS-TERM "."
               DELIMITED BY SIZE INTO WS-TEXT
           WRITE LETTER-LINE FROM WS-TEXT
           MOVE SPACES TO WS-TEXT
           STRING "Term average " WS-AVG-EDIT
               " against the required " WS-MIN-EDIT "."
               DELIMITED BY SIZE INTO WS-TEXT
           WRITE LETTER-LINE FROM WS-TEXT
           MOVE SPACES TO WS-TEXT
           STRING "Criteria not met: " WS-WHY
               DELIMITED BY SIZE INTO WS-TEXT
           WRITE LETTER-LINE FROM WS-TEXT
           MOVE "The renewal criteria were not met, so the"
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO WS-TEXT
           STRING "scholarship ends on " DS-EXP-DATE
               " and is not renewed for the next term."
               DELIMITED BY SIZE INTO WS-TEXT
           WRITE LETTER-LINE FROM WS-TEXT
           MOVE "Please contact the bursar's office to discuss"
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "your options or to appeal." TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           ADD 1 TO WS-LETTER-COUNT
           MOVE CM-CLIENT-CODE TO CL-CALL-CLIENT-CODE
           MOVE 'BOLSALOST' TO CL-CALL-DOC-TYPE
           MOVE 'SCHOLAR-RENEW' TO CL-CALL-PROGRAM
           MOVE SPACES TO CL-CALL-DELIVERY
           CALL "CORRLOG" USING CL-CALL-CLIENT-CODE
               CL-CALL-DOC-TYPE CL-CALL-PROGRAM
               CL-CALL-DELIVERY.
       3300-END. EXIT.

       4000-CLOSE-FILES.
           MOVE SPACES TO REVIEW-LINE
           WRITE REVIEW-LINE
           MOVE SPACES TO WS-TEXT
           STRING "REVIEWED: " WS-REVIEWED-COUNT
               "  RENEWED: " WS-RENEWED-COUNT
               "  LOST: " WS-LOST-RUN-COUNT
               "  HELD: " WS-HELD-COUNT
               "  LETTERS: " WS-LETTER-COUNT
               DELIMITED BY SIZE INTO WS-TEXT
           WRITE REVIEW-LINE FROM WS-TEXT
           CLOSE LETTER-FILE
           CLOSE REVIEW-FILE
           IF WS-IDX-OPEN = 'Y'
               CLOSE GRADE-HISTORY-IDX-FILE
           END-IF
           IF WS-MASTER-OPEN = 'Y'
               CLOSE CLIENT-MASTER-FILE
           END-IF.
       4000-END. EXIT.

       5000-REWRITE-DISCOUNTS.
           OPEN OUTPUT DISCOUNT-FILE
           IF WS-DISCOUNT-STATUS NOT = '00'
               DISPLAY "SCHOLAR-RENEW: cannot rewrite discounts.txt, "
                   "status " WS-DISCOUNT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 5000-END
           END-IF
           PERFORM VARYING WS-DS FROM 1 BY 1 UNTIL WS-DS > WS-DS-COUNT
               MOVE WS-DS-LINE (WS-DS) TO DISCOUNT-LINE
               WRITE DISCOUNT-LINE
           END-PERFORM
           CLOSE DISCOUNT-FILE.
       5000-END. EXIT.

       9000-END-JOB.
           SET JL-CALL-END TO TRUE
           MOVE WS-REVIEWED-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT.
       9000-END. EXIT.

       END PROGRAM SCHOLAR-RENEW.
