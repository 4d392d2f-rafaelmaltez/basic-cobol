      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Tuition deferred revenue schedule. TUITION-BILL bills
      *          a whole term at once and GL-EXPORT books it all as
      *          revenue in the billing month; this run spreads each
      *          student's term charge on tuition-billed.txt evenly
      *          over the months of the term on terms.txt (start to
      *          end month, the odd cents in the last month) and
      *          writes the month's entries to revenue-recognition.txt
      *          (REVRECREC) for GL-EXPORT: a DEFR for the whole
      *          charge in the month it was billed (or the first
      *          month run after), and a RECG for what the schedule
      *          has earned by the month's end less what earlier
      *          months already recognized - so a term billed after
      *          it started catches up the months already gone.
      *          A course dropped or withdrawn on drop-register.txt
      *          cuts the schedule: its part of the charge (its
      *          tuition, less the credit when the credit was netted
      *          at billing) stops being spread and what is left of
      *          it is recognized in the month the drop took effect.
      *          The deferred balance report (deferred-revenue.txt)
      *          gives, per term, the students and amount billed,
      *          what was recognized before and in the month, the
      *          balance still deferred at its end and the remaining
      *          schedule month by month.
      *          A rerun for a month replaces that month's entries.
      *          Register lines with no amount (billed before the
      *          register carried it) or whose term is not on
      *          terms.txt are listed and left out - their tuition
      *          stays recognized when billed, as before - and the
      *          step ends 4. It ends 16, writing nothing, when a
      *          table is too small for its file.
      * Tectonics: cobc
      * Note: GL_PERIOD selects the month (default: the billing
      *       period control file's period), the same as GL-EXPORT,
      *       which must run after this step for the month.
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITION-DEFER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO '..\billing-period.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIOD-STATUS.

           SELECT TERM-FILE ASSIGN TO '..\terms.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERM-FILE-STATUS.

           SELECT TUITION-REGISTER-FILE
           ASSIGN TO '..\tuition-billed.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.

           SELECT DROP-REGISTER-FILE ASSIGN TO '..\drop-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DROP-STATUS.

           SELECT RECOGNITION-FILE
           ASSIGN TO '..\revenue-recognition.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO '..\deferred-revenue.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-FILE.
       01 PERIOD-LINE.
           05 BP-PERIOD PIC X(6).
           05 FILLER PIC X(1).
           05 BP-STATUS PIC X(6).

       FD TERM-FILE.
       COPY TERMREC REPLACING ==:RECNAME:== BY ==TERM-LINE==.

       FD TUITION-REGISTER-FILE.
       01 TUITION-REG-LINE.
           05 TR-STUDENT-CODE PIC 9(7).
           05 FILLER PIC X(1).
           05 TR-TERM PIC X(6).
           05 FILLER PIC X(1).
           05 TR-PERIOD PIC X(6).
           05 FILLER PIC X(1).
           05 TR-AMOUNT PIC 9(7)V99.

       FD DROP-REGISTER-FILE.
       COPY DROPREC REPLACING ==:RECNAME:== BY ==DROP-REG-LINE==.

       FD RECOGNITION-FILE.
       COPY REVRECREC REPLACING ==:RECNAME:== BY ==RECOGNITION-LINE==.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PERIOD-STATUS PIC X(2).
       01 WS-TERM-FILE-STATUS PIC X(2).
       01 WS-REGISTER-STATUS PIC X(2).
       01 WS-DROP-STATUS PIC X(2).
       01 WS-RECOG-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-PERIOD-ENTRY PIC X(6).
       01 WS-PERIOD PIC X(6).
      * Months are numbered YEAR * 12 + MONTH - 1 so that month
      * arithmetic is plain addition.
       01 WS-WORK-MONTH.
           05 WS-WM-YEAR PIC 9(4).
           05 WS-WM-MONTH PIC 9(2).
       01 WS-WORK-MONTH-N REDEFINES WS-WORK-MONTH PIC 9(6).
       01 WS-WORK-MONTH-NO PIC 9(6) COMP.
       01 WS-PERIOD-MONTH-NO PIC 9(6) COMP.

       01 WS-TT-COUNT PIC 9(2) COMP VALUE ZERO.
       01 WS-TT-TABLE.
           05 WS-TT-ENTRY OCCURS 50 TIMES.
               10 WS-TT-TERM PIC X(6).
               10 WS-TT-START PIC 9(8).
               10 WS-TT-END PIC 9(8).
               10 WS-TT-FIRST-NO PIC 9(6) COMP.
               10 WS-TT-LAST-NO PIC 9(6) COMP.
               10 WS-TT-MONTHS PIC 9(3) COMP.
               10 WS-TT-STUDENTS PIC 9(5).
               10 WS-TT-BILLED PIC 9(11)V99.
               10 WS-TT-BEFORE PIC 9(11)V99.
               10 WS-TT-IN-PERIOD PIC 9(11)V99.
               10 WS-TT-BALANCE PIC 9(11)V99.
               10 WS-TT-FUTURE PIC 9(11)V99 OCCURS 24 TIMES.
               10 WS-TT-LATER PIC 9(11)V99.
       01 WS-TT PIC 9(2) COMP.
       01 WS-TT-POS PIC 9(2) COMP.

      * One entry per student and term billed, with the course parts
      * drops have cut out of the even spread.
       01 WS-SC-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-SC-OVERFLOW PIC X(1) VALUE 'N'.
       01 WS-SC-TABLE.
           05 WS-SC-ENTRY OCCURS 3000 TIMES.
               10 WS-SC-CODE PIC 9(7).
               10 WS-SC-TERM PIC X(6).
               10 WS-SC-TT PIC 9(2) COMP.
               10 WS-SC-BILL-NO PIC 9(6) COMP.
               10 WS-SC-AMOUNT PIC 9(7)V99.
               10 WS-SC-CUT-TOTAL PIC 9(7)V99.
               10 WS-SC-RECOGNIZED PIC 9(7)V99.
               10 WS-SC-DEFERRED PIC X(1).
               10 WS-SC-PART-COUNT PIC 9(1) COMP.
               10 WS-SC-PART OCCURS 8 TIMES.
                   15 WS-SC-CUT-NO PIC 9(6) COMP.
                   15 WS-SC-PART-AMOUNT PIC 9(7)V99.
       01 WS-SC PIC 9(4) COMP.
       01 WS-SC-POS PIC 9(4) COMP.
       01 WS-FIND-CODE PIC 9(7).
       01 WS-FIND-TERM PIC X(6).
       01 WS-P PIC 9(1) COMP.
       01 WS-PART-AMOUNT PIC 9(7)V99.
       01 WS-DROP-DROPPED PIC 9(5) VALUE ZERO.

      * revenue-recognition.txt less this month's lines, kept for the
      * rewrite.
       01 WS-RV-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-RV-OVERFLOW PIC X(1) VALUE 'N'.
       01 WS-RV-TABLE.
           05 WS-RV-ENTRY OCCURS 20000 TIMES.
               10 WS-RV-RECORD PIC X(38).
       01 WS-RV PIC 9(5) COMP.

      * Schedule arithmetic.
       01 WS-CUM-MONTH-NO PIC 9(6) COMP.
       01 WS-CUM-AMOUNT PIC 9(9)V99.
       01 WS-CUM-THIS PIC 9(9)V99.
       01 WS-CUM-PREV PIC 9(9)V99.
       01 WS-SL-AMOUNT PIC 9(9)V99.
       01 WS-SL-K PIC S9(6) COMP.
       01 WS-SL-RESULT PIC 9(9)V99.
       01 WS-MONTH-AMOUNT PIC 9(9)V99.
       01 WS-FUTURE-NO PIC 9(6) COMP.
       01 WS-FUTURE-IDX PIC 9(6) COMP.

       01 WS-SCHEDULED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SKIPPED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ENTRY-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DEFERRED-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-RECOGNIZED-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-WRITE-FAILED PIC X(1) VALUE 'N'.

      * Report work.
       01 WS-RPT-LINE PIC X(100).
       01 WS-AMOUNT-EDIT PIC Z(10)9.99.
       01 WS-COUNT-EDIT PIC ZZZZ9.
       01 WS-TITLE-LINE.
           05 FILLER PIC X(34) VALUE
               "TUITION DEFERRED REVENUE SCHEDULE".
           05 FILLER PIC X(8) VALUE "PERIOD: ".
           05 WS-T-PERIOD PIC X(6).
           05 FILLER PIC X(6) VALUE "  RUN ".
           05 WS-T-RUN-DATE PIC 9(8).
       01 WS-TERM-HEAD-LINE.
           05 FILLER PIC X(5) VALUE "TERM ".
           05 WS-TH-TERM PIC X(6).
           05 FILLER PIC X(7) VALUE "  FROM ".
           05 WS-TH-START PIC 9(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 WS-TH-END PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TH-MONTHS PIC ZZ9.
           05 FILLER PIC X(8) VALUE " MONTHS ".
           05 WS-TH-STUDENTS PIC ZZZZ9.
           05 FILLER PIC X(12) VALUE " STUDENT(S)".
       01 WS-AMOUNT-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-AL-LABEL PIC X(36).
           05 WS-AL-AMOUNT PIC Z(10)9.99.
       01 WS-FUTURE-LINE.
           05 FILLER PIC X(8) VALUE SPACES.
           05 WS-FL-MONTH PIC 9(6).
           05 FILLER PIC X(26) VALUE SPACES.
           05 WS-FL-AMOUNT PIC Z(10)9.99.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "TUITION-DEFER" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 0100-GET-PERIOD THRU 0100-END
           IF WS-PERIOD IS NOT NUMERIC
               OR WS-PERIOD (5:2) < '01' OR WS-PERIOD (5:2) > '12'
               DISPLAY "TUITION-DEFER: period " WS-PERIOD
                   " is not a YYYYMM month - nothing run"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-PERIOD TO WS-WORK-MONTH-N
           COMPUTE WS-PERIOD-MONTH-NO =
               WS-WM-YEAR * 12 + WS-WM-MONTH - 1
           PERFORM 1000-LOAD-TERMS THRU 1000-END
           PERFORM 1100-LOAD-REGISTER THRU 1100-END
           PERFORM 1200-LOAD-DROPS THRU 1200-END
           PERFORM 1300-LOAD-RECOGNITION THRU 1300-END
           IF WS-SC-OVERFLOW = 'Y' OR WS-RV-OVERFLOW = 'Y'
               DISPLAY "TUITION-DEFER: tuition register or "
                   "recognition file larger than the table - "
                   "nothing written, raise it and rerun"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RECOGNITION-FILE
           IF WS-RECOG-STATUS NOT = '00'
               DISPLAY "TUITION-DEFER: cannot rewrite the "
                   "recognition file, status " WS-RECOG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-RV FROM 1 BY 1
               UNTIL WS-RV > WS-RV-COUNT
               MOVE WS-RV-RECORD (WS-RV) TO RECOGNITION-LINE
               WRITE RECOGNITION-LINE
           END-PERFORM
           PERFORM 2000-SCHEDULE-ALL THRU 2000-END
           IF WS-RECOG-STATUS NOT = '00'
               MOVE 'Y' TO WS-WRITE-FAILED
           END-IF
           CLOSE RECOGNITION-FILE
           PERFORM 4000-PRINT-REPORT THRU 4000-END
           DISPLAY "TUITION-DEFER: period " WS-PERIOD ", "
               WS-SCHEDULED-COUNT " charge(s) scheduled, "
               WS-SKIPPED-COUNT " left out, deferred "
               WS-DEFERRED-TOTAL " recognized " WS-RECOGNIZED-TOTAL
           IF WS-DROP-DROPPED > ZERO
               DISPLAY "TUITION-DEFER: " WS-DROP-DROPPED
                   " drop(s) beyond the parts a charge can hold - "
                   "left in the even spread"
           END-IF
           EVALUATE TRUE
               WHEN WS-WRITE-FAILED = 'Y'
                   DISPLAY "TUITION-DEFER: recognition write failed"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-SKIPPED-COUNT > ZERO OR WS-DROP-DROPPED > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN WS-SCHEDULED-COUNT = ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           SET JL-CALL-END TO TRUE
           MOVE WS-ENTRY-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

       0100-GET-PERIOD.
           MOVE SPACES TO WS-PERIOD-ENTRY
           ACCEPT WS-PERIOD-ENTRY FROM ENVIRONMENT "GL_PERIOD"
           IF WS-PERIOD-ENTRY NOT = SPACES
               MOVE WS-PERIOD-ENTRY TO WS-PERIOD
           ELSE
               MOVE WS-TODAY-DATE (1:6) TO WS-PERIOD
               OPEN INPUT PERIOD-FILE
               IF WS-PERIOD-STATUS = '00'
                   READ PERIOD-FILE
                       NOT AT END
                           MOVE BP-PERIOD TO WS-PERIOD
                   END-READ
                   CLOSE PERIOD-FILE
               END-IF
           END-IF.
       0100-END. EXIT.

      * Expects WS-WORK-MONTH-N; returns WS-WORK-MONTH-NO.
       0200-MONTH-NUMBER.
           COMPUTE WS-WORK-MONTH-NO =
               WS-WM-YEAR * 12 + WS-WM-MONTH - 1.
       0200-END. EXIT.

      * Expects WS-WORK-MONTH-NO; returns WS-WORK-MONTH (YYYYMM).
       0300-MONTH-FROM-NUMBER.
           DIVIDE WS-WORK-MONTH-NO BY 12 GIVING WS-WM-YEAR
               REMAINDER WS-WM-MONTH
           ADD 1 TO WS-WM-MONTH.
       0300-END. EXIT.

       1000-LOAD-TERMS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TERM-FILE
           IF WS-TERM-FILE-STATUS NOT = '00'
               DISPLAY "TUITION-DEFER: no term master on file - "
                   "no charge can be scheduled"
               GO TO 1000-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TERM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TM-START-DATE IS NUMERIC
                           AND TM-END-DATE IS NUMERIC
                           AND TM-START-DATE > ZERO
                           AND TM-END-DATE >= TM-START-DATE
                           AND WS-TT-COUNT < 50
                           PERFORM 1050-ADD-TERM THRU 1050-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-FILE.
       1000-END. EXIT.

       1050-ADD-TERM.
           ADD 1 TO WS-TT-COUNT
           MOVE WS-TT-COUNT TO WS-TT
           INITIALIZE WS-TT-ENTRY (WS-TT)
           MOVE TM-TERM TO WS-TT-TERM (WS-TT)
           MOVE TM-START-DATE TO WS-TT-START (WS-TT)
           MOVE TM-END-DATE TO WS-TT-END (WS-TT)
           MOVE TM-START-DATE (1:6) TO WS-WORK-MONTH-N
           PERFORM 0200-MONTH-NUMBER THRU 0200-END
           MOVE WS-WORK-MONTH-NO TO WS-TT-FIRST-NO (WS-TT)
           MOVE TM-END-DATE (1:6) TO WS-WORK-MONTH-N
           PERFORM 0200-MONTH-NUMBER THRU 0200-END
           MOVE WS-WORK-MONTH-NO TO WS-TT-LAST-NO (WS-TT)
           COMPUTE WS-TT-MONTHS (WS-TT) =
               WS-TT-LAST-NO (WS-TT) - WS-TT-FIRST-NO (WS-TT) + 1.
       1050-END. EXIT.

      * A charge billed after the month being run is not on the books
      * yet and is left for that month's run.
       1100-LOAD-REGISTER.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TUITION-REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY "TUITION-DEFER: no tuition register on file, "
                   "status " WS-REGISTER-STATUS
               GO TO 1100-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TUITION-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TR-PERIOD IS NUMERIC
                           AND TR-PERIOD <= WS-PERIOD
                           PERFORM 1150-ADD-CHARGE THRU 1150-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TUITION-REGISTER-FILE.
       1100-END. EXIT.

       1150-ADD-CHARGE.
           IF TR-AMOUNT IS NOT NUMERIC OR TR-AMOUNT = ZERO
               DISPLAY "TUITION-DEFER: student " TR-STUDENT-CODE
                   " term " TR-TERM " has no amount on the register"
                   " - left out"
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 1150-END
           END-IF
           MOVE ZERO TO WS-TT-POS
           PERFORM VARYING WS-TT FROM 1 BY 1
               UNTIL WS-TT > WS-TT-COUNT OR WS-TT-POS > ZERO
               IF WS-TT-TERM (WS-TT) = TR-TERM
                   MOVE WS-TT TO WS-TT-POS
               END-IF
           END-PERFORM
           IF WS-TT-POS = ZERO
               DISPLAY "TUITION-DEFER: student " TR-STUDENT-CODE
                   " term " TR-TERM " is not on the term master"
                   " - left out"
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 1150-END
           END-IF
           IF WS-SC-COUNT >= 3000
               MOVE 'Y' TO WS-SC-OVERFLOW
               GO TO 1150-END
           END-IF
           ADD 1 TO WS-SC-COUNT
           MOVE WS-SC-COUNT TO WS-SC
           MOVE TR-STUDENT-CODE TO WS-SC-CODE (WS-SC)
           MOVE TR-TERM TO WS-SC-TERM (WS-SC)
           MOVE WS-TT-POS TO WS-SC-TT (WS-SC)
           MOVE TR-PERIOD TO WS-WORK-MONTH-N
           PERFORM 0200-MONTH-NUMBER THRU 0200-END
           MOVE WS-WORK-MONTH-NO TO WS-SC-BILL-NO (WS-SC)
           MOVE TR-AMOUNT TO WS-SC-AMOUNT (WS-SC)
           MOVE ZERO TO WS-SC-CUT-TOTAL (WS-SC)
           MOVE ZERO TO WS-SC-RECOGNIZED (WS-SC)
           MOVE 'N' TO WS-SC-DEFERRED (WS-SC)
           MOVE ZERO TO WS-SC-PART-COUNT (WS-SC).
       1150-END. EXIT.

      * A drop billed in full (credit note route) cuts the course's
      * whole tuition out of the spread; one netted at billing cuts
      * only what was billed for it. The parts never add up to more
      * than the charge.
       1200-LOAD-DROPS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT DROP-REGISTER-FILE
           IF WS-DROP-STATUS NOT = '00'
               GO TO 1200-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DROP-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DR-STUDENT-CODE IS NUMERIC
                           AND DR-EFF-DATE IS NUMERIC
                           AND DR-TUITION IS NUMERIC
                           AND DR-CREDIT-AMOUNT IS NUMERIC
                           PERFORM 1250-CUT-CHARGE THRU 1250-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DROP-REGISTER-FILE.
       1200-END. EXIT.

       1250-CUT-CHARGE.
           MOVE DR-STUDENT-CODE TO WS-FIND-CODE
           MOVE DR-TERM TO WS-FIND-TERM
           PERFORM 1400-FIND-CHARGE THRU 1400-END
           IF WS-SC-POS = ZERO
               GO TO 1250-END
           END-IF
           MOVE WS-SC-POS TO WS-SC
           MOVE DR-TUITION TO WS-PART-AMOUNT
           IF DR-NET-AT-BILLING
               IF DR-CREDIT-AMOUNT > WS-PART-AMOUNT
                   MOVE ZERO TO WS-PART-AMOUNT
               ELSE
                   SUBTRACT DR-CREDIT-AMOUNT FROM WS-PART-AMOUNT
               END-IF
           END-IF
           IF WS-PART-AMOUNT >
               WS-SC-AMOUNT (WS-SC) - WS-SC-CUT-TOTAL (WS-SC)
               COMPUTE WS-PART-AMOUNT =
                   WS-SC-AMOUNT (WS-SC) - WS-SC-CUT-TOTAL (WS-SC)
           END-IF
           IF WS-PART-AMOUNT = ZERO
               GO TO 1250-END
           END-IF
           IF WS-SC-PART-COUNT (WS-SC) >= 8
               ADD 1 TO WS-DROP-DROPPED
               GO TO 1250-END
           END-IF
           ADD 1 TO WS-SC-PART-COUNT (WS-SC)
           MOVE WS-SC-PART-COUNT (WS-SC) TO WS-P
           MOVE DR-EFF-DATE (1:6) TO WS-WORK-MONTH-N
           PERFORM 0200-MONTH-NUMBER THRU 0200-END
           MOVE WS-WORK-MONTH-NO TO WS-SC-CUT-NO (WS-SC, WS-P)
           MOVE WS-PART-AMOUNT TO WS-SC-PART-AMOUNT (WS-SC, WS-P)
           ADD WS-PART-AMOUNT TO WS-SC-CUT-TOTAL (WS-SC).
       1250-END. EXIT.

       1300-LOAD-RECOGNITION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT RECOGNITION-FILE
           IF WS-RECOG-STATUS NOT = '00'
               GO TO 1300-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RECOGNITION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RV-PERIOD < WS-PERIOD
                           PERFORM 1350-NOTE-POSTED THRU 1350-END
                       END-IF
                       IF RV-PERIOD NOT = WS-PERIOD
                           IF WS-RV-COUNT < 20000
                               ADD 1 TO WS-RV-COUNT
                               MOVE RECOGNITION-LINE
                                   TO WS-RV-RECORD (WS-RV-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-RV-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECOGNITION-FILE.
       1300-END. EXIT.

      * What earlier months already posted for the charge: whether
      * it was deferred and how much of it has been recognized.
       1350-NOTE-POSTED.
           MOVE RV-STUDENT-CODE TO WS-FIND-CODE
           MOVE RV-TERM TO WS-FIND-TERM
           PERFORM 1400-FIND-CHARGE THRU 1400-END
           IF WS-SC-POS = ZERO OR RV-AMOUNT IS NOT NUMERIC
               GO TO 1350-END
           END-IF
           IF RV-DEFERRAL
               MOVE 'Y' TO WS-SC-DEFERRED (WS-SC-POS)
           END-IF
           IF RV-RECOGNITION
               ADD RV-AMOUNT TO WS-SC-RECOGNIZED (WS-SC-POS)
           END-IF.
       1350-END. EXIT.

      * Expects WS-FIND-CODE and WS-FIND-TERM; returns the charge's
      * entry in WS-SC-POS, zero when it is not scheduled.
       1400-FIND-CHARGE.
           MOVE ZERO TO WS-SC-POS
           PERFORM VARYING WS-SC FROM 1 BY 1
               UNTIL WS-SC > WS-SC-COUNT OR WS-SC-POS > ZERO
               IF WS-SC-CODE (WS-SC) = WS-FIND-CODE
                   AND WS-SC-TERM (WS-SC) = WS-FIND-TERM
                   MOVE WS-SC TO WS-SC-POS
               END-IF
           END-PERFORM.
       1400-END. EXIT.

       2000-SCHEDULE-ALL.
           PERFORM VARYING WS-SC FROM 1 BY 1
               UNTIL WS-SC > WS-SC-COUNT
               PERFORM 2100-SCHEDULE-ONE THRU 2100-END
           END-PERFORM.
       2000-END. EXIT.

      * What the charge has earned by the end of the month, less what
      * earlier months already recognized, is the month's
      * recognition - so a term billed late, a drop registered after
      * its month was run, or a month never run all catch up here.
      * The deferral is posted once, in the first month run after
      * billing.
       2100-SCHEDULE-ONE.
           ADD 1 TO WS-SCHEDULED-COUNT
           MOVE WS-SC-TT (WS-SC) TO WS-TT
           MOVE WS-PERIOD-MONTH-NO TO WS-CUM-MONTH-NO
           PERFORM 2200-CUMULATIVE THRU 2200-END
           MOVE WS-CUM-AMOUNT TO WS-CUM-THIS
           MOVE WS-SC-RECOGNIZED (WS-SC) TO WS-CUM-PREV
           IF WS-SC-DEFERRED (WS-SC) = 'N'
               MOVE SPACES TO RECOGNITION-LINE
               MOVE WS-PERIOD TO RV-PERIOD
               SET RV-DEFERRAL TO TRUE
               MOVE WS-SC-CODE (WS-SC) TO RV-STUDENT-CODE
               MOVE WS-SC-TERM (WS-SC) TO RV-TERM
               MOVE WS-SC-AMOUNT (WS-SC) TO RV-AMOUNT
               PERFORM 2500-WRITE-ENTRY THRU 2500-END
               ADD WS-SC-AMOUNT (WS-SC) TO WS-DEFERRED-TOTAL
           END-IF
           MOVE ZERO TO WS-MONTH-AMOUNT
           IF WS-CUM-THIS > WS-CUM-PREV
               COMPUTE WS-MONTH-AMOUNT = WS-CUM-THIS - WS-CUM-PREV
               MOVE SPACES TO RECOGNITION-LINE
               MOVE WS-PERIOD TO RV-PERIOD
               SET RV-RECOGNITION TO TRUE
               MOVE WS-SC-CODE (WS-SC) TO RV-STUDENT-CODE
               MOVE WS-SC-TERM (WS-SC) TO RV-TERM
               MOVE WS-MONTH-AMOUNT TO RV-AMOUNT
               PERFORM 2500-WRITE-ENTRY THRU 2500-END
               ADD WS-MONTH-AMOUNT TO WS-RECOGNIZED-TOTAL
           END-IF
           ADD 1 TO WS-TT-STUDENTS (WS-TT)
           ADD WS-SC-AMOUNT (WS-SC) TO WS-TT-BILLED (WS-TT)
           ADD WS-CUM-PREV TO WS-TT-BEFORE (WS-TT)
           ADD WS-MONTH-AMOUNT TO WS-TT-IN-PERIOD (WS-TT)
           COMPUTE WS-TT-BALANCE (WS-TT) = WS-TT-BALANCE (WS-TT)
               + WS-SC-AMOUNT (WS-SC) - WS-CUM-PREV - WS-MONTH-AMOUNT
           MOVE WS-CUM-THIS TO WS-CUM-PREV
           COMPUTE WS-FUTURE-NO = WS-PERIOD-MONTH-NO + 1
           PERFORM 2300-FUTURE-MONTH THRU 2300-END
               UNTIL WS-FUTURE-NO > WS-TT-LAST-NO (WS-TT).
       2100-END. EXIT.

      * Expects WS-SC and WS-CUM-MONTH-NO; returns in WS-CUM-AMOUNT
      * what the charge has earned by the end of that month. The
      * uncut part runs straight-line over the term; a cut part runs
      * the same way until its drop month, then is earned in full.
       2200-CUMULATIVE.
           COMPUTE WS-SL-AMOUNT =
               WS-SC-AMOUNT (WS-SC) - WS-SC-CUT-TOTAL (WS-SC)
           PERFORM 2250-STRAIGHT-LINE THRU 2250-END
           MOVE WS-SL-RESULT TO WS-CUM-AMOUNT
           PERFORM VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-SC-PART-COUNT (WS-SC)
               IF WS-CUM-MONTH-NO >= WS-SC-CUT-NO (WS-SC, WS-P)
                   ADD WS-SC-PART-AMOUNT (WS-SC, WS-P)
                       TO WS-CUM-AMOUNT
               ELSE
                   MOVE WS-SC-PART-AMOUNT (WS-SC, WS-P)
                       TO WS-SL-AMOUNT
                   PERFORM 2250-STRAIGHT-LINE THRU 2250-END
                   ADD WS-SL-RESULT TO WS-CUM-AMOUNT
               END-IF
           END-PERFORM.
       2200-END. EXIT.

      * Expects WS-SL-AMOUNT, WS-CUM-MONTH-NO and WS-TT; the share of
      * the amount for the term months up to the month, truncated to
      * the cent so the last month takes the odd cents.
       2250-STRAIGHT-LINE.
           COMPUTE WS-SL-K =
               WS-CUM-MONTH-NO - WS-TT-FIRST-NO (WS-TT) + 1
           IF WS-SL-K < ZERO
               MOVE ZERO TO WS-SL-K
           END-IF
           IF WS-SL-K > WS-TT-MONTHS (WS-TT)
               MOVE WS-TT-MONTHS (WS-TT) TO WS-SL-K
           END-IF
           COMPUTE WS-SL-RESULT =
               WS-SL-AMOUNT * WS-SL-K / WS-TT-MONTHS (WS-TT).
       2250-END. EXIT.

      * Expects WS-FUTURE-NO and, in WS-CUM-PREV, what the charge had
      * earned by the month before it.
       2300-FUTURE-MONTH.
           MOVE WS-FUTURE-NO TO WS-CUM-MONTH-NO
           PERFORM 2200-CUMULATIVE THRU 2200-END
           COMPUTE WS-MONTH-AMOUNT = WS-CUM-AMOUNT - WS-CUM-PREV
           MOVE WS-CUM-AMOUNT TO WS-CUM-PREV
           COMPUTE WS-FUTURE-IDX = WS-FUTURE-NO - WS-PERIOD-MONTH-NO
           IF WS-FUTURE-IDX > 24
               ADD WS-MONTH-AMOUNT TO WS-TT-LATER (WS-TT)
           ELSE
               ADD WS-MONTH-AMOUNT
                   TO WS-TT-FUTURE (WS-TT, WS-FUTURE-IDX)
           END-IF
           ADD 1 TO WS-FUTURE-NO.
       2300-END. EXIT.

       2500-WRITE-ENTRY.
           WRITE RECOGNITION-LINE
           IF WS-RECOG-STATUS NOT = '00'
               MOVE 'Y' TO WS-WRITE-FAILED
           ELSE
               ADD 1 TO WS-ENTRY-COUNT
           END-IF.
       2500-END. EXIT.

       4000-PRINT-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "TUITION-DEFER: cannot open report, status "
                   WS-REPORT-STATUS
               GO TO 4000-END
           END-IF
           MOVE WS-PERIOD TO WS-T-PERIOD
           MOVE WS-TODAY-DATE TO WS-T-RUN-DATE
           WRITE REPORT-LINE FROM WS-TITLE-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           PERFORM VARYING WS-TT FROM 1 BY 1
               UNTIL WS-TT > WS-TT-COUNT
               IF WS-TT-STUDENTS (WS-TT) > ZERO
                   PERFORM 4100-PRINT-TERM THRU 4100-END
               END-IF
           END-PERFORM
           MOVE WS-DEFERRED-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "DEFERRED IN THE MONTH (DEFR)   " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE WS-RECOGNIZED-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "RECOGNIZED IN THE MONTH (RECG) " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           IF WS-SKIPPED-COUNT > ZERO
               MOVE WS-SKIPPED-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO WS-RPT-LINE
               STRING "CHARGES LEFT OUT (NO AMOUNT OR NO TERM) "
                   WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
           END-IF
           CLOSE REPORT-FILE.
       4000-END. EXIT.

       4100-PRINT-TERM.
           MOVE WS-TT-TERM (WS-TT) TO WS-TH-TERM
           MOVE WS-TT-START (WS-TT) TO WS-TH-START
           MOVE WS-TT-END (WS-TT) TO WS-TH-END
           MOVE WS-TT-MONTHS (WS-TT) TO WS-TH-MONTHS
           MOVE WS-TT-STUDENTS (WS-TT) TO WS-TH-STUDENTS
           WRITE REPORT-LINE FROM WS-TERM-HEAD-LINE
           MOVE "BILLED" TO WS-AL-LABEL
           MOVE WS-TT-BILLED (WS-TT) TO WS-AL-AMOUNT
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE
           MOVE "RECOGNIZED BEFORE THE MONTH" TO WS-AL-LABEL
           MOVE WS-TT-BEFORE (WS-TT) TO WS-AL-AMOUNT
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE
           MOVE "RECOGNIZED IN THE MONTH" TO WS-AL-LABEL
           MOVE WS-TT-IN-PERIOD (WS-TT) TO WS-AL-AMOUNT
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE
           MOVE "DEFERRED BALANCE AT MONTH END" TO WS-AL-LABEL
           MOVE WS-TT-BALANCE (WS-TT) TO WS-AL-AMOUNT
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE
           IF WS-TT-BALANCE (WS-TT) > ZERO
               MOVE "    REMAINING SCHEDULE" TO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
               PERFORM VARYING WS-FUTURE-IDX FROM 1 BY 1
                   UNTIL WS-FUTURE-IDX > 24
                   IF WS-TT-FUTURE (WS-TT, WS-FUTURE-IDX) > ZERO
                       COMPUTE WS-WORK-MONTH-NO =
                           WS-PERIOD-MONTH-NO + WS-FUTURE-IDX
                       PERFORM 0300-MONTH-FROM-NUMBER THRU 0300-END
                       MOVE WS-WORK-MONTH-N TO WS-FL-MONTH
                       MOVE WS-TT-FUTURE (WS-TT, WS-FUTURE-IDX)
                           TO WS-FL-AMOUNT
                       WRITE REPORT-LINE FROM WS-FUTURE-LINE
                   END-IF
               END-PERFORM
               IF WS-TT-LATER (WS-TT) > ZERO
                   MOVE "LATER" TO WS-AL-LABEL
                   MOVE WS-TT-LATER (WS-TT) TO WS-AL-AMOUNT
                   WRITE REPORT-LINE FROM WS-AMOUNT-LINE
               END-IF
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE.
       4100-END. EXIT.
