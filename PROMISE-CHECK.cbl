      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Nightly promise-to-pay check over the call log
      *          (call-log.txt) CALL-ENTRY writes. Every open promise
      *          whose date is more than PROMISE_GRACE_DAYS (default
      *          1, for the bank return to arrive) behind us is
      *          settled against payments-posted.txt: the payments
      *          the client made from the call date up to the
      *          promised date (less any reversals) either reach the
      *          promised amount - kept (K) - or they do not - broken
      *          (B). Either way the check date is stamped, and
      *          DUNNING-NOTICE moves a client with a promise broken
      *          since the last notice one level up at its next run
      *          instead of waiting for the next age bucket. The
      *          broken promises are listed for the collectors on
      *          broken-promises.txt.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMISE-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALL-LOG-FILE ASSIGN TO '..\call-log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALL-STATUS.

           SELECT POSTED-FILE ASSIGN TO '..\payments-posted.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSTED-STATUS.

           SELECT REPORT-FILE ASSIGN TO '..\broken-promises.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CALL-LOG-FILE.
       COPY CALLREC REPLACING ==:RECNAME:== BY ==CALL-LOG-LINE==.

       FD POSTED-FILE.
       COPY PAYREC REPLACING ==:RECNAME:== BY ==POSTED-LINE==
           LEADING ==PAY== BY ==PST==.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CALL-STATUS PIC X(2).
       01 WS-POSTED-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-CALL-EOF PIC X(1) VALUE 'N'.
       01 WS-POSTED-EOF PIC X(1) VALUE 'N'.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-DAYS-ENTRY PIC X(3).
       01 WS-GRACE-DAYS PIC 9(3) VALUE 1.
       01 WS-CA-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-CA-OVERFLOW PIC X(1) VALUE 'N'.
           88 WS-CA-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-CA-TABLE.
           05 WS-CA-ENTRY OCCURS 20000 TIMES.
               10 WS-CA-LINE PIC X(97).
               10 WS-CA-DUE PIC X(1).
               10 WS-CA-PAID PIC S9(9)V99.
       01 WS-N PIC 9(5) COMP.
       01 WS-DUE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-KEPT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BROKEN-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DETAIL-LINE.
           05 WS-D-CODE PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-CALL-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-COLLECTOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-PROMISE-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-PROMISED PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-PAID PIC Z(6)9.99-.
       01 WS-RPT-LINE PIC X(80).
       COPY DTUPARMS.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "PROMISE-CHECK" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-DAYS-ENTRY
           ACCEPT WS-DAYS-ENTRY FROM ENVIRONMENT "PROMISE_GRACE_DAYS"
           IF WS-DAYS-ENTRY IS NUMERIC
               MOVE WS-DAYS-ENTRY TO WS-GRACE-DAYS
           END-IF
           PERFORM 1000-LOAD-CALL-LOG THRU 1000-END
      * A call log the table cannot hold cannot be rewritten without
      * losing its tail.
           IF WS-CA-TABLE-OVERFLOWED
               DISPLAY "PROMISE-CHECK: call log is larger than the "
                   "call table - run aborted, nothing checked"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-DUE-COUNT = ZERO
               DISPLAY "PROMISE-CHECK: no promise due for checking"
               MOVE 4 TO RETURN-CODE
               SET JL-CALL-END TO TRUE
               MOVE ZERO TO JL-CALL-RECORD-COUNT
               CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
                   JL-CALL-RECORD-COUNT
               GOBACK
           END-IF
           PERFORM 2000-SUM-PAYMENTS THRU 2000-END
           PERFORM 3000-SETTLE-PROMISES THRU 3000-END
           PERFORM 4000-REWRITE-CALL-LOG THRU 4000-END
           DISPLAY "PROMISE-CHECK: " WS-DUE-COUNT " promise(s) due, "
               WS-KEPT-COUNT " kept, " WS-BROKEN-COUNT " broken"
           IF RETURN-CODE NOT = 16
               MOVE 0 TO RETURN-CODE
           END-IF
           SET JL-CALL-END TO TRUE
           MOVE WS-DUE-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

      * A promise is due for checking once its date plus the grace
      * days is behind us.
       1000-LOAD-CALL-LOG.
           OPEN INPUT CALL-LOG-FILE
           IF WS-CALL-STATUS NOT = '00'
               GO TO 1000-END
           END-IF
           PERFORM UNTIL WS-CALL-EOF = 'Y'
               READ CALL-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-CALL-EOF
                   NOT AT END
                       IF WS-CA-COUNT < 20000
                           ADD 1 TO WS-CA-COUNT
                           MOVE CALL-LOG-LINE
                               TO WS-CA-LINE (WS-CA-COUNT)
                           MOVE 'N' TO WS-CA-DUE (WS-CA-COUNT)
                           MOVE ZERO TO WS-CA-PAID (WS-CA-COUNT)
                           IF CA-PROMISE-OPEN
                               PERFORM 1100-CHECK-DUE THRU 1100-END
                           END-IF
                       ELSE
                           SET WS-CA-TABLE-OVERFLOWED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALL-LOG-FILE.
       1000-END. EXIT.

       1100-CHECK-DUE.
           MOVE 'ELAPSED' TO DU-FUNCTION
           MOVE CA-PROMISE-DATE TO DU-DATE-1
           MOVE WS-TODAY-DATE TO DU-DATE-2
           CALL 'DATEUTIL' USING DU-FUNCTION DU-DATE-1 DU-DATE-2
               DU-N DU-RESULT-DATE DU-ELAPSED DU-RETURN-CODE
           IF DU-ELAPSED > WS-GRACE-DAYS
               MOVE 'Y' TO WS-CA-DUE (WS-CA-COUNT)
               ADD 1 TO WS-DUE-COUNT
           END-IF.
       1100-END. EXIT.

      * Every payment the client made from the day of the call up to
      * the promised date counts toward the promise, whatever period
      * it was posted against.
       2000-SUM-PAYMENTS.
           OPEN INPUT POSTED-FILE
           IF WS-POSTED-STATUS NOT = '00'
               GO TO 2000-END
           END-IF
           PERFORM UNTIL WS-POSTED-EOF = 'Y'
               READ POSTED-FILE
                   AT END
                       MOVE 'Y' TO WS-POSTED-EOF
                   NOT AT END
                       PERFORM 2100-APPLY-PAYMENT THRU 2100-END
               END-READ
           END-PERFORM
           CLOSE POSTED-FILE.
       2000-END. EXIT.

       2100-APPLY-PAYMENT.
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > WS-CA-COUNT
               IF WS-CA-DUE (WS-N) = 'Y'
                   MOVE WS-CA-LINE (WS-N) TO CALL-LOG-LINE
                   IF CA-CLIENT-CODE = PST-CLIENT-CODE
                       AND PST-DATE >= CA-DATE
                       AND PST-DATE <= CA-PROMISE-DATE
                       IF PST-REVERSAL
                           SUBTRACT PST-AMOUNT FROM WS-CA-PAID (WS-N)
                       ELSE
                           ADD PST-AMOUNT TO WS-CA-PAID (WS-N)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       2100-END. EXIT.

       3000-SETTLE-PROMISES.
           OPEN OUTPUT REPORT-FILE
           MOVE "BROKEN PROMISES TO PAY" TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "CHECKED " WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE "CLIENT   CALLED    COLLECTOR DUE DATE    PROMISED"
               TO WS-RPT-LINE
           MOVE "PAID" TO WS-RPT-LINE (58:4)
           WRITE REPORT-LINE FROM WS-RPT-LINE
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > WS-CA-COUNT
               IF WS-CA-DUE (WS-N) = 'Y'
                   PERFORM 3100-SETTLE-ONE THRU 3100-END
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "PROMISES CHECKED: " WS-DUE-COUNT
               "  KEPT: " WS-KEPT-COUNT
               "  BROKEN: " WS-BROKEN-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           CLOSE REPORT-FILE.
       3000-END. EXIT.

       3100-SETTLE-ONE.
           MOVE WS-CA-LINE (WS-N) TO CALL-LOG-LINE
           MOVE WS-TODAY-DATE TO CA-CHECK-DATE
           IF WS-CA-PAID (WS-N) >= CA-PROMISE-AMOUNT
               MOVE 'K' TO CA-PROMISE-STATUS
               ADD 1 TO WS-KEPT-COUNT
           ELSE
               MOVE 'B' TO CA-PROMISE-STATUS
               ADD 1 TO WS-BROKEN-COUNT
               MOVE CA-CLIENT-CODE TO WS-D-CODE
               MOVE CA-DATE TO WS-D-CALL-DATE
               MOVE CA-COLLECTOR TO WS-D-COLLECTOR
               MOVE CA-PROMISE-DATE TO WS-D-PROMISE-DATE
               MOVE CA-PROMISE-AMOUNT TO WS-D-PROMISED
               MOVE WS-CA-PAID (WS-N) TO WS-D-PAID
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-IF
           MOVE CALL-LOG-LINE TO WS-CA-LINE (WS-N).
       3100-END. EXIT.

       4000-REWRITE-CALL-LOG.
           OPEN OUTPUT CALL-LOG-FILE
           IF WS-CALL-STATUS NOT = '00'
               DISPLAY "PROMISE-CHECK: cannot rewrite call log, "
                   "status " WS-CALL-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 4000-END
           END-IF
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > WS-CA-COUNT
               MOVE WS-CA-LINE (WS-N) TO CALL-LOG-LINE
               WRITE CALL-LOG-LINE
           END-PERFORM
           CLOSE CALL-LOG-FILE.
       4000-END. EXIT.

       END PROGRAM PROMISE-CHECK.
