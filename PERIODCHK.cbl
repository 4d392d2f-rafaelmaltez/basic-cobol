      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Shared closed-period guard for the posting programs.
      *          The first call in a run loads the periods finance has
      *          closed (accounting-periods.txt, C lines - a reopened
      *          period posts normally) and the house policy from
      *          CLOSED_PERIOD_ACTION: REDATE (the default) moves a
      *          back-dated posting to the first day of the next open
      *          period, REJECT writes it to closed-period-review.txt
      *          for finance to decide and tells the caller not to
      *          post it. A control file larger than the table is
      *          reported once. See PRDCHKPARM.cpy for the calling
      *          convention.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-PERIOD-FILE ASSIGN TO '..\accounting-periods.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIOD-STATUS.

           SELECT PERIOD-REVIEW-FILE
           ASSIGN TO '..\closed-period-review.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVIEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCT-PERIOD-FILE.
       COPY ACCTPRDREC REPLACING ==:RECNAME:== BY ==ACCT-PERIOD-LINE==.

       FD PERIOD-REVIEW-FILE.
       COPY PRDREVREC REPLACING ==:RECNAME:==
           BY ==PERIOD-REVIEW-LINE==.

       WORKING-STORAGE SECTION.
       01 WS-PERIOD-STATUS PIC X(2).
       01 WS-PERIOD-EOF PIC X(1) VALUE 'N'.
       01 WS-REVIEW-STATUS PIC X(2).
       01 WS-LOADED PIC X(1) VALUE 'N'.
       01 WS-LOCK-ACTION PIC X(6).
           88 WS-REJECT-CLOSED VALUE 'REJECT'.
       01 WS-CP-OVERFLOW PIC X(1) VALUE 'N'.
           88 WS-CP-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-CP-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-CP-TABLE.
           05 WS-CP-PERIOD PIC X(6) OCCURS 600 TIMES.
       01 WS-CP PIC 9(3) COMP.
       01 WS-FIND-PERIOD PIC X(6).
       01 WS-FOUND PIC X(1).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-NEXT-PERIOD PIC X(6).
       01 WS-NEXT-PERIOD-N REDEFINES WS-NEXT-PERIOD.
           05 WS-NEXT-YEAR PIC 9(4).
           05 WS-NEXT-MONTH PIC 9(2).
       LINKAGE SECTION.
       COPY PRDCHKPARM.
       PROCEDURE DIVISION USING PC-CALL-FUNCTION PC-CALL-PROGRAM
           PC-CALL-CLIENT-CODE PC-CALL-TEXT PC-CALL-DATE
           PC-CALL-ORIG-DATE PC-CALL-RETURN-CODE.
       0000-MAIN.
           IF WS-LOADED = 'N'
               PERFORM 1000-LOAD-PERIODS THRU 1000-END
           END-IF
           MOVE ZERO TO PC-CALL-RETURN-CODE
           MOVE PC-CALL-DATE TO PC-CALL-ORIG-DATE
           MOVE PC-CALL-DATE (1:6) TO WS-FIND-PERIOD
           PERFORM 2000-FIND-PERIOD THRU 2000-END
           IF WS-FOUND = 'N'
               GOBACK
           END-IF
           EVALUATE TRUE
               WHEN PC-CHECK
                   MOVE 8 TO PC-CALL-RETURN-CODE
               WHEN PC-POST AND WS-REJECT-CLOSED
                   PERFORM 3000-WRITE-REVIEW THRU 3000-END
                   MOVE 8 TO PC-CALL-RETURN-CODE
               WHEN PC-POST
                   PERFORM 4000-NEXT-OPEN-PERIOD THRU 4000-END
                   MOVE 4 TO PC-CALL-RETURN-CODE
               WHEN OTHER
                   DISPLAY "PERIODCHK: unknown function "
                       PC-CALL-FUNCTION
                   MOVE 8 TO PC-CALL-RETURN-CODE
           END-EVALUATE
           GOBACK.

       1000-LOAD-PERIODS.
           MOVE 'Y' TO WS-LOADED
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-LOCK-ACTION
           ACCEPT WS-LOCK-ACTION FROM ENVIRONMENT
               "CLOSED_PERIOD_ACTION"
           OPEN INPUT ACCT-PERIOD-FILE
           IF WS-PERIOD-STATUS NOT = '00'
               GO TO 1000-END
           END-IF
           PERFORM UNTIL WS-PERIOD-EOF = 'Y'
               READ ACCT-PERIOD-FILE
                   AT END
                       MOVE 'Y' TO WS-PERIOD-EOF
                   NOT AT END
                       IF AP-CLOSED
                           IF WS-CP-COUNT < 600
                               ADD 1 TO WS-CP-COUNT
                               MOVE AP-PERIOD
                                   TO WS-CP-PERIOD (WS-CP-COUNT)
                           ELSE
                               SET WS-CP-TABLE-OVERFLOWED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCT-PERIOD-FILE
           IF WS-CP-TABLE-OVERFLOWED
               DISPLAY "PERIODCHK: accounting-period control is "
                   "larger than the table - later closes not seen"
           END-IF.
       1000-END. EXIT.

       2000-FIND-PERIOD.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-CP FROM 1 BY 1
               UNTIL WS-CP > WS-CP-COUNT OR WS-FOUND = 'Y'
               IF WS-CP-PERIOD (WS-CP) = WS-FIND-PERIOD
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
       2000-END. EXIT.

       3000-WRITE-REVIEW.
           OPEN EXTEND PERIOD-REVIEW-FILE
           IF WS-REVIEW-STATUS = '35'
               OPEN OUTPUT PERIOD-REVIEW-FILE
               CLOSE PERIOD-REVIEW-FILE
               OPEN EXTEND PERIOD-REVIEW-FILE
           END-IF
           IF WS-REVIEW-STATUS NOT = '00'
               DISPLAY "PERIODCHK: cannot open closed-period review, "
                   "status " WS-REVIEW-STATUS
               GO TO 3000-END
           END-IF
           MOVE SPACES TO PERIOD-REVIEW-LINE
           MOVE WS-TODAY-DATE TO PV-LOGGED-DATE
           MOVE PC-CALL-PROGRAM TO PV-PROGRAM
           MOVE PC-CALL-CLIENT-CODE TO PV-CLIENT-CODE
           MOVE PC-CALL-DATE TO PV-POSTING-DATE
           MOVE WS-FIND-PERIOD TO PV-PERIOD
           MOVE PC-CALL-TEXT TO PV-TRANSACTION
           WRITE PERIOD-REVIEW-LINE
           IF WS-REVIEW-STATUS NOT = '00'
               DISPLAY "PERIODCHK: review write failed, status "
                   WS-REVIEW-STATUS
           END-IF
           CLOSE PERIOD-REVIEW-FILE.
       3000-END. EXIT.

      * Periods are closed in order as a rule, but a reopened month
      * between closed ones is honored: the walk stops at the first
      * month after the posting date that is not closed. The run date
      * is never passed, so a posting is not moved into the future.
       4000-NEXT-OPEN-PERIOD.
           MOVE WS-FIND-PERIOD TO WS-NEXT-PERIOD
           PERFORM UNTIL WS-FOUND = 'N'
               IF WS-NEXT-MONTH = 12
                   ADD 1 TO WS-NEXT-YEAR
                   MOVE 1 TO WS-NEXT-MONTH
               ELSE
                   ADD 1 TO WS-NEXT-MONTH
               END-IF
               MOVE WS-NEXT-PERIOD TO WS-FIND-PERIOD
               PERFORM 2000-FIND-PERIOD THRU 2000-END
           END-PERFORM
           IF WS-NEXT-PERIOD < WS-TODAY-DATE (1:6)
               MOVE WS-NEXT-PERIOD TO PC-CALL-DATE (1:6)
               MOVE '01' TO PC-CALL-DATE (7:2)
           ELSE
               MOVE WS-TODAY-DATE TO PC-CALL-DATE
           END-IF.
       4000-END. EXIT.
       END PROGRAM PERIODCHK.
