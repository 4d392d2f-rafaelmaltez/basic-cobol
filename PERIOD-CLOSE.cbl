      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Monthly accounting-period close. Builds the period's
      *          closing trial balance of receivables, cash, revenue
      *          and write-offs from the same registers GL-EXPORT and
      *          the receivables programs post to - billing history,
      *          posted payments and reversals, refunds, billing
      *          adjustments and write-offs - proves it balances,
      *          and then locks the period on accounting-periods.txt
      *          so PERIODCHK redates or rejects anything posted
      *          into it afterwards. PERIOD_ACTION=REOPEN reopens a
      *          closed period instead: it signs the operator on,
      *          refuses anyone below admin (4) with the attempt on
      *          the security log, and records who reopened it and
      *          why. Every close and reopen leaves a line on
      *          period-audit.txt.
      * Tectonics: cobc
      * Note: CLOSE_PERIOD selects the period to close (default: the
      *       month before the run date); only a month already over
      *       can be closed.
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-CLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-PERIOD-FILE ASSIGN TO '..\accounting-periods.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIOD-STATUS.

           SELECT BILLING-HISTORY-FILE
           ASSIGN TO '..\billing-history.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BILL-HIST-STATUS.

           SELECT POSTED-FILE ASSIGN TO '..\payments-posted.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSTED-STATUS.

           SELECT REFUND-REGISTER-FILE
           ASSIGN TO '..\refund-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REFUND-STATUS.

           SELECT ADJUST-REGISTER-FILE
           ASSIGN TO '..\adjustments-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADJUST-STATUS.

           SELECT WRITEOFF-FILE ASSIGN TO '..\writeoff-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WRITEOFF-STATUS.

           SELECT OPEN-ITEMS-FILE ASSIGN TO WS-OPEN-ITEMS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OI-ITEM-KEY
           FILE STATUS IS WS-OPEN-ITEMS-STATUS.

           SELECT TRIAL-BALANCE-FILE
           ASSIGN TO '..\closing-trial-balance.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

           SELECT PERIOD-AUDIT-FILE ASSIGN TO '..\period-audit.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SECURITY-LOG-FILE ASSIGN TO '..\security-log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECURITY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCT-PERIOD-FILE.
       COPY ACCTPRDREC REPLACING ==:RECNAME:== BY ==ACCT-PERIOD-LINE==.

       FD BILLING-HISTORY-FILE.
       COPY BILLHISTREC REPLACING ==:RECNAME:==
           BY ==BILLING-HIST-LINE==.

       FD POSTED-FILE.
       COPY PAYREC REPLACING ==:RECNAME:== BY ==POSTED-LINE==
           LEADING ==PAY== BY ==PST==.

       FD REFUND-REGISTER-FILE.
       COPY REFUNDREGREC REPLACING ==:RECNAME:==
           BY ==REFUND-REG-LINE==.

       FD ADJUST-REGISTER-FILE.
       COPY ADJREC REPLACING ==:RECNAME:== BY ==ADJUST-REG-LINE==.

       FD WRITEOFF-FILE.
       COPY WOFFREC REPLACING ==:RECNAME:== BY ==WRITEOFF-LINE==.

       FD OPEN-ITEMS-FILE.
       COPY OPNITMREC.

       FD TRIAL-BALANCE-FILE.
       01 TRIAL-BALANCE-LINE PIC X(80).

       FD PERIOD-AUDIT-FILE.
       01 PERIOD-AUDIT-LINE.
           05 PA-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PA-TIME PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PA-USER-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PA-ACTION PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PA-PERIOD PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PA-DETAIL PIC X(30).

       FD SECURITY-LOG-FILE.
       01 SECURITY-LOG-LINE.
           05 SEC-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 SEC-TIME PIC 9(8).
           05 FILLER PIC X(1).
           05 SEC-PROGRAM PIC X(20).
           05 FILLER PIC X(1).
           05 SEC-USER-ID PIC X(8).
           05 FILLER PIC X(1).
           05 SEC-DETAIL PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-PERIOD-STATUS PIC X(2).
       01 WS-BILL-HIST-STATUS PIC X(2).
       01 WS-POSTED-STATUS PIC X(2).
       01 WS-REFUND-STATUS PIC X(2).
       01 WS-ADJUST-STATUS PIC X(2).
       01 WS-WRITEOFF-STATUS PIC X(2).
       01 WS-OPEN-ITEMS-FILENAME PIC X(100).
       01 WS-OPEN-ITEMS-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-SECURITY-STATUS PIC X(2).
       01 WS-SCAN-EOF PIC X(1).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-NOW-TIME PIC 9(8).
       01 WS-ACTION PIC X(6).
           88 WS-CLOSE-ACTION VALUE 'CLOSE'.
           88 WS-REOPEN-ACTION VALUE 'REOPEN'.
       01 WS-PERIOD-ENTRY PIC X(6).
       01 WS-PERIOD PIC X(6).
       01 WS-PERIOD-N REDEFINES WS-PERIOD.
           05 WS-PERIOD-YEAR PIC 9(4).
           05 WS-PERIOD-MONTH PIC 9(2).
       01 WS-REOPEN-REASON PIC X(30).
       01 WS-JOB-USER-ID PIC X(8).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-OPERATOR-LEVEL PIC 9(1) VALUE 1.
       COPY SIGNONPARM.
       01 WS-AP-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-AP-OVERFLOW PIC X(1) VALUE 'N'.
           88 WS-AP-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-AP-TABLE.
           05 WS-AP-RECORD PIC X(75) OCCURS 600 TIMES.
       01 WS-AP PIC 9(3) COMP.
       01 WS-AP-POS PIC 9(3) COMP.
       01 WS-BILLING-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-PAYMENT-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-REVERSAL-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-REFUND-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-DEBIT-ADJ-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-CREDIT-ADJ-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-WRITEOFF-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-OPEN-ITEMS-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-BILLING-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PAYMENT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REVERSAL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REFUND-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DEBIT-ADJ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CREDIT-ADJ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-WRITEOFF-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REC-DEBITS PIC 9(11)V99.
       01 WS-REC-CREDITS PIC 9(11)V99.
       01 WS-CASH-DEBITS PIC 9(11)V99.
       01 WS-CASH-CREDITS PIC 9(11)V99.
       01 WS-REV-DEBITS PIC 9(11)V99.
       01 WS-REV-CREDITS PIC 9(11)V99.
       01 WS-TB-DEBITS PIC 9(11)V99.
       01 WS-TB-CREDITS PIC 9(11)V99.
       01 WS-REC-MOVEMENT PIC S9(11)V99.
       01 WS-RPT-LINE PIC X(80).
       01 WS-TB-LINE.
           05 TB-ACCOUNT PIC X(24).
           05 TB-DEBIT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TB-CREDIT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(18) VALUE SPACES.
       01 WS-SRC-LINE.
           05 SRC-NAME PIC X(24).
           05 SRC-COUNT PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SRC-AMOUNT PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(26) VALUE SPACES.
       01 WS-RECORD-COUNT PIC 9(7) VALUE ZERO.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "PERIOD-CLOSE" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-OPEN-ITEMS-FILENAME
           ACCEPT WS-OPEN-ITEMS-FILENAME
               FROM ENVIRONMENT "OPEN_ITEMS_FILE"
           IF WS-OPEN-ITEMS-FILENAME = SPACES
               MOVE '..\open-items.dat' TO WS-OPEN-ITEMS-FILENAME
           END-IF
           MOVE SPACES TO WS-ACTION
           ACCEPT WS-ACTION FROM ENVIRONMENT "PERIOD_ACTION"
           IF WS-ACTION = SPACES
               MOVE 'CLOSE' TO WS-ACTION
           END-IF
           MOVE ZERO TO RETURN-CODE
           EVALUATE TRUE
               WHEN WS-CLOSE-ACTION
                   PERFORM 1000-CLOSE-PERIOD THRU 1000-END
               WHEN WS-REOPEN-ACTION
                   PERFORM 5000-REOPEN-PERIOD THRU 5000-END
               WHEN OTHER
                   DISPLAY "PERIOD-CLOSE: PERIOD_ACTION must be CLOSE "
                       "or REOPEN"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           SET JL-CALL-END TO TRUE
           MOVE WS-RECORD-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

      * The period defaults to the month before the run date. A month
      * not yet over cannot be closed - its postings are still
      * arriving.
       0100-GET-PERIOD.
           MOVE SPACES TO WS-PERIOD-ENTRY
           ACCEPT WS-PERIOD-ENTRY FROM ENVIRONMENT "CLOSE_PERIOD"
           IF WS-PERIOD-ENTRY NOT = SPACES
               MOVE WS-PERIOD-ENTRY TO WS-PERIOD
           ELSE
               MOVE WS-TODAY-DATE (1:6) TO WS-PERIOD
               IF WS-PERIOD-MONTH = 1
                   SUBTRACT 1 FROM WS-PERIOD-YEAR
                   MOVE 12 TO WS-PERIOD-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-PERIOD-MONTH
               END-IF
           END-IF.
       0100-END. EXIT.

       0150-VALIDATE-PERIOD.
           IF WS-PERIOD NOT NUMERIC
               OR WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               DISPLAY "PERIOD-CLOSE: period " WS-PERIOD
                   " is not a valid YYYYMM"
               MOVE 16 TO RETURN-CODE
               GO TO 0150-END
           END-IF
           IF WS-PERIOD NOT < WS-TODAY-DATE (1:6)
               DISPLAY "PERIOD-CLOSE: period " WS-PERIOD
                   " is not over yet - it cannot be closed"
               MOVE 16 TO RETURN-CODE
           END-IF.
       0150-END. EXIT.

      * The control file is held whole and rewritten; one too large
      * for the table is never rewritten, so no period loses its
      * lock.
       0200-LOAD-PERIODS.
           MOVE ZERO TO WS-AP-COUNT
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT ACCT-PERIOD-FILE
           IF WS-PERIOD-STATUS NOT = '00'
               GO TO 0200-END
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ ACCT-PERIOD-FILE
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF WS-AP-COUNT < 600
                           ADD 1 TO WS-AP-COUNT
                           MOVE ACCT-PERIOD-LINE
                               TO WS-AP-RECORD (WS-AP-COUNT)
                       ELSE
                           SET WS-AP-TABLE-OVERFLOWED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCT-PERIOD-FILE.
       0200-END. EXIT.

       0250-FIND-PERIOD.
           MOVE ZERO TO WS-AP-POS
           PERFORM VARYING WS-AP FROM 1 BY 1
               UNTIL WS-AP > WS-AP-COUNT OR WS-AP-POS > ZERO
               MOVE WS-AP-RECORD (WS-AP) TO ACCT-PERIOD-LINE
               IF AP-PERIOD = WS-PERIOD
                   MOVE WS-AP TO WS-AP-POS
               END-IF
           END-PERFORM
           IF WS-AP-POS > ZERO
               MOVE WS-AP-RECORD (WS-AP-POS) TO ACCT-PERIOD-LINE
           END-IF.
       0250-END. EXIT.

       0300-REWRITE-PERIODS.
           OPEN OUTPUT ACCT-PERIOD-FILE
           IF WS-PERIOD-STATUS NOT = '00'
               DISPLAY "PERIOD-CLOSE: cannot rewrite accounting-"
                   "period control, status " WS-PERIOD-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0300-END
           END-IF
           PERFORM VARYING WS-AP FROM 1 BY 1
               UNTIL WS-AP > WS-AP-COUNT
               MOVE WS-AP-RECORD (WS-AP) TO ACCT-PERIOD-LINE
               WRITE ACCT-PERIOD-LINE
           END-PERFORM
           CLOSE ACCT-PERIOD-FILE.
       0300-END. EXIT.

       1000-CLOSE-PERIOD.
           PERFORM 0100-GET-PERIOD THRU 0100-END
           PERFORM 0150-VALIDATE-PERIOD THRU 0150-END
           IF RETURN-CODE NOT = ZERO
               GO TO 1000-END
           END-IF
           PERFORM 0200-LOAD-PERIODS THRU 0200-END
           IF WS-AP-TABLE-OVERFLOWED
               DISPLAY "PERIOD-CLOSE: accounting-period control is "
                   "larger than the table - nothing closed"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-END
           END-IF
           PERFORM 0250-FIND-PERIOD THRU 0250-END
           IF WS-AP-POS > ZERO AND AP-CLOSED
               DISPLAY "PERIOD-CLOSE: period " WS-PERIOD
                   " is already closed - nothing to do"
               MOVE 4 TO RETURN-CODE
               GO TO 1000-END
           END-IF
           PERFORM 2000-TALLY-BILLING THRU 2000-END
           PERFORM 2100-TALLY-PAYMENTS THRU 2100-END
           PERFORM 2200-TALLY-REFUNDS THRU 2200-END
           PERFORM 2300-TALLY-ADJUSTMENTS THRU 2300-END
           PERFORM 2400-TALLY-WRITEOFFS THRU 2400-END
           PERFORM 2500-TALLY-OPEN-ITEMS THRU 2500-END
           PERFORM 3000-WRITE-TRIAL-BALANCE THRU 3000-END
           IF WS-TB-DEBITS NOT = WS-TB-CREDITS
               DISPLAY "PERIOD-CLOSE: TRIAL BALANCE DOES NOT BALANCE "
                   "- period " WS-PERIOD " left open"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-END
           END-IF
           IF WS-AP-POS = ZERO
               IF WS-AP-COUNT < 600
                   ADD 1 TO WS-AP-COUNT
                   MOVE WS-AP-COUNT TO WS-AP-POS
                   MOVE SPACES TO ACCT-PERIOD-LINE
                   MOVE WS-PERIOD TO AP-PERIOD
                   MOVE ZERO TO AP-REOPEN-DATE
               ELSE
                   DISPLAY "PERIOD-CLOSE: accounting-period control "
                       "full - period " WS-PERIOD " left open"
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-END
               END-IF
           END-IF
           MOVE SPACES TO WS-JOB-USER-ID
           ACCEPT WS-JOB-USER-ID FROM ENVIRONMENT "JOB_USER_ID"
           IF WS-JOB-USER-ID = SPACES
               MOVE 'BATCH' TO WS-JOB-USER-ID
           END-IF
           SET AP-CLOSED TO TRUE
           MOVE WS-TODAY-DATE TO AP-CLOSE-DATE
           MOVE WS-JOB-USER-ID TO AP-CLOSED-BY
           MOVE ACCT-PERIOD-LINE TO WS-AP-RECORD (WS-AP-POS)
           PERFORM 0300-REWRITE-PERIODS THRU 0300-END
           IF RETURN-CODE NOT = ZERO
               GO TO 1000-END
           END-IF
           MOVE WS-JOB-USER-ID TO WS-OPERATOR-ID
           MOVE 'TRIAL BALANCE IN BALANCE' TO WS-REOPEN-REASON
           PERFORM 9000-WRITE-PERIOD-AUDIT THRU 9000-END
           DISPLAY "PERIOD-CLOSE: period " WS-PERIOD " closed - "
               "postings dated in it are now redated or held".
       1000-END. EXIT.

       2000-TALLY-BILLING.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT BILLING-HISTORY-FILE
           IF WS-BILL-HIST-STATUS NOT = '00'
               GO TO 2000-END
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ BILLING-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF BH-PERIOD = WS-PERIOD AND BH-AMOUNT > ZERO
                           ADD BH-AMOUNT TO WS-BILLING-TOTAL
                           ADD 1 TO WS-BILLING-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILLING-HISTORY-FILE.
       2000-END. EXIT.

      * A reversal PAYMENT-REVERSE appended puts the money back on
      * receivables and takes it out of cash, the way GL-EXPORT books
      * it.
       2100-TALLY-PAYMENTS.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT POSTED-FILE
           IF WS-POSTED-STATUS NOT = '00'
               GO TO 2100-END
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ POSTED-FILE
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF PST-DATE (1:6) = WS-PERIOD
                           AND PST-AMOUNT > ZERO
                           IF PST-REVERSAL
                               ADD PST-AMOUNT TO WS-REVERSAL-TOTAL
                               ADD 1 TO WS-REVERSAL-COUNT
                           ELSE
                               ADD PST-AMOUNT TO WS-PAYMENT-TOTAL
                               ADD 1 TO WS-PAYMENT-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTED-FILE.
       2100-END. EXIT.

       2200-TALLY-REFUNDS.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT REFUND-REGISTER-FILE
           IF WS-REFUND-STATUS NOT = '00'
               GO TO 2200-END
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ REFUND-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF RR-DATE (1:6) = WS-PERIOD
                           AND RR-AMOUNT > ZERO
                           ADD RR-AMOUNT TO WS-REFUND-TOTAL
                           ADD 1 TO WS-REFUND-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REFUND-REGISTER-FILE.
       2200-END. EXIT.

       2300-TALLY-ADJUSTMENTS.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT ADJUST-REGISTER-FILE
           IF WS-ADJUST-STATUS NOT = '00'
               GO TO 2300-END
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ ADJUST-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF AJ-DATE (1:6) = WS-PERIOD
                           IF AJ-SIGN = '-'
                               ADD AJ-AMOUNT TO WS-CREDIT-ADJ-TOTAL
                               ADD 1 TO WS-CREDIT-ADJ-COUNT
                           ELSE
                               ADD AJ-AMOUNT TO WS-DEBIT-ADJ-TOTAL
                               ADD 1 TO WS-DEBIT-ADJ-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADJUST-REGISTER-FILE.
       2300-END. EXIT.

       2400-TALLY-WRITEOFFS.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT WRITEOFF-FILE
           IF WS-WRITEOFF-STATUS NOT = '00'
               GO TO 2400-END
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ WRITEOFF-FILE
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF WO-DATE (1:6) = WS-PERIOD
                           ADD WO-AMOUNT TO WS-WRITEOFF-TOTAL
                           ADD 1 TO WS-WRITEOFF-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WRITEOFF-FILE.
       2400-END. EXIT.

      * The receivables still open on the master at close time, shown
      * beside the period's movement for the controller to sign.
       2500-TALLY-OPEN-ITEMS.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT OPEN-ITEMS-FILE
           IF WS-OPEN-ITEMS-STATUS NOT = '00'
               DISPLAY "PERIOD-CLOSE: no open-items master, status "
                   WS-OPEN-ITEMS-STATUS " - balance not shown"
               GO TO 2500-END
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ OPEN-ITEMS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF OI-OPEN OR OI-FROZEN
                           ADD OI-OPEN-AMOUNT TO WS-OPEN-ITEMS-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-ITEMS-FILE.
       2500-END. EXIT.

      * Receivables: billed and debit-adjusted, refunded and reversed
      * against paid, credited and written off. Cash: paid against
      * refunded and reversed. Revenue: billed and debit-adjusted
      * against credit notes. Write-offs: the expense.
       3000-WRITE-TRIAL-BALANCE.
           COMPUTE WS-REC-DEBITS = WS-BILLING-TOTAL
               + WS-DEBIT-ADJ-TOTAL + WS-REFUND-TOTAL
               + WS-REVERSAL-TOTAL
           COMPUTE WS-REC-CREDITS = WS-PAYMENT-TOTAL
               + WS-CREDIT-ADJ-TOTAL + WS-WRITEOFF-TOTAL
           MOVE WS-PAYMENT-TOTAL TO WS-CASH-DEBITS
           COMPUTE WS-CASH-CREDITS = WS-REFUND-TOTAL
               + WS-REVERSAL-TOTAL
           MOVE WS-CREDIT-ADJ-TOTAL TO WS-REV-DEBITS
           COMPUTE WS-REV-CREDITS = WS-BILLING-TOTAL
               + WS-DEBIT-ADJ-TOTAL
           COMPUTE WS-TB-DEBITS = WS-REC-DEBITS + WS-CASH-DEBITS
               + WS-REV-DEBITS + WS-WRITEOFF-TOTAL
           COMPUTE WS-TB-CREDITS = WS-REC-CREDITS + WS-CASH-CREDITS
               + WS-REV-CREDITS
           COMPUTE WS-REC-MOVEMENT = WS-REC-DEBITS - WS-REC-CREDITS
           COMPUTE WS-RECORD-COUNT = WS-BILLING-COUNT
               + WS-PAYMENT-COUNT + WS-REVERSAL-COUNT
               + WS-REFUND-COUNT + WS-DEBIT-ADJ-COUNT
               + WS-CREDIT-ADJ-COUNT + WS-WRITEOFF-COUNT
           OPEN OUTPUT TRIAL-BALANCE-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "PERIOD-CLOSE: cannot open trial balance, "
                   "status " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 3000-END
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "CLOSING TRIAL BALANCE - PERIOD " WS-PERIOD
               "   RUN " WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE TRIAL-BALANCE-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE TRIAL-BALANCE-LINE FROM WS-RPT-LINE
           MOVE "ACCOUNT                           DEBITS"
               TO WS-RPT-LINE
           MOVE "CREDITS" TO WS-RPT-LINE (51:7)
           WRITE TRIAL-BALANCE-LINE FROM WS-RPT-LINE
           MOVE 'RECEIVABLES' TO TB-ACCOUNT
           MOVE WS-REC-DEBITS TO TB-DEBIT
           MOVE WS-REC-CREDITS TO TB-CREDIT
           WRITE TRIAL-BALANCE-LINE FROM WS-TB-LINE
           MOVE 'CASH' TO TB-ACCOUNT
           MOVE WS-CASH-DEBITS TO TB-DEBIT
           MOVE WS-CASH-CREDITS TO TB-CREDIT
           WRITE TRIAL-BALANCE-LINE FROM WS-TB-LINE
           MOVE 'REVENUE' TO TB-ACCOUNT
           MOVE WS-REV-DEBITS TO TB-DEBIT
           MOVE WS-REV-CREDITS TO TB-CREDIT
           WRITE TRIAL-BALANCE-LINE FROM WS-TB-LINE
           MOVE 'WRITE-OFFS' TO TB-ACCOUNT
           MOVE WS-WRITEOFF-TOTAL TO TB-DEBIT
           MOVE ZERO TO TB-CREDIT
           WRITE TRIAL-BALANCE-LINE FROM WS-TB-LINE
           MOVE 'TOTAL' TO TB-ACCOUNT
           MOVE WS-TB-DEBITS TO TB-DEBIT
           MOVE WS-TB-CREDITS TO TB-CREDIT
           WRITE TRIAL-BALANCE-LINE FROM WS-TB-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-TB-DEBITS = WS-TB-CREDITS
               MOVE "TRIAL BALANCE IN BALANCE" TO WS-RPT-LINE
           ELSE
               MOVE "*** TRIAL BALANCE OUT OF BALANCE ***"
                   TO WS-RPT-LINE
           END-IF
           WRITE TRIAL-BALANCE-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE TRIAL-BALANCE-LINE FROM WS-RPT-LINE
           MOVE "SOURCE                    LINES            AMOUNT"
               TO WS-RPT-LINE
           WRITE TRIAL-BALANCE-LINE FROM WS-RPT-LINE
           MOVE 'BILLING' TO SRC-NAME
           MOVE WS-BILLING-COUNT TO SRC-COUNT
           MOVE WS-BILLING-TOTAL TO SRC-AMOUNT
           WRITE TRIAL-BALANCE-LINE FROM WS-SRC-LINE
           MOVE 'PAYMENTS' TO SRC-NAME
           MOVE WS-PAYMENT-COUNT TO SRC-COUNT
           MOVE WS-PAYMENT-TOTAL TO SRC-AMOUNT
           WRITE TRIAL-BALANCE-LINE FROM WS-SRC-LINE
           MOVE 'PAYMENT REVERSALS' TO SRC-NAME
           MOVE WS-REVERSAL-COUNT TO SRC-COUNT
           MOVE WS-REVERSAL-TOTAL TO SRC-AMOUNT
           WRITE TRIAL-BALANCE-LINE FROM WS-SRC-LINE
           MOVE 'REFUNDS' TO SRC-NAME
           MOVE WS-REFUND-COUNT TO SRC-COUNT
           MOVE WS-REFUND-TOTAL TO SRC-AMOUNT
           WRITE TRIAL-BALANCE-LINE FROM WS-SRC-LINE
           MOVE 'ADJUSTMENTS (DEBIT)' TO SRC-NAME
           MOVE WS-DEBIT-ADJ-COUNT TO SRC-COUNT
           MOVE WS-DEBIT-ADJ-TOTAL TO SRC-AMOUNT
           WRITE TRIAL-BALANCE-LINE FROM WS-SRC-LINE
           MOVE 'ADJUSTMENTS (CREDIT)' TO SRC-NAME
           MOVE WS-CREDIT-ADJ-COUNT TO SRC-COUNT
           MOVE WS-CREDIT-ADJ-TOTAL TO SRC-AMOUNT
           WRITE TRIAL-BALANCE-LINE FROM WS-SRC-LINE
           MOVE 'WRITE-OFFS' TO SRC-NAME
           MOVE WS-WRITEOFF-COUNT TO SRC-COUNT
           MOVE WS-WRITEOFF-TOTAL TO SRC-AMOUNT
           WRITE TRIAL-BALANCE-LINE FROM WS-SRC-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE TRIAL-BALANCE-LINE FROM WS-RPT-LINE
           MOVE 'RECEIVABLES MOVEMENT' TO SRC-NAME
           MOVE ZERO TO SRC-COUNT
           MOVE WS-REC-MOVEMENT TO SRC-AMOUNT
           WRITE TRIAL-BALANCE-LINE FROM WS-SRC-LINE
           MOVE 'OPEN ITEMS AT CLOSE' TO SRC-NAME
           MOVE ZERO TO SRC-COUNT
           MOVE WS-OPEN-ITEMS-TOTAL TO SRC-AMOUNT
           WRITE TRIAL-BALANCE-LINE FROM WS-SRC-LINE
           CLOSE TRIAL-BALANCE-FILE
           DISPLAY "PERIOD-CLOSE: trial balance for " WS-PERIOD
               " debits " WS-TB-DEBITS " credits " WS-TB-CREDITS.
       3000-END. EXIT.

      * Reopening takes an admin: the operator signs on through
      * SIGNON, anyone below level 4 is refused and the attempt goes
      * on the security log. The reason keyed is kept on the control
      * line and the audit trail.
       5000-REOPEN-PERIOD.
           SET SO-SIGN-ON TO TRUE
           MOVE 'PERIOD-CLOSE' TO SO-CALL-PROGRAM
           CALL "SIGNON" USING SO-CALL-FUNCTION SO-CALL-PROGRAM
               SO-CALL-USER-ID SO-CALL-USER-NAME SO-CALL-USER-LEVEL
               SO-CALL-TARGET-ID SO-CALL-NEW-PASSWORD
               SO-CALL-RETURN-CODE
           IF NOT SO-SIGNED-ON
               DISPLAY "PERIOD-CLOSE: sign-on failed - reopen refused"
               MOVE 16 TO RETURN-CODE
               GO TO 5000-END
           END-IF
           MOVE SO-CALL-USER-ID TO WS-OPERATOR-ID
           MOVE SO-CALL-USER-LEVEL TO WS-OPERATOR-LEVEL
           IF WS-OPERATOR-LEVEL < 4
               DISPLAY "PERIOD-CLOSE: admin level needed to reopen "
                   "a period - refused"
               PERFORM 9100-WRITE-SECURITY-LOG THRU 9100-END
               MOVE 16 TO RETURN-CODE
               GO TO 5000-END
           END-IF
           DISPLAY "Period to reopen (YYYYMM): "
           ACCEPT WS-PERIOD
           PERFORM 0200-LOAD-PERIODS THRU 0200-END
           IF WS-AP-TABLE-OVERFLOWED
               DISPLAY "PERIOD-CLOSE: accounting-period control is "
                   "larger than the table - nothing reopened"
               MOVE 16 TO RETURN-CODE
               GO TO 5000-END
           END-IF
           PERFORM 0250-FIND-PERIOD THRU 0250-END
           IF WS-AP-POS = ZERO OR NOT AP-CLOSED
               DISPLAY "PERIOD-CLOSE: period " WS-PERIOD
                   " is not closed - nothing to reopen"
               MOVE 4 TO RETURN-CODE
               GO TO 5000-END
           END-IF
           DISPLAY "Reason for reopening: "
           ACCEPT WS-REOPEN-REASON
           IF WS-REOPEN-REASON = SPACES
               DISPLAY "PERIOD-CLOSE: a reason is required - "
                   "period left closed"
               MOVE 4 TO RETURN-CODE
               GO TO 5000-END
           END-IF
           SET AP-REOPENED TO TRUE
           MOVE WS-TODAY-DATE TO AP-REOPEN-DATE
           MOVE WS-OPERATOR-ID TO AP-REOPENED-BY
           MOVE WS-REOPEN-REASON TO AP-REOPEN-REASON
           MOVE ACCT-PERIOD-LINE TO WS-AP-RECORD (WS-AP-POS)
           PERFORM 0300-REWRITE-PERIODS THRU 0300-END
           IF RETURN-CODE NOT = ZERO
               GO TO 5000-END
           END-IF
           PERFORM 9000-WRITE-PERIOD-AUDIT THRU 9000-END
           DISPLAY "PERIOD-CLOSE: period " WS-PERIOD " reopened by "
               WS-OPERATOR-ID.
       5000-END. EXIT.

       9000-WRITE-PERIOD-AUDIT.
           OPEN EXTEND PERIOD-AUDIT-FILE
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT PERIOD-AUDIT-FILE
               CLOSE PERIOD-AUDIT-FILE
               OPEN EXTEND PERIOD-AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY "PERIOD-CLOSE: cannot open period audit, "
                   "status " WS-AUDIT-STATUS
               GO TO 9000-END
           END-IF
           MOVE SPACES TO PERIOD-AUDIT-LINE
           ACCEPT PA-DATE FROM DATE YYYYMMDD
           ACCEPT PA-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO PA-USER-ID
           MOVE WS-ACTION TO PA-ACTION
           MOVE WS-PERIOD TO PA-PERIOD
           MOVE WS-REOPEN-REASON TO PA-DETAIL
           WRITE PERIOD-AUDIT-LINE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY "PERIOD-CLOSE: period audit write failed, "
                   "status " WS-AUDIT-STATUS
           END-IF
           CLOSE PERIOD-AUDIT-FILE.
       9000-END. EXIT.

       9100-WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG-FILE
           IF WS-SECURITY-STATUS = '35'
               OPEN OUTPUT SECURITY-LOG-FILE
               CLOSE SECURITY-LOG-FILE
               OPEN EXTEND SECURITY-LOG-FILE
           END-IF
           IF WS-SECURITY-STATUS NOT = '00'
               DISPLAY "PERIOD-CLOSE: cannot open security log, "
                   "status " WS-SECURITY-STATUS
           ELSE
               MOVE SPACES TO SECURITY-LOG-LINE
               ACCEPT SEC-DATE FROM DATE YYYYMMDD
               ACCEPT SEC-TIME FROM TIME
               MOVE 'PERIOD-CLOSE' TO SEC-PROGRAM
               MOVE WS-OPERATOR-ID TO SEC-USER-ID
               MOVE 'DENIED: ADMIN NEEDED TO REOPEN' TO SEC-DETAIL
               WRITE SECURITY-LOG-LINE
               CLOSE SECURITY-LOG-FILE
           END-IF.
       9100-END. EXIT.

       END PROGRAM PERIOD-CLOSE.
