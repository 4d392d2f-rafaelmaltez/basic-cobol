      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Monthly budget versus actual revenue by branch and
      *          product. For the month (BUDGET_PERIOD, YYYYMM,
      *          default the month before the run) it sets the
      *          billing and collections budgeted on budget.txt
      *          (BUDGETREC, kept through CONFIG-MAINT) against what
      *          was billed (billing-history.txt) and collected
      *          (payments-posted.txt, reversals taken off), for the
      *          month and for the year to date, with the variance in
      *          money and in percent of the budget.
      *          A billed line goes to the branch the client belonged
      *          to on its billing date (BRANCHAT) and to its product
      *          code; lines billed before product codes were kept
      *          count as plain service (SERVIC). Installment lines of
      *          payment agreements are not revenue of their month and
      *          are left out. A payment is spread over the lines
      *          billed to the client for the period it pays, in
      *          proportion to their amounts; a payment with no such
      *          line goes to plain service under the client's branch
      *          on the payment date.
      *          A branch whose month variance, billed or collected,
      *          is further from the budget than BUDGET_VARIANCE_PCT
      *          percent (two digits, default 10) is flagged and
      *          listed at the end. Report on budget-report.txt. Ends 4
      *          when a branch is flagged, no budget is on file for the
      *          month or a branch/product fell outside the table.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO '..\budget.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUDGET-STATUS.

           SELECT BILLING-HISTORY-FILE
           ASSIGN TO '..\billing-history.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT POSTED-FILE ASSIGN TO '..\payments-posted.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSTED-STATUS.

           SELECT BRANCH-FILE ASSIGN TO '..\branches.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRANCH-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO '..\products.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRODUCT-STATUS.

           SELECT CLIENT-MASTER-FILE ASSIGN TO WS-MASTER-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CLIENT-CODE
           ALTERNATE RECORD KEY IS CM-CLIENT-NAME WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT SORT-WORK ASSIGN TO "SWKB".

           SELECT REPORT-FILE ASSIGN TO '..\budget-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BUDGET-FILE.
       COPY BUDGETREC REPLACING ==:RECNAME:== BY ==BUDGET-LINE==.

       FD BILLING-HISTORY-FILE.
       COPY BILLHISTREC REPLACING ==:RECNAME:==
           BY ==BILLING-HISTORY-LINE==.

       FD POSTED-FILE.
       COPY PAYREC REPLACING ==:RECNAME:== BY ==POSTED-LINE==.

       FD BRANCH-FILE.
       COPY BRANCHREC REPLACING ==:RECNAME:== BY ==BRANCH-LINE==.

       FD PRODUCT-FILE.
       COPY PRODREC REPLACING ==:RECNAME:== BY ==PRODUCT-LINE==.

       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.

      * Billed lines sort ahead of the payments of the same client and
      * period so that a payment finds the lines it is spread over.
       SD SORT-WORK.
       01 SORT-REC.
           05 SX-CLIENT-CODE PIC 9(7).
           05 SX-PERIOD PIC X(6).
           05 SX-KIND PIC X(1).
               88 SX-BILLED VALUE 'B'.
               88 SX-PAYMENT VALUE 'P'.
           05 SX-DATE PIC 9(8).
           05 SX-PRODUCT PIC X(6).
           05 SX-AMOUNT PIC S9(9)V99.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-BUDGET-STATUS PIC X(2).
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-POSTED-STATUS PIC X(2).
       01 WS-BRANCH-STATUS PIC X(2).
       01 WS-PRODUCT-STATUS PIC X(2).
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-FILE-EOF PIC X(1).
       01 WS-SORT-EOF PIC X(1) VALUE 'N'.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-PERIOD-ENTRY PIC X(6).
       01 WS-PERIOD.
           05 WS-PERIOD-YEAR PIC 9(4).
           05 WS-PERIOD-MONTH PIC 9(2).
       01 WS-PERIOD-N REDEFINES WS-PERIOD PIC 9(6).
       01 WS-THRESHOLD-ENTRY PIC X(2).
       01 WS-THRESHOLD PIC 9(2) VALUE 10.
       01 WS-BUDGET-LINES PIC 9(7) VALUE ZERO.
       01 WS-BILLED-LINES PIC 9(7) VALUE ZERO.
       01 WS-PAYMENT-LINES PIC 9(7) VALUE ZERO.
       01 WS-DROPPED PIC 9(7) VALUE ZERO.
       01 WS-FLAGGED-COUNT PIC 9(3) VALUE ZERO.

      * Branch and product names for the report.
       01 WS-BN-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-BN-TABLE.
           05 WS-BN-ENTRY OCCURS 100 TIMES.
               10 WS-BN-CODE PIC 9(3).
               10 WS-BN-NAME PIC X(20).
       01 WS-BN PIC 9(3) COMP.
       01 WS-PN-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-PN-TABLE.
           05 WS-PN-ENTRY OCCURS 100 TIMES.
               10 WS-PN-CODE PIC X(6).
               10 WS-PN-NAME PIC X(20).
       01 WS-PN PIC 9(3) COMP.

      * Budget and actuals by branch and product, kept in branch and
      * product order. Amount 1 is the budgeted billing, 2 the actual
      * billing, 3 the budgeted collections and 4 the actual ones.
       01 WS-AG-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-AG-TABLE.
           05 WS-AG-ENTRY OCCURS 500 TIMES.
               10 WS-AG-KEY.
                   15 WS-AG-BRANCH PIC 9(3).
                   15 WS-AG-PRODUCT PIC X(6).
               10 WS-AG-MONTH-AMT PIC S9(11)V99 OCCURS 4 TIMES.
               10 WS-AG-YTD-AMT PIC S9(11)V99 OCCURS 4 TIMES.
       01 WS-AG PIC 9(3) COMP.
       01 WS-AG-NEXT PIC 9(3) COMP.
       01 WS-AG-POS PIC 9(3) COMP.
       01 WS-AM PIC 9(1) COMP.

      * One amount to be added to the table.
       01 WS-ADD-KEY.
           05 WS-ADD-BRANCH PIC 9(3).
           05 WS-ADD-PRODUCT PIC X(6).
       01 WS-ADD-MEASURE PIC 9(1).
           88 WS-ADD-BUDGET-BILLED VALUE 1.
           88 WS-ADD-ACTUAL-BILLED VALUE 2.
           88 WS-ADD-BUDGET-COLLECTED VALUE 3.
           88 WS-ADD-ACTUAL-COLLECTED VALUE 4.
       01 WS-ADD-IN-MONTH PIC X(1).
       01 WS-ADD-AMOUNT PIC S9(9)V99.

      * The client and the client/period group being worked through
      * off the sort, with the lines billed to the group.
       01 WS-HAVE-GROUP PIC X(1) VALUE 'N'.
       01 WS-GR-CLIENT PIC 9(7).
       01 WS-GR-PERIOD PIC X(6).
       01 WS-CL-CODE PIC 9(7) VALUE ZERO.
       01 WS-CL-BRANCH PIC 9(3).
       01 WS-GL-COUNT PIC 9(2) COMP VALUE ZERO.
       01 WS-GL-TABLE.
           05 WS-GL-ENTRY OCCURS 20 TIMES.
               10 WS-GL-BRANCH PIC 9(3).
               10 WS-GL-PRODUCT PIC X(6).
               10 WS-GL-AMOUNT PIC S9(9)V99.
       01 WS-GL PIC 9(2) COMP.
       01 WS-GL-TOTAL PIC S9(11)V99.
       01 WS-ALLOCATED PIC S9(11)V99.
       01 WS-ON-DATE PIC 9(8).
       01 WS-ON-BRANCH PIC 9(3).

      * Print work.
       01 WS-BR-CODE PIC 9(3).
       01 WS-BR-MONTH-AMT PIC S9(11)V99 OCCURS 4 TIMES.
       01 WS-BR-YTD-AMT PIC S9(11)V99 OCCURS 4 TIMES.
       01 WS-GT-MONTH-AMT PIC S9(11)V99 OCCURS 4 TIMES.
       01 WS-GT-YTD-AMT PIC S9(11)V99 OCCURS 4 TIMES.
       01 WS-ROW-MONTH-AMT PIC S9(11)V99 OCCURS 4 TIMES.
       01 WS-ROW-YTD-AMT PIC S9(11)V99 OCCURS 4 TIMES.
       01 WS-ROW-PRODUCT PIC X(6).
       01 WS-ROW-NAME PIC X(12).
       01 WS-BUDGET-AMT PIC S9(11)V99.
       01 WS-ACTUAL-AMT PIC S9(11)V99.
       01 WS-VARIANCE-AMT PIC S9(11)V99.
       01 WS-VAR-PCT PIC S9(5)V9.
       01 WS-PCT-TEXT PIC X(9).
       01 WS-PCT-OVER PIC X(1).
       01 WS-BILLED-PCT-TEXT PIC X(9).
       01 WS-COLLECTED-PCT-TEXT PIC X(9).
       01 WS-BRANCH-OVER PIC X(1).
       01 WS-PCT-EDIT PIC Z(5)9.9-.

       01 WS-RPT-LINE PIC X(132).
       01 WS-TITLE-LINE.
           05 FILLER PIC X(36) VALUE
               "BUDGET VERSUS ACTUAL REVENUE PERIOD ".
           05 WS-T-PERIOD PIC 9(6).
           05 FILLER PIC X(6) VALUE "  RUN ".
           05 WS-T-RUN-DATE PIC 9(8).
           05 FILLER PIC X(22) VALUE "  VARIANCE THRESHOLD ".
           05 WS-T-THRESHOLD PIC Z9.
           05 FILLER PIC X(1) VALUE "%".
       01 WS-COLUMN-HEADING-1 PIC X(132) VALUE
           "                         ---------------------- MONTH ------
      -    "----------------  ------------------ YEAR TO DATE ----------
      -    "---------".
       01 WS-COLUMN-HEADING-2 PIC X(132) VALUE
           "PRODUC NAME         ITEM       BUDGET        ACTUAL      VAR
      -    "IANCE     VAR %         BUDGET        ACTUAL      VARIANCE  
      -    "   VAR %".
       01 WS-DETAIL-LINE.
           05 WS-D-PRODUCT PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-D-NAME PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-D-ITEM PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-D-M-BUDGET PIC Z(8)9.99-.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-D-M-ACTUAL PIC Z(8)9.99-.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-D-M-VARIANCE PIC Z(8)9.99-.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-D-M-PCT PIC X(9).
           05 FILLER PIC X(2) VALUE SPACE.
           05 WS-D-Y-BUDGET PIC Z(8)9.99-.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-D-Y-ACTUAL PIC Z(8)9.99-.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-D-Y-VARIANCE PIC Z(8)9.99-.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-D-Y-PCT PIC X(9).

      * Branches over the threshold, listed again at the end.
       01 WS-FL-TABLE.
           05 WS-FL-ENTRY OCCURS 100 TIMES.
               10 WS-FL-BRANCH PIC 9(3).
               10 WS-FL-BILLED-PCT PIC X(9).
               10 WS-FL-COLLECTED-PCT PIC X(9).
       01 WS-FL PIC 9(3) COMP.

       COPY BRATPARM.

       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "BUDGET-REPORT" TO JL-CALL-PROGRAM
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
      * The default is the month just ended: a monthly run on the
      * first reports on the month before.
           MOVE WS-TODAY-DATE (1:6) TO WS-PERIOD
           IF WS-PERIOD-MONTH = 1
               SUBTRACT 1 FROM WS-PERIOD-YEAR
               MOVE 12 TO WS-PERIOD-MONTH
           ELSE
               SUBTRACT 1 FROM WS-PERIOD-MONTH
           END-IF
           MOVE SPACES TO WS-PERIOD-ENTRY
           ACCEPT WS-PERIOD-ENTRY FROM ENVIRONMENT "BUDGET_PERIOD"
           IF WS-PERIOD-ENTRY NOT = SPACES
               IF WS-PERIOD-ENTRY IS NUMERIC
                   AND WS-PERIOD-ENTRY (5:2) >= '01'
                   AND WS-PERIOD-ENTRY (5:2) <= '12'
                   MOVE WS-PERIOD-ENTRY TO WS-PERIOD
               ELSE
                   DISPLAY "BUDGET-REPORT: BUDGET_PERIOD "
                       WS-PERIOD-ENTRY " is not a YYYYMM month - "
                       "run refused"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           MOVE SPACES TO WS-THRESHOLD-ENTRY
           ACCEPT WS-THRESHOLD-ENTRY
               FROM ENVIRONMENT "BUDGET_VARIANCE_PCT"
           IF WS-THRESHOLD-ENTRY IS NUMERIC
               MOVE WS-THRESHOLD-ENTRY TO WS-THRESHOLD
           END-IF
           PERFORM 1000-LOAD-NAMES THRU 1000-END
           PERFORM 1100-LOAD-BUDGET THRU 1100-END
           OPEN INPUT CLIENT-MASTER-FILE
           SORT SORT-WORK
               ON ASCENDING KEY SX-CLIENT-CODE SX-PERIOD SX-KIND
               INPUT PROCEDURE IS 2000-RELEASE-ACTUALS THRU 2000-END
               OUTPUT PROCEDURE IS 2100-WORK-ACTUALS THRU 2100-END
           IF WS-MASTER-STATUS = '00' OR WS-MASTER-STATUS = '23'
               CLOSE CLIENT-MASTER-FILE
           END-IF
           PERFORM 4000-PRINT-REPORT THRU 4000-END
           DISPLAY "BUDGET-REPORT: period " WS-PERIOD ", "
               WS-BUDGET-LINES " budget line(s), " WS-BILLED-LINES
               " billed line(s), " WS-PAYMENT-LINES " payment(s), "
               WS-FLAGGED-COUNT " branch(es) over " WS-THRESHOLD "%"
           IF WS-DROPPED > ZERO
               DISPLAY "BUDGET-REPORT: " WS-DROPPED
                   " amount(s) beyond the branch/product table - "
                   "left out"
           END-IF
           IF WS-FLAGGED-COUNT > ZERO OR WS-BUDGET-LINES = ZERO
               OR WS-DROPPED > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           SET JL-CALL-END TO TRUE
           MOVE WS-BILLED-LINES TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

       1000-LOAD-NAMES.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-STATUS = '00'
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ BRANCH-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF WS-BN-COUNT < 100
                               ADD 1 TO WS-BN-COUNT
                               MOVE BRA-CODE
                                   TO WS-BN-CODE (WS-BN-COUNT)
                               MOVE BRA-NAME
                                   TO WS-BN-NAME (WS-BN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-FILE
           END-IF
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT PRODUCT-FILE
           IF WS-PRODUCT-STATUS = '00'
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ PRODUCT-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF WS-PN-COUNT < 100
                               ADD 1 TO WS-PN-COUNT
                               MOVE PR-PRODUCT-CODE
                                   TO WS-PN-CODE (WS-PN-COUNT)
                               MOVE PR-PRODUCT-NAME
                                   TO WS-PN-NAME (WS-PN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-FILE
           END-IF.
       1000-END. EXIT.

      * Budget lines of the report year up to the month; later months
      * of the year are not yet due.
       1100-LOAD-BUDGET.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-STATUS NOT = '00'
               DISPLAY "BUDGET-REPORT: no budget.txt, status "
                   WS-BUDGET-STATUS
               GO TO 1100-END
           END-IF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ BUDGET-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF BU-MONTH IS NUMERIC
                           AND BU-MONTH (1:4) = WS-PERIOD-YEAR
                           AND BU-MONTH <= WS-PERIOD-N
                           PERFORM 1150-ADD-BUDGET-LINE THRU 1150-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUDGET-FILE.
       1100-END. EXIT.

       1150-ADD-BUDGET-LINE.
           IF BU-MONTH = WS-PERIOD-N
               ADD 1 TO WS-BUDGET-LINES
               MOVE 'Y' TO WS-ADD-IN-MONTH
           ELSE
               MOVE 'N' TO WS-ADD-IN-MONTH
           END-IF
           MOVE BU-BRANCH TO WS-ADD-BRANCH
           MOVE BU-PRODUCT TO WS-ADD-PRODUCT
           SET WS-ADD-BUDGET-BILLED TO TRUE
           MOVE BU-BILLED TO WS-ADD-AMOUNT
           PERFORM 2600-ADD-AMOUNT THRU 2600-END
           SET WS-ADD-BUDGET-COLLECTED TO TRUE
           MOVE BU-COLLECTED TO WS-ADD-AMOUNT
           PERFORM 2600-ADD-AMOUNT THRU 2600-END.
       1150-END. EXIT.

      * Every regular billed line up to the month goes in, earlier
      * years too, as a payment of the year may settle them; only the
      * report year's count as billed. Payments count by the date
      * they were made.
       2000-RELEASE-ACTUALS.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT BILLING-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY "BUDGET-REPORT: no billing history, status "
                   WS-HISTORY-STATUS
           ELSE
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ BILLING-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF BH-PERIOD IS NUMERIC
                               AND BH-PERIOD <= WS-PERIOD
                               AND BH-CLIENT-CODE IS NUMERIC
                               MOVE BH-CLIENT-CODE TO SX-CLIENT-CODE
                               MOVE BH-PERIOD TO SX-PERIOD
                               SET SX-BILLED TO TRUE
                               MOVE BH-DATE TO SX-DATE
                               MOVE BH-PRODUCT-CODE TO SX-PRODUCT
                               IF SX-PRODUCT = SPACES
                                   MOVE 'SERVIC' TO SX-PRODUCT
                               END-IF
                               MOVE BH-AMOUNT TO SX-AMOUNT
                               RELEASE SORT-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BILLING-HISTORY-FILE
           END-IF
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT POSTED-FILE
           IF WS-POSTED-STATUS NOT = '00'
               DISPLAY "BUDGET-REPORT: no posted payments, status "
                   WS-POSTED-STATUS
               GO TO 2000-END
           END-IF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ POSTED-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF PAY-CLIENT-CODE IS NUMERIC
                           AND PAY-DATE IS NUMERIC
                           AND PAY-DATE (1:4) = WS-PERIOD-YEAR
                           AND PAY-DATE (1:6) <= WS-PERIOD
                           MOVE PAY-CLIENT-CODE TO SX-CLIENT-CODE
                           MOVE PAY-PERIOD TO SX-PERIOD
                           SET SX-PAYMENT TO TRUE
                           MOVE PAY-DATE TO SX-DATE
                           MOVE SPACES TO SX-PRODUCT
                           IF PAY-REVERSAL
                               COMPUTE SX-AMOUNT = ZERO - PAY-AMOUNT
                           ELSE
                               MOVE PAY-AMOUNT TO SX-AMOUNT
                           END-IF
                           RELEASE SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTED-FILE.
       2000-END. EXIT.

       2100-WORK-ACTUALS.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF WS-HAVE-GROUP = 'N'
                           OR SX-CLIENT-CODE NOT = WS-GR-CLIENT
                           OR SX-PERIOD NOT = WS-GR-PERIOD
                           MOVE 'Y' TO WS-HAVE-GROUP
                           MOVE SX-CLIENT-CODE TO WS-GR-CLIENT
                           MOVE SX-PERIOD TO WS-GR-PERIOD
                           MOVE ZERO TO WS-GL-COUNT
                           MOVE ZERO TO WS-GL-TOTAL
                       END-IF
                       IF SX-BILLED
                           PERFORM 2200-BILLED-LINE THRU 2200-END
                       ELSE
                           PERFORM 2300-PAYMENT THRU 2300-END
                       END-IF
               END-RETURN
           END-PERFORM.
       2100-END. EXIT.

       2200-BILLED-LINE.
           MOVE SX-DATE TO WS-ON-DATE
           PERFORM 2400-BRANCH-ON-DATE THRU 2400-END
           IF WS-GL-COUNT < 20
               ADD 1 TO WS-GL-COUNT
               MOVE WS-ON-BRANCH TO WS-GL-BRANCH (WS-GL-COUNT)
               MOVE SX-PRODUCT TO WS-GL-PRODUCT (WS-GL-COUNT)
               MOVE SX-AMOUNT TO WS-GL-AMOUNT (WS-GL-COUNT)
               ADD SX-AMOUNT TO WS-GL-TOTAL
           END-IF
           IF SX-PERIOD (1:4) NOT = WS-PERIOD-YEAR
               GO TO 2200-END
           END-IF
           ADD 1 TO WS-BILLED-LINES
           IF SX-PERIOD = WS-PERIOD
               MOVE 'Y' TO WS-ADD-IN-MONTH
           ELSE
               MOVE 'N' TO WS-ADD-IN-MONTH
           END-IF
           MOVE WS-ON-BRANCH TO WS-ADD-BRANCH
           MOVE SX-PRODUCT TO WS-ADD-PRODUCT
           SET WS-ADD-ACTUAL-BILLED TO TRUE
           MOVE SX-AMOUNT TO WS-ADD-AMOUNT
           PERFORM 2600-ADD-AMOUNT THRU 2600-END.
       2200-END. EXIT.

      * The last billed line takes what rounding leaves over, so the
      * shares add up to the payment.
       2300-PAYMENT.
           ADD 1 TO WS-PAYMENT-LINES
           IF SX-DATE (1:6) = WS-PERIOD
               MOVE 'Y' TO WS-ADD-IN-MONTH
           ELSE
               MOVE 'N' TO WS-ADD-IN-MONTH
           END-IF
           SET WS-ADD-ACTUAL-COLLECTED TO TRUE
           IF WS-GL-COUNT = ZERO OR WS-GL-TOTAL = ZERO
               MOVE SX-DATE TO WS-ON-DATE
               PERFORM 2400-BRANCH-ON-DATE THRU 2400-END
               MOVE WS-ON-BRANCH TO WS-ADD-BRANCH
               MOVE 'SERVIC' TO WS-ADD-PRODUCT
               MOVE SX-AMOUNT TO WS-ADD-AMOUNT
               PERFORM 2600-ADD-AMOUNT THRU 2600-END
               GO TO 2300-END
           END-IF
           MOVE ZERO TO WS-ALLOCATED
           PERFORM VARYING WS-GL FROM 1 BY 1 UNTIL WS-GL > WS-GL-COUNT
               MOVE WS-GL-BRANCH (WS-GL) TO WS-ADD-BRANCH
               MOVE WS-GL-PRODUCT (WS-GL) TO WS-ADD-PRODUCT
               IF WS-GL = WS-GL-COUNT
                   COMPUTE WS-ADD-AMOUNT = SX-AMOUNT - WS-ALLOCATED
               ELSE
                   COMPUTE WS-ADD-AMOUNT ROUNDED = SX-AMOUNT
                       * WS-GL-AMOUNT (WS-GL) / WS-GL-TOTAL
               END-IF
               ADD WS-ADD-AMOUNT TO WS-ALLOCATED
               PERFORM 2600-ADD-AMOUNT THRU 2600-END
           END-PERFORM.
       2300-END. EXIT.

      * The client's branch on WS-ON-DATE: the branch it was
      * transferred out of when that is later, else the master's.
       2400-BRANCH-ON-DATE.
           IF SX-CLIENT-CODE NOT = WS-CL-CODE
               MOVE SX-CLIENT-CODE TO WS-CL-CODE
               MOVE ZERO TO WS-CL-BRANCH
               IF WS-MASTER-STATUS = '00' OR WS-MASTER-STATUS = '23'
                   MOVE WS-CL-CODE TO CM-CLIENT-CODE
                   READ CLIENT-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CM-BRANCH TO WS-CL-BRANCH
                   END-READ
               END-IF
           END-IF
           MOVE WS-CL-CODE TO BA-CALL-CLIENT-CODE
           MOVE WS-ON-DATE TO BA-CALL-DATE
           MOVE ZERO TO BA-CALL-BRANCH
           CALL 'BRANCHAT' USING BA-CALL-CLIENT-CODE BA-CALL-DATE
               BA-CALL-BRANCH BA-CALL-RESULT
           IF BA-TRANSFERRED
               MOVE BA-CALL-BRANCH TO WS-ON-BRANCH
           ELSE
               MOVE WS-CL-BRANCH TO WS-ON-BRANCH
           END-IF.
       2400-END. EXIT.

      * Adds WS-ADD-AMOUNT under the branch and product, opening the
      * entry in key order the first time it is seen.
       2600-ADD-AMOUNT.
           MOVE ZERO TO WS-AG-POS
           PERFORM VARYING WS-AG FROM 1 BY 1
               UNTIL WS-AG > WS-AG-COUNT OR WS-AG-POS > ZERO
               IF WS-AG-KEY (WS-AG) = WS-ADD-KEY
                   MOVE WS-AG TO WS-AG-POS
               END-IF
           END-PERFORM
           IF WS-AG-POS = ZERO
               IF WS-AG-COUNT >= 500
                   ADD 1 TO WS-DROPPED
                   GO TO 2600-END
               END-IF
               PERFORM 2650-OPEN-ENTRY THRU 2650-END
           END-IF
           IF WS-ADD-IN-MONTH = 'Y'
               ADD WS-ADD-AMOUNT
                   TO WS-AG-MONTH-AMT (WS-AG-POS, WS-ADD-MEASURE)
           END-IF
           ADD WS-ADD-AMOUNT
               TO WS-AG-YTD-AMT (WS-AG-POS, WS-ADD-MEASURE).
       2600-END. EXIT.

       2650-OPEN-ENTRY.
           MOVE 1 TO WS-AG-POS
           PERFORM VARYING WS-AG FROM 1 BY 1
               UNTIL WS-AG > WS-AG-COUNT
               IF WS-AG-KEY (WS-AG) < WS-ADD-KEY
                   COMPUTE WS-AG-POS = WS-AG + 1
               END-IF
           END-PERFORM
           PERFORM VARYING WS-AG FROM WS-AG-COUNT BY -1
               UNTIL WS-AG < WS-AG-POS OR WS-AG = ZERO
               COMPUTE WS-AG-NEXT = WS-AG + 1
               MOVE WS-AG-ENTRY (WS-AG) TO WS-AG-ENTRY (WS-AG-NEXT)
           END-PERFORM
           ADD 1 TO WS-AG-COUNT
           MOVE WS-ADD-KEY TO WS-AG-KEY (WS-AG-POS)
           PERFORM VARYING WS-AM FROM 1 BY 1 UNTIL WS-AM > 4
               MOVE ZERO TO WS-AG-MONTH-AMT (WS-AG-POS, WS-AM)
               MOVE ZERO TO WS-AG-YTD-AMT (WS-AG-POS, WS-AM)
           END-PERFORM.
       2650-END. EXIT.

       4000-PRINT-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "BUDGET-REPORT: cannot open report, status "
                   WS-REPORT-STATUS
               GO TO 4000-END
           END-IF
           MOVE WS-PERIOD-N TO WS-T-PERIOD
           MOVE WS-TODAY-DATE TO WS-T-RUN-DATE
           MOVE WS-THRESHOLD TO WS-T-THRESHOLD
           WRITE REPORT-LINE FROM WS-TITLE-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           IF WS-BUDGET-LINES = ZERO
               MOVE "NO BUDGET ON FILE FOR THE MONTH - ACTUALS ONLY"
                   TO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
           END-IF
           PERFORM VARYING WS-AM FROM 1 BY 1 UNTIL WS-AM > 4
               MOVE ZERO TO WS-GT-MONTH-AMT (WS-AM)
               MOVE ZERO TO WS-GT-YTD-AMT (WS-AM)
           END-PERFORM
           MOVE 1 TO WS-AG
           PERFORM UNTIL WS-AG > WS-AG-COUNT
               PERFORM 4100-PRINT-BRANCH THRU 4100-END
           END-PERFORM
           MOVE "ALL BRANCHES" TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-1
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-2
           MOVE "TOTAL " TO WS-ROW-PRODUCT
           MOVE SPACES TO WS-ROW-NAME
           PERFORM VARYING WS-AM FROM 1 BY 1 UNTIL WS-AM > 4
               MOVE WS-GT-MONTH-AMT (WS-AM) TO WS-ROW-MONTH-AMT (WS-AM)
               MOVE WS-GT-YTD-AMT (WS-AM) TO WS-ROW-YTD-AMT (WS-AM)
           END-PERFORM
           PERFORM 4300-PRINT-ROWS THRU 4300-END
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           PERFORM 4500-PRINT-FLAGGED THRU 4500-END
           IF WS-DROPPED > ZERO
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** " WS-DROPPED " AMOUNT(S) BEYOND THE "
                   "BRANCH/PRODUCT TABLE LEFT OUT OF THIS REPORT"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
           END-IF
           CLOSE REPORT-FILE.
       4000-END. EXIT.

      * Prints the products of the branch at WS-AG and leaves WS-AG
      * on the first entry of the next branch.
       4100-PRINT-BRANCH.
           MOVE WS-AG-BRANCH (WS-AG) TO WS-BR-CODE
           MOVE SPACES TO WS-RPT-LINE
           STRING "BRANCH " WS-BR-CODE " " DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM VARYING WS-BN FROM 1 BY 1
               UNTIL WS-BN > WS-BN-COUNT
               IF WS-BN-CODE (WS-BN) = WS-BR-CODE
                   MOVE WS-BN-NAME (WS-BN) TO WS-RPT-LINE (12:20)
               END-IF
           END-PERFORM
           WRITE REPORT-LINE FROM WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-1
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-2
           PERFORM VARYING WS-AM FROM 1 BY 1 UNTIL WS-AM > 4
               MOVE ZERO TO WS-BR-MONTH-AMT (WS-AM)
               MOVE ZERO TO WS-BR-YTD-AMT (WS-AM)
           END-PERFORM
           PERFORM UNTIL WS-AG > WS-AG-COUNT
               OR WS-AG-BRANCH (WS-AG) NOT = WS-BR-CODE
               MOVE WS-AG-PRODUCT (WS-AG) TO WS-ROW-PRODUCT
               PERFORM 4200-PRODUCT-NAME THRU 4200-END
               PERFORM VARYING WS-AM FROM 1 BY 1 UNTIL WS-AM > 4
                   MOVE WS-AG-MONTH-AMT (WS-AG, WS-AM)
                       TO WS-ROW-MONTH-AMT (WS-AM)
                   MOVE WS-AG-YTD-AMT (WS-AG, WS-AM)
                       TO WS-ROW-YTD-AMT (WS-AM)
                   ADD WS-AG-MONTH-AMT (WS-AG, WS-AM)
                       TO WS-BR-MONTH-AMT (WS-AM)
                   ADD WS-AG-YTD-AMT (WS-AG, WS-AM)
                       TO WS-BR-YTD-AMT (WS-AM)
                   ADD WS-AG-MONTH-AMT (WS-AG, WS-AM)
                       TO WS-GT-MONTH-AMT (WS-AM)
                   ADD WS-AG-YTD-AMT (WS-AG, WS-AM)
                       TO WS-GT-YTD-AMT (WS-AM)
               END-PERFORM
               PERFORM 4300-PRINT-ROWS THRU 4300-END
               ADD 1 TO WS-AG
           END-PERFORM
           MOVE "TOTAL " TO WS-ROW-PRODUCT
           MOVE "BRANCH" TO WS-ROW-NAME
           PERFORM VARYING WS-AM FROM 1 BY 1 UNTIL WS-AM > 4
               MOVE WS-BR-MONTH-AMT (WS-AM) TO WS-ROW-MONTH-AMT (WS-AM)
               MOVE WS-BR-YTD-AMT (WS-AM) TO WS-ROW-YTD-AMT (WS-AM)
           END-PERFORM
           PERFORM 4300-PRINT-ROWS THRU 4300-END
      * The flag is on the branch's month total, billed or collected.
      * A branch with no budget for the month has nothing to be
      * measured against and is not flagged.
           MOVE 'N' TO WS-BRANCH-OVER
           MOVE WS-BR-MONTH-AMT (1) TO WS-BUDGET-AMT
           MOVE WS-BR-MONTH-AMT (2) TO WS-ACTUAL-AMT
           PERFORM 4400-VARIANCE THRU 4400-END
           MOVE WS-PCT-TEXT TO WS-BILLED-PCT-TEXT
           IF WS-PCT-OVER = 'Y'
               MOVE 'Y' TO WS-BRANCH-OVER
           END-IF
           MOVE WS-BR-MONTH-AMT (3) TO WS-BUDGET-AMT
           MOVE WS-BR-MONTH-AMT (4) TO WS-ACTUAL-AMT
           PERFORM 4400-VARIANCE THRU 4400-END
           MOVE WS-PCT-TEXT TO WS-COLLECTED-PCT-TEXT
           IF WS-PCT-OVER = 'Y'
               MOVE 'Y' TO WS-BRANCH-OVER
           END-IF
           IF WS-BRANCH-OVER = 'Y'
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** OVER THRESHOLD - MONTH VARIANCE BILLED "
                   WS-BILLED-PCT-TEXT "%  COLLECTED "
                   WS-COLLECTED-PCT-TEXT "%"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
               IF WS-FLAGGED-COUNT < 100
                   ADD 1 TO WS-FLAGGED-COUNT
                   MOVE WS-BR-CODE TO WS-FL-BRANCH (WS-FLAGGED-COUNT)
                   MOVE WS-BILLED-PCT-TEXT
                       TO WS-FL-BILLED-PCT (WS-FLAGGED-COUNT)
                   MOVE WS-COLLECTED-PCT-TEXT
                       TO WS-FL-COLLECTED-PCT (WS-FLAGGED-COUNT)
               END-IF
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE.
       4100-END. EXIT.

       4200-PRODUCT-NAME.
           MOVE SPACES TO WS-ROW-NAME
           EVALUATE WS-ROW-PRODUCT
               WHEN 'SERVIC'
                   MOVE "PLAIN SERV." TO WS-ROW-NAME
               WHEN 'TUIT  '
                   MOVE "TUITION" TO WS-ROW-NAME
               WHEN OTHER
                   PERFORM VARYING WS-PN FROM 1 BY 1
                       UNTIL WS-PN > WS-PN-COUNT
                       IF WS-PN-CODE (WS-PN) = WS-ROW-PRODUCT
                           MOVE WS-PN-NAME (WS-PN) TO WS-ROW-NAME
                       END-IF
                   END-PERFORM
           END-EVALUATE.
       4200-END. EXIT.

      * A BILL and a COLL line for the amounts in WS-ROW-...
       4300-PRINT-ROWS.
           MOVE WS-ROW-PRODUCT TO WS-D-PRODUCT
           MOVE WS-ROW-NAME TO WS-D-NAME
           MOVE "BILL" TO WS-D-ITEM
           MOVE 1 TO WS-AM
           PERFORM 4350-PRINT-ROW THRU 4350-END
           MOVE SPACES TO WS-D-PRODUCT
           MOVE SPACES TO WS-D-NAME
           MOVE "COLL" TO WS-D-ITEM
           MOVE 3 TO WS-AM
           PERFORM 4350-PRINT-ROW THRU 4350-END.
       4300-END. EXIT.

       4350-PRINT-ROW.
           MOVE WS-ROW-MONTH-AMT (WS-AM) TO WS-BUDGET-AMT
           ADD 1 TO WS-AM
           MOVE WS-ROW-MONTH-AMT (WS-AM) TO WS-ACTUAL-AMT
           SUBTRACT 1 FROM WS-AM
           PERFORM 4400-VARIANCE THRU 4400-END
           MOVE WS-BUDGET-AMT TO WS-D-M-BUDGET
           MOVE WS-ACTUAL-AMT TO WS-D-M-ACTUAL
           MOVE WS-VARIANCE-AMT TO WS-D-M-VARIANCE
           MOVE WS-PCT-TEXT TO WS-D-M-PCT
           MOVE WS-ROW-YTD-AMT (WS-AM) TO WS-BUDGET-AMT
           ADD 1 TO WS-AM
           MOVE WS-ROW-YTD-AMT (WS-AM) TO WS-ACTUAL-AMT
           SUBTRACT 1 FROM WS-AM
           PERFORM 4400-VARIANCE THRU 4400-END
           MOVE WS-BUDGET-AMT TO WS-D-Y-BUDGET
           MOVE WS-ACTUAL-AMT TO WS-D-Y-ACTUAL
           MOVE WS-VARIANCE-AMT TO WS-D-Y-VARIANCE
           MOVE WS-PCT-TEXT TO WS-D-Y-PCT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       4350-END. EXIT.

      * Variance of WS-ACTUAL-AMT on WS-BUDGET-AMT, in money and in
      * percent of the budget, and whether the percent is over the
      * threshold either way. No budget, no percent.
       4400-VARIANCE.
           COMPUTE WS-VARIANCE-AMT = WS-ACTUAL-AMT - WS-BUDGET-AMT
           MOVE 'N' TO WS-PCT-OVER
           IF WS-BUDGET-AMT NOT > ZERO
               MOVE "      n/a" TO WS-PCT-TEXT
               GO TO 4400-END
           END-IF
           COMPUTE WS-VAR-PCT ROUNDED =
               WS-VARIANCE-AMT * 100 / WS-BUDGET-AMT
               ON SIZE ERROR
                   MOVE "    *****" TO WS-PCT-TEXT
                   MOVE 'Y' TO WS-PCT-OVER
                   GO TO 4400-END
           END-COMPUTE
           MOVE WS-VAR-PCT TO WS-PCT-EDIT
           MOVE WS-PCT-EDIT TO WS-PCT-TEXT
           IF WS-VAR-PCT > WS-THRESHOLD
               OR WS-VAR-PCT < ZERO - WS-THRESHOLD
               MOVE 'Y' TO WS-PCT-OVER
           END-IF.
       4400-END. EXIT.

       4500-PRINT-FLAGGED.
           MOVE SPACES TO WS-RPT-LINE
           STRING "BRANCHES WITH A MONTH VARIANCE OVER "
               WS-T-THRESHOLD "%" DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           IF WS-FLAGGED-COUNT = ZERO
               MOVE "  (none)" TO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
               GO TO 4500-END
           END-IF
           PERFORM VARYING WS-FL FROM 1 BY 1
               UNTIL WS-FL > WS-FLAGGED-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " WS-FL-BRANCH (WS-FL) " " DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               PERFORM VARYING WS-BN FROM 1 BY 1
                   UNTIL WS-BN > WS-BN-COUNT
                   IF WS-BN-CODE (WS-BN) = WS-FL-BRANCH (WS-FL)
                       MOVE WS-BN-NAME (WS-BN) TO WS-RPT-LINE (7:20)
                   END-IF
               END-PERFORM
               MOVE "BILLED" TO WS-RPT-LINE (29:6)
               MOVE WS-FL-BILLED-PCT (WS-FL) TO WS-RPT-LINE (35:9)
               MOVE "%  COLLECTED" TO WS-RPT-LINE (44:12)
               MOVE WS-FL-COLLECTED-PCT (WS-FL)
                   TO WS-RPT-LINE (56:9)
               MOVE "%" TO WS-RPT-LINE (65:1)
               WRITE REPORT-LINE FROM WS-RPT-LINE
           END-PERFORM.
       4500-END. EXIT.
