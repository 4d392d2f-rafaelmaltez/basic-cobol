      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Bill variance explanation. Compares what each client
      *          was billed in two billing periods (VARIANCE_PERIOD,
      *          default the period on the billing-period control,
      *          against VARIANCE_PRIOR, default the month before it)
      *          and breaks the difference into its causes, so the
      *          billing desk can answer "why is my bill higher this
      *          month?" from the report:
      *            RATE       the list price of a line billed in both
      *                       periods moved - a new rate-table.txt
      *                       entry in force on the billing date, or a
      *                       catalog price change;
      *            DISCOUNT   a negotiated discount started, expired or
      *                       changed (discounts register);
      *            PRODUCTS   a subscription (or other product line)
      *                       was added or ended;
      *            PRORATION  a mid-cycle status change cut the month
      *                       short (client-status-history.txt, days
      *                       walked the way CLIENT-BILLING walks them);
      *            CREDIT     credit on account drawn against the bill;
      *            INSTALMENT an agreement installment (IN + year/month
      *                       line) billed in one period and not the
      *                       other, or for a different amount;
      *            OTHER      whatever is left - a bill above its list
      *                       price, such as a consolidated household.
      *          Each period's list price is rebuilt as CLIENT-BILLING
      *          priced it: the Active rate for the client's UF in
      *          force on the billing date (** fallback) for a plain
      *          service line, the catalog price for a product line,
      *          the billed amount for a line with neither. Credit is
      *          what the bill fell short of list less proration and
      *          discount. The causes always add up to the change.
      *          Clients whose change exceeds VARIANCE_THRESHOLD (whole
      *          reais, default 50) are listed first, largest change
      *          first, then every other changed client in code order,
      *          each with a one-line explanation. Report on
      *          bill-variance.txt. Ends 4 when either period has no
      *          billing or a table overflowed.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILL-VARIANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO '..\billing-period.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIOD-STATUS.

           SELECT BILLING-HISTORY-FILE
           ASSIGN TO '..\billing-history.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT DISCOUNT-REGISTER-FILE
           ASSIGN TO '..\discounts-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISC-REG-STATUS.

           SELECT RATE-FILE ASSIGN TO '..\rate-table.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO '..\products.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRODUCT-STATUS.

           SELECT STATUS-HISTORY-FILE
           ASSIGN TO '..\client-status-history.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STAT-HIST-STATUS.

           SELECT CLIENT-MASTER-FILE ASSIGN TO WS-MASTER-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CLIENT-CODE
           ALTERNATE RECORD KEY IS CM-CLIENT-NAME WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT SORT-WORK ASSIGN TO "SWKV".

           SELECT REPORT-FILE ASSIGN TO '..\bill-variance.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-FILE.
       01 PERIOD-LINE.
           05 BP-PERIOD PIC X(6).
           05 FILLER PIC X(1).
           05 BP-STATUS PIC X(6).

       FD BILLING-HISTORY-FILE.
       COPY BILLHISTREC REPLACING ==:RECNAME:==
           BY ==BILLING-HIST-LINE==.

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

       FD RATE-FILE.
       COPY RATEREC REPLACING ==:RECNAME:== BY ==RATE-LINE==.

       FD PRODUCT-FILE.
       COPY PRODREC REPLACING ==:RECNAME:== BY ==PRODUCT-LINE==.

       FD STATUS-HISTORY-FILE.
       COPY STAHISTREC REPLACING ==:RECNAME:== BY ==STATUS-HIST-LINE==.

       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.

      * One record per billed line, installment line or discount
      * grant of either period, grouped by client and period.
       SD SORT-WORK.
       01 SORT-REC.
           05 SX-CLIENT-CODE PIC 9(7).
           05 SX-PERIOD-IDX PIC 9(1).
           05 SX-KIND PIC X(1).
               88 SX-BILLED VALUE 'B'.
               88 SX-DISCOUNT VALUE 'D'.
               88 SX-INSTALMENT VALUE 'I'.
           05 SX-PRODUCT PIC X(6).
           05 SX-DATE PIC 9(8).
           05 SX-UF PIC X(2).
           05 SX-AMOUNT PIC 9(7)V99.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PERIOD-STATUS PIC X(2).
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-DISC-REG-STATUS PIC X(2).
       01 WS-RATE-STATUS PIC X(2).
       01 WS-PRODUCT-STATUS PIC X(2).
       01 WS-STAT-HIST-STATUS PIC X(2).
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-MASTER-OPEN PIC X(1) VALUE 'N'.
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-FILE-EOF PIC X(1).
       01 WS-SORT-EOF PIC X(1) VALUE 'N'.
       01 WS-TODAY-DATE PIC 9(8).
      * The two periods: 1 is the prior, 2 the current.
       01 WS-PERIOD-ENTRY PIC X(6).
       01 WS-PERIOD-TABLE.
           05 WS-PERIOD PIC X(6) OCCURS 2 TIMES.
       01 WS-INST-KEY PIC X(6) OCCURS 2 TIMES.
       01 WS-DAYS-IN-MONTH PIC 9(2) OCCURS 2 TIMES.
       01 WS-P PIC 9(1) COMP.
       01 WS-WORK-PERIOD.
           05 WS-WORK-YEAR PIC 9(4).
           05 WS-WORK-MONTH PIC 9(2).
       01 WS-YEAR-REM PIC 9(4).
       01 WS-QUOT-SCRATCH PIC 9(4).
       01 WS-THRESHOLD-ENTRY PIC X(5).
       01 WS-THRESHOLD PIC 9(5)V99 VALUE 50.
       01 WS-LINES-READ PIC 9(7) OCCURS 2 TIMES.
       01 WS-OVERFLOW PIC X(1) VALUE 'N'.
      * Rate table and catalog, as CLIENT-BILLING loads them.
       01 WS-RATE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 50 TIMES.
               10 WS-RT-STATUS PIC X(1).
               10 WS-RT-UF PIC X(2).
               10 WS-RT-EFF-DATE PIC 9(8).
               10 WS-RT-AMOUNT PIC 9(5)V99.
       01 WS-R PIC 9(2) COMP.
       01 WS-BEST-DATE PIC 9(8).
       01 WS-LIST-AMOUNT PIC 9(7)V99.
       01 WS-PRORATED-AMOUNT PIC 9(7)V99.
       01 WS-PRD-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-PRD-TABLE.
           05 WS-PRD-ENTRY OCCURS 100 TIMES.
               10 WS-PRD-CODE PIC X(6).
               10 WS-PRD-PRICE PIC 9(5)V99.
       01 WS-PD PIC 9(3) COMP.
       01 WS-PRD-POS PIC 9(3) COMP.
      * Status transitions inside either period.
       01 WS-TR-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-TR-TABLE.
           05 WS-TR-ENTRY OCCURS 2000 TIMES.
               10 WS-TR-CODE PIC 9(7).
               10 WS-TR-PIDX PIC 9(1).
               10 WS-TR-DAY PIC 9(2).
               10 WS-TR-OLD PIC X(1).
               10 WS-TR-NEW PIC X(1).
       01 WS-T PIC 9(4) COMP.
       01 WS-DAY-WALK PIC 9(2).
       01 WS-DAY-STATUS PIC X(1).
       01 WS-BEST-DAY PIC 9(2).
       01 WS-START-STATUS PIC X(1).
      * The client being worked: its products and per-period sums.
       01 WS-HAVE-CLIENT PIC X(1) VALUE 'N'.
       01 WS-CL-CODE PIC 9(7).
       01 WS-CL-HAS-TRANSITION PIC X(1) OCCURS 2 TIMES.
       01 WS-CL-ACTIVE-DAYS PIC 9(2) OCCURS 2 TIMES.
       01 WS-CL-LIST PIC S9(9)V99 OCCURS 2 TIMES.
       01 WS-CL-BILLED PIC S9(9)V99 OCCURS 2 TIMES.
       01 WS-CL-PRORATION PIC S9(9)V99 OCCURS 2 TIMES.
       01 WS-CL-DISCOUNT PIC S9(9)V99 OCCURS 2 TIMES.
       01 WS-CL-CREDIT PIC S9(9)V99 OCCURS 2 TIMES.
       01 WS-CL-OTHER PIC S9(9)V99 OCCURS 2 TIMES.
       01 WS-CL-INSTALMENT PIC S9(9)V99 OCCURS 2 TIMES.
       01 WS-CL-TOTAL PIC S9(9)V99 OCCURS 2 TIMES.
       01 WS-CL-RATE-EFF PIC 9(8) OCCURS 2 TIMES.
       01 WS-CL-DISC-REASON PIC X(4) OCCURS 2 TIMES.
       01 WS-CL-SHORTFALL PIC S9(9)V99.
       01 WS-PT-COUNT PIC 9(2) COMP VALUE ZERO.
       01 WS-PT-TABLE.
           05 WS-PT-ENTRY OCCURS 20 TIMES.
               10 WS-PT-PRODUCT PIC X(6).
               10 WS-PT-SEEN PIC X(1) OCCURS 2 TIMES.
               10 WS-PT-LIST PIC S9(9)V99 OCCURS 2 TIMES.
       01 WS-PT PIC 9(2) COMP.
       01 WS-PT-POS PIC 9(2) COMP.
       01 WS-LINE-REDUCTION PIC S9(9)V99.
      * Causes of the change for the client being worked.
       01 WS-CAUSE-TABLE.
           05 WS-CAUSE PIC S9(9)V99 OCCURS 7 TIMES.
       01 WS-C PIC 9(1) COMP.
       01 WS-CHANGE PIC S9(9)V99.
       01 WS-ABS-CHANGE PIC S9(9)V99.
       01 WS-EXPLAIN PIC X(100).
       01 WS-EX-PTR PIC 9(3).
       01 WS-PRICE-MOVED PIC X(1).
      * Every changed client, kept for the two listings.
       01 WS-VR-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-VR-TABLE.
           05 WS-VR-ENTRY OCCURS 5000 TIMES.
               10 WS-VR-CODE PIC 9(7).
               10 WS-VR-PRIOR PIC S9(9)V99.
               10 WS-VR-CURRENT PIC S9(9)V99.
               10 WS-VR-CHANGE PIC S9(9)V99.
               10 WS-VR-ABS PIC S9(9)V99.
               10 WS-VR-CAUSE PIC S9(9)V99 OCCURS 7 TIMES.
               10 WS-VR-OVER PIC X(1).
               10 WS-VR-USED PIC X(1).
               10 WS-VR-EXPLAIN PIC X(100).
       01 WS-V PIC 9(4) COMP.
       01 WS-BEST-POS PIC 9(4) COMP.
       01 WS-COMPARED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-UNCHANGED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-OVER-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PRINTED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-GT-PRIOR PIC S9(11)V99 VALUE ZERO.
       01 WS-GT-CURRENT PIC S9(11)V99 VALUE ZERO.
       01 WS-GT-CAUSE PIC S9(11)V99 OCCURS 7 TIMES VALUE ZERO.
      * Printing.
       01 WS-AMOUNT-EDIT PIC Z(6)9.99.
       01 WS-DATE-EDIT.
           05 WS-DATE-EDIT-DD PIC 9(2).
           05 FILLER PIC X(1) VALUE '/'.
           05 WS-DATE-EDIT-MM PIC 9(2).
           05 FILLER PIC X(1) VALUE '/'.
           05 WS-DATE-EDIT-YYYY PIC 9(4).
       01 WS-RPT-LINE PIC X(132).
       01 WS-TITLE-LINE.
           05 FILLER PIC X(28) VALUE "BILL VARIANCE EXPLANATION - ".
           05 WS-T-CURRENT PIC X(6).
           05 FILLER PIC X(12) VALUE " COMPARED TO".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-T-PRIOR PIC X(6).
           05 FILLER PIC X(6) VALUE "  RUN ".
           05 WS-T-RUN-DATE PIC 9(8).
           05 FILLER PIC X(15) VALUE "  THRESHOLD R$ ".
           05 WS-T-THRESHOLD PIC Z(4)9.99.
       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(8) VALUE "CLIENT  ".
           05 FILLER PIC X(11) VALUE "     PRIOR ".
           05 FILLER PIC X(11) VALUE "   CURRENT ".
           05 FILLER PIC X(11) VALUE "    CHANGE ".
           05 FILLER PIC X(11) VALUE "      RATE ".
           05 FILLER PIC X(11) VALUE "  DISCOUNT ".
           05 FILLER PIC X(11) VALUE "  PRODUCTS ".
           05 FILLER PIC X(11) VALUE " PRORATION ".
           05 FILLER PIC X(11) VALUE "    CREDIT ".
           05 FILLER PIC X(11) VALUE " INSTALMNT ".
           05 FILLER PIC X(11) VALUE "     OTHER ".
       01 WS-DETAIL-LINE.
           05 WS-D-CLIENT PIC X(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-D-PRIOR PIC Z(6)9.99-.
           05 WS-D-CURRENT PIC Z(6)9.99-.
           05 WS-D-CHANGE PIC Z(6)9.99-.
           05 WS-D-CAUSES OCCURS 7 TIMES.
               10 FILLER PIC X(1).
               10 WS-D-CAUSE PIC Z(5)9.99-.
           05 FILLER PIC X(2) VALUE SPACE.
           05 WS-D-FLAG PIC X(3).
       01 WS-EXPLAIN-LINE.
           05 FILLER PIC X(8) VALUE SPACE.
           05 WS-E-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACE.
           05 WS-E-TEXT PIC X(100).
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "BILL-VARIANCE" TO JL-CALL-PROGRAM
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
           PERFORM 0100-GET-PERIODS THRU 0100-END
           MOVE SPACES TO WS-THRESHOLD-ENTRY
           ACCEPT WS-THRESHOLD-ENTRY
               FROM ENVIRONMENT "VARIANCE_THRESHOLD"
           IF WS-THRESHOLD-ENTRY NOT = SPACES
               IF WS-THRESHOLD-ENTRY IS NUMERIC
                   MOVE WS-THRESHOLD-ENTRY TO WS-THRESHOLD
               ELSE
                   DISPLAY "BILL-VARIANCE: VARIANCE_THRESHOLD "
                       WS-THRESHOLD-ENTRY " is not whole reais - "
                       "default kept"
               END-IF
           END-IF
           PERFORM 0200-LOAD-RATE-TABLE THRU 0200-END
           PERFORM 0300-LOAD-PRODUCTS THRU 0300-END
           PERFORM 0400-LOAD-STATUS-HISTORY THRU 0400-END
           MOVE ZERO TO WS-LINES-READ (1) WS-LINES-READ (2)
           SORT SORT-WORK
               ON ASCENDING KEY SX-CLIENT-CODE SX-PERIOD-IDX SX-KIND
               INPUT PROCEDURE IS 1000-RELEASE-LINES THRU 1000-END
               OUTPUT PROCEDURE IS 2000-WORK-CLIENTS THRU 2000-END
           PERFORM 4000-PRINT-REPORT THRU 4000-END
           DISPLAY "BILL-VARIANCE: " WS-PERIOD (2) " against "
               WS-PERIOD (1) ", " WS-COMPARED-COUNT
               " client(s) compared, " WS-UNCHANGED-COUNT
               " unchanged, " WS-OVER-COUNT " over the threshold"
           IF WS-OVERFLOW = 'Y'
               DISPLAY "BILL-VARIANCE: a client or product table "
                   "overflowed - report is incomplete"
           END-IF
           IF WS-LINES-READ (1) = ZERO OR WS-LINES-READ (2) = ZERO
               OR WS-OVERFLOW = 'Y'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           SET JL-CALL-END TO TRUE
           MOVE WS-COMPARED-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

      * The current period is the cycle the billing desk is taking
      * calls about: VARIANCE_PERIOD, else the billing period on the
      * control file, else the run month. The prior defaults to the
      * month before it.
       0100-GET-PERIODS.
           MOVE WS-TODAY-DATE (1:6) TO WS-PERIOD (2)
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS = '00'
               READ PERIOD-FILE
                   NOT AT END
                       MOVE BP-PERIOD TO WS-PERIOD (2)
               END-READ
               CLOSE PERIOD-FILE
           END-IF
           MOVE SPACES TO WS-PERIOD-ENTRY
           ACCEPT WS-PERIOD-ENTRY FROM ENVIRONMENT "VARIANCE_PERIOD"
           IF WS-PERIOD-ENTRY NOT = SPACES
               MOVE WS-PERIOD-ENTRY TO WS-PERIOD (2)
           END-IF
           IF WS-PERIOD (2) IS NOT NUMERIC
               OR WS-PERIOD (2) (5:2) < '01'
               OR WS-PERIOD (2) (5:2) > '12'
               DISPLAY "BILL-VARIANCE: period " WS-PERIOD (2)
                   " is not a YYYYMM month - run refused"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-PERIOD (2) TO WS-WORK-PERIOD
           IF WS-WORK-MONTH = 1
               SUBTRACT 1 FROM WS-WORK-YEAR
               MOVE 12 TO WS-WORK-MONTH
           ELSE
               SUBTRACT 1 FROM WS-WORK-MONTH
           END-IF
           MOVE WS-WORK-PERIOD TO WS-PERIOD (1)
           MOVE SPACES TO WS-PERIOD-ENTRY
           ACCEPT WS-PERIOD-ENTRY FROM ENVIRONMENT "VARIANCE_PRIOR"
           IF WS-PERIOD-ENTRY NOT = SPACES
               MOVE WS-PERIOD-ENTRY TO WS-PERIOD (1)
           END-IF
           IF WS-PERIOD (1) IS NOT NUMERIC
               OR WS-PERIOD (1) (5:2) < '01'
               OR WS-PERIOD (1) (5:2) > '12'
               OR WS-PERIOD (1) = WS-PERIOD (2)
               DISPLAY "BILL-VARIANCE: prior period " WS-PERIOD (1)
                   " is not a YYYYMM month other than "
                   WS-PERIOD (2) " - run refused"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 2
               MOVE SPACES TO WS-INST-KEY (WS-P)
               STRING 'IN' WS-PERIOD (WS-P) (3:4)
                   DELIMITED BY SIZE INTO WS-INST-KEY (WS-P)
               PERFORM 0150-SET-DAYS-IN-MONTH THRU 0150-END
           END-PERFORM.
       0100-END. EXIT.

       0150-SET-DAYS-IN-MONTH.
           MOVE WS-PERIOD (WS-P) TO WS-WORK-PERIOD
           EVALUATE WS-WORK-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH (WS-P)
               WHEN 2
                   MOVE 28 TO WS-DAYS-IN-MONTH (WS-P)
                   DIVIDE WS-WORK-YEAR BY 4 GIVING WS-QUOT-SCRATCH
                       REMAINDER WS-YEAR-REM
                   IF WS-YEAR-REM = ZERO
                       MOVE 29 TO WS-DAYS-IN-MONTH (WS-P)
                       DIVIDE WS-WORK-YEAR BY 100
                           GIVING WS-QUOT-SCRATCH
                           REMAINDER WS-YEAR-REM
                       IF WS-YEAR-REM = ZERO
                           DIVIDE WS-WORK-YEAR BY 400
                               GIVING WS-QUOT-SCRATCH
                               REMAINDER WS-YEAR-REM
                           IF WS-YEAR-REM NOT = ZERO
                               MOVE 28 TO WS-DAYS-IN-MONTH (WS-P)
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH (WS-P)
           END-EVALUATE.
       0150-END. EXIT.

       0200-LOAD-RATE-TABLE.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY "BILL-VARIANCE: no rate table on file - "
                   "plain service lines taken at their billed amount"
               GO TO 0200-END
           END-IF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF WS-RATE-COUNT < 50
                           ADD 1 TO WS-RATE-COUNT
                           MOVE RATE-STATUS
                               TO WS-RT-STATUS (WS-RATE-COUNT)
                           MOVE RATE-UF TO WS-RT-UF (WS-RATE-COUNT)
                           MOVE RATE-EFF-DATE
                               TO WS-RT-EFF-DATE (WS-RATE-COUNT)
                           MOVE RATE-AMOUNT
                               TO WS-RT-AMOUNT (WS-RATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-FILE.
       0200-END. EXIT.

       0300-LOAD-PRODUCTS.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT PRODUCT-FILE
           IF WS-PRODUCT-STATUS NOT = '00'
               GO TO 0300-END
           END-IF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ PRODUCT-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF WS-PRD-COUNT < 100
                           ADD 1 TO WS-PRD-COUNT
                           MOVE PR-PRODUCT-CODE
                               TO WS-PRD-CODE (WS-PRD-COUNT)
                           MOVE PR-MONTHLY-PRICE
                               TO WS-PRD-PRICE (WS-PRD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE.
       0300-END. EXIT.

      * Only the two periods' own transitions matter for proration.
       0400-LOAD-STATUS-HISTORY.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT STATUS-HISTORY-FILE
           IF WS-STAT-HIST-STATUS NOT = '00'
               GO TO 0400-END
           END-IF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ STATUS-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       PERFORM VARYING WS-P FROM 1 BY 1
                           UNTIL WS-P > 2
                           IF SH-EFFECTIVE-DATE (1:6) = WS-PERIOD (WS-P)
                               PERFORM 0450-STORE-TRANSITION
                                   THRU 0450-END
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE STATUS-HISTORY-FILE.
       0400-END. EXIT.

       0450-STORE-TRANSITION.
           IF WS-TR-COUNT < 2000
               ADD 1 TO WS-TR-COUNT
               MOVE SH-CLIENT-CODE TO WS-TR-CODE (WS-TR-COUNT)
               MOVE WS-P TO WS-TR-PIDX (WS-TR-COUNT)
               MOVE SH-EFFECTIVE-DATE (7:2) TO WS-TR-DAY (WS-TR-COUNT)
               MOVE SH-OLD-STATUS TO WS-TR-OLD (WS-TR-COUNT)
               MOVE SH-NEW-STATUS TO WS-TR-NEW (WS-TR-COUNT)
           ELSE
               MOVE 'Y' TO WS-OVERFLOW
           END-IF.
       0450-END. EXIT.

      ******************************************************************
      * Input: the two periods' billed lines (plain service lines
      * without a product code count as SERVIC), their installment
      * lines and the discount grants on the discounts register.
      ******************************************************************
       1000-RELEASE-LINES.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT BILLING-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY "BILL-VARIANCE: no billing history, status "
                   WS-HISTORY-STATUS
               GO TO 1000-END
           END-IF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ BILLING-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       PERFORM VARYING WS-P FROM 1 BY 1
                           UNTIL WS-P > 2
                           IF BH-PERIOD = WS-PERIOD (WS-P)
                               OR BH-PERIOD = WS-INST-KEY (WS-P)
                               PERFORM 1100-RELEASE-BILLED
                                   THRU 1100-END
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE BILLING-HISTORY-FILE
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT DISCOUNT-REGISTER-FILE
           IF WS-DISC-REG-STATUS NOT = '00'
               GO TO 1000-END
           END-IF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ DISCOUNT-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       PERFORM VARYING WS-P FROM 1 BY 1
                           UNTIL WS-P > 2
                           IF DG-PERIOD = WS-PERIOD (WS-P)
                               MOVE DG-CLIENT-CODE TO SX-CLIENT-CODE
                               MOVE WS-P TO SX-PERIOD-IDX
                               SET SX-DISCOUNT TO TRUE
                               MOVE DG-REASON TO SX-PRODUCT
                               MOVE DG-DATE TO SX-DATE
                               MOVE SPACES TO SX-UF
                               MOVE DG-AMOUNT TO SX-AMOUNT
                               RELEASE SORT-REC
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE DISCOUNT-REGISTER-FILE.
       1000-END. EXIT.

       1100-RELEASE-BILLED.
           ADD 1 TO WS-LINES-READ (WS-P)
           MOVE BH-CLIENT-CODE TO SX-CLIENT-CODE
           MOVE WS-P TO SX-PERIOD-IDX
           IF BH-PERIOD = WS-INST-KEY (WS-P)
               SET SX-INSTALMENT TO TRUE
           ELSE
               SET SX-BILLED TO TRUE
           END-IF
           MOVE BH-PRODUCT-CODE TO SX-PRODUCT
           IF SX-PRODUCT = SPACES
               MOVE 'SERVIC' TO SX-PRODUCT
           END-IF
           MOVE BH-DATE TO SX-DATE
           MOVE BH-CLIENT-UF TO SX-UF
           MOVE BH-AMOUNT TO SX-AMOUNT
           RELEASE SORT-REC.
       1100-END. EXIT.

      ******************************************************************
      * Output: one client at a time. Each billed line adds its list
      * price and its proration to the client's period sums; at the
      * client break the change is split into its causes.
      ******************************************************************
       2000-WORK-CLIENTS.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF WS-HAVE-CLIENT = 'Y'
                           AND SX-CLIENT-CODE NOT = WS-CL-CODE
                           PERFORM 3000-FINISH-CLIENT THRU 3000-END
                           MOVE 'N' TO WS-HAVE-CLIENT
                       END-IF
                       IF WS-HAVE-CLIENT = 'N'
                           PERFORM 2100-START-CLIENT THRU 2100-END
                       END-IF
                       MOVE SX-PERIOD-IDX TO WS-P
                       EVALUATE TRUE
                           WHEN SX-BILLED
                               PERFORM 2200-BILLED-LINE THRU 2200-END
                           WHEN SX-INSTALMENT
                               ADD SX-AMOUNT
                                   TO WS-CL-INSTALMENT (WS-P)
                           WHEN SX-DISCOUNT
                               ADD SX-AMOUNT TO WS-CL-DISCOUNT (WS-P)
                               MOVE SX-PRODUCT (1:4)
                                   TO WS-CL-DISC-REASON (WS-P)
                       END-EVALUATE
               END-RETURN
           END-PERFORM
           IF WS-HAVE-CLIENT = 'Y'
               PERFORM 3000-FINISH-CLIENT THRU 3000-END
           END-IF.
       2000-END. EXIT.

       2100-START-CLIENT.
           MOVE 'Y' TO WS-HAVE-CLIENT
           MOVE SX-CLIENT-CODE TO WS-CL-CODE
           MOVE ZERO TO WS-PT-COUNT
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 2
               MOVE ZERO TO WS-CL-LIST (WS-P) WS-CL-BILLED (WS-P)
                   WS-CL-PRORATION (WS-P) WS-CL-DISCOUNT (WS-P)
                   WS-CL-CREDIT (WS-P) WS-CL-OTHER (WS-P)
                   WS-CL-INSTALMENT (WS-P) WS-CL-TOTAL (WS-P)
                   WS-CL-RATE-EFF (WS-P)
               MOVE SPACES TO WS-CL-DISC-REASON (WS-P)
               PERFORM 2150-COUNT-ACTIVE-DAYS THRU 2150-END
           END-PERFORM.
       2100-END. EXIT.

      * Walks the period's days against the client's transitions in
      * it, as CLIENT-BILLING does: each day carries the status of the
      * latest transition on or before it, days before the first
      * transition carry that transition's old status.
       2150-COUNT-ACTIVE-DAYS.
           MOVE 'N' TO WS-CL-HAS-TRANSITION (WS-P)
           MOVE ZERO TO WS-CL-ACTIVE-DAYS (WS-P)
           MOVE 99 TO WS-BEST-DAY
           MOVE SPACE TO WS-START-STATUS
           PERFORM VARYING WS-T FROM 1 BY 1
               UNTIL WS-T > WS-TR-COUNT
               IF WS-TR-CODE (WS-T) = WS-CL-CODE
                   AND WS-TR-PIDX (WS-T) = WS-P
                   MOVE 'Y' TO WS-CL-HAS-TRANSITION (WS-P)
                   IF WS-TR-DAY (WS-T) < WS-BEST-DAY
                       MOVE WS-TR-DAY (WS-T) TO WS-BEST-DAY
                       MOVE WS-TR-OLD (WS-T) TO WS-START-STATUS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CL-HAS-TRANSITION (WS-P) = 'N'
               GO TO 2150-END
           END-IF
           PERFORM VARYING WS-DAY-WALK FROM 1 BY 1
               UNTIL WS-DAY-WALK > WS-DAYS-IN-MONTH (WS-P)
               MOVE WS-START-STATUS TO WS-DAY-STATUS
               MOVE ZERO TO WS-BEST-DAY
               PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-TR-COUNT
                   IF WS-TR-CODE (WS-T) = WS-CL-CODE
                       AND WS-TR-PIDX (WS-T) = WS-P
                       AND WS-TR-DAY (WS-T) <= WS-DAY-WALK
                       AND WS-TR-DAY (WS-T) >= WS-BEST-DAY
                       MOVE WS-TR-DAY (WS-T) TO WS-BEST-DAY
                       MOVE WS-TR-NEW (WS-T) TO WS-DAY-STATUS
                   END-IF
               END-PERFORM
               IF WS-DAY-STATUS = 'A'
                   ADD 1 TO WS-CL-ACTIVE-DAYS (WS-P)
               END-IF
           END-PERFORM.
       2150-END. EXIT.

      * List price of the line: Active rate for a plain service line,
      * catalog price for a product; a line priced some other way
      * (tuition, say) is its own list price and is never prorated.
       2200-BILLED-LINE.
           ADD SX-AMOUNT TO WS-CL-BILLED (WS-P)
           MOVE ZERO TO WS-LINE-REDUCTION
           MOVE ZERO TO WS-PRD-POS
           MOVE ZERO TO WS-BEST-DATE
           IF SX-PRODUCT = 'SERVIC'
               PERFORM 2250-PRICE-RATE THRU 2250-END
           ELSE
               PERFORM VARYING WS-PD FROM 1 BY 1
                   UNTIL WS-PD > WS-PRD-COUNT OR WS-PRD-POS > ZERO
                   IF WS-PRD-CODE (WS-PD) = SX-PRODUCT
                       MOVE WS-PD TO WS-PRD-POS
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN WS-BEST-DATE > ZERO
                   MOVE WS-BEST-DATE TO WS-CL-RATE-EFF (WS-P)
               WHEN WS-PRD-POS > ZERO
                   MOVE WS-PRD-PRICE (WS-PRD-POS) TO WS-LIST-AMOUNT
               WHEN OTHER
                   MOVE SX-AMOUNT TO WS-LIST-AMOUNT
           END-EVALUATE
           IF (WS-BEST-DATE > ZERO OR WS-PRD-POS > ZERO)
               AND WS-CL-HAS-TRANSITION (WS-P) = 'Y'
               AND WS-CL-ACTIVE-DAYS (WS-P) < WS-DAYS-IN-MONTH (WS-P)
               COMPUTE WS-PRORATED-AMOUNT ROUNDED =
                   WS-LIST-AMOUNT * WS-CL-ACTIVE-DAYS (WS-P)
                   / WS-DAYS-IN-MONTH (WS-P)
               COMPUTE WS-LINE-REDUCTION =
                   WS-LIST-AMOUNT - WS-PRORATED-AMOUNT
               ADD WS-LINE-REDUCTION TO WS-CL-PRORATION (WS-P)
           END-IF
           ADD WS-LIST-AMOUNT TO WS-CL-LIST (WS-P)
           MOVE ZERO TO WS-PT-POS
           PERFORM VARYING WS-PT FROM 1 BY 1
               UNTIL WS-PT > WS-PT-COUNT OR WS-PT-POS > ZERO
               IF WS-PT-PRODUCT (WS-PT) = SX-PRODUCT
                   MOVE WS-PT TO WS-PT-POS
               END-IF
           END-PERFORM
           IF WS-PT-POS = ZERO
               IF WS-PT-COUNT < 20
                   ADD 1 TO WS-PT-COUNT
                   MOVE WS-PT-COUNT TO WS-PT-POS
                   MOVE SX-PRODUCT TO WS-PT-PRODUCT (WS-PT-POS)
                   MOVE 'N' TO WS-PT-SEEN (WS-PT-POS, 1)
                       WS-PT-SEEN (WS-PT-POS, 2)
                   MOVE ZERO TO WS-PT-LIST (WS-PT-POS, 1)
                       WS-PT-LIST (WS-PT-POS, 2)
               ELSE
                   MOVE 'Y' TO WS-OVERFLOW
                   GO TO 2200-END
               END-IF
           END-IF
           MOVE 'Y' TO WS-PT-SEEN (WS-PT-POS, WS-P)
           ADD WS-LIST-AMOUNT TO WS-PT-LIST (WS-PT-POS, WS-P).
       2200-END. EXIT.

      * Active rate for the line's UF with the latest effective date
      * not after the billing date; ** is the fallback UF. No rate at
      * all leaves the line at its billed amount.
       2250-PRICE-RATE.
           PERFORM VARYING WS-R FROM 1 BY 1
               UNTIL WS-R > WS-RATE-COUNT
               IF WS-RT-STATUS (WS-R) = 'A'
                   AND WS-RT-UF (WS-R) = SX-UF
                   AND WS-RT-EFF-DATE (WS-R) <= SX-DATE
                   AND WS-RT-EFF-DATE (WS-R) >= WS-BEST-DATE
                   MOVE WS-RT-EFF-DATE (WS-R) TO WS-BEST-DATE
                   MOVE WS-RT-AMOUNT (WS-R) TO WS-LIST-AMOUNT
               END-IF
           END-PERFORM
           IF WS-BEST-DATE = ZERO
               PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-RATE-COUNT
                   IF WS-RT-STATUS (WS-R) = 'A'
                       AND WS-RT-UF (WS-R) = '**'
                       AND WS-RT-EFF-DATE (WS-R) <= SX-DATE
                       AND WS-RT-EFF-DATE (WS-R) >= WS-BEST-DATE
                       MOVE WS-RT-EFF-DATE (WS-R) TO WS-BEST-DATE
                       MOVE WS-RT-AMOUNT (WS-R) TO WS-LIST-AMOUNT
                   END-IF
               END-PERFORM
           END-IF.
       2250-END. EXIT.

      ******************************************************************
      * Client break. Per period the bill is list less proration less
      * discount less credit, plus anything billed above list; the
      * change between the periods splits the same way, the list
      * part into RATE (products in both periods) and PRODUCTS (in
      * one period only).
      ******************************************************************
       3000-FINISH-CLIENT.
           ADD 1 TO WS-COMPARED-COUNT
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 2
               COMPUTE WS-CL-SHORTFALL = WS-CL-LIST (WS-P)
                   - WS-CL-PRORATION (WS-P) - WS-CL-DISCOUNT (WS-P)
                   - WS-CL-BILLED (WS-P)
               IF WS-CL-SHORTFALL > ZERO
                   MOVE WS-CL-SHORTFALL TO WS-CL-CREDIT (WS-P)
               ELSE
                   COMPUTE WS-CL-OTHER (WS-P) =
                       ZERO - WS-CL-SHORTFALL
               END-IF
               COMPUTE WS-CL-TOTAL (WS-P) =
                   WS-CL-BILLED (WS-P) + WS-CL-INSTALMENT (WS-P)
           END-PERFORM
           COMPUTE WS-CHANGE = WS-CL-TOTAL (2) - WS-CL-TOTAL (1)
           IF WS-CHANGE = ZERO
               ADD 1 TO WS-UNCHANGED-COUNT
               GO TO 3000-END
           END-IF
           MOVE ZERO TO WS-CAUSE (1) WS-CAUSE (3)
           MOVE 'N' TO WS-PRICE-MOVED
           PERFORM VARYING WS-PT FROM 1 BY 1
               UNTIL WS-PT > WS-PT-COUNT
               IF WS-PT-SEEN (WS-PT, 1) = 'Y'
                   AND WS-PT-SEEN (WS-PT, 2) = 'Y'
                   COMPUTE WS-CAUSE (1) = WS-CAUSE (1)
                       + WS-PT-LIST (WS-PT, 2) - WS-PT-LIST (WS-PT, 1)
                   IF WS-PT-LIST (WS-PT, 2) NOT =
                       WS-PT-LIST (WS-PT, 1)
                       AND WS-PT-PRODUCT (WS-PT) NOT = 'SERVIC'
                       MOVE 'Y' TO WS-PRICE-MOVED
                   END-IF
               ELSE
                   COMPUTE WS-CAUSE (3) = WS-CAUSE (3)
                       + WS-PT-LIST (WS-PT, 2) - WS-PT-LIST (WS-PT, 1)
               END-IF
           END-PERFORM
           COMPUTE WS-CAUSE (2) =
               WS-CL-DISCOUNT (1) - WS-CL-DISCOUNT (2)
           COMPUTE WS-CAUSE (4) =
               WS-CL-PRORATION (1) - WS-CL-PRORATION (2)
           COMPUTE WS-CAUSE (5) = WS-CL-CREDIT (1) - WS-CL-CREDIT (2)
           COMPUTE WS-CAUSE (6) =
               WS-CL-INSTALMENT (2) - WS-CL-INSTALMENT (1)
           COMPUTE WS-CAUSE (7) = WS-CL-OTHER (2) - WS-CL-OTHER (1)
           PERFORM 3100-EXPLAIN THRU 3100-END
           IF WS-VR-COUNT >= 5000
               MOVE 'Y' TO WS-OVERFLOW
               GO TO 3000-END
           END-IF
           ADD 1 TO WS-VR-COUNT
           MOVE WS-CL-CODE TO WS-VR-CODE (WS-VR-COUNT)
           MOVE WS-CL-TOTAL (1) TO WS-VR-PRIOR (WS-VR-COUNT)
           MOVE WS-CL-TOTAL (2) TO WS-VR-CURRENT (WS-VR-COUNT)
           MOVE WS-CHANGE TO WS-VR-CHANGE (WS-VR-COUNT)
           IF WS-CHANGE < ZERO
               COMPUTE WS-ABS-CHANGE = ZERO - WS-CHANGE
           ELSE
               MOVE WS-CHANGE TO WS-ABS-CHANGE
           END-IF
           MOVE WS-ABS-CHANGE TO WS-VR-ABS (WS-VR-COUNT)
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 7
               MOVE WS-CAUSE (WS-C) TO WS-VR-CAUSE (WS-VR-COUNT, WS-C)
           END-PERFORM
           IF WS-ABS-CHANGE > WS-THRESHOLD
               MOVE 'Y' TO WS-VR-OVER (WS-VR-COUNT)
               ADD 1 TO WS-OVER-COUNT
           ELSE
               MOVE 'N' TO WS-VR-OVER (WS-VR-COUNT)
           END-IF
           MOVE 'N' TO WS-VR-USED (WS-VR-COUNT)
           MOVE WS-EXPLAIN TO WS-VR-EXPLAIN (WS-VR-COUNT).
       3000-END. EXIT.

      * The one-line answer for the desk, cause by cause.
       3100-EXPLAIN.
           MOVE SPACES TO WS-EXPLAIN
           MOVE 1 TO WS-EX-PTR
           IF WS-CL-TOTAL (1) = ZERO
               STRING "NOT BILLED IN " WS-PERIOD (1) "; "
                   DELIMITED BY SIZE INTO WS-EXPLAIN
                   WITH POINTER WS-EX-PTR
           END-IF
           IF WS-CL-TOTAL (2) = ZERO
               STRING "NOT BILLED IN " WS-PERIOD (2) "; "
                   DELIMITED BY SIZE INTO WS-EXPLAIN
                   WITH POINTER WS-EX-PTR
           END-IF
           IF WS-CAUSE (1) NOT = ZERO
               IF WS-CL-RATE-EFF (2) NOT = WS-CL-RATE-EFF (1)
                   AND WS-CL-RATE-EFF (2) > ZERO
                   AND WS-CL-RATE-EFF (1) > ZERO
                   MOVE WS-CL-RATE-EFF (2) (7:2) TO WS-DATE-EDIT-DD
                   MOVE WS-CL-RATE-EFF (2) (5:2) TO WS-DATE-EDIT-MM
                   MOVE WS-CL-RATE-EFF (2) (1:4) TO WS-DATE-EDIT-YYYY
                   STRING "NEW RATE FROM " WS-DATE-EDIT "; "
                       DELIMITED BY SIZE INTO WS-EXPLAIN
                       WITH POINTER WS-EX-PTR
               END-IF
               IF WS-PRICE-MOVED = 'Y'
                   STRING "CATALOG PRICE CHANGED; "
                       DELIMITED BY SIZE INTO WS-EXPLAIN
                       WITH POINTER WS-EX-PTR
               END-IF
           END-IF
           IF WS-CAUSE (2) NOT = ZERO
               EVALUATE TRUE
                   WHEN WS-CL-DISCOUNT (1) = ZERO
                       STRING "DISCOUNT STARTED ("
                           WS-CL-DISC-REASON (2) "); "
                           DELIMITED BY SIZE INTO WS-EXPLAIN
                           WITH POINTER WS-EX-PTR
                   WHEN WS-CL-DISCOUNT (2) = ZERO
                       STRING "DISCOUNT EXPIRED ("
                           WS-CL-DISC-REASON (1) "); "
                           DELIMITED BY SIZE INTO WS-EXPLAIN
                           WITH POINTER WS-EX-PTR
                   WHEN OTHER
                       STRING "DISCOUNT CHANGED; "
                           DELIMITED BY SIZE INTO WS-EXPLAIN
                           WITH POINTER WS-EX-PTR
               END-EVALUATE
           END-IF
           PERFORM VARYING WS-PT FROM 1 BY 1
               UNTIL WS-PT > WS-PT-COUNT
               IF WS-PT-SEEN (WS-PT, 1) = 'N'
                   AND WS-CL-TOTAL (1) NOT = ZERO
                   STRING "ADDED " DELIMITED BY SIZE
                       WS-PT-PRODUCT (WS-PT) DELIMITED BY SPACE
                       "; " DELIMITED BY SIZE INTO WS-EXPLAIN
                       WITH POINTER WS-EX-PTR
               END-IF
               IF WS-PT-SEEN (WS-PT, 2) = 'N'
                   AND WS-CL-TOTAL (2) NOT = ZERO
                   STRING "ENDED " DELIMITED BY SIZE
                       WS-PT-PRODUCT (WS-PT) DELIMITED BY SPACE
                       "; " DELIMITED BY SIZE INTO WS-EXPLAIN
                       WITH POINTER WS-EX-PTR
               END-IF
           END-PERFORM
           IF WS-CAUSE (4) NOT = ZERO
               IF WS-CL-PRORATION (2) > ZERO
                   STRING "PRORATED " WS-CL-ACTIVE-DAYS (2) "/"
                       WS-DAYS-IN-MONTH (2) " DAYS; "
                       DELIMITED BY SIZE INTO WS-EXPLAIN
                       WITH POINTER WS-EX-PTR
               ELSE
                   STRING "FULL MONTH AFTER PRORATION; "
                       DELIMITED BY SIZE INTO WS-EXPLAIN
                       WITH POINTER WS-EX-PTR
               END-IF
           END-IF
           IF WS-CAUSE (5) NOT = ZERO
               IF WS-CL-CREDIT (2) > ZERO
                   MOVE WS-CL-CREDIT (2) TO WS-AMOUNT-EDIT
                   STRING "CREDIT APPLIED " WS-AMOUNT-EDIT "; "
                       DELIMITED BY SIZE INTO WS-EXPLAIN
                       WITH POINTER WS-EX-PTR
               ELSE
                   STRING "NO CREDIT LEFT TO APPLY; "
                       DELIMITED BY SIZE INTO WS-EXPLAIN
                       WITH POINTER WS-EX-PTR
               END-IF
           END-IF
           IF WS-CAUSE (6) NOT = ZERO
               EVALUATE TRUE
                   WHEN WS-CL-INSTALMENT (1) = ZERO
                       STRING "AGREEMENT INSTALMENT BILLED; "
                           DELIMITED BY SIZE INTO WS-EXPLAIN
                           WITH POINTER WS-EX-PTR
                   WHEN WS-CL-INSTALMENT (2) = ZERO
                       STRING "NO INSTALMENT THIS PERIOD; "
                           DELIMITED BY SIZE INTO WS-EXPLAIN
                           WITH POINTER WS-EX-PTR
                   WHEN OTHER
                       STRING "INSTALMENT AMOUNT CHANGED; "
                           DELIMITED BY SIZE INTO WS-EXPLAIN
                           WITH POINTER WS-EX-PTR
               END-EVALUATE
           END-IF
           IF WS-CAUSE (7) NOT = ZERO
               STRING "BILLED ABOVE LIST (CONSOLIDATION?); "
                   DELIMITED BY SIZE INTO WS-EXPLAIN
                   WITH POINTER WS-EX-PTR
           END-IF.
       3100-END. EXIT.

      ******************************************************************
      * Report: clients over the threshold, largest change first;
      * then every other changed client in code order; then totals.
      ******************************************************************
       4000-PRINT-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "BILL-VARIANCE: cannot open report, status "
                   WS-REPORT-STATUS
               MOVE 'Y' TO WS-OVERFLOW
               GO TO 4000-END
           END-IF
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-OPEN
           END-IF
           MOVE WS-PERIOD (2) TO WS-T-CURRENT
           MOVE WS-PERIOD (1) TO WS-T-PRIOR
           MOVE WS-TODAY-DATE TO WS-T-RUN-DATE
           MOVE WS-THRESHOLD TO WS-T-THRESHOLD
           WRITE REPORT-LINE FROM WS-TITLE-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CHANGES OVER THE THRESHOLD - LARGEST FIRST"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING
           IF WS-OVER-COUNT = ZERO
               MOVE "  (none)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE 1 TO WS-BEST-POS
           PERFORM 4100-PRINT-NEXT-LARGEST THRU 4100-END
               UNTIL WS-BEST-POS = ZERO
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "OTHER CHANGES" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING
           PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > WS-VR-COUNT
               IF WS-VR-USED (WS-V) = 'N'
                   PERFORM 4200-PRINT-CLIENT THRU 4200-END
               END-IF
           END-PERFORM
           PERFORM 4300-PRINT-TOTALS THRU 4300-END
           IF WS-MASTER-OPEN = 'Y'
               CLOSE CLIENT-MASTER-FILE
           END-IF
           CLOSE REPORT-FILE.
       4000-END. EXIT.

       4100-PRINT-NEXT-LARGEST.
           MOVE ZERO TO WS-BEST-POS
           PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > WS-VR-COUNT
               IF WS-VR-OVER (WS-V) = 'Y' AND WS-VR-USED (WS-V) = 'N'
                   IF WS-BEST-POS = ZERO
                       MOVE WS-V TO WS-BEST-POS
                   ELSE
                       IF WS-VR-ABS (WS-V) > WS-VR-ABS (WS-BEST-POS)
                           MOVE WS-V TO WS-BEST-POS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST-POS > ZERO
               MOVE WS-BEST-POS TO WS-V
               PERFORM 4200-PRINT-CLIENT THRU 4200-END
           END-IF.
       4100-END. EXIT.

       4200-PRINT-CLIENT.
           MOVE 'Y' TO WS-VR-USED (WS-V)
           ADD 1 TO WS-PRINTED-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-VR-CODE (WS-V) TO WS-D-CLIENT
           MOVE WS-VR-PRIOR (WS-V) TO WS-D-PRIOR
           MOVE WS-VR-CURRENT (WS-V) TO WS-D-CURRENT
           MOVE WS-VR-CHANGE (WS-V) TO WS-D-CHANGE
           ADD WS-VR-PRIOR (WS-V) TO WS-GT-PRIOR
           ADD WS-VR-CURRENT (WS-V) TO WS-GT-CURRENT
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 7
               MOVE WS-VR-CAUSE (WS-V, WS-C) TO WS-D-CAUSE (WS-C)
               ADD WS-VR-CAUSE (WS-V, WS-C) TO WS-GT-CAUSE (WS-C)
           END-PERFORM
           IF WS-VR-OVER (WS-V) = 'Y'
               MOVE "***" TO WS-D-FLAG
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           MOVE SPACES TO WS-E-NAME
           IF WS-MASTER-OPEN = 'Y'
               MOVE WS-VR-CODE (WS-V) TO CM-CLIENT-CODE
               READ CLIENT-MASTER-FILE
                   NOT INVALID KEY
                       MOVE CM-CLIENT-NAME TO WS-E-NAME
               END-READ
           END-IF
           MOVE WS-VR-EXPLAIN (WS-V) TO WS-E-TEXT
           WRITE REPORT-LINE FROM WS-EXPLAIN-LINE.
       4200-END. EXIT.

      * Totals of the changed clients; the causes add up across to
      * the change, column by column.
       4300-PRINT-TOTALS.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "TOTAL" TO WS-D-CLIENT
           MOVE WS-GT-PRIOR TO WS-D-PRIOR
           MOVE WS-GT-CURRENT TO WS-D-CURRENT
           COMPUTE WS-D-CHANGE = WS-GT-CURRENT - WS-GT-PRIOR
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 7
               MOVE WS-GT-CAUSE (WS-C) TO WS-D-CAUSE (WS-C)
           END-PERFORM
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "CLIENTS COMPARED: " WS-COMPARED-COUNT
               "   UNCHANGED: " WS-UNCHANGED-COUNT
               "   CHANGED: " WS-PRINTED-COUNT
               "   OVER THRESHOLD: " WS-OVER-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE.
       4300-END. EXIT.

       END PROGRAM BILL-VARIANCE.
