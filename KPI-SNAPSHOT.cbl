      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Month-end management KPI snapshot. For the month
      *          (KPI_PERIOD, YYYYMM, default the month before the
      *          run) it works out, for all branches and per branch:
      *            DSO              receivable x 90 / billed in the
      *                             three months ending the month;
      *            COLLECTION RATE  payments posted in the month (net
      *                             of reversals) / billed in it;
      *            WRITE-OFF RATIO  written off in the month / billed;
      *            ACTIVE CLIENTS   Active clients on the master;
      *            DELINQUENCY      clients with an open item more
      *                             than 30 days past billing at the
      *                             month end / active clients;
      *            AVERAGE BILL     billed / clients billed;
      *          and, for all branches only, the PASS RATE (students
      *          passed / graded on the class-stats lines GRADE-BATCH
      *          wrote in the month) and AVERAGE ATTENDANCE (classes
      *          attended / held on attendance.txt for the terms in
      *          session in the month, terms.txt).
      *          Billing, receivable and delinquency come from the
      *          open-items master (OI-BRANCH); payments and write-offs
      *          are put under the branch of the open item they paid,
      *          else the client's master branch. The receivable is
      *          the open balance at the time of the run of the items
      *          billed up to the month end, so the job is run at the
      *          close of the month.
      *          The month's figures are saved on kpi-history.txt
      *          (KPIHISTREC, a rerun replaces them) and the one-page
      *          scorecard on kpi-scorecard.txt shows the month, the
      *          prior month and the same month last year from there,
      *          with a trend arrow against the prior month (^ up,
      *          v down, = level) and whether that is better or worse.
      *          Ends 4 when there was nothing billed in the month or a
      *          branch did not fit the table, 16 when the open-items
      *          master is missing or the KPI history is larger than
      *          the table or cannot be rewritten.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPI-SNAPSHOT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-ITEMS-FILE ASSIGN TO WS-OPEN-ITEMS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OI-ITEM-KEY
           FILE STATUS IS WS-OPEN-ITEMS-STATUS.

           SELECT CLIENT-MASTER-FILE ASSIGN TO WS-MASTER-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CLIENT-CODE
           ALTERNATE RECORD KEY IS CM-CLIENT-NAME WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT POSTED-FILE ASSIGN TO '..\payments-posted.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSTED-STATUS.

           SELECT WRITEOFF-FILE ASSIGN TO '..\writeoff-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WRITEOFF-STATUS.

           SELECT CLASS-STATS-FILE ASSIGN TO '..\class-stats.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLASS-STATS-STATUS.

           SELECT TERM-FILE ASSIGN TO '..\terms.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERM-FILE-STATUS.

           SELECT ATTENDANCE-FILE ASSIGN TO '..\attendance.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ATTENDANCE-STATUS.

           SELECT BRANCH-FILE ASSIGN TO '..\branches.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRANCH-STATUS.

           SELECT KPI-HISTORY-FILE ASSIGN TO '..\kpi-history.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KPI-HIST-STATUS.

           SELECT REPORT-FILE ASSIGN TO '..\kpi-scorecard.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPEN-ITEMS-FILE.
       COPY OPNITMREC.

       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.

       FD POSTED-FILE.
       COPY PAYREC REPLACING ==:RECNAME:== BY ==POSTED-LINE==.

       FD WRITEOFF-FILE.
       COPY WOFFREC REPLACING ==:RECNAME:== BY ==WRITEOFF-LINE==.

       FD CLASS-STATS-FILE.
       COPY STATSREC REPLACING ==:RECNAME:== BY ==CLASS-STATS-LINE==.

       FD TERM-FILE.
       COPY TERMREC REPLACING ==:RECNAME:== BY ==TERM-LINE==.

       FD ATTENDANCE-FILE.
       COPY ATTENDREC REPLACING ==:RECNAME:== BY ==ATTEND-LINE==.

       FD BRANCH-FILE.
       COPY BRANCHREC REPLACING ==:RECNAME:== BY ==BRANCH-LINE==.

       FD KPI-HISTORY-FILE.
       COPY KPIHISTREC REPLACING ==:RECNAME:== BY ==KPI-HIST-LINE==.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OPEN-ITEMS-FILENAME PIC X(100).
       01 WS-OPEN-ITEMS-STATUS PIC X(2).
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-MASTER-OPEN PIC X(1) VALUE 'N'.
       01 WS-POSTED-STATUS PIC X(2).
       01 WS-WRITEOFF-STATUS PIC X(2).
       01 WS-CLASS-STATS-STATUS PIC X(2).
       01 WS-TERM-FILE-STATUS PIC X(2).
       01 WS-ATTENDANCE-STATUS PIC X(2).
       01 WS-BRANCH-STATUS PIC X(2).
       01 WS-KPI-HIST-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-FILE-EOF PIC X(1).
       01 WS-TODAY-DATE PIC 9(8).

      * The month reported on, the prior month and the same month a
      * year back, with the date limits the figures are taken within.
       01 WS-PERIOD-ENTRY PIC X(6).
       01 WS-PERIOD.
           05 WS-PERIOD-YEAR PIC 9(4).
           05 WS-PERIOD-MONTH PIC 9(2).
       01 WS-PERIOD-N REDEFINES WS-PERIOD PIC 9(6).
       01 WS-PRIOR-PERIOD.
           05 WS-PRIOR-YEAR PIC 9(4).
           05 WS-PRIOR-MONTH PIC 9(2).
       01 WS-PRIOR-PERIOD-N REDEFINES WS-PRIOR-PERIOD PIC 9(6).
       01 WS-LAST-YEAR-PERIOD-N PIC 9(6).
       01 WS-MONTH-START PIC 9(8).
       01 WS-MONTH-END PIC 9(8).
       01 WS-QUARTER-START PIC 9(8).
       01 WS-DELINQ-CUTOFF PIC 9(8).

      * Branch names from branches.txt.
       01 WS-BN-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-BN-TABLE.
           05 WS-BN-ENTRY OCCURS 100 TIMES.
               10 WS-BN-CODE PIC 9(3).
               10 WS-BN-NAME PIC X(20).
       01 WS-BN PIC 9(3) COMP.

      * The month's figures: entry 1 is all branches, the rest one
      * per branch in the order first met.
       01 WS-KP-COUNT PIC 9(3) COMP VALUE 1.
       01 WS-KP-TABLE.
           05 WS-KP-ENTRY OCCURS 101 TIMES.
               10 WS-KP-BRANCH PIC 9(3).
               10 WS-KP-RECEIVABLE PIC 9(9)V99.
               10 WS-KP-BILLED PIC 9(9)V99.
               10 WS-KP-BILLED-3M PIC 9(9)V99.
               10 WS-KP-COLLECTED PIC S9(9)V99.
               10 WS-KP-WRITTEN-OFF PIC 9(9)V99.
               10 WS-KP-ACTIVE PIC 9(7).
               10 WS-KP-DELINQUENT PIC 9(7).
               10 WS-KP-BILLED-CLIENTS PIC 9(7).
       01 WS-KP PIC 9(3) COMP.
       01 WS-KP-POS PIC 9(3) COMP.
       01 WS-WORK-BRANCH PIC 9(3).
       01 WS-BRANCH-DROPPED PIC 9(7) VALUE ZERO.

      * Open-items scan: a client is counted once per branch as
      * billed and as delinquent.
       01 WS-ITEMS-EOF PIC X(1) VALUE 'N'.
       01 WS-ITEMS-READ PIC 9(7) VALUE ZERO.
       01 WS-CUR-CLIENT PIC 9(7) VALUE ZERO.
       01 WS-CL-BILLED-BR PIC 9(3) COMP OCCURS 10 TIMES.
       01 WS-CL-BILLED-COUNT PIC 9(2) COMP VALUE ZERO.
       01 WS-CL-DELINQ-BR PIC 9(3) COMP OCCURS 10 TIMES.
       01 WS-CL-DELINQ-COUNT PIC 9(2) COMP VALUE ZERO.
       01 WS-CL PIC 9(2) COMP.
       01 WS-CL-FOUND PIC X(1).
       01 WS-AMOUNT PIC S9(9)V99.

      * Academic figures, all branches only.
       01 WS-STUDENTS PIC 9(7) VALUE ZERO.
       01 WS-PASSED PIC 9(7) VALUE ZERO.
       01 WS-ATT-HELD PIC 9(7) VALUE ZERO.
       01 WS-ATT-ATTENDED PIC 9(7) VALUE ZERO.
       01 WS-TS-COUNT PIC 9(2) COMP VALUE ZERO.
       01 WS-TS-TERM PIC X(6) OCCURS 50 TIMES.
       01 WS-TS PIC 9(2) COMP.
       01 WS-TS-FOUND PIC X(1).

      * kpi-history.txt less this month's lines, for the rewrite and
      * the prior-month and last-year columns; this month's lines as
      * they are saved.
       01 WS-HS-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-HS-OVERFLOW PIC X(1) VALUE 'N'.
           88 WS-HS-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-HS-TABLE.
           05 WS-HS-ENTRY OCCURS 5000 TIMES.
               10 WS-HS-RECORD PIC X(142).
       01 WS-HS PIC 9(4) COMP.
       01 WS-CR-TABLE.
           05 WS-CR-RECORD PIC X(142) OCCURS 101 TIMES.
       01 WS-HISTORY-SAVED PIC X(1) VALUE 'N'.

      * The eight KPIs: name, how the value is shown (1 = one decimal,
      * 2 = two decimals, N = count) and whether higher is better.
       01 WS-KPI-DEFINITIONS.
           05 FILLER PIC X(26) VALUE "DSO (DAYS)              1N".
           05 FILLER PIC X(26) VALUE "COLLECTION RATE %       1Y".
           05 FILLER PIC X(26) VALUE "WRITE-OFF RATIO %       2N".
           05 FILLER PIC X(26) VALUE "ACTIVE CLIENTS          NY".
           05 FILLER PIC X(26) VALUE "DELINQUENCY RATE %      1N".
           05 FILLER PIC X(26) VALUE "AVERAGE BILL R$         2Y".
           05 FILLER PIC X(26) VALUE "PASS RATE %             1Y".
           05 FILLER PIC X(26) VALUE "AVERAGE ATTENDANCE %    1Y".
       01 WS-KPI-TABLE REDEFINES WS-KPI-DEFINITIONS.
           05 WS-KPI-DEF OCCURS 8 TIMES.
               10 WS-KPI-NAME PIC X(24).
               10 WS-KPI-FORMAT PIC X(1).
               10 WS-KPI-HIGHER-GOOD PIC X(1).
       01 WS-K PIC 9(1) COMP.

      * Scorecard work: the line looked up, the value taken from it.
       01 WS-LOOK-PERIOD PIC 9(6).
       01 WS-LOOK-KIND PIC X(1).
       01 WS-LOOK-BRANCH PIC 9(3).
       01 WS-LOOK-FOUND PIC X(1).
       01 WS-COL PIC 9(1) COMP.
       01 WS-COL-VALUE PIC S9(9)V99 OCCURS 3 TIMES.
       01 WS-COL-KNOWN PIC X(1) OCCURS 3 TIMES.
       01 WS-ARROW PIC X(1).
       01 WS-VERDICT PIC X(6).
       01 WS-EDIT-1 PIC Z(9)9.9.
       01 WS-EDIT-2 PIC Z(8)9.99.
       01 WS-EDIT-N PIC Z(11)9.
       01 WS-EDIT-SHORT-1 PIC Z(7)9.9.
       01 WS-EDIT-SHORT-2 PIC Z(6)9.99.
       01 WS-EDIT-SHORT-N PIC Z(9)9.
       01 WS-RPT-LINE PIC X(100).
       01 WS-TITLE-LINE.
           05 FILLER PIC X(27) VALUE "MANAGEMENT KPI SCORECARD - ".
           05 WS-T-PERIOD PIC 9(6).
           05 FILLER PIC X(6) VALUE "  RUN ".
           05 WS-T-RUN-DATE PIC 9(8).
       01 WS-SCORE-HEADING.
           05 FILLER PIC X(24) VALUE "KPI".
           05 FILLER PIC X(12) VALUE "     CURRENT".
           05 FILLER PIC X(12) VALUE "       PRIOR".
           05 FILLER PIC X(12) VALUE "   LAST YEAR".
           05 FILLER PIC X(12) VALUE "  TREND".
       01 WS-SCORE-PERIODS.
           05 FILLER PIC X(24) VALUE SPACE.
           05 FILLER PIC X(6) VALUE SPACE.
           05 WS-SP-CURRENT PIC 9(6).
           05 FILLER PIC X(6) VALUE SPACE.
           05 WS-SP-PRIOR PIC 9(6).
           05 FILLER PIC X(6) VALUE SPACE.
           05 WS-SP-LAST-YEAR PIC 9(6).
       01 WS-SCORE-LINE.
           05 WS-S-NAME PIC X(24).
           05 WS-S-VALUE PIC X(12) OCCURS 3 TIMES.
           05 FILLER PIC X(2) VALUE SPACE.
           05 WS-S-ARROW PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-S-VERDICT PIC X(6).
       01 WS-BRANCH-HEADING-1.
           05 FILLER PIC X(25) VALUE "BRANCH".
           05 FILLER PIC X(12) VALUE "        DSO ".
           05 FILLER PIC X(12) VALUE "  COLLECT % ".
           05 FILLER PIC X(12) VALUE " WRITE-OFF %".
           05 FILLER PIC X(12) VALUE "     ACTIVE ".
           05 FILLER PIC X(12) VALUE "  DELINQ %  ".
           05 FILLER PIC X(12) VALUE "  AVG BILL  ".
       01 WS-BRANCH-LINE.
           05 WS-B-CODE PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-B-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-B-KPI OCCURS 6 TIMES.
               10 WS-B-VALUE PIC X(10).
               10 FILLER PIC X(1).
               10 WS-B-ARROW PIC X(1).
       COPY DTUPARMS.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "KPI-SNAPSHOT" TO JL-CALL-PROGRAM
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
           MOVE SPACES TO WS-OPEN-ITEMS-FILENAME
           ACCEPT WS-OPEN-ITEMS-FILENAME
               FROM ENVIRONMENT "OPEN_ITEMS_FILE"
           IF WS-OPEN-ITEMS-FILENAME = SPACES
               MOVE '..\open-items.dat' TO WS-OPEN-ITEMS-FILENAME
           END-IF
      * The default is the month just ended: a month-end run on the
      * first reports on the month before.
           MOVE WS-TODAY-DATE (1:6) TO WS-PERIOD
           IF WS-PERIOD-MONTH = 1
               SUBTRACT 1 FROM WS-PERIOD-YEAR
               MOVE 12 TO WS-PERIOD-MONTH
           ELSE
               SUBTRACT 1 FROM WS-PERIOD-MONTH
           END-IF
           MOVE SPACES TO WS-PERIOD-ENTRY
           ACCEPT WS-PERIOD-ENTRY FROM ENVIRONMENT "KPI_PERIOD"
           IF WS-PERIOD-ENTRY NOT = SPACES
               IF WS-PERIOD-ENTRY IS NUMERIC
                   AND WS-PERIOD-ENTRY (5:2) >= '01'
                   AND WS-PERIOD-ENTRY (5:2) <= '12'
                   MOVE WS-PERIOD-ENTRY TO WS-PERIOD
               ELSE
                   DISPLAY "KPI-SNAPSHOT: KPI_PERIOD "
                       WS-PERIOD-ENTRY " is not a YYYYMM month - "
                       "run refused"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM 0100-SET-DATES THRU 0100-END
           PERFORM 0200-LOAD-BRANCHES THRU 0200-END
           PERFORM 0300-LOAD-KPI-HISTORY THRU 0300-END
      * A KPI history the table could not hold in full cannot be
      * rewritten without losing the months past the cap.
           IF WS-HS-TABLE-OVERFLOWED
               DISPLAY "KPI-SNAPSHOT: KPI history is larger than "
                   "the table - nothing run"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ZERO TO WS-KP-BRANCH (1)
           MOVE 1 TO WS-KP
           PERFORM 1050-CLEAR-ENTRY THRU 1050-END
           OPEN INPUT OPEN-ITEMS-FILE
           IF WS-OPEN-ITEMS-STATUS NOT = '00'
               DISPLAY "KPI-SNAPSHOT: no open-items master, "
                   "status " WS-OPEN-ITEMS-STATUS
                   " - run OPENITEM-BUILD first"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-OPEN
           END-IF
           PERFORM 1000-SCAN-OPEN-ITEMS THRU 1000-END
           PERFORM 1200-READ-PAYMENTS THRU 1200-END
           PERFORM 1300-READ-WRITEOFFS THRU 1300-END
           PERFORM 1400-COUNT-ACTIVE THRU 1400-END
           CLOSE OPEN-ITEMS-FILE
           IF WS-MASTER-OPEN = 'Y'
               CLOSE CLIENT-MASTER-FILE
           END-IF
           PERFORM 1500-READ-CLASS-STATS THRU 1500-END
           PERFORM 1600-READ-ATTENDANCE THRU 1600-END
           PERFORM 2000-BUILD-SNAPSHOT THRU 2000-END
           PERFORM 3000-SAVE-HISTORY THRU 3000-END
           PERFORM 4000-PRINT-SCORECARD THRU 4000-END
           DISPLAY "KPI-SNAPSHOT: period " WS-PERIOD ", "
               WS-ITEMS-READ " open item(s) read, "
               WS-KP-COUNT " line(s) saved (all branches + branches)"
           IF WS-BRANCH-DROPPED > ZERO
               DISPLAY "KPI-SNAPSHOT: " WS-BRANCH-DROPPED
                   " figure(s) beyond the branch table - in the "
                   "all-branches line only"
           END-IF
           EVALUATE TRUE
               WHEN WS-HISTORY-SAVED = 'N'
                   MOVE 16 TO RETURN-CODE
               WHEN WS-KP-BILLED (1) = ZERO
                   OR WS-BRANCH-DROPPED > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           SET JL-CALL-END TO TRUE
           MOVE WS-ITEMS-READ TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

      * Month start and end, the start of the three-month DSO window,
      * and the billing date an item must be older than to be more
      * than 30 days past billing at the month end.
       0100-SET-DATES.
           MOVE WS-PERIOD TO WS-PRIOR-PERIOD
           IF WS-PRIOR-MONTH = 1
               SUBTRACT 1 FROM WS-PRIOR-YEAR
               MOVE 12 TO WS-PRIOR-MONTH
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MONTH
           END-IF
           COMPUTE WS-LAST-YEAR-PERIOD-N = WS-PERIOD-N - 100
           MOVE WS-PERIOD TO WS-MONTH-START (1:6)
           MOVE '01' TO WS-MONTH-START (7:2)
           MOVE WS-MONTH-START TO DU-DATE-1
           MOVE 'ADD-MONTHS' TO DU-FUNCTION
           MOVE 1 TO DU-N
           PERFORM 0150-CALL-DATEUTIL THRU 0150-END
           MOVE DU-RESULT-DATE TO DU-DATE-1
           MOVE 'ADD-DAYS' TO DU-FUNCTION
           MOVE -1 TO DU-N
           PERFORM 0150-CALL-DATEUTIL THRU 0150-END
           MOVE DU-RESULT-DATE TO WS-MONTH-END
           MOVE WS-MONTH-START TO DU-DATE-1
           MOVE 'ADD-MONTHS' TO DU-FUNCTION
           MOVE -2 TO DU-N
           PERFORM 0150-CALL-DATEUTIL THRU 0150-END
           MOVE DU-RESULT-DATE TO WS-QUARTER-START
           MOVE WS-MONTH-END TO DU-DATE-1
           MOVE 'ADD-DAYS' TO DU-FUNCTION
           MOVE -30 TO DU-N
           PERFORM 0150-CALL-DATEUTIL THRU 0150-END
           MOVE DU-RESULT-DATE TO WS-DELINQ-CUTOFF.
       0100-END. EXIT.

       0150-CALL-DATEUTIL.
           CALL 'DATEUTIL' USING DU-FUNCTION DU-DATE-1 DU-DATE-2 DU-N
               DU-RESULT-DATE DU-ELAPSED DU-RETURN-CODE.
       0150-END. EXIT.

       0200-LOAD-BRANCHES.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-STATUS NOT = '00'
               GO TO 0200-END
           END-IF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ BRANCH-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF WS-BN-COUNT < 100
                           ADD 1 TO WS-BN-COUNT
                           MOVE BRA-CODE TO WS-BN-CODE (WS-BN-COUNT)
                           MOVE BRA-NAME TO WS-BN-NAME (WS-BN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRANCH-FILE.
       0200-END. EXIT.

       0300-LOAD-KPI-HISTORY.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT KPI-HISTORY-FILE
           IF WS-KPI-HIST-STATUS NOT = '00'
               GO TO 0300-END
           END-IF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ KPI-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF KH-PERIOD NOT = WS-PERIOD-N
                           IF WS-HS-COUNT < 5000
                               ADD 1 TO WS-HS-COUNT
                               MOVE KPI-HIST-LINE
                                   TO WS-HS-RECORD (WS-HS-COUNT)
                           ELSE
                               SET WS-HS-TABLE-OVERFLOWED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KPI-HISTORY-FILE.
       0300-END. EXIT.

      ******************************************************************
      * Open items, in client order: billing of the month and of the
      * DSO window, the receivable, the clients billed and the clients
      * delinquent at the month end, by the item's branch.
      ******************************************************************
       1000-SCAN-OPEN-ITEMS.
           PERFORM UNTIL WS-ITEMS-EOF = 'Y'
               READ OPEN-ITEMS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ITEMS-EOF
                   NOT AT END
                       ADD 1 TO WS-ITEMS-READ
                       IF OI-CLIENT-CODE NOT = WS-CUR-CLIENT
                           MOVE OI-CLIENT-CODE TO WS-CUR-CLIENT
                           MOVE ZERO TO WS-CL-BILLED-COUNT
                           MOVE ZERO TO WS-CL-DELINQ-COUNT
                       END-IF
                       PERFORM 1020-TAKE-ITEM THRU 1020-END
               END-READ
           END-PERFORM.
       1000-END. EXIT.

       1020-TAKE-ITEM.
           IF OI-BILL-DATE > WS-MONTH-END
               GO TO 1020-END
           END-IF
           MOVE OI-BRANCH TO WS-WORK-BRANCH
           PERFORM 1100-FIND-BRANCH THRU 1100-END
           IF OI-BILL-DATE >= WS-QUARTER-START
               ADD OI-ORIG-AMOUNT TO WS-KP-BILLED-3M (1)
               IF WS-KP-POS > 1
                   ADD OI-ORIG-AMOUNT TO WS-KP-BILLED-3M (WS-KP-POS)
               END-IF
           END-IF
           IF OI-BILL-DATE >= WS-MONTH-START
               ADD OI-ORIG-AMOUNT TO WS-KP-BILLED (1)
               IF WS-KP-POS > 1
                   ADD OI-ORIG-AMOUNT TO WS-KP-BILLED (WS-KP-POS)
               END-IF
               PERFORM 1030-COUNT-BILLED-CLIENT THRU 1030-END
           END-IF
           IF (OI-OPEN OR OI-FROZEN) AND OI-OPEN-AMOUNT > ZERO
               ADD OI-OPEN-AMOUNT TO WS-KP-RECEIVABLE (1)
               IF WS-KP-POS > 1
                   ADD OI-OPEN-AMOUNT TO WS-KP-RECEIVABLE (WS-KP-POS)
               END-IF
           END-IF
           IF OI-OPEN AND OI-OPEN-AMOUNT > ZERO
               AND OI-BILL-DATE < WS-DELINQ-CUTOFF
               PERFORM 1040-COUNT-DELINQUENT THRU 1040-END
           END-IF.
       1020-END. EXIT.

      * Once for all branches (the first branch met), once per branch.
       1030-COUNT-BILLED-CLIENT.
           IF WS-CL-BILLED-COUNT = ZERO
               ADD 1 TO WS-KP-BILLED-CLIENTS (1)
           END-IF
           MOVE 'N' TO WS-CL-FOUND
           PERFORM VARYING WS-CL FROM 1 BY 1
               UNTIL WS-CL > WS-CL-BILLED-COUNT
               IF WS-CL-BILLED-BR (WS-CL) = WS-KP-POS
                   MOVE 'Y' TO WS-CL-FOUND
               END-IF
           END-PERFORM
           IF WS-CL-FOUND = 'N' AND WS-CL-BILLED-COUNT < 10
               ADD 1 TO WS-CL-BILLED-COUNT
               MOVE WS-KP-POS TO WS-CL-BILLED-BR (WS-CL-BILLED-COUNT)
               IF WS-KP-POS > 1
                   ADD 1 TO WS-KP-BILLED-CLIENTS (WS-KP-POS)
               END-IF
           END-IF.
       1030-END. EXIT.

       1040-COUNT-DELINQUENT.
           IF WS-CL-DELINQ-COUNT = ZERO
               ADD 1 TO WS-KP-DELINQUENT (1)
           END-IF
           MOVE 'N' TO WS-CL-FOUND
           PERFORM VARYING WS-CL FROM 1 BY 1
               UNTIL WS-CL > WS-CL-DELINQ-COUNT
               IF WS-CL-DELINQ-BR (WS-CL) = WS-KP-POS
                   MOVE 'Y' TO WS-CL-FOUND
               END-IF
           END-PERFORM
           IF WS-CL-FOUND = 'N' AND WS-CL-DELINQ-COUNT < 10
               ADD 1 TO WS-CL-DELINQ-COUNT
               MOVE WS-KP-POS TO WS-CL-DELINQ-BR (WS-CL-DELINQ-COUNT)
               IF WS-KP-POS > 1
                   ADD 1 TO WS-KP-DELINQUENT (WS-KP-POS)
               END-IF
           END-IF.
       1040-END. EXIT.

       1050-CLEAR-ENTRY.
           MOVE ZERO TO WS-KP-RECEIVABLE (WS-KP) WS-KP-BILLED (WS-KP)
               WS-KP-BILLED-3M (WS-KP) WS-KP-COLLECTED (WS-KP)
               WS-KP-WRITTEN-OFF (WS-KP) WS-KP-ACTIVE (WS-KP)
               WS-KP-DELINQUENT (WS-KP) WS-KP-BILLED-CLIENTS (WS-KP).
       1050-END. EXIT.

      * Expects WS-WORK-BRANCH; returns its entry in WS-KP-POS, or 1
      * (all branches only) when the table is full.
       1100-FIND-BRANCH.
           MOVE ZERO TO WS-KP-POS
           PERFORM VARYING WS-KP FROM 2 BY 1
               UNTIL WS-KP > WS-KP-COUNT OR WS-KP-POS > ZERO
               IF WS-KP-BRANCH (WS-KP) = WS-WORK-BRANCH
                   MOVE WS-KP TO WS-KP-POS
               END-IF
           END-PERFORM
           IF WS-KP-POS = ZERO
               IF WS-KP-COUNT < 101
                   ADD 1 TO WS-KP-COUNT
                   MOVE WS-KP-COUNT TO WS-KP WS-KP-POS
                   MOVE WS-WORK-BRANCH TO WS-KP-BRANCH (WS-KP)
                   PERFORM 1050-CLEAR-ENTRY THRU 1050-END
               ELSE
                   ADD 1 TO WS-BRANCH-DROPPED
                   MOVE 1 TO WS-KP-POS
               END-IF
           END-IF.
       1100-END. EXIT.

      ******************************************************************
      * Payments posted and write-offs in the month, under the branch
      * of the open item they belong to, else the client's branch.
      ******************************************************************
       1200-READ-PAYMENTS.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT POSTED-FILE
           IF WS-POSTED-STATUS NOT = '00'
               GO TO 1200-END
           END-IF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ POSTED-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF PAY-DATE >= WS-MONTH-START
                           AND PAY-DATE <= WS-MONTH-END
                           IF PAY-REVERSAL
                               COMPUTE WS-AMOUNT = ZERO - PAY-AMOUNT
                           ELSE
                               MOVE PAY-AMOUNT TO WS-AMOUNT
                           END-IF
                           MOVE PAY-CLIENT-CODE TO OI-CLIENT-CODE
                           MOVE PAY-PERIOD TO OI-PERIOD
                           PERFORM 1250-ITEM-BRANCH THRU 1250-END
                           ADD WS-AMOUNT TO WS-KP-COLLECTED (1)
                           IF WS-KP-POS > 1
                               ADD WS-AMOUNT
                                   TO WS-KP-COLLECTED (WS-KP-POS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTED-FILE.
       1200-END. EXIT.

      * Expects OI-ITEM-KEY; returns the branch entry in WS-KP-POS.
       1250-ITEM-BRANCH.
           MOVE ZERO TO WS-WORK-BRANCH
           READ OPEN-ITEMS-FILE
               INVALID KEY
                   IF WS-MASTER-OPEN = 'Y'
                       MOVE OI-CLIENT-CODE TO CM-CLIENT-CODE
                       READ CLIENT-MASTER-FILE
                           NOT INVALID KEY
                               MOVE CM-BRANCH TO WS-WORK-BRANCH
                       END-READ
                   END-IF
               NOT INVALID KEY
                   MOVE OI-BRANCH TO WS-WORK-BRANCH
           END-READ
           PERFORM 1100-FIND-BRANCH THRU 1100-END.
       1250-END. EXIT.

       1300-READ-WRITEOFFS.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT WRITEOFF-FILE
           IF WS-WRITEOFF-STATUS NOT = '00'
               GO TO 1300-END
           END-IF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ WRITEOFF-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF WO-DATE >= WS-MONTH-START
                           AND WO-DATE <= WS-MONTH-END
                           MOVE WO-CLIENT-CODE TO OI-CLIENT-CODE
                           MOVE WO-PERIOD TO OI-PERIOD
                           PERFORM 1250-ITEM-BRANCH THRU 1250-END
                           ADD WO-AMOUNT TO WS-KP-WRITTEN-OFF (1)
                           IF WS-KP-POS > 1
                               ADD WO-AMOUNT
                                   TO WS-KP-WRITTEN-OFF (WS-KP-POS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WRITEOFF-FILE.
       1300-END. EXIT.

       1400-COUNT-ACTIVE.
           IF WS-MASTER-OPEN = 'N'
               DISPLAY "KPI-SNAPSHOT: no client master, status "
                   WS-MASTER-STATUS " - no active client count"
               GO TO 1400-END
           END-IF
           MOVE 'N' TO WS-FILE-EOF
           MOVE ZERO TO CM-CLIENT-CODE
           START CLIENT-MASTER-FILE KEY >= CM-CLIENT-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ CLIENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF CM-ACTIVE
                           MOVE CM-BRANCH TO WS-WORK-BRANCH
                           PERFORM 1100-FIND-BRANCH THRU 1100-END
                           ADD 1 TO WS-KP-ACTIVE (1)
                           IF WS-KP-POS > 1
                               ADD 1 TO WS-KP-ACTIVE (WS-KP-POS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       1400-END. EXIT.

      ******************************************************************
      * Academic figures: the class-stats lines GRADE-BATCH wrote in
      * the month (lines from before the pass count are skipped), and
      * attendance for the terms in session during the month.
      ******************************************************************
       1500-READ-CLASS-STATS.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT CLASS-STATS-FILE
           IF WS-CLASS-STATS-STATUS NOT = '00'
               GO TO 1500-END
           END-IF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ CLASS-STATS-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF ST-DATE >= WS-MONTH-START
                           AND ST-DATE <= WS-MONTH-END
                           AND ST-PASSED IS NUMERIC
                           ADD ST-STUDENTS TO WS-STUDENTS
                           ADD ST-PASSED TO WS-PASSED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLASS-STATS-FILE.
       1500-END. EXIT.

       1600-READ-ATTENDANCE.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT TERM-FILE
           IF WS-TERM-FILE-STATUS NOT = '00'
               GO TO 1600-END
           END-IF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ TERM-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF TM-START-DATE <= WS-MONTH-END
                           AND TM-END-DATE >= WS-MONTH-START
                           AND WS-TS-COUNT < 50
                           ADD 1 TO WS-TS-COUNT
                           MOVE TM-TERM TO WS-TS-TERM (WS-TS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-FILE
           IF WS-TS-COUNT = ZERO
               GO TO 1600-END
           END-IF
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT ATTENDANCE-FILE
           IF WS-ATTENDANCE-STATUS NOT = '00'
               GO TO 1600-END
           END-IF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ ATTENDANCE-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       MOVE 'N' TO WS-TS-FOUND
                       PERFORM VARYING WS-TS FROM 1 BY 1
                           UNTIL WS-TS > WS-TS-COUNT
                           IF WS-TS-TERM (WS-TS) = AT-TERM
                               MOVE 'Y' TO WS-TS-FOUND
                           END-IF
                       END-PERFORM
                       IF WS-TS-FOUND = 'Y'
                           AND AT-CLASSES-HELD IS NUMERIC
                           AND AT-CLASSES-ATTENDED IS NUMERIC
                           ADD AT-CLASSES-HELD TO WS-ATT-HELD
                           ADD AT-CLASSES-ATTENDED TO WS-ATT-ATTENDED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ATTENDANCE-FILE.
       1600-END. EXIT.

      ******************************************************************
      * The month's history lines, all branches first: the KPIs worked
      * out from the figures, and the figures themselves.
      ******************************************************************
       2000-BUILD-SNAPSHOT.
           PERFORM VARYING WS-KP FROM 1 BY 1 UNTIL WS-KP > WS-KP-COUNT
               MOVE SPACES TO KPI-HIST-LINE
               MOVE WS-PERIOD-N TO KH-PERIOD
               IF WS-KP = 1
                   SET KH-TOTAL TO TRUE
               ELSE
                   SET KH-BRANCH-LINE TO TRUE
               END-IF
               MOVE WS-KP-BRANCH (WS-KP) TO KH-BRANCH
               PERFORM 2100-WORK-OUT-KPIS THRU 2100-END
               MOVE KPI-HIST-LINE TO WS-CR-RECORD (WS-KP)
           END-PERFORM.
       2000-END. EXIT.

       2100-WORK-OUT-KPIS.
           MOVE ZERO TO KH-DSO KH-COLLECTION-PCT KH-WRITEOFF-PCT
               KH-DELINQUENCY-PCT KH-AVERAGE-BILL KH-PASS-PCT
               KH-ATTENDANCE-PCT KH-STUDENTS KH-ATT-HELD
           IF WS-KP-BILLED-3M (WS-KP) > ZERO
               COMPUTE KH-DSO ROUNDED = WS-KP-RECEIVABLE (WS-KP) * 90
                   / WS-KP-BILLED-3M (WS-KP)
                   ON SIZE ERROR
                       MOVE 9999.9 TO KH-DSO
               END-COMPUTE
           END-IF
           IF WS-KP-BILLED (WS-KP) > ZERO
               IF WS-KP-COLLECTED (WS-KP) > ZERO
                   COMPUTE KH-COLLECTION-PCT ROUNDED =
                       WS-KP-COLLECTED (WS-KP) * 100
                       / WS-KP-BILLED (WS-KP)
                       ON SIZE ERROR
                           MOVE 9999.9 TO KH-COLLECTION-PCT
                   END-COMPUTE
               END-IF
               COMPUTE KH-WRITEOFF-PCT ROUNDED =
                   WS-KP-WRITTEN-OFF (WS-KP) * 100
                   / WS-KP-BILLED (WS-KP)
                   ON SIZE ERROR
                       MOVE 999.99 TO KH-WRITEOFF-PCT
               END-COMPUTE
           END-IF
           IF WS-KP-BILLED-CLIENTS (WS-KP) > ZERO
               COMPUTE KH-AVERAGE-BILL ROUNDED = WS-KP-BILLED (WS-KP)
                   / WS-KP-BILLED-CLIENTS (WS-KP)
           END-IF
           MOVE WS-KP-ACTIVE (WS-KP) TO KH-ACTIVE-CLIENTS
           IF WS-KP-ACTIVE (WS-KP) > ZERO
               COMPUTE KH-DELINQUENCY-PCT ROUNDED =
                   WS-KP-DELINQUENT (WS-KP) * 100
                   / WS-KP-ACTIVE (WS-KP)
                   ON SIZE ERROR
                       MOVE 999.9 TO KH-DELINQUENCY-PCT
               END-COMPUTE
           END-IF
           IF WS-KP = 1
               IF WS-STUDENTS > ZERO
                   MOVE WS-STUDENTS TO KH-STUDENTS
                   COMPUTE KH-PASS-PCT ROUNDED =
                       WS-PASSED * 100 / WS-STUDENTS
               END-IF
               IF WS-ATT-HELD > ZERO
                   MOVE WS-ATT-HELD TO KH-ATT-HELD
                   COMPUTE KH-ATTENDANCE-PCT ROUNDED =
                       WS-ATT-ATTENDED * 100 / WS-ATT-HELD
               END-IF
           END-IF
           MOVE WS-KP-RECEIVABLE (WS-KP) TO KH-RECEIVABLE
           MOVE WS-KP-BILLED (WS-KP) TO KH-BILLED
           MOVE WS-KP-COLLECTED (WS-KP) TO KH-COLLECTED
           MOVE WS-KP-WRITTEN-OFF (WS-KP) TO KH-WRITTEN-OFF
           MOVE WS-KP-DELINQUENT (WS-KP) TO KH-DELINQUENT
           MOVE WS-KP-BILLED-CLIENTS (WS-KP) TO KH-BILLED-CLIENTS.
       2100-END. EXIT.

      * The other months' lines go back first, then this month's.
       3000-SAVE-HISTORY.
           OPEN OUTPUT KPI-HISTORY-FILE
           IF WS-KPI-HIST-STATUS NOT = '00'
               DISPLAY "KPI-SNAPSHOT: cannot rewrite KPI history, "
                   "status " WS-KPI-HIST-STATUS
               GO TO 3000-END
           END-IF
           PERFORM VARYING WS-HS FROM 1 BY 1
               UNTIL WS-HS > WS-HS-COUNT
               MOVE WS-HS-RECORD (WS-HS) TO KPI-HIST-LINE
               WRITE KPI-HIST-LINE
           END-PERFORM
           PERFORM VARYING WS-KP FROM 1 BY 1 UNTIL WS-KP > WS-KP-COUNT
               MOVE WS-CR-RECORD (WS-KP) TO KPI-HIST-LINE
               WRITE KPI-HIST-LINE
           END-PERFORM
           IF WS-KPI-HIST-STATUS = '00'
               MOVE 'Y' TO WS-HISTORY-SAVED
           ELSE
               DISPLAY "KPI-SNAPSHOT: KPI history write failed, "
                   "status " WS-KPI-HIST-STATUS
           END-IF
           CLOSE KPI-HISTORY-FILE.
       3000-END. EXIT.

      ******************************************************************
      * Scorecard: all branches, KPI by KPI, for the month, the prior
      * month and the same month last year; then one line per branch
      * with the month's financial KPIs and their arrows.
      ******************************************************************
       4000-PRINT-SCORECARD.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "KPI-SNAPSHOT: cannot open scorecard, status "
                   WS-REPORT-STATUS
               GO TO 4000-END
           END-IF
           MOVE WS-PERIOD-N TO WS-T-PERIOD
           MOVE WS-TODAY-DATE TO WS-T-RUN-DATE
           WRITE REPORT-LINE FROM WS-TITLE-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE "ALL BRANCHES" TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-SCORE-HEADING
           MOVE WS-PERIOD-N TO WS-SP-CURRENT
           MOVE WS-PRIOR-PERIOD-N TO WS-SP-PRIOR
           MOVE WS-LAST-YEAR-PERIOD-N TO WS-SP-LAST-YEAR
           WRITE REPORT-LINE FROM WS-SCORE-PERIODS
           MOVE ALL "-" TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE 'T' TO WS-LOOK-KIND
           MOVE ZERO TO WS-LOOK-BRANCH
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 8
               PERFORM 4100-PRINT-KPI-ROW THRU 4100-END
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           STRING "BY BRANCH - " WS-PERIOD
               " (ARROW AGAINST " WS-PRIOR-PERIOD ")"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-BRANCH-HEADING-1
           MOVE ALL "-" TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE 'B' TO WS-LOOK-KIND
           PERFORM VARYING WS-KP FROM 2 BY 1 UNTIL WS-KP > WS-KP-COUNT
               PERFORM 4300-PRINT-BRANCH THRU 4300-END
           END-PERFORM
           IF WS-KP-COUNT = 1
               MOVE "  (no branch figures this month)" TO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE "PASS RATE AND ATTENDANCE ARE FOR ALL BRANCHES ONLY; "
               TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE "n/a = NO FIGURE ON FILE FOR THAT MONTH."
               TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           CLOSE REPORT-FILE.
       4000-END. EXIT.

       4100-PRINT-KPI-ROW.
           MOVE SPACES TO WS-SCORE-LINE
           MOVE WS-KPI-NAME (WS-K) TO WS-S-NAME
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 3
               EVALUATE WS-COL
                   WHEN 1
                       MOVE WS-PERIOD-N TO WS-LOOK-PERIOD
                   WHEN 2
                       MOVE WS-PRIOR-PERIOD-N TO WS-LOOK-PERIOD
                   WHEN 3
                       MOVE WS-LAST-YEAR-PERIOD-N TO WS-LOOK-PERIOD
               END-EVALUATE
               PERFORM 4200-LOOK-UP-LINE THRU 4200-END
               PERFORM 4250-TAKE-KPI THRU 4250-END
               IF WS-COL-KNOWN (WS-COL) = 'Y'
                   EVALUATE WS-KPI-FORMAT (WS-K)
                       WHEN '1'
                           MOVE WS-COL-VALUE (WS-COL) TO WS-EDIT-1
                           MOVE WS-EDIT-1 TO WS-S-VALUE (WS-COL)
                       WHEN '2'
                           MOVE WS-COL-VALUE (WS-COL) TO WS-EDIT-2
                           MOVE WS-EDIT-2 TO WS-S-VALUE (WS-COL)
                       WHEN OTHER
                           MOVE WS-COL-VALUE (WS-COL) TO WS-EDIT-N
                           MOVE WS-EDIT-N TO WS-S-VALUE (WS-COL)
                   END-EVALUATE
               ELSE
                   MOVE "         n/a" TO WS-S-VALUE (WS-COL)
               END-IF
           END-PERFORM
           PERFORM 4280-SET-ARROW THRU 4280-END
           MOVE WS-ARROW TO WS-S-ARROW
           MOVE WS-VERDICT TO WS-S-VERDICT
           WRITE REPORT-LINE FROM WS-SCORE-LINE.
       4100-END. EXIT.

      * Expects WS-LOOK-PERIOD, -KIND and -BRANCH; leaves the line in
      * KPI-HIST-LINE and WS-LOOK-FOUND set.
       4200-LOOK-UP-LINE.
           MOVE 'N' TO WS-LOOK-FOUND
           IF WS-LOOK-PERIOD = WS-PERIOD-N
               PERFORM VARYING WS-KP-POS FROM 1 BY 1
                   UNTIL WS-KP-POS > WS-KP-COUNT
                   OR WS-LOOK-FOUND = 'Y'
                   MOVE WS-CR-RECORD (WS-KP-POS) TO KPI-HIST-LINE
                   IF KH-KIND = WS-LOOK-KIND
                       AND KH-BRANCH = WS-LOOK-BRANCH
                       MOVE 'Y' TO WS-LOOK-FOUND
                   END-IF
               END-PERFORM
               GO TO 4200-END
           END-IF
           PERFORM VARYING WS-HS FROM 1 BY 1
               UNTIL WS-HS > WS-HS-COUNT OR WS-LOOK-FOUND = 'Y'
               MOVE WS-HS-RECORD (WS-HS) TO KPI-HIST-LINE
               IF KH-PERIOD = WS-LOOK-PERIOD
                   AND KH-KIND = WS-LOOK-KIND
                   AND KH-BRANCH = WS-LOOK-BRANCH
                   MOVE 'Y' TO WS-LOOK-FOUND
               END-IF
           END-PERFORM.
       4200-END. EXIT.

      * KPI WS-K of the line looked up, into the WS-COL column. A rate
      * whose base was zero that month is not known.
       4250-TAKE-KPI.
           MOVE ZERO TO WS-COL-VALUE (WS-COL)
           MOVE WS-LOOK-FOUND TO WS-COL-KNOWN (WS-COL)
           IF WS-LOOK-FOUND = 'N'
               GO TO 4250-END
           END-IF
           EVALUATE WS-K
               WHEN 1
                   MOVE KH-DSO TO WS-COL-VALUE (WS-COL)
               WHEN 2
                   MOVE KH-COLLECTION-PCT TO WS-COL-VALUE (WS-COL)
                   IF KH-BILLED = ZERO
                       MOVE 'N' TO WS-COL-KNOWN (WS-COL)
                   END-IF
               WHEN 3
                   MOVE KH-WRITEOFF-PCT TO WS-COL-VALUE (WS-COL)
                   IF KH-BILLED = ZERO
                       MOVE 'N' TO WS-COL-KNOWN (WS-COL)
                   END-IF
               WHEN 4
                   MOVE KH-ACTIVE-CLIENTS TO WS-COL-VALUE (WS-COL)
               WHEN 5
                   MOVE KH-DELINQUENCY-PCT TO WS-COL-VALUE (WS-COL)
                   IF KH-ACTIVE-CLIENTS = ZERO
                       MOVE 'N' TO WS-COL-KNOWN (WS-COL)
                   END-IF
               WHEN 6
                   MOVE KH-AVERAGE-BILL TO WS-COL-VALUE (WS-COL)
                   IF KH-BILLED-CLIENTS = ZERO
                       MOVE 'N' TO WS-COL-KNOWN (WS-COL)
                   END-IF
               WHEN 7
                   MOVE KH-PASS-PCT TO WS-COL-VALUE (WS-COL)
                   IF KH-STUDENTS = ZERO
                       MOVE 'N' TO WS-COL-KNOWN (WS-COL)
                   END-IF
               WHEN 8
                   MOVE KH-ATTENDANCE-PCT TO WS-COL-VALUE (WS-COL)
                   IF KH-ATT-HELD = ZERO
                       MOVE 'N' TO WS-COL-KNOWN (WS-COL)
                   END-IF
           END-EVALUATE.
       4250-END. EXIT.

      * Current (column 1) against prior month (column 2).
       4280-SET-ARROW.
           MOVE SPACE TO WS-ARROW
           MOVE SPACES TO WS-VERDICT
           IF WS-COL-KNOWN (1) = 'N' OR WS-COL-KNOWN (2) = 'N'
               GO TO 4280-END
           END-IF
           EVALUATE TRUE
               WHEN WS-COL-VALUE (1) > WS-COL-VALUE (2)
                   MOVE '^' TO WS-ARROW
                   IF WS-KPI-HIGHER-GOOD (WS-K) = 'Y'
                       MOVE "BETTER" TO WS-VERDICT
                   ELSE
                       MOVE "WORSE" TO WS-VERDICT
                   END-IF
               WHEN WS-COL-VALUE (1) < WS-COL-VALUE (2)
                   MOVE 'v' TO WS-ARROW
                   IF WS-KPI-HIGHER-GOOD (WS-K) = 'Y'
                       MOVE "WORSE" TO WS-VERDICT
                   ELSE
                       MOVE "BETTER" TO WS-VERDICT
                   END-IF
               WHEN OTHER
                   MOVE '=' TO WS-ARROW
           END-EVALUATE.
       4280-END. EXIT.

       4300-PRINT-BRANCH.
           MOVE SPACES TO WS-BRANCH-LINE
           MOVE WS-KP-BRANCH (WS-KP) TO WS-B-CODE WS-LOOK-BRANCH
           PERFORM VARYING WS-BN FROM 1 BY 1 UNTIL WS-BN > WS-BN-COUNT
               IF WS-BN-CODE (WS-BN) = WS-KP-BRANCH (WS-KP)
                   MOVE WS-BN-NAME (WS-BN) TO WS-B-NAME
               END-IF
           END-PERFORM
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 6
               MOVE WS-PRIOR-PERIOD-N TO WS-LOOK-PERIOD
               MOVE 2 TO WS-COL
               PERFORM 4200-LOOK-UP-LINE THRU 4200-END
               PERFORM 4250-TAKE-KPI THRU 4250-END
               MOVE WS-PERIOD-N TO WS-LOOK-PERIOD
               MOVE 1 TO WS-COL
               PERFORM 4200-LOOK-UP-LINE THRU 4200-END
               PERFORM 4250-TAKE-KPI THRU 4250-END
               IF WS-COL-KNOWN (1) = 'Y'
                   EVALUATE WS-KPI-FORMAT (WS-K)
                       WHEN '1'
                           MOVE WS-COL-VALUE (1) TO WS-EDIT-SHORT-1
                           MOVE WS-EDIT-SHORT-1 TO WS-B-VALUE (WS-K)
                       WHEN '2'
                           MOVE WS-COL-VALUE (1) TO WS-EDIT-SHORT-2
                           MOVE WS-EDIT-SHORT-2 TO WS-B-VALUE (WS-K)
                       WHEN OTHER
                           MOVE WS-COL-VALUE (1) TO WS-EDIT-SHORT-N
                           MOVE WS-EDIT-SHORT-N TO WS-B-VALUE (WS-K)
                   END-EVALUATE
               ELSE
                   MOVE "       n/a" TO WS-B-VALUE (WS-K)
               END-IF
               PERFORM 4280-SET-ARROW THRU 4280-END
               MOVE WS-ARROW TO WS-B-ARROW (WS-K)
           END-PERFORM
           WRITE REPORT-LINE FROM WS-BRANCH-LINE.
       4300-END. EXIT.

       END PROGRAM KPI-SNAPSHOT.
