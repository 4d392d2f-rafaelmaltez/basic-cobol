      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Yearly financial history archive. Billing periods
      *          older than the fiscal retention horizon (the start of
      *          the year ARCHIVE_RETENTION_YEARS before the run year)
      *          are moved off billing-history.txt, payments-posted.txt,
      *          invoice-register.txt, adjustments-register.txt and
      *          writeoff-register.txt onto archive files dated with
      *          the run (billing-history-arc-<run date>.txt and so
      *          on), and their items are taken off the open-items
      *          master. A period only moves when every item of it on
      *          the master is settled or written off: one open or
      *          frozen item, or any item of a client placed with the
      *          collection agency, holds the whole period back and is
      *          listed on fin-archive-report.txt. Each client whose
      *          history moves gets a line on carried-forward.txt with
      *          the balance the archived lines leave behind, which
      *          CLIENT-STATEMENT prints as the balance brought
      *          forward, so statements and an OPENITEM-BUILD rebuild
      *          still tie out without the archived lines.
      * Tectonics: cobc
      * Note: restartable - fin-archive.ctl records the run date, the
      *       horizon, the last phase completed and, while the flat
      *       files are being rewritten, the file in hand and whether
      *       its kept lines on fin-archive-work.tmp are complete; a
      *       rerun after a failure carries on from there. Periods on
      *       the master are matched by their month; an installment
      *       period (IN + yymm) belongs to its month. A period with
      *       no item on the master stays where it is.
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIN-ARCHIVE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO '..\fin-archive.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

           SELECT WORK-FILE ASSIGN TO WS-WORK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

           SELECT TEMP-FILE ASSIGN TO '..\fin-archive-work.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMP-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT OPEN-ITEMS-FILE ASSIGN TO WS-OPEN-ITEMS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OI-ITEM-KEY
           FILE STATUS IS WS-OPEN-ITEMS-STATUS.

           SELECT PLACED-FILE ASSIGN TO '..\agency-placed.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLACED-STATUS.

           SELECT CARRIED-FWD-FILE ASSIGN TO '..\carried-forward.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARRIED-FWD-STATUS.

           SELECT REPORT-FILE ASSIGN TO '..\fin-archive-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-FILE.
       01 CONTROL-LINE.
           05 CT-PHASE PIC 9(1).
           05 FILLER PIC X(1).
           05 CT-FILE-NO PIC 9(2).
           05 FILLER PIC X(1).
           05 CT-FILE-STATE PIC X(1).
               88 CT-TEMP-WRITTEN VALUE 'T'.
           05 FILLER PIC X(1).
           05 CT-RUN-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 CT-HORIZON-YEAR PIC 9(4).

       FD WORK-FILE.
       01 WORK-LINE PIC X(200).

       FD TEMP-FILE.
       01 TEMP-LINE PIC X(200).

       FD ARCHIVE-FILE.
       01 ARCHIVE-LINE PIC X(200).

       FD OPEN-ITEMS-FILE.
       COPY OPNITMREC.

       FD PLACED-FILE.
       COPY AGPLACEREC REPLACING ==:RECNAME:== BY ==PLACED-LINE==.

       FD CARRIED-FWD-FILE.
       COPY CFWDREC REPLACING ==:RECNAME:== BY ==CARRIED-FWD-LINE==.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS PIC X(2).
       01 WS-WORK-FILENAME PIC X(100).
       01 WS-WORK-STATUS PIC X(2).
       01 WS-TEMP-STATUS PIC X(2).
       01 WS-ARCHIVE-FILENAME PIC X(100).
       01 WS-ARCHIVE-STATUS PIC X(2).
       01 WS-OPEN-ITEMS-FILENAME PIC X(100).
       01 WS-OPEN-ITEMS-STATUS PIC X(2).
       01 WS-PLACED-STATUS PIC X(2).
       01 WS-CARRIED-FWD-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-RETENTION-ENTRY PIC X(2).
       01 WS-RETENTION-YEARS PIC 9(2) VALUE 5.
       01 WS-HORIZON-MONTH PIC 9(6).
       01 WS-BALANCE-DATE PIC 9(8).
       01 WS-FAILED-SWITCH PIC X(1) VALUE 'N'.
           88 WS-ARCHIVE-FAILED VALUE 'Y'.
      * Periods before the horizon that have items on the master, in
      * month order, with what the items say about each one.
       01 WS-PD-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-PD-TABLE.
           05 WS-PD-ENTRY OCCURS 1000 TIMES.
               10 WS-PD-MONTH PIC 9(6).
               10 WS-PD-ITEMS PIC 9(5).
               10 WS-PD-SETTLED PIC 9(5).
               10 WS-PD-WRITTEN-OFF PIC 9(5).
               10 WS-PD-OPEN PIC 9(5).
               10 WS-PD-FROZEN PIC 9(5).
               10 WS-PD-PLACED PIC 9(5).
       01 WS-PD PIC 9(4) COMP.
       01 WS-PD-POS PIC 9(4) COMP.
       01 WS-PD-ARCHIVABLE PIC 9(4) VALUE ZERO.
       01 WS-PD-REFUSED PIC 9(4) VALUE ZERO.
      * Items holding a period back, for the report.
       01 WS-BK-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-BK-TABLE.
           05 WS-BK-ENTRY OCCURS 500 TIMES.
               10 WS-BK-CODE PIC 9(7).
               10 WS-BK-PERIOD PIC X(6).
               10 WS-BK-OPEN-AMOUNT PIC S9(7)V99.
               10 WS-BK-REASON PIC X(20).
       01 WS-BK PIC 9(4) COMP.
       01 WS-BK-MORE PIC 9(5) VALUE ZERO.
       01 WS-PLACED-EOF PIC X(1) VALUE 'N'.
       01 WS-GP-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-GP-TABLE.
           05 WS-GP-CODE PIC 9(7) OCCURS 500 TIMES.
       01 WS-GP PIC 9(3) COMP.
       01 WS-AT-AGENCY PIC X(1).
      * Flat files carrying billing-period history: base name, report
      * tag, kind of movement (C charge, P payment, A debit or credit
      * note, W write-off, I invoice register - no money of its own)
      * and the positions of the client code, period, 9(7)V99 amount
      * and sign byte on the line.
       01 WS-FT-COUNT PIC 9(2) COMP VALUE ZERO.
       01 WS-FT-TABLE.
           05 WS-FT-ENTRY OCCURS 10 TIMES.
               10 WS-FT-BASE PIC X(30).
               10 WS-FT-TAG PIC X(12).
               10 WS-FT-KIND PIC X(1).
               10 WS-FT-CODE-POS PIC 9(3).
               10 WS-FT-PERIOD-POS PIC 9(3).
               10 WS-FT-AMOUNT-POS PIC 9(3).
               10 WS-FT-SIGN-POS PIC 9(3).
               10 WS-FT-TO-ARCHIVE PIC 9(9).
               10 WS-FT-ARCHIVED PIC 9(9).
               10 WS-FT-KEPT PIC 9(9).
       01 WS-F PIC 9(2) COMP.
       01 WS-START-FILE PIC 9(2) COMP.
       01 WS-ADD-BASE PIC X(30).
       01 WS-ADD-TAG PIC X(12).
       01 WS-ADD-KIND PIC X(1).
       01 WS-ADD-CODE-POS PIC 9(3).
       01 WS-ADD-PERIOD-POS PIC 9(3).
       01 WS-ADD-AMOUNT-POS PIC 9(3).
       01 WS-ADD-SIGN-POS PIC 9(3).
      * Carried-forward figures per client whose history moves.
       01 WS-CB-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-CB-TABLE.
           05 WS-CB-ENTRY OCCURS 5000 TIMES.
               10 WS-CB-CODE PIC 9(7).
               10 WS-CB-CHARGES PIC 9(9)V99.
               10 WS-CB-PAYMENTS PIC S9(9)V99.
               10 WS-CB-DEBITS PIC 9(9)V99.
               10 WS-CB-CREDITS PIC 9(9)V99.
               10 WS-CB-WRITTEN-OFF PIC 9(9)V99.
               10 WS-CB-LINES PIC 9(7).
       01 WS-CB PIC 9(4) COMP.
       01 WS-CB-POS PIC 9(4) COMP.
       01 WS-CB-CLIENTS PIC 9(4).
       01 WS-CB-STATEMENT-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-CB-OPEN-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-LINE-ARCHIVE PIC X(1).
       01 WS-LINE-CODE PIC 9(7).
       01 WS-LINE-PERIOD PIC X(6).
       01 WS-MONTH-TEXT PIC X(6).
       01 WS-LINE-MONTH REDEFINES WS-MONTH-TEXT PIC 9(6).
       01 WS-AMOUNT-TEXT PIC X(9).
       01 WS-LINE-AMOUNT REDEFINES WS-AMOUNT-TEXT PIC 9(7)V99.
       01 WS-SIGN-POS PIC 9(3).
       01 WS-ITEMS-DELETED PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-ARCHIVED PIC 9(9) VALUE ZERO.
       01 WS-RESULT PIC X(8).
       01 WS-AMOUNT-EDIT PIC -Z(10)9.99.
       01 WS-ITEM-EDIT PIC -Z(6)9.99.
       01 WS-RPT-LINE PIC X(80).
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "FIN-ARCHIVE" TO JL-CALL-PROGRAM
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
           MOVE SPACES TO WS-RETENTION-ENTRY
           ACCEPT WS-RETENTION-ENTRY
               FROM ENVIRONMENT "ARCHIVE_RETENTION_YEARS"
           IF WS-RETENTION-ENTRY IS NUMERIC
               AND WS-RETENTION-ENTRY > '00'
               MOVE WS-RETENTION-ENTRY TO WS-RETENTION-YEARS
           END-IF
           PERFORM 0300-LOAD-FILE-TABLE THRU 0300-END
           PERFORM 0100-READ-CONTROL THRU 0100-END
           COMPUTE WS-HORIZON-MONTH = CT-HORIZON-YEAR * 100 + 1
           COMPUTE WS-BALANCE-DATE =
               (CT-HORIZON-YEAR - 1) * 10000 + 1231
           PERFORM 0200-LOAD-PLACED THRU 0200-END
           PERFORM 1000-SELECT-PERIODS THRU 1000-END
           IF WS-ARCHIVE-FAILED
               GO TO 9000-END-JOB
           END-IF
           IF CT-PHASE < 1
               IF WS-PD-ARCHIVABLE > ZERO
                   PERFORM 1900-CHECK-ARCHIVE-SET THRU 1900-END
                   IF WS-ARCHIVE-FAILED
                       GO TO 9000-END-JOB
                   END-IF
                   PERFORM 2000-CARRY-FORWARD THRU 2000-END
                   IF WS-ARCHIVE-FAILED
                       GO TO 9000-END-JOB
                   END-IF
               END-IF
               PERFORM 3000-WRITE-REPORT THRU 3000-END
               IF WS-PD-ARCHIVABLE = ZERO
                   DISPLAY "FIN-ARCHIVE: no period before "
                       WS-HORIZON-MONTH " is ready to archive - "
                       WS-PD-REFUSED " held back"
                   MOVE 4 TO RETURN-CODE
                   GO TO 9000-END-JOB
               END-IF
               MOVE 1 TO CT-PHASE
               MOVE 1 TO CT-FILE-NO
               MOVE SPACE TO CT-FILE-STATE
               PERFORM 0150-WRITE-CONTROL THRU 0150-END
               IF WS-ARCHIVE-FAILED
                   GO TO 9000-END-JOB
               END-IF
           END-IF
           IF CT-PHASE < 2
               PERFORM 4000-ARCHIVE-FLAT-FILES THRU 4000-END
               IF WS-ARCHIVE-FAILED
                   GO TO 9000-END-JOB
               END-IF
               MOVE 2 TO CT-PHASE
               PERFORM 0150-WRITE-CONTROL THRU 0150-END
               IF WS-ARCHIVE-FAILED
                   GO TO 9000-END-JOB
               END-IF
           END-IF
           PERFORM 5000-DELETE-OPEN-ITEMS THRU 5000-END
           IF WS-ARCHIVE-FAILED
               GO TO 9000-END-JOB
           END-IF
      * finished - the next run starts afresh
           MOVE ZERO TO CT-PHASE
           MOVE ZERO TO CT-FILE-NO
           MOVE SPACE TO CT-FILE-STATE
           PERFORM 0150-WRITE-CONTROL THRU 0150-END
           DISPLAY "FIN-ARCHIVE: " WS-PD-ARCHIVABLE " period(s) "
               "archived, " WS-TOTAL-ARCHIVED " line(s) moved, "
               WS-ITEMS-DELETED " open item(s) removed, "
               WS-PD-REFUSED " period(s) held back"
           MOVE 0 TO RETURN-CODE.
       9000-END-JOB.
           IF WS-ARCHIVE-FAILED
               DISPLAY "FIN-ARCHIVE: stopped at phase " CT-PHASE
                   " - correct the cause and rerun to carry on"
               MOVE 16 TO RETURN-CODE
           END-IF
           SET JL-CALL-END TO TRUE
           MOVE WS-TOTAL-ARCHIVED TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

      * A run in progress keeps the run date and horizon it started
      * with, so its archive files and carried-forward lines match.
       0100-READ-CONTROL.
           MOVE SPACES TO CONTROL-LINE
           MOVE ZERO TO CT-PHASE
           MOVE ZERO TO CT-FILE-NO
           MOVE SPACE TO CT-FILE-STATE
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   AT END
                       MOVE ZERO TO CT-PHASE
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF CT-PHASE IS NOT NUMERIC OR CT-FILE-NO IS NOT NUMERIC
               OR CT-RUN-DATE IS NOT NUMERIC
               OR CT-HORIZON-YEAR IS NOT NUMERIC
               MOVE ZERO TO CT-PHASE
               MOVE ZERO TO CT-FILE-NO
               MOVE SPACE TO CT-FILE-STATE
           END-IF
           IF CT-PHASE > ZERO
               DISPLAY "FIN-ARCHIVE: resuming after phase " CT-PHASE
                   " of the run started " CT-RUN-DATE
           ELSE
               MOVE WS-TODAY-DATE TO CT-RUN-DATE
               COMPUTE CT-HORIZON-YEAR =
                   WS-TODAY-DATE / 10000 - WS-RETENTION-YEARS
           END-IF.
       0100-END. EXIT.

      * Rewritten after every step so a rerun knows exactly where the
      * last one stopped.
       0150-WRITE-CONTROL.
           OPEN OUTPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY "FIN-ARCHIVE: cannot write control file, "
                   "status " WS-CONTROL-STATUS
               SET WS-ARCHIVE-FAILED TO TRUE
               GO TO 0150-END
           END-IF
           WRITE CONTROL-LINE
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY "FIN-ARCHIVE: control file write failed, "
                   "status " WS-CONTROL-STATUS
               SET WS-ARCHIVE-FAILED TO TRUE
           END-IF
           CLOSE CONTROL-FILE.
       0150-END. EXIT.

       0200-LOAD-PLACED.
           OPEN INPUT PLACED-FILE
           IF WS-PLACED-STATUS = '00'
               PERFORM UNTIL WS-PLACED-EOF = 'Y'
                   READ PLACED-FILE
                       AT END
                           MOVE 'Y' TO WS-PLACED-EOF
                       NOT AT END
                           IF WS-GP-COUNT < 500
                               ADD 1 TO WS-GP-COUNT
                               MOVE GP-CLIENT-CODE
                                   TO WS-GP-CODE (WS-GP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLACED-FILE
           END-IF.
       0200-END. EXIT.

       0300-LOAD-FILE-TABLE.
           MOVE 'billing-history' TO WS-ADD-BASE
           MOVE 'BILL-HIST' TO WS-ADD-TAG
           MOVE 'C' TO WS-ADD-KIND
           MOVE 17 TO WS-ADD-CODE-POS
           MOVE 1 TO WS-ADD-PERIOD-POS
           MOVE 28 TO WS-ADD-AMOUNT-POS
           MOVE 0 TO WS-ADD-SIGN-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE 'payments-posted' TO WS-ADD-BASE
           MOVE 'PAY-POSTED' TO WS-ADD-TAG
           MOVE 'P' TO WS-ADD-KIND
           MOVE 1 TO WS-ADD-CODE-POS
           MOVE 9 TO WS-ADD-PERIOD-POS
           MOVE 25 TO WS-ADD-AMOUNT-POS
           MOVE 34 TO WS-ADD-SIGN-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE 'invoice-register' TO WS-ADD-BASE
           MOVE 'INV-REGISTER' TO WS-ADD-TAG
           MOVE 'I' TO WS-ADD-KIND
           MOVE 20 TO WS-ADD-CODE-POS
           MOVE 28 TO WS-ADD-PERIOD-POS
           MOVE 35 TO WS-ADD-AMOUNT-POS
           MOVE 0 TO WS-ADD-SIGN-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE 'adjustments-register' TO WS-ADD-BASE
           MOVE 'ADJUSTMENTS' TO WS-ADD-TAG
           MOVE 'A' TO WS-ADD-KIND
           MOVE 1 TO WS-ADD-CODE-POS
           MOVE 9 TO WS-ADD-PERIOD-POS
           MOVE 26 TO WS-ADD-AMOUNT-POS
           MOVE 25 TO WS-ADD-SIGN-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE 'writeoff-register' TO WS-ADD-BASE
           MOVE 'WRITEOFFS' TO WS-ADD-TAG
           MOVE 'W' TO WS-ADD-KIND
           MOVE 1 TO WS-ADD-CODE-POS
           MOVE 9 TO WS-ADD-PERIOD-POS
           MOVE 25 TO WS-ADD-AMOUNT-POS
           MOVE 0 TO WS-ADD-SIGN-POS
           PERFORM 0310-ADD-FILE THRU 0310-END.
       0300-END. EXIT.

       0310-ADD-FILE.
           ADD 1 TO WS-FT-COUNT
           INITIALIZE WS-FT-ENTRY (WS-FT-COUNT)
           MOVE WS-ADD-BASE TO WS-FT-BASE (WS-FT-COUNT)
           MOVE WS-ADD-TAG TO WS-FT-TAG (WS-FT-COUNT)
           MOVE WS-ADD-KIND TO WS-FT-KIND (WS-FT-COUNT)
           MOVE WS-ADD-CODE-POS TO WS-FT-CODE-POS (WS-FT-COUNT)
           MOVE WS-ADD-PERIOD-POS TO WS-FT-PERIOD-POS (WS-FT-COUNT)
           MOVE WS-ADD-AMOUNT-POS TO WS-FT-AMOUNT-POS (WS-FT-COUNT)
           MOVE WS-ADD-SIGN-POS TO WS-FT-SIGN-POS (WS-FT-COUNT).
       0310-END. EXIT.

      * Month of WS-LINE-PERIOD into WS-LINE-MONTH - an installment
      * period IN + yymm belongs to its month; anything else that is
      * not a yyyymm period gives zero and is never archived.
       0400-PERIOD-MONTH.
           MOVE ZERO TO WS-LINE-MONTH
           IF WS-LINE-PERIOD (1:2) = 'IN'
               AND WS-LINE-PERIOD (3:4) IS NUMERIC
               MOVE '20' TO WS-MONTH-TEXT (1:2)
               MOVE WS-LINE-PERIOD (3:4) TO WS-MONTH-TEXT (3:4)
           ELSE
               IF WS-LINE-PERIOD IS NUMERIC
                   MOVE WS-LINE-PERIOD TO WS-MONTH-TEXT
               END-IF
           END-IF.
       0400-END. EXIT.

      * WS-PD-POS is set to the month's entry when the month is on the
      * table, else zero.
       0450-FIND-PERIOD.
           MOVE ZERO TO WS-PD-POS
           PERFORM VARYING WS-PD FROM 1 BY 1
               UNTIL WS-PD > WS-PD-COUNT OR WS-PD-POS > ZERO
               IF WS-PD-MONTH (WS-PD) = WS-LINE-MONTH
                   MOVE WS-PD TO WS-PD-POS
               END-IF
           END-PERFORM.
       0450-END. EXIT.

      * Every item on the master dated before the horizon is counted
      * against its month; a month is archivable when none of its
      * items is open, frozen or with the agency.
       1000-SELECT-PERIODS.
           OPEN INPUT OPEN-ITEMS-FILE
           IF WS-OPEN-ITEMS-STATUS NOT = '00'
               DISPLAY "FIN-ARCHIVE: cannot open open-items master, "
                   "status " WS-OPEN-ITEMS-STATUS
               SET WS-ARCHIVE-FAILED TO TRUE
               GO TO 1000-END
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO OI-ITEM-KEY
           START OPEN-ITEMS-FILE KEY >= OI-ITEM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y' OR WS-ARCHIVE-FAILED
               READ OPEN-ITEMS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE OI-PERIOD TO WS-LINE-PERIOD
                       PERFORM 0400-PERIOD-MONTH THRU 0400-END
                       IF WS-LINE-MONTH > ZERO
                           AND WS-LINE-MONTH < WS-HORIZON-MONTH
                           PERFORM 1100-COUNT-ITEM THRU 1100-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-ITEMS-FILE
           PERFORM VARYING WS-PD FROM 1 BY 1 UNTIL WS-PD > WS-PD-COUNT
               IF WS-PD-OPEN (WS-PD) + WS-PD-FROZEN (WS-PD)
                   + WS-PD-PLACED (WS-PD) = ZERO
                   ADD 1 TO WS-PD-ARCHIVABLE
               ELSE
                   ADD 1 TO WS-PD-REFUSED
               END-IF
           END-PERFORM.
       1000-END. EXIT.

      * The period table is kept in month order as it is filled.
       1100-COUNT-ITEM.
           PERFORM 0450-FIND-PERIOD THRU 0450-END
           IF WS-PD-POS = ZERO
               IF WS-PD-COUNT >= 1000
                   DISPLAY "FIN-ARCHIVE: more than 1000 periods "
                       "before the horizon - nothing archived"
                   SET WS-ARCHIVE-FAILED TO TRUE
                   GO TO 1100-END
               END-IF
               MOVE 1 TO WS-PD-POS
               PERFORM VARYING WS-PD FROM 1 BY 1
                   UNTIL WS-PD > WS-PD-COUNT
                   IF WS-PD-MONTH (WS-PD) < WS-LINE-MONTH
                       COMPUTE WS-PD-POS = WS-PD + 1
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-PD FROM WS-PD-COUNT BY -1
                   UNTIL WS-PD < WS-PD-POS
                   MOVE WS-PD-ENTRY (WS-PD) TO WS-PD-ENTRY (WS-PD + 1)
               END-PERFORM
               ADD 1 TO WS-PD-COUNT
               INITIALIZE WS-PD-ENTRY (WS-PD-POS)
               MOVE WS-LINE-MONTH TO WS-PD-MONTH (WS-PD-POS)
           END-IF
           ADD 1 TO WS-PD-ITEMS (WS-PD-POS)
           MOVE 'N' TO WS-AT-AGENCY
           PERFORM VARYING WS-GP FROM 1 BY 1
               UNTIL WS-GP > WS-GP-COUNT
               IF WS-GP-CODE (WS-GP) = OI-CLIENT-CODE
                   MOVE 'Y' TO WS-AT-AGENCY
               END-IF
           END-PERFORM
           IF WS-AT-AGENCY = 'Y'
               ADD 1 TO WS-PD-PLACED (WS-PD-POS)
               PERFORM 1150-NOTE-BLOCKER THRU 1150-END
               GO TO 1100-END
           END-IF
           EVALUATE TRUE
               WHEN OI-SETTLED
                   ADD 1 TO WS-PD-SETTLED (WS-PD-POS)
               WHEN OI-WRITTEN-OFF
                   ADD 1 TO WS-PD-WRITTEN-OFF (WS-PD-POS)
               WHEN OI-FROZEN
                   ADD 1 TO WS-PD-FROZEN (WS-PD-POS)
                   PERFORM 1150-NOTE-BLOCKER THRU 1150-END
               WHEN OTHER
                   ADD 1 TO WS-PD-OPEN (WS-PD-POS)
                   PERFORM 1150-NOTE-BLOCKER THRU 1150-END
           END-EVALUATE.
       1100-END. EXIT.

       1150-NOTE-BLOCKER.
           IF WS-BK-COUNT >= 500
               ADD 1 TO WS-BK-MORE
               GO TO 1150-END
           END-IF
           ADD 1 TO WS-BK-COUNT
           MOVE OI-CLIENT-CODE TO WS-BK-CODE (WS-BK-COUNT)
           MOVE OI-PERIOD TO WS-BK-PERIOD (WS-BK-COUNT)
           MOVE OI-OPEN-AMOUNT TO WS-BK-OPEN-AMOUNT (WS-BK-COUNT)
           EVALUATE TRUE
               WHEN WS-AT-AGENCY = 'Y'
                   MOVE "PLACED WITH AGENCY"
                       TO WS-BK-REASON (WS-BK-COUNT)
               WHEN OI-FROZEN
                   MOVE "FROZEN (AGREEMENT)"
                       TO WS-BK-REASON (WS-BK-COUNT)
               WHEN OTHER
                   MOVE "OPEN" TO WS-BK-REASON (WS-BK-COUNT)
           END-EVALUATE.
       1150-END. EXIT.

      * The archive files are named by run date, so a second run on
      * the day of a finished one would write over its archive set.
       1900-CHECK-ARCHIVE-SET.
           MOVE 1 TO WS-F
           PERFORM 4050-ARCHIVE-NAME THRU 4050-END
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = '00'
               CLOSE ARCHIVE-FILE
               DISPLAY "FIN-ARCHIVE: archive set " CT-RUN-DATE
                   " already on file - run again tomorrow"
               SET WS-ARCHIVE-FAILED TO TRUE
           END-IF.
       1900-END. EXIT.

      * Phase 1 - the lines due to move are totalled per client off
      * the live files and the carried-forward lines written, before
      * any line leaves its file.
       2000-CARRY-FORWARD.
           PERFORM 2100-SCAN-ONE-FILE THRU 2100-END
               VARYING WS-F FROM 1 BY 1
               UNTIL WS-F > WS-FT-COUNT OR WS-ARCHIVE-FAILED
           IF WS-ARCHIVE-FAILED
               GO TO 2000-END
           END-IF
           PERFORM 2500-WRITE-CARRIED-FWD THRU 2500-END.
       2000-END. EXIT.

       2100-SCAN-ONE-FILE.
           MOVE SPACES TO WS-WORK-FILENAME
           STRING '../' WS-FT-BASE (WS-F) DELIMITED BY SPACE
               '.txt' DELIMITED BY SIZE
               INTO WS-WORK-FILENAME
           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS = '35'
               GO TO 2100-END
           END-IF
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY "FIN-ARCHIVE: cannot open " WS-FT-TAG (WS-F)
                   ", status " WS-WORK-STATUS
               SET WS-ARCHIVE-FAILED TO TRUE
               GO TO 2100-END
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y' OR WS-ARCHIVE-FAILED
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 2200-CLASSIFY-LINE THRU 2200-END
                       IF WS-LINE-ARCHIVE = 'Y'
                           ADD 1 TO WS-FT-TO-ARCHIVE (WS-F)
                           PERFORM 2300-ACCUMULATE THRU 2300-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORK-FILE.
       2100-END. EXIT.

      * A line moves when its period falls in an archivable month.
       2200-CLASSIFY-LINE.
           MOVE 'N' TO WS-LINE-ARCHIVE
           IF WORK-LINE (WS-FT-CODE-POS (WS-F):7) IS NOT NUMERIC
               GO TO 2200-END
           END-IF
           MOVE WORK-LINE (WS-FT-CODE-POS (WS-F):7) TO WS-LINE-CODE
           MOVE WORK-LINE (WS-FT-PERIOD-POS (WS-F):6)
               TO WS-LINE-PERIOD
           PERFORM 0400-PERIOD-MONTH THRU 0400-END
           IF WS-LINE-MONTH = ZERO
               OR WS-LINE-MONTH NOT < WS-HORIZON-MONTH
               GO TO 2200-END
           END-IF
           PERFORM 0450-FIND-PERIOD THRU 0450-END
           IF WS-PD-POS = ZERO
               GO TO 2200-END
           END-IF
           IF WS-PD-OPEN (WS-PD-POS) + WS-PD-FROZEN (WS-PD-POS)
               + WS-PD-PLACED (WS-PD-POS) = ZERO
               MOVE 'Y' TO WS-LINE-ARCHIVE
           END-IF.
       2200-END. EXIT.

       2300-ACCUMULATE.
           MOVE ZERO TO WS-CB-POS
           PERFORM VARYING WS-CB FROM 1 BY 1
               UNTIL WS-CB > WS-CB-COUNT OR WS-CB-POS > ZERO
               IF WS-CB-CODE (WS-CB) = WS-LINE-CODE
                   MOVE WS-CB TO WS-CB-POS
               END-IF
           END-PERFORM
           IF WS-CB-POS = ZERO
               IF WS-CB-COUNT >= 5000
                   DISPLAY "FIN-ARCHIVE: more than 5000 clients to "
                       "carry forward - nothing archived"
                   SET WS-ARCHIVE-FAILED TO TRUE
                   GO TO 2300-END
               END-IF
               ADD 1 TO WS-CB-COUNT
               MOVE WS-CB-COUNT TO WS-CB-POS
               INITIALIZE WS-CB-ENTRY (WS-CB-POS)
               MOVE WS-LINE-CODE TO WS-CB-CODE (WS-CB-POS)
           END-IF
           ADD 1 TO WS-CB-LINES (WS-CB-POS)
           MOVE WORK-LINE (WS-FT-AMOUNT-POS (WS-F):9)
               TO WS-AMOUNT-TEXT
           IF WS-AMOUNT-TEXT IS NOT NUMERIC
               GO TO 2300-END
           END-IF
           MOVE WS-FT-SIGN-POS (WS-F) TO WS-SIGN-POS
           EVALUATE WS-FT-KIND (WS-F)
               WHEN 'C'
                   ADD WS-LINE-AMOUNT TO WS-CB-CHARGES (WS-CB-POS)
               WHEN 'P'
                   IF WORK-LINE (WS-SIGN-POS:1) = '-'
                       SUBTRACT WS-LINE-AMOUNT
                           FROM WS-CB-PAYMENTS (WS-CB-POS)
                   ELSE
                       ADD WS-LINE-AMOUNT TO WS-CB-PAYMENTS (WS-CB-POS)
                   END-IF
               WHEN 'A'
                   IF WORK-LINE (WS-SIGN-POS:1) = '-'
                       ADD WS-LINE-AMOUNT TO WS-CB-CREDITS (WS-CB-POS)
                   ELSE
                       ADD WS-LINE-AMOUNT TO WS-CB-DEBITS (WS-CB-POS)
                   END-IF
               WHEN 'W'
                   ADD WS-LINE-AMOUNT
                       TO WS-CB-WRITTEN-OFF (WS-CB-POS)
           END-EVALUATE.
       2300-END. EXIT.

       2500-WRITE-CARRIED-FWD.
           OPEN EXTEND CARRIED-FWD-FILE
           IF WS-CARRIED-FWD-STATUS = '35'
               OPEN OUTPUT CARRIED-FWD-FILE
               CLOSE CARRIED-FWD-FILE
               OPEN EXTEND CARRIED-FWD-FILE
           END-IF
           IF WS-CARRIED-FWD-STATUS NOT = '00'
               DISPLAY "FIN-ARCHIVE: cannot open carried-forward "
                   "file, status " WS-CARRIED-FWD-STATUS
                   " - nothing archived"
               SET WS-ARCHIVE-FAILED TO TRUE
               GO TO 2500-END
           END-IF
           PERFORM VARYING WS-CB FROM 1 BY 1 UNTIL WS-CB > WS-CB-COUNT
               MOVE SPACES TO CARRIED-FWD-LINE
               MOVE WS-CB-CODE (WS-CB) TO CF-CLIENT-CODE
               MOVE CT-RUN-DATE TO CF-RUN-DATE
               MOVE WS-BALANCE-DATE TO CF-BALANCE-DATE
               MOVE WS-CB-CHARGES (WS-CB) TO CF-CHARGES
               MOVE WS-CB-PAYMENTS (WS-CB) TO CF-PAYMENTS
               MOVE WS-CB-DEBITS (WS-CB) TO CF-DEBITS
               MOVE WS-CB-CREDITS (WS-CB) TO CF-CREDITS
               MOVE WS-CB-WRITTEN-OFF (WS-CB) TO CF-WRITTEN-OFF
               COMPUTE CF-STATEMENT-BALANCE = WS-CB-CHARGES (WS-CB)
                   - WS-CB-PAYMENTS (WS-CB)
               COMPUTE CF-OPEN-BALANCE = WS-CB-CHARGES (WS-CB)
                   - WS-CB-PAYMENTS (WS-CB) + WS-CB-DEBITS (WS-CB)
                   - WS-CB-CREDITS (WS-CB)
                   - WS-CB-WRITTEN-OFF (WS-CB)
               MOVE WS-CB-LINES (WS-CB) TO CF-LINES
               ADD CF-STATEMENT-BALANCE TO WS-CB-STATEMENT-TOTAL
               ADD CF-OPEN-BALANCE TO WS-CB-OPEN-TOTAL
               WRITE CARRIED-FWD-LINE
               IF WS-CARRIED-FWD-STATUS NOT = '00'
                   DISPLAY "FIN-ARCHIVE: carried-forward write "
                       "failed, status " WS-CARRIED-FWD-STATUS
                   SET WS-ARCHIVE-FAILED TO TRUE
               END-IF
           END-PERFORM
           CLOSE CARRIED-FWD-FILE.
       2500-END. EXIT.

       3000-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "FIN-ARCHIVE: cannot open report, status "
                   WS-REPORT-STATUS
               GO TO 3000-END
           END-IF
           MOVE "FINANCIAL HISTORY ARCHIVE" TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "RUN " CT-RUN-DATE "  RETENTION "
               WS-RETENTION-YEARS " YEARS  PERIODS BEFORE "
               WS-HORIZON-MONTH DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE "PERIOD  ITEMS SETTLED W-OFF  OPEN FROZEN AGENCY RESULT"
               TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           PERFORM VARYING WS-PD FROM 1 BY 1 UNTIL WS-PD > WS-PD-COUNT
               IF WS-PD-OPEN (WS-PD) + WS-PD-FROZEN (WS-PD)
                   + WS-PD-PLACED (WS-PD) = ZERO
                   MOVE "ARCHIVED" TO WS-RESULT
               ELSE
                   MOVE "HELD" TO WS-RESULT
               END-IF
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-PD-MONTH (WS-PD) " " WS-PD-ITEMS (WS-PD)
                   "   " WS-PD-SETTLED (WS-PD) " "
                   WS-PD-WRITTEN-OFF (WS-PD) " " WS-PD-OPEN (WS-PD)
                   "  " WS-PD-FROZEN (WS-PD) "  " WS-PD-PLACED (WS-PD)
                   " " WS-RESULT DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-PD-ARCHIVABLE " PERIOD(S) TO ARCHIVE, "
               WS-PD-REFUSED " HELD BACK" DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           IF WS-BK-COUNT > ZERO
               MOVE SPACES TO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
               MOVE "ITEMS HOLDING A PERIOD BACK:" TO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
               MOVE "CLIENT  PERIOD   OPEN AMOUNT  REASON"
                   TO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
               PERFORM VARYING WS-BK FROM 1 BY 1
                   UNTIL WS-BK > WS-BK-COUNT
                   MOVE WS-BK-OPEN-AMOUNT (WS-BK) TO WS-ITEM-EDIT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING WS-BK-CODE (WS-BK) " " WS-BK-PERIOD (WS-BK)
                       " " WS-ITEM-EDIT "  " WS-BK-REASON (WS-BK)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE REPORT-LINE FROM WS-RPT-LINE
               END-PERFORM
               IF WS-BK-MORE > ZERO
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "... AND " WS-BK-MORE " MORE ITEM(S)"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE REPORT-LINE FROM WS-RPT-LINE
               END-IF
           END-IF
           IF WS-PD-ARCHIVABLE > ZERO
               MOVE SPACES TO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
               MOVE "FILE         LINES TO ARCHIVE  ARCHIVE FILE"
                   TO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
               PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-FT-COUNT
                   PERFORM 4050-ARCHIVE-NAME THRU 4050-END
                   MOVE SPACES TO WS-RPT-LINE
                   STRING WS-FT-TAG (WS-F) "    "
                       WS-FT-TO-ARCHIVE (WS-F) "  "
                       WS-ARCHIVE-FILENAME
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE REPORT-LINE FROM WS-RPT-LINE
               END-PERFORM
               MOVE SPACES TO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
               MOVE WS-CB-COUNT TO WS-CB-CLIENTS
               MOVE SPACES TO WS-RPT-LINE
               STRING "CARRIED FORWARD AT " WS-BALANCE-DATE
                   " FOR " WS-CB-CLIENTS " CLIENT(S)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
               MOVE WS-CB-STATEMENT-TOTAL TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-RPT-LINE
               STRING "  STATEMENT BALANCE " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
               MOVE WS-CB-OPEN-TOTAL TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-RPT-LINE
               STRING "  OPEN BALANCE      " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
           END-IF
           CLOSE REPORT-FILE.
       3000-END. EXIT.

      * Phase 2 - each file is split into its archive file and the
      * kept lines on the work copy, then the kept lines are copied
      * back over the live file. The archive file is written whole
      * each time, so a rerun of the split is harmless.
       4000-ARCHIVE-FLAT-FILES.
           MOVE CT-FILE-NO TO WS-START-FILE
           IF WS-START-FILE < 1
               MOVE 1 TO WS-START-FILE
           END-IF
           PERFORM 4100-ARCHIVE-ONE-FILE THRU 4100-END
               VARYING WS-F FROM WS-START-FILE BY 1
               UNTIL WS-F > WS-FT-COUNT OR WS-ARCHIVE-FAILED.
       4000-END. EXIT.

       4050-ARCHIVE-NAME.
           MOVE SPACES TO WS-ARCHIVE-FILENAME
           STRING '../' WS-FT-BASE (WS-F) DELIMITED BY SPACE
               '-arc-' CT-RUN-DATE '.txt' DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILENAME.
       4050-END. EXIT.

       4100-ARCHIVE-ONE-FILE.
           MOVE SPACES TO WS-WORK-FILENAME
           STRING '../' WS-FT-BASE (WS-F) DELIMITED BY SPACE
               '.txt' DELIMITED BY SIZE
               INTO WS-WORK-FILENAME
           PERFORM 4050-ARCHIVE-NAME THRU 4050-END
           IF CT-FILE-NO = WS-F AND CT-TEMP-WRITTEN
               GO TO 4150-COPY-BACK
           END-IF
           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS = '35'
               GO TO 4190-NEXT-FILE
           END-IF
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY "FIN-ARCHIVE: cannot open " WS-FT-TAG (WS-F)
                   ", status " WS-WORK-STATUS
               SET WS-ARCHIVE-FAILED TO TRUE
               GO TO 4100-END
           END-IF
           OPEN OUTPUT TEMP-FILE
           IF WS-TEMP-STATUS NOT = '00'
               DISPLAY "FIN-ARCHIVE: cannot open work copy, status "
                   WS-TEMP-STATUS
               CLOSE WORK-FILE
               SET WS-ARCHIVE-FAILED TO TRUE
               GO TO 4100-END
           END-IF
           OPEN OUTPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
               DISPLAY "FIN-ARCHIVE: cannot open " WS-ARCHIVE-FILENAME
                   ", status " WS-ARCHIVE-STATUS
               CLOSE WORK-FILE
               CLOSE TEMP-FILE
               SET WS-ARCHIVE-FAILED TO TRUE
               GO TO 4100-END
           END-IF
           MOVE ZERO TO WS-FT-ARCHIVED (WS-F)
           MOVE ZERO TO WS-FT-KEPT (WS-F)
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 2200-CLASSIFY-LINE THRU 2200-END
                       IF WS-LINE-ARCHIVE = 'Y'
                           WRITE ARCHIVE-LINE FROM WORK-LINE
                           ADD 1 TO WS-FT-ARCHIVED (WS-F)
                       ELSE
                           WRITE TEMP-LINE FROM WORK-LINE
                           ADD 1 TO WS-FT-KEPT (WS-F)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE TEMP-FILE
           CLOSE ARCHIVE-FILE
           MOVE WS-F TO CT-FILE-NO
           SET CT-TEMP-WRITTEN TO TRUE
           PERFORM 0150-WRITE-CONTROL THRU 0150-END
           IF WS-ARCHIVE-FAILED
               GO TO 4100-END
           END-IF
           ADD WS-FT-ARCHIVED (WS-F) TO WS-TOTAL-ARCHIVED
           DISPLAY "FIN-ARCHIVE: " WS-FT-TAG (WS-F) " "
               WS-FT-ARCHIVED (WS-F) " line(s) archived, "
               WS-FT-KEPT (WS-F) " kept".
       4150-COPY-BACK.
           OPEN INPUT TEMP-FILE
           IF WS-TEMP-STATUS NOT = '00'
               DISPLAY "FIN-ARCHIVE: work copy of " WS-FT-TAG (WS-F)
                   " missing, status " WS-TEMP-STATUS
               SET WS-ARCHIVE-FAILED TO TRUE
               GO TO 4100-END
           END-IF
           OPEN OUTPUT WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY "FIN-ARCHIVE: cannot rewrite " WS-FT-TAG (WS-F)
                   ", status " WS-WORK-STATUS
               CLOSE TEMP-FILE
               SET WS-ARCHIVE-FAILED TO TRUE
               GO TO 4100-END
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TEMP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE WORK-LINE FROM TEMP-LINE
               END-READ
           END-PERFORM
           CLOSE TEMP-FILE
           CLOSE WORK-FILE.
       4190-NEXT-FILE.
           COMPUTE CT-FILE-NO = WS-F + 1
           MOVE SPACE TO CT-FILE-STATE
           PERFORM 0150-WRITE-CONTROL THRU 0150-END.
       4100-END. EXIT.

      * Phase 3 - the archived months' items come off the master,
      * which leaves it as OPENITEM-BUILD would now rebuild it.
       5000-DELETE-OPEN-ITEMS.
           OPEN I-O OPEN-ITEMS-FILE
           IF WS-OPEN-ITEMS-STATUS NOT = '00'
               DISPLAY "FIN-ARCHIVE: cannot open open-items master, "
                   "status " WS-OPEN-ITEMS-STATUS
               SET WS-ARCHIVE-FAILED TO TRUE
               GO TO 5000-END
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO OI-ITEM-KEY
           START OPEN-ITEMS-FILE KEY >= OI-ITEM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y' OR WS-ARCHIVE-FAILED
               READ OPEN-ITEMS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 5100-DELETE-ONE-ITEM THRU 5100-END
               END-READ
           END-PERFORM
           CLOSE OPEN-ITEMS-FILE.
       5000-END. EXIT.

       5100-DELETE-ONE-ITEM.
           MOVE OI-PERIOD TO WS-LINE-PERIOD
           PERFORM 0400-PERIOD-MONTH THRU 0400-END
           IF WS-LINE-MONTH = ZERO
               OR WS-LINE-MONTH NOT < WS-HORIZON-MONTH
               GO TO 5100-END
           END-IF
           PERFORM 0450-FIND-PERIOD THRU 0450-END
           IF WS-PD-POS = ZERO
               GO TO 5100-END
           END-IF
           IF WS-PD-OPEN (WS-PD-POS) + WS-PD-FROZEN (WS-PD-POS)
               + WS-PD-PLACED (WS-PD-POS) > ZERO
               GO TO 5100-END
           END-IF
           DELETE OPEN-ITEMS-FILE
               INVALID KEY
                   DISPLAY "FIN-ARCHIVE: open-item delete failed "
                       "for " OI-CLIENT-CODE " " OI-PERIOD
                       ", status " WS-OPEN-ITEMS-STATUS
                   SET WS-ARCHIVE-FAILED TO TRUE
           END-DELETE
           IF WS-ARCHIVE-FAILED
               GO TO 5100-END
           END-IF
           ADD 1 TO WS-ITEMS-DELETED
      * reposition past the deleted key so the walk continues cleanly
           START OPEN-ITEMS-FILE KEY > OI-ITEM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
       5100-END. EXIT.

       END PROGRAM FIN-ARCHIVE.
