      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Month-end receivables subledger-to-general-ledger
      *          reconciliation. The receivables roll-forward is
      *          rebuilt from the registers for every client and
      *          billing period: the opening balance (everything
      *          dated before the month), plus the month's billing
      *          (billing-history.txt), late charges
      *          (late-charges.txt) and debit notes, less its
      *          payments net of reversals (payments-posted.txt),
      *          credit notes (adjustments-register.txt) and
      *          write-offs (writeoff-register.txt). The closing
      *          balance, carried forward for anything posted since,
      *          is proved against OI-OPEN-AMOUNT on the open-items
      *          master, and the month's movement against the
      *          receivables lines of GL-EXPORT's gl-journal.txt.
      *          Every difference is listed by client and period for
      *          the master and by client for the journal (which
      *          carries no period), to ar-reconciliation.txt. The
      *          month's closing is kept on ar-recon-balances.txt and
      *          the next month's opening is proved against it.
      * Tectonics: cobc
      * Note: RECON_PERIOD selects the month (default: the month
      *       before the run date); GL_AR_ACCOUNT is the receivables
      *       account on the journal (default 112000). Run GL-EXPORT
      *       for the same month first - gl-journal.txt holds one
      *       export at a time. With more than one company each
      *       company's journal (gl-journal-nn.txt) is read in turn.
      * Modification History:
      *   15/10/2026 RM  Original version.
      *   15/10/2026 RM  The journal side is read from every
      *                  company's GL-EXPORT journal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-RECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-HISTORY-FILE
           ASSIGN TO '..\billing-history.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BILL-HIST-STATUS.

           SELECT LATE-CHARGES-FILE ASSIGN TO '..\late-charges.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHARGES-STATUS.

           SELECT ADJUST-REGISTER-FILE
           ASSIGN TO '..\adjustments-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADJUST-STATUS.

           SELECT POSTED-FILE ASSIGN TO '..\payments-posted.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSTED-STATUS.

           SELECT WRITEOFF-FILE ASSIGN TO '..\writeoff-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WRITEOFF-STATUS.

           SELECT OPEN-ITEMS-FILE ASSIGN TO WS-OPEN-ITEMS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OI-ITEM-KEY
           FILE STATUS IS WS-OPEN-ITEMS-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT RECON-BALANCE-FILE
           ASSIGN TO '..\ar-recon-balances.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-STATUS.

           SELECT REPORT-FILE ASSIGN TO '..\ar-reconciliation.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BILLING-HISTORY-FILE.
       COPY BILLHISTREC REPLACING ==:RECNAME:==
           BY ==BILLING-HIST-LINE==.

       FD LATE-CHARGES-FILE.
       01 LATE-CHARGE-LINE.
           05 LC-CLIENT-CODE PIC 9(7).
           05 FILLER PIC X(1).
           05 LC-PERIOD PIC X(6).
           05 FILLER PIC X(1).
           05 LC-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 LC-FINE PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 LC-INTEREST PIC 9(7)V99.

       FD ADJUST-REGISTER-FILE.
       COPY ADJREC REPLACING ==:RECNAME:== BY ==ADJUST-REG-LINE==.

       FD POSTED-FILE.
       COPY PAYREC REPLACING ==:RECNAME:== BY ==POSTED-LINE==
           LEADING ==PAY== BY ==PST==.

       FD WRITEOFF-FILE.
       COPY WOFFREC REPLACING ==:RECNAME:== BY ==WRITEOFF-LINE==.

       FD OPEN-ITEMS-FILE.
       COPY OPNITMREC.

       FD JOURNAL-FILE.
       01 GL-JOURNAL-LINE.
           05 GLJ-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 GLJ-ACCOUNT PIC 9(6).
           05 FILLER PIC X(1).
           05 GLJ-DC PIC X(1).
           05 FILLER PIC X(1).
           05 GLJ-AMOUNT PIC 9(11)V99.
           05 FILLER PIC X(1).
           05 GLJ-SOURCE PIC X(4).
           05 FILLER PIC X(1).
           05 GLJ-CLIENT-CODE PIC 9(7).

       FD RECON-BALANCE-FILE.
       01 RECON-BALANCE-LINE.
           05 RB-PERIOD PIC X(6).
           05 FILLER PIC X(1).
           05 RB-RUN-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 RB-CLOSING PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 RB-MASTER PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 RB-GL-MOVEMENT PIC S9(11)V99 SIGN LEADING SEPARATE.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-BILL-HIST-STATUS PIC X(2).
       01 WS-CHARGES-STATUS PIC X(2).
       01 WS-ADJUST-STATUS PIC X(2).
       01 WS-POSTED-STATUS PIC X(2).
       01 WS-WRITEOFF-STATUS PIC X(2).
       01 WS-OPEN-ITEMS-FILENAME PIC X(100).
       01 WS-OPEN-ITEMS-STATUS PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-JOURNAL-NAME PIC X(100).
       01 WS-COMPANY-INDEX PIC 9(2).
       01 WS-BALANCE-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-PERIOD-ENTRY PIC X(6).
       01 WS-PERIOD PIC X(6).
       01 WS-PERIOD-N REDEFINES WS-PERIOD.
           05 WS-PERIOD-YEAR PIC 9(4).
           05 WS-PERIOD-MONTH PIC 9(2).
       01 WS-PRIOR-PERIOD PIC X(6).
       01 WS-PRIOR-PERIOD-N REDEFINES WS-PRIOR-PERIOD.
           05 WS-PRIOR-YEAR PIC 9(4).
           05 WS-PRIOR-MONTH PIC 9(2).
       01 WS-AR-ACCOUNT-ENTRY PIC X(6).
       01 WS-AR-ACCOUNT PIC 9(6) VALUE 112000.
       01 WS-TOLERANCE PIC 9(1)V99 VALUE 0.05.
      * One entry per client and billing period (the open item's
      * key); amounts are signed as they move the receivable.
       01 WS-KY-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-KY-DROPPED PIC 9(7) VALUE ZERO.
       01 WS-KY-TABLE.
           05 WS-KY-ENTRY OCCURS 5000 TIMES.
               10 WS-KY-CLIENT PIC 9(7).
               10 WS-KY-ITEM-PERIOD PIC X(6).
               10 WS-KY-OPENING PIC S9(9)V99.
               10 WS-KY-MOVEMENT PIC S9(9)V99.
               10 WS-KY-LATER PIC S9(9)V99.
               10 WS-KY-MASTER PIC S9(9)V99.
       01 WS-K PIC 9(4) COMP.
       01 WS-KY-POS PIC 9(4) COMP.
      * The journal carries only the client, so the GL side is
      * proved per client.
       01 WS-GC-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-GC-DROPPED PIC 9(7) VALUE ZERO.
       01 WS-GC-TABLE.
           05 WS-GC-ENTRY OCCURS 5000 TIMES.
               10 WS-GC-CLIENT PIC 9(7).
               10 WS-GC-LEDGER PIC S9(9)V99.
               10 WS-GC-JOURNAL PIC S9(9)V99.
       01 WS-G PIC 9(4) COMP.
       01 WS-GC-POS PIC 9(4) COMP.
       01 WS-MV-CLIENT PIC 9(7).
       01 WS-MV-ITEM-PERIOD PIC X(6).
       01 WS-MV-DATE-PERIOD PIC X(6).
       01 WS-MV-TYPE PIC X(1).
           88 WS-MV-BILLING VALUE 'B'.
           88 WS-MV-CHARGE VALUE 'L'.
           88 WS-MV-DEBIT-NOTE VALUE 'D'.
           88 WS-MV-PAYMENT VALUE 'P'.
           88 WS-MV-CREDIT-NOTE VALUE 'C'.
           88 WS-MV-WRITEOFF VALUE 'W'.
       01 WS-MV-AMOUNT PIC S9(9)V99.
       01 WS-TOTAL-OPENING PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-BILLING PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-CHARGES PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-DEBIT-NOTES PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-PAYMENTS PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-CREDIT-NOTES PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-WRITEOFFS PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-MOVEMENT PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-CLOSING PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-LATER PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-EXPECTED PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-MASTER PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-GL PIC S9(11)V99 VALUE ZERO.
       01 WS-MASTER-DIFFERENCE PIC S9(11)V99 VALUE ZERO.
       01 WS-GL-DIFFERENCE PIC S9(11)V99 VALUE ZERO.
       01 WS-OPENING-DIFFERENCE PIC S9(11)V99 VALUE ZERO.
       01 WS-PRIOR-FOUND PIC X(1) VALUE 'N'.
       01 WS-PRIOR-CLOSING PIC S9(11)V99 VALUE ZERO.
       01 WS-JOURNAL-DATE PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-LINES PIC 9(7) VALUE ZERO.
       01 WS-ITEM-DIFF PIC S9(9)V99.
       01 WS-ITEM-EXPECTED PIC S9(9)V99.
       01 WS-MASTER-DIFF-COUNT PIC 9(7) VALUE ZERO.
       01 WS-GL-DIFF-COUNT PIC 9(7) VALUE ZERO.
       01 WS-RECORD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TITLE-LINE.
           05 FILLER PIC X(44) VALUE
               "RECEIVABLES SUBLEDGER TO GL RECONCILIATION".
           05 FILLER PIC X(8) VALUE "PERIOD: ".
           05 WS-T-PERIOD PIC X(6).
           05 FILLER PIC X(7) VALUE "  RUN: ".
           05 WS-T-RUN-DATE PIC 9(8).
       01 WS-TOTAL-LINE.
           05 WS-TL-LABEL PIC X(44).
           05 WS-TL-AMOUNT PIC Z(10)9.99-.
       01 WS-ITEM-LINE.
           05 WS-IL-CLIENT PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-IL-PERIOD PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-IL-OPENING PIC Z(7)9.99-.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-IL-MOVEMENT PIC Z(7)9.99-.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-IL-EXPECTED PIC Z(7)9.99-.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-IL-MASTER PIC Z(7)9.99-.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-IL-DIFF PIC Z(7)9.99-.
       01 WS-GL-LINE.
           05 WS-GL-CLIENT PIC 9(7).
           05 FILLER PIC X(8) VALUE SPACES.
           05 WS-GL-LEDGER PIC Z(9)9.99-.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-GL-JOURNAL PIC Z(9)9.99-.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-GL-DIFF PIC Z(9)9.99-.
       01 WS-RPT-LINE PIC X(80).
       COPY JOBLOGPARM.
       COPY CMPLKPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "AR-RECON" TO JL-CALL-PROGRAM
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
           MOVE SPACES TO WS-AR-ACCOUNT-ENTRY
           ACCEPT WS-AR-ACCOUNT-ENTRY FROM ENVIRONMENT "GL_AR_ACCOUNT"
           IF WS-AR-ACCOUNT-ENTRY IS NUMERIC
               MOVE WS-AR-ACCOUNT-ENTRY TO WS-AR-ACCOUNT
           END-IF
           PERFORM 0100-GET-PERIOD THRU 0100-END
           IF WS-PERIOD NOT NUMERIC
               OR WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               DISPLAY "AR-RECON: RECON_PERIOD " WS-PERIOD
                   " is not a valid YYYYMM - run refused"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0200-LOAD-PRIOR-CLOSING THRU 0200-END
           PERFORM 1000-LOAD-BILLING THRU 1000-END
           PERFORM 1100-LOAD-CHARGES THRU 1100-END
           PERFORM 1200-LOAD-ADJUSTMENTS THRU 1200-END
           PERFORM 1300-LOAD-PAYMENTS THRU 1300-END
           PERFORM 1400-LOAD-WRITEOFFS THRU 1400-END
           PERFORM 1500-LOAD-MASTER THRU 1500-END
           PERFORM 1600-LOAD-JOURNAL THRU 1600-END
           PERFORM 3000-PRINT-REPORT THRU 3000-END
           PERFORM 4000-SAVE-CLOSING THRU 4000-END
           DISPLAY "AR-RECON: period " WS-PERIOD " closing "
               WS-TOTAL-CLOSING ", " WS-MASTER-DIFF-COUNT
               " item difference(s), " WS-GL-DIFF-COUNT
               " GL difference(s)"
           IF WS-KY-DROPPED > ZERO OR WS-GC-DROPPED > ZERO
               DISPLAY "AR-RECON: " WS-KY-DROPPED " item and "
                   WS-GC-DROPPED " client line(s) beyond the tables "
                   "- not reconciled"
           END-IF
           EVALUATE TRUE
               WHEN WS-REPORT-STATUS NOT = '00'
               WHEN WS-KY-DROPPED > ZERO
               WHEN WS-GC-DROPPED > ZERO
                   MOVE 16 TO RETURN-CODE
               WHEN WS-MASTER-DIFF-COUNT > ZERO
               WHEN WS-GL-DIFF-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           SET JL-CALL-END TO TRUE
           MOVE WS-RECORD-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

       0100-GET-PERIOD.
           MOVE SPACES TO WS-PERIOD-ENTRY
           ACCEPT WS-PERIOD-ENTRY FROM ENVIRONMENT "RECON_PERIOD"
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
           END-IF
           IF WS-PERIOD IS NUMERIC
               MOVE WS-PERIOD TO WS-PRIOR-PERIOD
               IF WS-PRIOR-MONTH = 1
                   SUBTRACT 1 FROM WS-PRIOR-YEAR
                   MOVE 12 TO WS-PRIOR-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-PRIOR-MONTH
               END-IF
           END-IF.
       0100-END. EXIT.

      * Last month's closing as it stood when last month was
      * reconciled; the last line kept for that month wins, so a rerun
      * supersedes the earlier one.
       0200-LOAD-PRIOR-CLOSING.
           MOVE 'N' TO WS-EOF
           OPEN INPUT RECON-BALANCE-FILE
           IF WS-BALANCE-STATUS NOT = '00'
               GO TO 0200-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RECON-BALANCE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RB-PERIOD = WS-PRIOR-PERIOD
                           MOVE 'Y' TO WS-PRIOR-FOUND
                           MOVE RB-CLOSING TO WS-PRIOR-CLOSING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECON-BALANCE-FILE.
       0200-END. EXIT.

       1000-LOAD-BILLING.
           MOVE 'N' TO WS-EOF
           OPEN INPUT BILLING-HISTORY-FILE
           IF WS-BILL-HIST-STATUS NOT = '00'
               GO TO 1000-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BILLING-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BH-AMOUNT > ZERO
                           MOVE BH-CLIENT-CODE TO WS-MV-CLIENT
                           MOVE BH-PERIOD TO WS-MV-ITEM-PERIOD
                           MOVE BH-PERIOD TO WS-MV-DATE-PERIOD
                           SET WS-MV-BILLING TO TRUE
                           MOVE BH-AMOUNT TO WS-MV-AMOUNT
                           PERFORM 2000-ADD-MOVEMENT THRU 2000-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILLING-HISTORY-FILE.
       1000-END. EXIT.

       1100-LOAD-CHARGES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT LATE-CHARGES-FILE
           IF WS-CHARGES-STATUS NOT = '00'
               GO TO 1100-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LATE-CHARGES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE LC-CLIENT-CODE TO WS-MV-CLIENT
                       MOVE LC-PERIOD TO WS-MV-ITEM-PERIOD
                       MOVE LC-DATE (1:6) TO WS-MV-DATE-PERIOD
                       SET WS-MV-CHARGE TO TRUE
                       COMPUTE WS-MV-AMOUNT = LC-FINE + LC-INTEREST
                       PERFORM 2000-ADD-MOVEMENT THRU 2000-END
               END-READ
           END-PERFORM
           CLOSE LATE-CHARGES-FILE.
       1100-END. EXIT.

       1200-LOAD-ADJUSTMENTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ADJUST-REGISTER-FILE
           IF WS-ADJUST-STATUS NOT = '00'
               GO TO 1200-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ADJUST-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE AJ-CLIENT-CODE TO WS-MV-CLIENT
                       MOVE AJ-PERIOD TO WS-MV-ITEM-PERIOD
                       MOVE AJ-DATE (1:6) TO WS-MV-DATE-PERIOD
                       IF AJ-SIGN = '-'
                           SET WS-MV-CREDIT-NOTE TO TRUE
                           COMPUTE WS-MV-AMOUNT = ZERO - AJ-AMOUNT
                       ELSE
                           SET WS-MV-DEBIT-NOTE TO TRUE
                           MOVE AJ-AMOUNT TO WS-MV-AMOUNT
                       END-IF
                       PERFORM 2000-ADD-MOVEMENT THRU 2000-END
               END-READ
           END-PERFORM
           CLOSE ADJUST-REGISTER-FILE.
       1200-END. EXIT.

      * A reversal PAYMENT-REVERSE appended puts the payment back on
      * the item it was taken from.
       1300-LOAD-PAYMENTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT POSTED-FILE
           IF WS-POSTED-STATUS NOT = '00'
               GO TO 1300-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ POSTED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PST-AMOUNT > ZERO
                           MOVE PST-CLIENT-CODE TO WS-MV-CLIENT
                           MOVE PST-PERIOD TO WS-MV-ITEM-PERIOD
                           MOVE PST-DATE (1:6) TO WS-MV-DATE-PERIOD
                           SET WS-MV-PAYMENT TO TRUE
                           IF PST-REVERSAL
                               MOVE PST-AMOUNT TO WS-MV-AMOUNT
                           ELSE
                               COMPUTE WS-MV-AMOUNT =
                                   ZERO - PST-AMOUNT
                           END-IF
                           PERFORM 2000-ADD-MOVEMENT THRU 2000-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTED-FILE.
       1300-END. EXIT.

       1400-LOAD-WRITEOFFS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT WRITEOFF-FILE
           IF WS-WRITEOFF-STATUS NOT = '00'
               GO TO 1400-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ WRITEOFF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE WO-CLIENT-CODE TO WS-MV-CLIENT
                       MOVE WO-PERIOD TO WS-MV-ITEM-PERIOD
                       MOVE WO-DATE (1:6) TO WS-MV-DATE-PERIOD
                       SET WS-MV-WRITEOFF TO TRUE
                       COMPUTE WS-MV-AMOUNT = ZERO - WO-AMOUNT
                       PERFORM 2000-ADD-MOVEMENT THRU 2000-END
               END-READ
           END-PERFORM
           CLOSE WRITEOFF-FILE.
       1400-END. EXIT.

      * Only open and frozen items are receivables; a written-off item
      * keeps its amount on the master but has left the ledger.
       1500-LOAD-MASTER.
           MOVE 'N' TO WS-EOF
           OPEN INPUT OPEN-ITEMS-FILE
           IF WS-OPEN-ITEMS-STATUS NOT = '00'
               DISPLAY "AR-RECON: no open-items master, status "
                   WS-OPEN-ITEMS-STATUS
               GO TO 1500-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OPEN-ITEMS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (OI-OPEN OR OI-FROZEN)
                           AND OI-OPEN-AMOUNT NOT = ZERO
                           MOVE OI-CLIENT-CODE TO WS-MV-CLIENT
                           MOVE OI-PERIOD TO WS-MV-ITEM-PERIOD
                           PERFORM 2100-FIND-KEY THRU 2100-END
                           IF WS-KY-POS > ZERO
                               ADD OI-OPEN-AMOUNT
                                   TO WS-KY-MASTER (WS-KY-POS)
                           END-IF
                           ADD OI-OPEN-AMOUNT TO WS-TOTAL-MASTER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-ITEMS-FILE.
       1500-END. EXIT.

      * Each company exports to its own journal; the receivables
      * lines of all of them make up the journal side.
       1600-LOAD-JOURNAL.
           SET CY-BY-INDEX TO TRUE
           PERFORM VARYING WS-COMPANY-INDEX FROM 1 BY 1
               UNTIL WS-COMPANY-INDEX > 20
               MOVE WS-COMPANY-INDEX TO CY-CALL-INDEX
               CALL "COMPANYLK" USING CY-CALL-FUNCTION CY-CALL-BRANCH
                   CY-CALL-INDEX CY-CALL-COMPANY CY-CALL-RESULT
               IF CY-FOUND
                   MOVE SPACES TO WS-JOURNAL-NAME
                   STRING '../gl-journal' CY-FILE-SUFFIX
                       DELIMITED BY SPACE
                       '.txt' DELIMITED BY SIZE INTO WS-JOURNAL-NAME
                   PERFORM 1650-LOAD-ONE-JOURNAL THRU 1650-END
               END-IF
           END-PERFORM.
       1600-END. EXIT.

       1650-LOAD-ONE-JOURNAL.
           MOVE 'N' TO WS-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY "AR-RECON: no GL journal on file for company "
                   CY-CODE ", status " WS-JOURNAL-STATUS
               GO TO 1650-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE GLJ-DATE TO WS-JOURNAL-DATE
                       IF GLJ-ACCOUNT = WS-AR-ACCOUNT
                           ADD 1 TO WS-JOURNAL-LINES
                           MOVE GLJ-CLIENT-CODE TO WS-MV-CLIENT
                           PERFORM 2200-FIND-CLIENT THRU 2200-END
                           IF GLJ-DC = 'D'
                               MOVE GLJ-AMOUNT TO WS-MV-AMOUNT
                           ELSE
                               COMPUTE WS-MV-AMOUNT =
                                   ZERO - GLJ-AMOUNT
                           END-IF
                           IF WS-GC-POS > ZERO
                               ADD WS-MV-AMOUNT
                                   TO WS-GC-JOURNAL (WS-GC-POS)
                           END-IF
                           ADD WS-MV-AMOUNT TO WS-TOTAL-GL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.
       1650-END. EXIT.

      * A movement dated before the month is opening balance, one in
      * the month is the month's movement, and one dated since is
      * carried so the master (which already holds it) still proves.
       2000-ADD-MOVEMENT.
           ADD 1 TO WS-RECORD-COUNT
           PERFORM 2100-FIND-KEY THRU 2100-END
           EVALUATE TRUE
               WHEN WS-MV-DATE-PERIOD < WS-PERIOD
                   ADD WS-MV-AMOUNT TO WS-TOTAL-OPENING
                   IF WS-KY-POS > ZERO
                       ADD WS-MV-AMOUNT TO WS-KY-OPENING (WS-KY-POS)
                   END-IF
               WHEN WS-MV-DATE-PERIOD > WS-PERIOD
                   ADD WS-MV-AMOUNT TO WS-TOTAL-LATER
                   IF WS-KY-POS > ZERO
                       ADD WS-MV-AMOUNT TO WS-KY-LATER (WS-KY-POS)
                   END-IF
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN WS-MV-BILLING
                           ADD WS-MV-AMOUNT TO WS-TOTAL-BILLING
                       WHEN WS-MV-CHARGE
                           ADD WS-MV-AMOUNT TO WS-TOTAL-CHARGES
                       WHEN WS-MV-DEBIT-NOTE
                           ADD WS-MV-AMOUNT TO WS-TOTAL-DEBIT-NOTES
                       WHEN WS-MV-PAYMENT
                           ADD WS-MV-AMOUNT TO WS-TOTAL-PAYMENTS
                       WHEN WS-MV-CREDIT-NOTE
                           ADD WS-MV-AMOUNT TO WS-TOTAL-CREDIT-NOTES
                       WHEN OTHER
                           ADD WS-MV-AMOUNT TO WS-TOTAL-WRITEOFFS
                   END-EVALUATE
                   ADD WS-MV-AMOUNT TO WS-TOTAL-MOVEMENT
                   IF WS-KY-POS > ZERO
                       ADD WS-MV-AMOUNT TO WS-KY-MOVEMENT (WS-KY-POS)
                   END-IF
                   PERFORM 2200-FIND-CLIENT THRU 2200-END
                   IF WS-GC-POS > ZERO
                       ADD WS-MV-AMOUNT TO WS-GC-LEDGER (WS-GC-POS)
                   END-IF
           END-EVALUATE.
       2000-END. EXIT.

       2100-FIND-KEY.
           MOVE ZERO TO WS-KY-POS
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-KY-COUNT OR WS-KY-POS > ZERO
               IF WS-KY-CLIENT (WS-K) = WS-MV-CLIENT
                   AND WS-KY-ITEM-PERIOD (WS-K) = WS-MV-ITEM-PERIOD
                   MOVE WS-K TO WS-KY-POS
               END-IF
           END-PERFORM
           IF WS-KY-POS = ZERO
               IF WS-KY-COUNT < 5000
                   ADD 1 TO WS-KY-COUNT
                   MOVE WS-KY-COUNT TO WS-KY-POS
                   MOVE WS-MV-CLIENT TO WS-KY-CLIENT (WS-KY-POS)
                   MOVE WS-MV-ITEM-PERIOD
                       TO WS-KY-ITEM-PERIOD (WS-KY-POS)
                   MOVE ZERO TO WS-KY-OPENING (WS-KY-POS)
                   MOVE ZERO TO WS-KY-MOVEMENT (WS-KY-POS)
                   MOVE ZERO TO WS-KY-LATER (WS-KY-POS)
                   MOVE ZERO TO WS-KY-MASTER (WS-KY-POS)
               ELSE
                   ADD 1 TO WS-KY-DROPPED
               END-IF
           END-IF.
       2100-END. EXIT.

       2200-FIND-CLIENT.
           MOVE ZERO TO WS-GC-POS
           PERFORM VARYING WS-G FROM 1 BY 1
               UNTIL WS-G > WS-GC-COUNT OR WS-GC-POS > ZERO
               IF WS-GC-CLIENT (WS-G) = WS-MV-CLIENT
                   MOVE WS-G TO WS-GC-POS
               END-IF
           END-PERFORM
           IF WS-GC-POS = ZERO
               IF WS-GC-COUNT < 5000
                   ADD 1 TO WS-GC-COUNT
                   MOVE WS-GC-COUNT TO WS-GC-POS
                   MOVE WS-MV-CLIENT TO WS-GC-CLIENT (WS-GC-POS)
                   MOVE ZERO TO WS-GC-LEDGER (WS-GC-POS)
                   MOVE ZERO TO WS-GC-JOURNAL (WS-GC-POS)
               ELSE
                   ADD 1 TO WS-GC-DROPPED
               END-IF
           END-IF.
       2200-END. EXIT.

       3000-PRINT-REPORT.
           COMPUTE WS-TOTAL-CLOSING =
               WS-TOTAL-OPENING + WS-TOTAL-MOVEMENT
           COMPUTE WS-TOTAL-EXPECTED =
               WS-TOTAL-CLOSING + WS-TOTAL-LATER
           COMPUTE WS-MASTER-DIFFERENCE =
               WS-TOTAL-MASTER - WS-TOTAL-EXPECTED
           COMPUTE WS-GL-DIFFERENCE =
               WS-TOTAL-GL - WS-TOTAL-MOVEMENT
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "AR-RECON: cannot open report, status "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 3000-END
           END-IF
           MOVE WS-PERIOD TO WS-T-PERIOD
           MOVE WS-TODAY-DATE TO WS-T-RUN-DATE
           WRITE REPORT-LINE FROM WS-TITLE-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "OPENING BALANCE (POSTED BEFORE THE MONTH)"
               TO WS-TL-LABEL
           MOVE WS-TOTAL-OPENING TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           IF WS-PRIOR-FOUND = 'Y'
               COMPUTE WS-OPENING-DIFFERENCE =
                   WS-TOTAL-OPENING - WS-PRIOR-CLOSING
               MOVE "  LAST MONTH'S RECONCILED CLOSING"
                   TO WS-TL-LABEL
               MOVE WS-PRIOR-CLOSING TO WS-TL-AMOUNT
               WRITE REPORT-LINE FROM WS-TOTAL-LINE
               IF WS-OPENING-DIFFERENCE NOT = ZERO
                   MOVE "  *** BACK-DATED SINCE LAST MONTH ***"
                       TO WS-TL-LABEL
                   MOVE WS-OPENING-DIFFERENCE TO WS-TL-AMOUNT
                   WRITE REPORT-LINE FROM WS-TOTAL-LINE
               END-IF
           ELSE
               MOVE "  (NO RECONCILED CLOSING ON FILE FOR "
                   TO WS-RPT-LINE
               MOVE WS-PRIOR-PERIOD TO WS-RPT-LINE (38:6)
               MOVE ")" TO WS-RPT-LINE (44:1)
               WRITE REPORT-LINE FROM WS-RPT-LINE
           END-IF
           MOVE "+ BILLING" TO WS-TL-LABEL
           MOVE WS-TOTAL-BILLING TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "+ LATE CHARGES" TO WS-TL-LABEL
           MOVE WS-TOTAL-CHARGES TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "+ DEBIT NOTES" TO WS-TL-LABEL
           MOVE WS-TOTAL-DEBIT-NOTES TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "- PAYMENTS (NET OF REVERSALS)" TO WS-TL-LABEL
           MOVE WS-TOTAL-PAYMENTS TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "- CREDIT NOTES" TO WS-TL-LABEL
           MOVE WS-TOTAL-CREDIT-NOTES TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "- WRITE-OFFS" TO WS-TL-LABEL
           MOVE WS-TOTAL-WRITEOFFS TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "= CLOSING BALANCE" TO WS-TL-LABEL
           MOVE WS-TOTAL-CLOSING TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "+ POSTED SINCE THE MONTH ENDED" TO WS-TL-LABEL
           MOVE WS-TOTAL-LATER TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "= EXPECTED ON THE OPEN-ITEMS MASTER" TO WS-TL-LABEL
           MOVE WS-TOTAL-EXPECTED TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "  OPEN-ITEMS MASTER (OPEN AND FROZEN)" TO WS-TL-LABEL
           MOVE WS-TOTAL-MASTER TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "  DIFFERENCE, MASTER LESS LEDGER" TO WS-TL-LABEL
           MOVE WS-MASTER-DIFFERENCE TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  MONTH'S MOVEMENT PER THE REGISTERS" TO WS-TL-LABEL
           MOVE WS-TOTAL-MOVEMENT TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  GL JOURNAL RECEIVABLES " WS-AR-ACCOUNT
               " (EXPORTED " WS-JOURNAL-DATE ")"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           MOVE WS-RPT-LINE TO WS-TL-LABEL
           MOVE WS-TOTAL-GL TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "  DIFFERENCE, JOURNAL LESS REGISTERS" TO WS-TL-LABEL
           MOVE WS-GL-DIFFERENCE TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "MASTER DIFFERENCES BY CLIENT AND PERIOD"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CLIENT  PERIOD" TO WS-RPT-LINE
           MOVE "OPENING" TO WS-RPT-LINE (20:7)
           MOVE "MOVEMENT" TO WS-RPT-LINE (32:8)
           MOVE "EXPECTED" TO WS-RPT-LINE (45:8)
           MOVE "MASTER" TO WS-RPT-LINE (60:6)
           MOVE "DIFFERENCE" TO WS-RPT-LINE (69:10)
           WRITE REPORT-LINE FROM WS-RPT-LINE
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-KY-COUNT
               COMPUTE WS-ITEM-EXPECTED = WS-KY-OPENING (WS-K)
                   + WS-KY-MOVEMENT (WS-K) + WS-KY-LATER (WS-K)
               COMPUTE WS-ITEM-DIFF =
                   WS-KY-MASTER (WS-K) - WS-ITEM-EXPECTED
               IF WS-ITEM-DIFF > WS-TOLERANCE
                   OR WS-ITEM-DIFF < ZERO - WS-TOLERANCE
                   ADD 1 TO WS-MASTER-DIFF-COUNT
                   MOVE WS-KY-CLIENT (WS-K) TO WS-IL-CLIENT
                   MOVE WS-KY-ITEM-PERIOD (WS-K) TO WS-IL-PERIOD
                   MOVE WS-KY-OPENING (WS-K) TO WS-IL-OPENING
                   MOVE WS-KY-MOVEMENT (WS-K) TO WS-IL-MOVEMENT
                   MOVE WS-ITEM-EXPECTED TO WS-IL-EXPECTED
                   MOVE WS-KY-MASTER (WS-K) TO WS-IL-MASTER
                   MOVE WS-ITEM-DIFF TO WS-IL-DIFF
                   WRITE REPORT-LINE FROM WS-ITEM-LINE
               END-IF
           END-PERFORM
           IF WS-MASTER-DIFF-COUNT = ZERO
               MOVE "  NONE - THE MASTER AGREES WITH THE LEDGER"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "GL DIFFERENCES BY CLIENT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CLIENT" TO WS-RPT-LINE
           MOVE "REGISTERS" TO WS-RPT-LINE (20:9)
           MOVE "JOURNAL" TO WS-RPT-LINE (38:7)
           MOVE "DIFFERENCE" TO WS-RPT-LINE (51:10)
           WRITE REPORT-LINE FROM WS-RPT-LINE
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-GC-COUNT
               COMPUTE WS-ITEM-DIFF = WS-GC-JOURNAL (WS-G)
                   - WS-GC-LEDGER (WS-G)
               IF WS-ITEM-DIFF > WS-TOLERANCE
                   OR WS-ITEM-DIFF < ZERO - WS-TOLERANCE
                   ADD 1 TO WS-GL-DIFF-COUNT
                   MOVE WS-GC-CLIENT (WS-G) TO WS-GL-CLIENT
                   MOVE WS-GC-LEDGER (WS-G) TO WS-GL-LEDGER
                   MOVE WS-GC-JOURNAL (WS-G) TO WS-GL-JOURNAL
                   MOVE WS-ITEM-DIFF TO WS-GL-DIFF
                   WRITE REPORT-LINE FROM WS-GL-LINE
               END-IF
           END-PERFORM
           IF WS-GL-DIFF-COUNT = ZERO
               MOVE "  NONE - THE JOURNAL AGREES WITH THE REGISTERS"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE.
       3000-END. EXIT.

       4000-SAVE-CLOSING.
           OPEN EXTEND RECON-BALANCE-FILE
           IF WS-BALANCE-STATUS = '35'
               OPEN OUTPUT RECON-BALANCE-FILE
               CLOSE RECON-BALANCE-FILE
               OPEN EXTEND RECON-BALANCE-FILE
           END-IF
           IF WS-BALANCE-STATUS NOT = '00'
               DISPLAY "AR-RECON: cannot open reconciled balances, "
                   "status " WS-BALANCE-STATUS
               GO TO 4000-END
           END-IF
           MOVE SPACES TO RECON-BALANCE-LINE
           MOVE WS-PERIOD TO RB-PERIOD
           MOVE WS-TODAY-DATE TO RB-RUN-DATE
           MOVE WS-TOTAL-CLOSING TO RB-CLOSING
           MOVE WS-TOTAL-MASTER TO RB-MASTER
           MOVE WS-TOTAL-GL TO RB-GL-MOVEMENT
           WRITE RECON-BALANCE-LINE
           IF WS-BALANCE-STATUS NOT = '00'
               DISPLAY "AR-RECON: reconciled balance write failed, "
                   "status " WS-BALANCE-STATUS
           END-IF
           CLOSE RECON-BALANCE-FILE.
       4000-END. EXIT.

       END PROGRAM AR-RECON.
