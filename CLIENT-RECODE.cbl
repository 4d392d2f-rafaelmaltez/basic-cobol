      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: One-shot client-code renumbering. Every CLIENT-CODE
      *          on clients.dat that fails the CODECHK check digit (a
      *          legacy hand-assigned code) is given a new code from
      *          NEXTCODE, recorded old-to-new on client-code-xref.txt,
      *          and every client-keyed file is rewritten to the new
      *          code: the flat registers and histories in the file
      *          table, the open items, the master itself and the
      *          partner links on it. Record counts, money totals and
      *          the number of lines still quoting an old code are
      *          taken per file before anything moves and again at
      *          the end; recode-report.txt shows both and the run
      *          ends RETURN-CODE 16 on any difference. Inbound feeds
      *          still carrying old codes resolve through CODEXREF
      *          until the cross-reference's valid-until date.
      * Tectonics: cobc
      * Note: restartable - recode-control.ctl records the last phase
      *       completed and, while the flat files are being rewritten,
      *       the file in hand and whether its converted copy on
      *       recode-work.tmp is complete; rerunning after a failure
      *       carries on from there. A line already on a new code is
      *       never mapped again, so repeating a step is harmless.
      *       CODE_XREF_DAYS gives the transition period in days
      *       (three digits, default 180). The audit trail, change
      *       history and journals keep the codes they were written
      *       with; the cross-reference resolves them. GRADE-INDEX
      *       rebuilds grade-history.dat from the converted text file.
      * Modification History:
      *   15/10/2026 RM  Original version.
      *   15/10/2026 RM  The NFS-e registers of the companies after 01
      *                  (nfse-register-<nn>.txt) are recoded too.
      *   15/10/2026 RM  Tickets, consents, KYC documents, delivery
      *                  preferences, branch transfers, campaign
      *                  targets, revenue recognition, portal change
      *                  requests and the approval queue are recoded
      *                  too. A second code can be limited to lines
      *                  of one record type (the merge pair's
      *                  duplicate on the approval queue).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENT-RECODE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO '..\recode-control.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

           SELECT XREF-FILE ASSIGN TO '..\client-code-xref.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XREF-STATUS.

           SELECT TOTALS-FILE ASSIGN TO '..\recode-totals.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TOTALS-STATUS.

           SELECT WORK-FILE ASSIGN TO WS-WORK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

           SELECT TEMP-FILE ASSIGN TO '..\recode-work.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMP-STATUS.

           SELECT CLIENT-MASTER-FILE ASSIGN TO WS-MASTER-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CLIENT-CODE
           ALTERNATE RECORD KEY IS CM-CLIENT-NAME WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPEN-ITEMS-FILE ASSIGN TO WS-OPEN-ITEMS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OI-ITEM-KEY
           FILE STATUS IS WS-OPEN-ITEMS-STATUS.

           SELECT REPORT-FILE ASSIGN TO '..\recode-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

           SELECT CHANGE-HISTORY-FILE
           ASSIGN TO '..\client-name-history.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHANGE-HISTORY-STATUS.

           SELECT AUDIT-FILE ASSIGN TO '..\client-audit.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

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
           05 CT-START-DATE PIC 9(8).

       FD XREF-FILE.
       COPY CODEXREFREC REPLACING ==:RECNAME:== BY ==XREF-LINE==.

       FD TOTALS-FILE.
       01 TOTALS-LINE.
           05 RT-FILE-NO PIC 9(2).
           05 FILLER PIC X(1).
           05 RT-FILE-TAG PIC X(12).
           05 FILLER PIC X(1).
           05 RT-PRESENT PIC X(1).
           05 FILLER PIC X(1).
           05 RT-COUNT PIC 9(9).
           05 FILLER PIC X(1).
           05 RT-AMOUNT PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 RT-OLD-CODES PIC 9(9).

       FD WORK-FILE.
       01 WORK-LINE PIC X(200).

       FD TEMP-FILE.
       01 TEMP-LINE PIC X(200).

       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.

       FD OPEN-ITEMS-FILE.
       COPY OPNITMREC.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       FD CHANGE-HISTORY-FILE.
       COPY CHGHISTREC REPLACING ==:RECNAME:== BY ==CHANGE-HIST-LINE==.

       FD AUDIT-FILE.
       COPY AUDITREC REPLACING ==:RECNAME:== BY ==AUDIT-LINE==.

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS PIC X(2).
       01 WS-XREF-STATUS PIC X(2).
       01 WS-TOTALS-STATUS PIC X(2).
       01 WS-WORK-FILENAME PIC X(100).
       01 WS-WORK-STATUS PIC X(2).
       01 WS-TEMP-STATUS PIC X(2).
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-OPEN-ITEMS-FILENAME PIC X(100).
       01 WS-OPEN-ITEMS-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-CHANGE-HISTORY-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-VALID-UNTIL PIC 9(8).
       01 WS-XREF-DAYS-ENTRY PIC X(3).
       01 WS-XREF-DAYS PIC 9(3) VALUE 180.
       01 WS-FAILED-SWITCH PIC X(1) VALUE 'N'.
           88 WS-RECODE-FAILED VALUE 'Y'.
      * Cross-reference table - old codes in ascending order, the
      * order the master is walked in and the xref is written in.
       01 WS-XT-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-XT-TABLE.
           05 WS-XT-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON WS-XT-COUNT
               ASCENDING KEY IS WS-XT-OLD-CODE
               INDEXED BY WS-XT-IDX.
               10 WS-XT-OLD-CODE PIC 9(7).
               10 WS-XT-NEW-CODE PIC 9(7).
       01 WS-X PIC 9(5) COMP.
       01 WS-LAST-OLD-CODE PIC 9(7).
       01 WS-XREF-ON-FILE PIC 9(5) VALUE ZERO.
       01 WS-XREF-ADDED PIC 9(5) VALUE ZERO.
       01 WS-XREF-COUNT PIC 9(5).
       01 WS-TRIES PIC 9(2) COMP.
       01 WS-CANDIDATE-CODE PIC 9(7).
       01 WS-CANDIDATE-FREE PIC X(1).
       01 WS-LINE-CODE PIC 9(7).
       01 WS-MAPPED-CODE PIC 9(7).
       01 WS-CODE-FOUND PIC X(1).
      * Client-keyed flat files: path, report tag, position of the
      * client code (and of a second code such as a partner link),
      * and of the 9(7)V99 amount totalled for the balance check.
      * Where the key position is set, the second code is only one on
      * lines carrying that four-byte record type there.
       01 WS-FT-COUNT PIC 9(2) COMP VALUE ZERO.
       01 WS-FT-TABLE.
           05 WS-FT-ENTRY OCCURS 90 TIMES.
               10 WS-FT-NAME PIC X(40).
               10 WS-FT-TAG PIC X(12).
               10 WS-FT-CODE-POS PIC 9(3).
               10 WS-FT-CODE-POS-2 PIC 9(3).
               10 WS-FT-KEY-POS PIC 9(3).
               10 WS-FT-KEY PIC X(4).
               10 WS-FT-AMOUNT-POS PIC 9(3).
               10 WS-FT-PRESENT-BEFORE PIC X(1).
               10 WS-FT-COUNT-BEFORE PIC 9(9).
               10 WS-FT-AMOUNT-BEFORE PIC S9(11)V99.
               10 WS-FT-OLD-BEFORE PIC 9(9).
               10 WS-FT-PRESENT-AFTER PIC X(1).
               10 WS-FT-COUNT-AFTER PIC 9(9).
               10 WS-FT-AMOUNT-AFTER PIC S9(11)V99.
               10 WS-FT-OLD-AFTER PIC 9(9).
       01 WS-FLAT-COUNT PIC 9(2) COMP.
       01 WS-OPEN-ITEMS-ENTRY PIC 9(2) COMP.
       01 WS-MASTER-ENTRY PIC 9(2) COMP.
       01 WS-F PIC 9(2) COMP.
       01 WS-START-FILE PIC 9(2) COMP.
       01 WS-ADD-NAME PIC X(40).
       01 WS-ADD-TAG PIC X(12).
       01 WS-ADD-COMPANY PIC 9(2).
       01 WS-ADD-CODE-POS PIC 9(3).
       01 WS-ADD-CODE-POS-2 PIC 9(3).
       01 WS-ADD-KEY-POS PIC 9(3).
       01 WS-ADD-KEY PIC X(4).
       01 WS-ADD-AMOUNT-POS PIC 9(3).
       01 WS-CT-PRESENT PIC X(1).
       01 WS-CT-COUNT PIC 9(9).
       01 WS-CT-AMOUNT PIC S9(11)V99.
       01 WS-CT-OLD PIC 9(9).
       01 WS-LINE-HAS-OLD PIC X(1).
       01 WS-USE-CODE-2 PIC X(1).
       01 WS-LINE-AMOUNT PIC 9(7)V99.
       01 WS-CODE-POS PIC 9(3).
       01 WS-FILE-CONVERTED PIC 9(9).
       01 WS-TOTAL-CONVERTED PIC 9(9) VALUE ZERO.
       01 WS-SAVE-ITEM PIC X(45).
       01 WS-SAVE-CLIENT-CODE PIC 9(7).
       01 WS-MISMATCH-COUNT PIC 9(2) VALUE ZERO.
       01 WS-RESULT PIC X(8).
       01 WS-CONVERTED PIC 9(9).
       01 WS-AMOUNT-EDIT PIC -Z(10)9.99.
       01 WS-AMOUNT-EDIT-2 PIC -Z(10)9.99.
       01 WS-RPT-LINE PIC X(80).
       01 WS-SAVED-AUDIT PIC X(80).
       01 WS-PREV-SEQUENCE PIC 9(7).
       01 WS-PREV-HASH PIC 9(9).
       01 WS-CHAIN-EOF PIC X(1).
       COPY CODECHKPARM.
       COPY NEXTCODEPARM.
       COPY DTUPARMS.
       COPY HASHPARM.
       COPY CMPLKPARM.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "CLIENT-RECODE" TO JL-CALL-PROGRAM
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
           MOVE SPACES TO WS-XREF-DAYS-ENTRY
           ACCEPT WS-XREF-DAYS-ENTRY FROM ENVIRONMENT "CODE_XREF_DAYS"
           IF WS-XREF-DAYS-ENTRY IS NUMERIC
               MOVE WS-XREF-DAYS-ENTRY TO WS-XREF-DAYS
           END-IF
           PERFORM 0300-LOAD-FILE-TABLE THRU 0300-END
           PERFORM 0100-READ-CONTROL THRU 0100-END
           IF CT-PHASE = 6
               DISPLAY "CLIENT-RECODE: renumbering already completed "
                   "- the cross-reference is in force, nothing to do"
               MOVE 4 TO RETURN-CODE
               GO TO 9000-END-JOB
           END-IF
           IF CT-PHASE < 1
               PERFORM 1000-BUILD-XREF THRU 1000-END
               IF WS-RECODE-FAILED
                   GO TO 9000-END-JOB
               END-IF
               MOVE 1 TO CT-PHASE
               PERFORM 0150-WRITE-CONTROL THRU 0150-END
           END-IF
           PERFORM 2000-LOAD-XREF THRU 2000-END
           IF WS-RECODE-FAILED
               GO TO 9000-END-JOB
           END-IF
           IF CT-PHASE < 2
               PERFORM 3000-TAKE-BEFORE-TOTALS THRU 3000-END
               IF WS-RECODE-FAILED
                   GO TO 9000-END-JOB
               END-IF
               MOVE 2 TO CT-PHASE
               MOVE 1 TO CT-FILE-NO
               MOVE SPACE TO CT-FILE-STATE
               PERFORM 0150-WRITE-CONTROL THRU 0150-END
           END-IF
           IF CT-PHASE < 3
               PERFORM 4000-RECODE-FLAT-FILES THRU 4000-END
               IF WS-RECODE-FAILED
                   GO TO 9000-END-JOB
               END-IF
               MOVE 3 TO CT-PHASE
               PERFORM 0150-WRITE-CONTROL THRU 0150-END
           END-IF
           IF CT-PHASE < 4
               PERFORM 5000-RECODE-OPEN-ITEMS THRU 5000-END
               IF WS-RECODE-FAILED
                   GO TO 9000-END-JOB
               END-IF
               MOVE 4 TO CT-PHASE
               PERFORM 0150-WRITE-CONTROL THRU 0150-END
           END-IF
           IF CT-PHASE < 5
               PERFORM 6000-RECODE-MASTER THRU 6000-END
               IF WS-RECODE-FAILED
                   GO TO 9000-END-JOB
               END-IF
               MOVE 5 TO CT-PHASE
               PERFORM 0150-WRITE-CONTROL THRU 0150-END
           END-IF
           PERFORM 7000-VERIFY-AND-REPORT THRU 7000-END
           IF WS-MISMATCH-COUNT > ZERO
               SET WS-RECODE-FAILED TO TRUE
           ELSE
               MOVE 6 TO CT-PHASE
               PERFORM 0150-WRITE-CONTROL THRU 0150-END
           END-IF.
       9000-END-JOB.
           IF WS-RECODE-FAILED
               DISPLAY "CLIENT-RECODE: stopped at phase " CT-PHASE
                   " - correct the cause and rerun to carry on"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF CT-PHASE = 6
                   DISPLAY "CLIENT-RECODE: " WS-XT-COUNT
                       " code(s) renumbered, " WS-TOTAL-CONVERTED
                       " record(s) converted, totals balanced"
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           SET JL-CALL-END TO TRUE
           MOVE WS-TOTAL-CONVERTED TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

       0100-READ-CONTROL.
           MOVE ZERO TO CT-PHASE
           MOVE ZERO TO CT-FILE-NO
           MOVE SPACE TO CT-FILE-STATE
           MOVE WS-TODAY-DATE TO CT-START-DATE
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               GO TO 0100-END
           END-IF
           READ CONTROL-FILE
               AT END
                   MOVE ZERO TO CT-PHASE
           END-READ
           CLOSE CONTROL-FILE
           IF CT-PHASE IS NOT NUMERIC OR CT-FILE-NO IS NOT NUMERIC
               MOVE ZERO TO CT-PHASE
               MOVE ZERO TO CT-FILE-NO
               MOVE SPACE TO CT-FILE-STATE
               MOVE WS-TODAY-DATE TO CT-START-DATE
           END-IF
           IF CT-PHASE > ZERO
               DISPLAY "CLIENT-RECODE: resuming after phase " CT-PHASE
                   " of the run started " CT-START-DATE
           END-IF.
       0100-END. EXIT.

      * Rewritten after every step so a rerun knows exactly where the
      * last one stopped.
       0150-WRITE-CONTROL.
           OPEN OUTPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY "CLIENT-RECODE: cannot write control file, "
                   "status " WS-CONTROL-STATUS
               SET WS-RECODE-FAILED TO TRUE
               GO TO 0150-END
           END-IF
           WRITE CONTROL-LINE
           CLOSE CONTROL-FILE.
       0150-END. EXIT.

      * Returns the new code for WS-LINE-CODE when it is a renumbered
      * legacy code, or the code unchanged.
       0200-MAP-CODE.
           MOVE WS-LINE-CODE TO WS-MAPPED-CODE
           MOVE 'N' TO WS-CODE-FOUND
           IF WS-XT-COUNT = ZERO
               GO TO 0200-END
           END-IF
           SET WS-XT-IDX TO 1
           SEARCH ALL WS-XT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-XT-OLD-CODE (WS-XT-IDX) = WS-LINE-CODE
                   MOVE WS-XT-NEW-CODE (WS-XT-IDX) TO WS-MAPPED-CODE
                   MOVE 'Y' TO WS-CODE-FOUND
           END-SEARCH.
       0200-END. EXIT.

      * The flat files come first, then the open items and the master,
      * each keeping the same slot in the before and after totals.
       0300-LOAD-FILE-TABLE.
           MOVE '../grade-history.txt' TO WS-ADD-NAME
           MOVE 'GRADE-HIST' TO WS-ADD-TAG
           MOVE 1 TO WS-ADD-CODE-POS
           MOVE 0 TO WS-ADD-CODE-POS-2
           MOVE 0 TO WS-ADD-KEY-POS
           MOVE SPACES TO WS-ADD-KEY
           MOVE 0 TO WS-ADD-AMOUNT-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../enrollment.txt' TO WS-ADD-NAME
           MOVE 'ENROLLMENT' TO WS-ADD-TAG
           MOVE 1 TO WS-ADD-CODE-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../billing-history.txt' TO WS-ADD-NAME
           MOVE 'BILL-HIST' TO WS-ADD-TAG
           MOVE 17 TO WS-ADD-CODE-POS
           MOVE 28 TO WS-ADD-AMOUNT-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../billing-feed.txt' TO WS-ADD-NAME
           MOVE 'BILL-FEED' TO WS-ADD-TAG
           MOVE 1 TO WS-ADD-CODE-POS
           MOVE 97 TO WS-ADD-AMOUNT-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../payments-posted.txt' TO WS-ADD-NAME
           MOVE 'PAY-POSTED' TO WS-ADD-TAG
           MOVE 1 TO WS-ADD-CODE-POS
           MOVE 25 TO WS-ADD-AMOUNT-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../contacts.txt' TO WS-ADD-NAME
           MOVE 'CONTACTS' TO WS-ADD-TAG
           MOVE 1 TO WS-ADD-CODE-POS
           MOVE 0 TO WS-ADD-AMOUNT-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../subscriptions.txt' TO WS-ADD-NAME
           MOVE 'SUBSCRIPT' TO WS-ADD-TAG
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../mandates.txt' TO WS-ADD-NAME
           MOVE 'MANDATES' TO WS-ADD-TAG
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../agreements.txt' TO WS-ADD-NAME
           MOVE 'AGREEMENTS' TO WS-ADD-TAG
           MOVE 20 TO WS-ADD-AMOUNT-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../agreement-items.txt' TO WS-ADD-NAME
           MOVE 'AGREE-ITEMS' TO WS-ADD-TAG
           MOVE 0 TO WS-ADD-AMOUNT-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../agree-billed.txt' TO WS-ADD-NAME
           MOVE 'AGREE-BILL' TO WS-ADD-TAG
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../clients.txt' TO WS-ADD-NAME
           MOVE 'CLIENTS-TXT' TO WS-ADD-TAG
           MOVE 92 TO WS-ADD-CODE-POS-2
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../credits-on-account.txt' TO WS-ADD-NAME
           MOVE 'CREDITS' TO WS-ADD-TAG
           MOVE 0 TO WS-ADD-CODE-POS-2
           MOVE 18 TO WS-ADD-AMOUNT-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../writeoff-register.txt' TO WS-ADD-NAME
           MOVE 'WRITEOFFS' TO WS-ADD-TAG
           MOVE 25 TO WS-ADD-AMOUNT-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../adjustments-register.txt' TO WS-ADD-NAME
           MOVE 'ADJUSTMENTS' TO WS-ADD-TAG
           MOVE 26 TO WS-ADD-AMOUNT-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../refund-register.txt' TO WS-ADD-NAME
           MOVE 'REFUNDS' TO WS-ADD-TAG
           MOVE 25 TO WS-ADD-AMOUNT-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../refund-requests.txt' TO WS-ADD-NAME
           MOVE 'REFUND-REQ' TO WS-ADD-TAG
           MOVE 8 TO WS-ADD-CODE-POS
           MOVE 25 TO WS-ADD-AMOUNT-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../invoice-register.txt' TO WS-ADD-NAME
           MOVE 'INVOICES' TO WS-ADD-TAG
           MOVE 20 TO WS-ADD-CODE-POS
           MOVE 35 TO WS-ADD-AMOUNT-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../pix-register.txt' TO WS-ADD-NAME
           MOVE 'PIX-REG' TO WS-ADD-TAG
           MOVE 27 TO WS-ADD-CODE-POS
           MOVE 42 TO WS-ADD-AMOUNT-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../nfse-register.txt' TO WS-ADD-NAME
           MOVE 'NFSE-REG' TO WS-ADD-TAG
           MOVE 57 TO WS-ADD-CODE-POS
           MOVE 0 TO WS-ADD-AMOUNT-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../correspondence-register.txt' TO WS-ADD-NAME
           MOVE 'CORRESP-REG' TO WS-ADD-TAG
           MOVE 19 TO WS-ADD-CODE-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../reversal-register.txt' TO WS-ADD-NAME
           MOVE 'REVERSALS' TO WS-ADD-TAG
           MOVE 19 TO WS-ADD-CODE-POS
           MOVE 43 TO WS-ADD-AMOUNT-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../late-charges.txt' TO WS-ADD-NAME
           MOVE 'LATE-CHARGES' TO WS-ADD-TAG
           MOVE 1 TO WS-ADD-CODE-POS
           MOVE 25 TO WS-ADD-AMOUNT-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../discounts-register.txt' TO WS-ADD-NAME
           MOVE 'DISC-REG' TO WS-ADD-TAG
           MOVE 30 TO WS-ADD-AMOUNT-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../bureau-listings.txt' TO WS-ADD-NAME
           MOVE 'BUREAU' TO WS-ADD-TAG
           MOVE 31 TO WS-ADD-AMOUNT-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../drop-register.txt' TO WS-ADD-NAME
           MOVE 'DROP-REG' TO WS-ADD-TAG
           MOVE 38 TO WS-ADD-AMOUNT-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../discounts.txt' TO WS-ADD-NAME
           MOVE 'DISCOUNTS' TO WS-ADD-TAG
           MOVE 0 TO WS-ADD-AMOUNT-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../dunning-register.txt' TO WS-ADD-NAME
           MOVE 'DUNNING-REG' TO WS-ADD-TAG
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../agency-placed.txt' TO WS-ADD-NAME
           MOVE 'AGENCY' TO WS-ADD-TAG
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../delinq-register.txt' TO WS-ADD-NAME
           MOVE 'DELINQ-REG' TO WS-ADD-TAG
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../call-log.txt' TO WS-ADD-NAME
           MOVE 'CALL-LOG' TO WS-ADD-TAG
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../address-flags.txt' TO WS-ADD-NAME
           MOVE 'ADDR-FLAGS' TO WS-ADD-TAG
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../client-status-history.txt' TO WS-ADD-NAME
           MOVE 'STATUS-HIST' TO WS-ADD-TAG
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../tuition-billed.txt' TO WS-ADD-NAME
           MOVE 'TUITION-REG' TO WS-ADD-TAG
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../waitlist.txt' TO WS-ADD-NAME
           MOVE 'WAITLIST' TO WS-ADD-TAG
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../attendance.txt' TO WS-ADD-NAME
           MOVE 'ATTENDANCE' TO WS-ADD-TAG
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../assessments.txt' TO WS-ADD-NAME
           MOVE 'ASSESSMENTS' TO WS-ADD-TAG
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../standing-history.txt' TO WS-ADD-NAME
           MOVE 'STANDING' TO WS-ADD-TAG
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../survey-responses.txt' TO WS-ADD-NAME
           MOVE 'SURVEYS' TO WS-ADD-TAG
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../exam-bookings.txt' TO WS-ADD-NAME
           MOVE 'EXAM-BOOK' TO WS-ADD-TAG
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../permits.txt' TO WS-ADD-NAME
           MOVE 'PERMITS' TO WS-ADD-TAG
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../applicants.txt' TO WS-ADD-NAME
           MOVE 'APPLICANTS' TO WS-ADD-TAG
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../roll-call.txt' TO WS-ADD-NAME
           MOVE 'ROLL-CALL' TO WS-ADD-TAG
           MOVE 28 TO WS-ADD-CODE-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../cert-register.txt' TO WS-ADD-NAME
           MOVE 'CERT-REG' TO WS-ADD-TAG
           MOVE 9 TO WS-ADD-CODE-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../tickets.txt' TO WS-ADD-NAME
           MOVE 'TICKETS' TO WS-ADD-TAG
           MOVE 8 TO WS-ADD-CODE-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../consents.txt' TO WS-ADD-NAME
           MOVE 'CONSENTS' TO WS-ADD-TAG
           MOVE 1 TO WS-ADD-CODE-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../kyc-documents.txt' TO WS-ADD-NAME
           MOVE 'KYC-DOCS' TO WS-ADD-TAG
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../delivery-prefs.txt' TO WS-ADD-NAME
           MOVE 'DLV-PREFS' TO WS-ADD-TAG
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../branch-transfer-history.txt' TO WS-ADD-NAME
           MOVE 'XFER-HIST' TO WS-ADD-TAG
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../branch-transfers.txt' TO WS-ADD-NAME
           MOVE 'XFER-REQ' TO WS-ADD-TAG
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../campaign-targets.txt' TO WS-ADD-NAME
           MOVE 'CAMP-TARGETS' TO WS-ADD-TAG
           MOVE 8 TO WS-ADD-CODE-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../revenue-recognition.txt' TO WS-ADD-NAME
           MOVE 'REV-RECOG' TO WS-ADD-TAG
           MOVE 13 TO WS-ADD-CODE-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../portal-changes.txt' TO WS-ADD-NAME
           MOVE 'PORTAL-CHG' TO WS-ADD-TAG
           MOVE 14 TO WS-ADD-CODE-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
      * Approval queue detail: the client code of a write-off or
      * rollback, the survivor of a merge pair - and the duplicate
      * beside it, where a rollback keeps its from-date instead.
           MOVE '../approval-queue.txt' TO WS-ADD-NAME
           MOVE 'APPROVALS' TO WS-ADD-TAG
           MOVE 43 TO WS-ADD-CODE-POS
           MOVE 51 TO WS-ADD-CODE-POS-2
           MOVE 12 TO WS-ADD-KEY-POS
           MOVE 'MERG' TO WS-ADD-KEY
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE 0 TO WS-ADD-CODE-POS-2
           MOVE 0 TO WS-ADD-KEY-POS
           MOVE SPACES TO WS-ADD-KEY
           MOVE 57 TO WS-ADD-CODE-POS
           SET CY-BY-INDEX TO TRUE
           PERFORM VARYING WS-ADD-COMPANY FROM 2 BY 1
               UNTIL WS-ADD-COMPANY > 20
               MOVE WS-ADD-COMPANY TO CY-CALL-INDEX
               CALL "COMPANYLK" USING CY-CALL-FUNCTION CY-CALL-BRANCH
                   CY-CALL-INDEX CY-CALL-COMPANY CY-CALL-RESULT
               IF CY-FOUND
                   MOVE SPACES TO WS-ADD-NAME
                   STRING '../nfse-register' CY-FILE-SUFFIX '.txt'
                       DELIMITED BY SIZE INTO WS-ADD-NAME
                   MOVE SPACES TO WS-ADD-TAG
                   STRING 'NFSE-REG' CY-FILE-SUFFIX
                       DELIMITED BY SIZE INTO WS-ADD-TAG
                   PERFORM 0310-ADD-FILE THRU 0310-END
               END-IF
           END-PERFORM
           MOVE WS-FT-COUNT TO WS-FLAT-COUNT
           MOVE SPACES TO WS-ADD-NAME
           MOVE 'OPEN-ITEMS' TO WS-ADD-TAG
           MOVE 1 TO WS-ADD-CODE-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE WS-FT-COUNT TO WS-OPEN-ITEMS-ENTRY
           MOVE 'MASTER' TO WS-ADD-TAG
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE WS-FT-COUNT TO WS-MASTER-ENTRY.
       0300-END. EXIT.

       0310-ADD-FILE.
           ADD 1 TO WS-FT-COUNT
           INITIALIZE WS-FT-ENTRY (WS-FT-COUNT)
           MOVE WS-ADD-NAME TO WS-FT-NAME (WS-FT-COUNT)
           MOVE WS-ADD-TAG TO WS-FT-TAG (WS-FT-COUNT)
           MOVE WS-ADD-CODE-POS TO WS-FT-CODE-POS (WS-FT-COUNT)
           MOVE WS-ADD-CODE-POS-2 TO WS-FT-CODE-POS-2 (WS-FT-COUNT)
           MOVE WS-ADD-KEY-POS TO WS-FT-KEY-POS (WS-FT-COUNT)
           MOVE WS-ADD-KEY TO WS-FT-KEY (WS-FT-COUNT)
           MOVE WS-ADD-AMOUNT-POS TO WS-FT-AMOUNT-POS (WS-FT-COUNT).
       0310-END. EXIT.

      * Phase 1 - every master code failing the check digit is given
      * a built code. A rerun picks up after the last old code already
      * on the cross-reference, so none is numbered twice.
       1000-BUILD-XREF.
           MOVE ZERO TO WS-LAST-OLD-CODE
           MOVE 'N' TO WS-EOF
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ XREF-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF XR-OLD-CODE IS NUMERIC
                               MOVE XR-OLD-CODE TO WS-LAST-OLD-CODE
                               ADD 1 TO WS-XREF-ON-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "CLIENT-RECODE: cannot open client master, "
                   "status " WS-MASTER-STATUS
               SET WS-RECODE-FAILED TO TRUE
               GO TO 1000-END
           END-IF
           MOVE ZERO TO WS-XT-COUNT
           MOVE 'N' TO WS-EOF
           MOVE WS-LAST-OLD-CODE TO CM-CLIENT-CODE
           START CLIENT-MASTER-FILE KEY > CM-CLIENT-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y' OR WS-RECODE-FAILED
               READ CLIENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 1100-CHECK-ONE-CODE THRU 1100-END
               END-READ
           END-PERFORM
           CLOSE CLIENT-MASTER-FILE
           IF WS-RECODE-FAILED
               GO TO 1000-END
           END-IF
           IF WS-XT-COUNT = ZERO
               GO TO 1000-END
           END-IF
           OPEN INPUT CLIENT-MASTER-FILE
           OPEN EXTEND XREF-FILE
           IF WS-XREF-STATUS = '35'
               OPEN OUTPUT XREF-FILE
               CLOSE XREF-FILE
               OPEN EXTEND XREF-FILE
           END-IF
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY "CLIENT-RECODE: cannot open cross-reference, "
                   "status " WS-XREF-STATUS
               SET WS-RECODE-FAILED TO TRUE
               CLOSE CLIENT-MASTER-FILE
               GO TO 1000-END
           END-IF
           MOVE 'ADD-DAYS' TO DU-FUNCTION
           MOVE WS-TODAY-DATE TO DU-DATE-1
           MOVE WS-XREF-DAYS TO DU-N
           CALL 'DATEUTIL' USING DU-FUNCTION DU-DATE-1 DU-DATE-2
               DU-N DU-RESULT-DATE DU-ELAPSED DU-RETURN-CODE
           MOVE DU-RESULT-DATE TO WS-VALID-UNTIL
           PERFORM 1200-ASSIGN-ONE-CODE THRU 1200-END
               VARYING WS-X FROM 1 BY 1
               UNTIL WS-X > WS-XT-COUNT OR WS-RECODE-FAILED
           CLOSE XREF-FILE
           CLOSE CLIENT-MASTER-FILE
           DISPLAY "CLIENT-RECODE: " WS-XREF-ADDED
               " legacy code(s) given new codes, valid until "
               WS-VALID-UNTIL.
       1000-END. EXIT.

       1100-CHECK-ONE-CODE.
           SET CK-CALL-VERIFY TO TRUE
           MOVE CM-CLIENT-CODE TO CK-CALL-CODE
           CALL "CODECHK" USING CK-CALL-FUNCTION CK-CALL-BASE
               CK-CALL-CODE CK-CALL-RETURN-CODE
           IF CK-CODE-VALID
               GO TO 1100-END
           END-IF
           IF WS-XT-COUNT NOT < 20000
               DISPLAY "CLIENT-RECODE: more than 20000 legacy codes "
                   "- cross-reference table full, nothing renumbered"
               SET WS-RECODE-FAILED TO TRUE
               GO TO 1100-END
           END-IF
           ADD 1 TO WS-XT-COUNT
           MOVE CM-CLIENT-CODE TO WS-XT-OLD-CODE (WS-XT-COUNT)
           MOVE ZERO TO WS-XT-NEW-CODE (WS-XT-COUNT).
       1100-END. EXIT.

      * NEXTCODE's base already clears the legacy range; the master is
      * still read for each candidate so a hand-keyed code that
      * happens to sit there is passed over instead of overwritten.
       1200-ASSIGN-ONE-CODE.
           MOVE 'N' TO WS-CANDIDATE-FREE
           MOVE ZERO TO WS-TRIES
           PERFORM UNTIL WS-CANDIDATE-FREE = 'Y'
               OR WS-RECODE-FAILED
               CALL "NEXTCODE" USING NC-CALL-CODE NC-CALL-RETURN-CODE
               IF NOT NC-SUCCESS
                   DISPLAY "CLIENT-RECODE: NEXTCODE control file "
                       "error - renumbering stopped"
                   SET WS-RECODE-FAILED TO TRUE
               ELSE
                   MOVE NC-CALL-CODE TO WS-CANDIDATE-CODE
                   MOVE WS-CANDIDATE-CODE TO CM-CLIENT-CODE
                   READ CLIENT-MASTER-FILE
                       INVALID KEY
                           MOVE 'Y' TO WS-CANDIDATE-FREE
                   END-READ
                   ADD 1 TO WS-TRIES
                   IF WS-CANDIDATE-FREE NOT = 'Y' AND WS-TRIES > 20
                       DISPLAY "CLIENT-RECODE: no free code after "
                           "20 tries - renumbering stopped"
                       SET WS-RECODE-FAILED TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RECODE-FAILED
               GO TO 1200-END
           END-IF
           MOVE WS-CANDIDATE-CODE TO WS-XT-NEW-CODE (WS-X)
           MOVE SPACES TO XREF-LINE
           MOVE WS-XT-OLD-CODE (WS-X) TO XR-OLD-CODE
           MOVE WS-CANDIDATE-CODE TO XR-NEW-CODE
           MOVE WS-TODAY-DATE TO XR-CONVERT-DATE
           MOVE WS-VALID-UNTIL TO XR-VALID-UNTIL
           WRITE XREF-LINE
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY "CLIENT-RECODE: cross-reference write failed, "
                   "status " WS-XREF-STATUS
               SET WS-RECODE-FAILED TO TRUE
           ELSE
               ADD 1 TO WS-XREF-ADDED
           END-IF.
       1200-END. EXIT.

       2000-LOAD-XREF.
           MOVE ZERO TO WS-XT-COUNT
           MOVE ZERO TO WS-LAST-OLD-CODE
           MOVE 'N' TO WS-EOF
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = '00'
               GO TO 2000-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y' OR WS-RECODE-FAILED
               READ XREF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF XR-OLD-CODE IS NUMERIC
                           AND XR-NEW-CODE IS NUMERIC
                           IF XR-OLD-CODE NOT > WS-LAST-OLD-CODE
                               OR WS-XT-COUNT NOT < 20000
                               DISPLAY "CLIENT-RECODE: cross-"
                                   "reference out of order at "
                                   XR-OLD-CODE
                               SET WS-RECODE-FAILED TO TRUE
                           ELSE
                               ADD 1 TO WS-XT-COUNT
                               MOVE XR-OLD-CODE
                                   TO WS-XT-OLD-CODE (WS-XT-COUNT)
                               MOVE XR-NEW-CODE
                                   TO WS-XT-NEW-CODE (WS-XT-COUNT)
                               MOVE XR-OLD-CODE TO WS-LAST-OLD-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XREF-FILE.
       2000-END. EXIT.

      * Phase 2 - the before figures go to recode-totals.txt so a
      * restarted run still compares against the untouched files.
       3000-TAKE-BEFORE-TOTALS.
           OPEN OUTPUT TOTALS-FILE
           IF WS-TOTALS-STATUS NOT = '00'
               DISPLAY "CLIENT-RECODE: cannot write totals file, "
                   "status " WS-TOTALS-STATUS
               SET WS-RECODE-FAILED TO TRUE
               GO TO 3000-END
           END-IF
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-FT-COUNT
               PERFORM 3100-COUNT-ONE-FILE THRU 3100-END
               MOVE SPACES TO TOTALS-LINE
               MOVE WS-F TO RT-FILE-NO
               MOVE WS-FT-TAG (WS-F) TO RT-FILE-TAG
               MOVE WS-CT-PRESENT TO RT-PRESENT
               MOVE WS-CT-COUNT TO RT-COUNT
               MOVE WS-CT-AMOUNT TO RT-AMOUNT
               MOVE WS-CT-OLD TO RT-OLD-CODES
               WRITE TOTALS-LINE
           END-PERFORM
           CLOSE TOTALS-FILE.
       3000-END. EXIT.

      * Counts one table entry into WS-CT-*: records on file, their
      * amount total and how many still quote a renumbered old code.
       3100-COUNT-ONE-FILE.
           MOVE 'N' TO WS-CT-PRESENT
           MOVE ZERO TO WS-CT-COUNT
           MOVE ZERO TO WS-CT-AMOUNT
           MOVE ZERO TO WS-CT-OLD
           MOVE 'N' TO WS-EOF
           EVALUATE WS-F
               WHEN WS-OPEN-ITEMS-ENTRY
                   PERFORM 3200-COUNT-OPEN-ITEMS THRU 3200-END
               WHEN WS-MASTER-ENTRY
                   PERFORM 3300-COUNT-MASTER THRU 3300-END
               WHEN OTHER
                   MOVE WS-FT-NAME (WS-F) TO WS-WORK-FILENAME
                   OPEN INPUT WORK-FILE
                   IF WS-WORK-STATUS = '00'
                       MOVE 'Y' TO WS-CT-PRESENT
                       PERFORM UNTIL WS-EOF = 'Y'
                           READ WORK-FILE
                               AT END
                                   MOVE 'Y' TO WS-EOF
                               NOT AT END
                                   PERFORM 3110-COUNT-ONE-LINE
                                       THRU 3110-END
                           END-READ
                       END-PERFORM
                       CLOSE WORK-FILE
                   END-IF
           END-EVALUATE.
       3100-END. EXIT.

       3110-COUNT-ONE-LINE.
           ADD 1 TO WS-CT-COUNT
           MOVE 'N' TO WS-LINE-HAS-OLD
           MOVE WS-FT-CODE-POS (WS-F) TO WS-CODE-POS
           IF WORK-LINE (WS-CODE-POS:7) IS NUMERIC
               MOVE WORK-LINE (WS-CODE-POS:7) TO WS-LINE-CODE
               PERFORM 0200-MAP-CODE THRU 0200-END
               IF WS-CODE-FOUND = 'Y'
                   MOVE 'Y' TO WS-LINE-HAS-OLD
               END-IF
           END-IF
           MOVE 'N' TO WS-USE-CODE-2
           IF WS-FT-CODE-POS-2 (WS-F) > ZERO
               MOVE 'Y' TO WS-USE-CODE-2
               IF WS-FT-KEY-POS (WS-F) > ZERO
                   MOVE WS-FT-KEY-POS (WS-F) TO WS-CODE-POS
                   IF WORK-LINE (WS-CODE-POS:4) NOT = WS-FT-KEY (WS-F)
                       MOVE 'N' TO WS-USE-CODE-2
                   END-IF
               END-IF
           END-IF
           IF WS-USE-CODE-2 = 'Y'
               MOVE WS-FT-CODE-POS-2 (WS-F) TO WS-CODE-POS
               IF WORK-LINE (WS-CODE-POS:7) IS NUMERIC
                   MOVE WORK-LINE (WS-CODE-POS:7) TO WS-LINE-CODE
                   PERFORM 0200-MAP-CODE THRU 0200-END
                   IF WS-CODE-FOUND = 'Y'
                       MOVE 'Y' TO WS-LINE-HAS-OLD
                   END-IF
               END-IF
           END-IF
           IF WS-LINE-HAS-OLD = 'Y'
               ADD 1 TO WS-CT-OLD
           END-IF
           IF WS-FT-AMOUNT-POS (WS-F) > ZERO
               MOVE WS-FT-AMOUNT-POS (WS-F) TO WS-CODE-POS
               IF WORK-LINE (WS-CODE-POS:9) IS NUMERIC
                   MOVE WORK-LINE (WS-CODE-POS:9) TO WS-LINE-AMOUNT
                   ADD WS-LINE-AMOUNT TO WS-CT-AMOUNT
               END-IF
           END-IF.
       3110-END. EXIT.

       3200-COUNT-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEMS-FILE
           IF WS-OPEN-ITEMS-STATUS NOT = '00'
               GO TO 3200-END
           END-IF
           MOVE 'Y' TO WS-CT-PRESENT
           PERFORM UNTIL WS-EOF = 'Y'
               READ OPEN-ITEMS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CT-COUNT
                       ADD OI-OPEN-AMOUNT TO WS-CT-AMOUNT
                       MOVE OI-CLIENT-CODE TO WS-LINE-CODE
                       PERFORM 0200-MAP-CODE THRU 0200-END
                       IF WS-CODE-FOUND = 'Y'
                           ADD 1 TO WS-CT-OLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-ITEMS-FILE.
       3200-END. EXIT.

       3300-COUNT-MASTER.
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               GO TO 3300-END
           END-IF
           MOVE 'Y' TO WS-CT-PRESENT
           PERFORM UNTIL WS-EOF = 'Y'
               READ CLIENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CT-COUNT
                       MOVE 'N' TO WS-LINE-HAS-OLD
                       MOVE CM-CLIENT-CODE TO WS-LINE-CODE
                       PERFORM 0200-MAP-CODE THRU 0200-END
                       IF WS-CODE-FOUND = 'Y'
                           MOVE 'Y' TO WS-LINE-HAS-OLD
                       END-IF
                       MOVE CM-PARTNER-CODE TO WS-LINE-CODE
                       PERFORM 0200-MAP-CODE THRU 0200-END
                       IF WS-CODE-FOUND = 'Y'
                           MOVE 'Y' TO WS-LINE-HAS-OLD
                       END-IF
                       IF WS-LINE-HAS-OLD = 'Y'
                           ADD 1 TO WS-CT-OLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLIENT-MASTER-FILE.
       3300-END. EXIT.

      * Phase 3 - each flat file is converted onto recode-work.tmp and
      * copied back, the control file marking the point between the
      * two halves: a rerun after a failure during the copy-back
      * starts from the finished work copy, never from a half-written
      * original.
       4000-RECODE-FLAT-FILES.
           MOVE CT-FILE-NO TO WS-START-FILE
           IF WS-START-FILE < 1
               MOVE 1 TO WS-START-FILE
           END-IF
           PERFORM 4100-RECODE-ONE-FILE THRU 4100-END
               VARYING WS-F FROM WS-START-FILE BY 1
               UNTIL WS-F > WS-FLAT-COUNT OR WS-RECODE-FAILED.
       4000-END. EXIT.

       4100-RECODE-ONE-FILE.
           MOVE WS-FT-NAME (WS-F) TO WS-WORK-FILENAME
           MOVE ZERO TO WS-FILE-CONVERTED
           IF CT-FILE-NO = WS-F AND CT-TEMP-WRITTEN
               GO TO 4150-COPY-BACK
           END-IF
           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS = '35'
               GO TO 4190-NEXT-FILE
           END-IF
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY "CLIENT-RECODE: cannot open " WS-FT-TAG (WS-F)
                   ", status " WS-WORK-STATUS
               SET WS-RECODE-FAILED TO TRUE
               GO TO 4100-END
           END-IF
           OPEN OUTPUT TEMP-FILE
           IF WS-TEMP-STATUS NOT = '00'
               DISPLAY "CLIENT-RECODE: cannot open work copy, status "
                   WS-TEMP-STATUS
               CLOSE WORK-FILE
               SET WS-RECODE-FAILED TO TRUE
               GO TO 4100-END
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE WORK-LINE TO TEMP-LINE
                       PERFORM 4200-REMAP-ONE-LINE THRU 4200-END
                       WRITE TEMP-LINE
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE TEMP-FILE
           MOVE WS-F TO CT-FILE-NO
           SET CT-TEMP-WRITTEN TO TRUE
           PERFORM 0150-WRITE-CONTROL THRU 0150-END
           IF WS-RECODE-FAILED
               GO TO 4100-END
           END-IF.
       4150-COPY-BACK.
           OPEN INPUT TEMP-FILE
           IF WS-TEMP-STATUS NOT = '00'
               DISPLAY "CLIENT-RECODE: work copy of " WS-FT-TAG (WS-F)
                   " missing, status " WS-TEMP-STATUS
               SET WS-RECODE-FAILED TO TRUE
               GO TO 4100-END
           END-IF
           OPEN OUTPUT WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY "CLIENT-RECODE: cannot rewrite " WS-FT-TAG (WS-F)
                   ", status " WS-WORK-STATUS
               CLOSE TEMP-FILE
               SET WS-RECODE-FAILED TO TRUE
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
           CLOSE WORK-FILE
           ADD WS-FILE-CONVERTED TO WS-TOTAL-CONVERTED
           DISPLAY "CLIENT-RECODE: " WS-FT-TAG (WS-F) " "
               WS-FILE-CONVERTED " line(s) converted".
       4190-NEXT-FILE.
           COMPUTE CT-FILE-NO = WS-F + 1
           MOVE SPACE TO CT-FILE-STATE
           PERFORM 0150-WRITE-CONTROL THRU 0150-END.
       4100-END. EXIT.

       4200-REMAP-ONE-LINE.
           MOVE 'N' TO WS-LINE-HAS-OLD
           MOVE WS-FT-CODE-POS (WS-F) TO WS-CODE-POS
           PERFORM 4210-REMAP-ONE-CODE THRU 4210-END
           MOVE 'N' TO WS-USE-CODE-2
           IF WS-FT-CODE-POS-2 (WS-F) > ZERO
               MOVE 'Y' TO WS-USE-CODE-2
               IF WS-FT-KEY-POS (WS-F) > ZERO
                   MOVE WS-FT-KEY-POS (WS-F) TO WS-CODE-POS
                   IF TEMP-LINE (WS-CODE-POS:4) NOT = WS-FT-KEY (WS-F)
                       MOVE 'N' TO WS-USE-CODE-2
                   END-IF
               END-IF
           END-IF
           IF WS-USE-CODE-2 = 'Y'
               MOVE WS-FT-CODE-POS-2 (WS-F) TO WS-CODE-POS
               PERFORM 4210-REMAP-ONE-CODE THRU 4210-END
           END-IF
           IF WS-LINE-HAS-OLD = 'Y'
               ADD 1 TO WS-FILE-CONVERTED
           END-IF.
       4200-END. EXIT.

       4210-REMAP-ONE-CODE.
           IF TEMP-LINE (WS-CODE-POS:7) IS NUMERIC
               MOVE TEMP-LINE (WS-CODE-POS:7) TO WS-LINE-CODE
               PERFORM 0200-MAP-CODE THRU 0200-END
               IF WS-CODE-FOUND = 'Y'
                   MOVE WS-MAPPED-CODE TO TEMP-LINE (WS-CODE-POS:7)
                   MOVE 'Y' TO WS-LINE-HAS-OLD
               END-IF
           END-IF.
       4210-END. EXIT.

      * Phase 4 - an open item under an old code is written under the
      * new one before the old key is deleted; a rerun finding the
      * new key already there just finishes the delete.
       5000-RECODE-OPEN-ITEMS.
           OPEN I-O OPEN-ITEMS-FILE
           IF WS-OPEN-ITEMS-STATUS NOT = '00'
               DISPLAY "CLIENT-RECODE: no open-items master - "
                   "open items not converted"
               GO TO 5000-END
           END-IF
           MOVE ZERO TO WS-FILE-CONVERTED
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y' OR WS-RECODE-FAILED
               READ OPEN-ITEMS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE OI-CLIENT-CODE TO WS-LINE-CODE
                       PERFORM 0200-MAP-CODE THRU 0200-END
                       IF WS-CODE-FOUND = 'Y'
                           PERFORM 5100-MOVE-ONE-ITEM THRU 5100-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-ITEMS-FILE
           ADD WS-FILE-CONVERTED TO WS-TOTAL-CONVERTED
           DISPLAY "CLIENT-RECODE: OPEN-ITEMS " WS-FILE-CONVERTED
               " item(s) converted".
       5000-END. EXIT.

       5100-MOVE-ONE-ITEM.
           MOVE OPEN-ITEM-RECORD TO WS-SAVE-ITEM
           MOVE OI-CLIENT-CODE TO WS-SAVE-CLIENT-CODE
           MOVE WS-MAPPED-CODE TO OI-CLIENT-CODE
           WRITE OPEN-ITEM-RECORD
           IF WS-OPEN-ITEMS-STATUS NOT = '00'
               AND WS-OPEN-ITEMS-STATUS NOT = '22'
               DISPLAY "CLIENT-RECODE: open-item write failed for "
                   WS-SAVE-CLIENT-CODE ", status " WS-OPEN-ITEMS-STATUS
               SET WS-RECODE-FAILED TO TRUE
               GO TO 5100-END
           END-IF
           MOVE WS-SAVE-ITEM TO OPEN-ITEM-RECORD
           DELETE OPEN-ITEMS-FILE
               INVALID KEY
                   DISPLAY "CLIENT-RECODE: open-item delete failed "
                       "for " WS-SAVE-CLIENT-CODE ", status "
                       WS-OPEN-ITEMS-STATUS
                   SET WS-RECODE-FAILED TO TRUE
           END-DELETE
           IF WS-RECODE-FAILED
               GO TO 5100-END
           END-IF
           ADD 1 TO WS-FILE-CONVERTED
      * reposition past the deleted key so the walk continues cleanly
           START OPEN-ITEMS-FILE KEY > OI-ITEM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
       5100-END. EXIT.

      * Phase 5 - the master record moves to its new key with a RCOD
      * line on the change history and a hash-chained audit line,
      * then partner links still naming an old code follow it.
       6000-RECODE-MASTER.
           OPEN I-O CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "CLIENT-RECODE: cannot open client master, "
                   "status " WS-MASTER-STATUS
               SET WS-RECODE-FAILED TO TRUE
               GO TO 6000-END
           END-IF
           MOVE ZERO TO WS-FILE-CONVERTED
           PERFORM 6100-MOVE-ONE-CLIENT THRU 6100-END
               VARYING WS-X FROM 1 BY 1
               UNTIL WS-X > WS-XT-COUNT OR WS-RECODE-FAILED
           IF NOT WS-RECODE-FAILED
               PERFORM 6500-SWEEP-PARTNER-LINKS THRU 6500-END
           END-IF
           CLOSE CLIENT-MASTER-FILE
           ADD WS-FILE-CONVERTED TO WS-TOTAL-CONVERTED
           DISPLAY "CLIENT-RECODE: MASTER " WS-FILE-CONVERTED
               " record(s) converted".
       6000-END. EXIT.

       6100-MOVE-ONE-CLIENT.
           MOVE WS-XT-OLD-CODE (WS-X) TO CM-CLIENT-CODE
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   GO TO 6100-END
           END-READ
           MOVE WS-XT-NEW-CODE (WS-X) TO CM-CLIENT-CODE
           WRITE CLIENT-MASTER-RECORD
           IF WS-MASTER-STATUS NOT = '00'
               AND WS-MASTER-STATUS NOT = '22'
               DISPLAY "CLIENT-RECODE: master write failed for "
                   WS-XT-NEW-CODE (WS-X) ", status " WS-MASTER-STATUS
               SET WS-RECODE-FAILED TO TRUE
               GO TO 6100-END
           END-IF
           IF WS-MASTER-STATUS = '00'
               PERFORM 6200-WRITE-CROSS-REFERENCE THRU 6200-END
               PERFORM 6300-WRITE-AUDIT THRU 6300-END
           END-IF
           MOVE WS-XT-OLD-CODE (WS-X) TO CM-CLIENT-CODE
           DELETE CLIENT-MASTER-FILE
               INVALID KEY
                   DISPLAY "CLIENT-RECODE: master delete failed for "
                       WS-XT-OLD-CODE (WS-X) ", status "
                       WS-MASTER-STATUS
                   SET WS-RECODE-FAILED TO TRUE
           END-DELETE
           IF NOT WS-RECODE-FAILED
               ADD 1 TO WS-FILE-CONVERTED
           END-IF.
       6100-END. EXIT.

       6200-WRITE-CROSS-REFERENCE.
           OPEN EXTEND CHANGE-HISTORY-FILE
           IF WS-CHANGE-HISTORY-STATUS = '35'
               OPEN OUTPUT CHANGE-HISTORY-FILE
               CLOSE CHANGE-HISTORY-FILE
               OPEN EXTEND CHANGE-HISTORY-FILE
           END-IF
           IF WS-CHANGE-HISTORY-STATUS NOT = '00'
               DISPLAY "CLIENT-RECODE: cannot open change history, "
                   "status " WS-CHANGE-HISTORY-STATUS
           ELSE
               MOVE SPACES TO CHANGE-HIST-LINE
               MOVE WS-XT-NEW-CODE (WS-X) TO CH-CLIENT-CODE
               MOVE WS-TODAY-DATE TO CH-DATE
               MOVE 'RCOD' TO CH-FIELD-NAME
               MOVE WS-XT-OLD-CODE (WS-X) TO CH-OLD-VALUE
               MOVE WS-XT-NEW-CODE (WS-X) TO CH-NEW-VALUE
               MOVE 'RECODE' TO CH-USER-ID
               WRITE CHANGE-HIST-LINE
               CLOSE CHANGE-HISTORY-FILE
           END-IF.
       6200-END. EXIT.

       6300-WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY "CLIENT-RECODE: cannot open audit file, "
                   "status " WS-AUDIT-STATUS
           ELSE
               INITIALIZE AUDIT-LINE
               ACCEPT AUD-DATE FROM DATE YYYYMMDD
               ACCEPT AUD-TIME FROM TIME
               MOVE 'RECODE' TO AUD-ACTION
               MOVE CM-CLIENT-CODE TO AUD-CLIENT-CODE
               MOVE CM-CLIENT-NAME TO AUD-CLIENT-NAME
               MOVE 'RECODE' TO AUD-USER-ID
               MOVE AUDIT-LINE TO WS-SAVED-AUDIT
               CLOSE AUDIT-FILE
               PERFORM 6350-GET-LAST-AUDIT-LINK THRU 6350-END
               OPEN EXTEND AUDIT-FILE
               MOVE WS-SAVED-AUDIT TO AUDIT-LINE
               COMPUTE AUD-SEQUENCE = WS-PREV-SEQUENCE + 1
               MOVE WS-PREV-HASH TO HC-PREV-HASH
               MOVE AUD-SEQUENCE TO HC-SEQUENCE
               MOVE SPACES TO HC-TEXT
               MOVE AUDIT-LINE (1:62) TO HC-TEXT
               MOVE 62 TO HC-TEXT-LENGTH
               CALL "HASHCHAIN" USING HC-PREV-HASH HC-SEQUENCE
                   HC-TEXT HC-TEXT-LENGTH HC-HASH
               MOVE HC-HASH TO AUD-HASH
               WRITE AUDIT-LINE
               CLOSE AUDIT-FILE
           END-IF.
       6300-END. EXIT.

      * The audit trail is hash-chained: the next line links from
      * the last one on file, the same way WRITING-FILES writes it.
       6350-GET-LAST-AUDIT-LINK.
           MOVE ZERO TO WS-PREV-SEQUENCE
           MOVE ZERO TO WS-PREV-HASH
           MOVE 'N' TO WS-CHAIN-EOF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = '00'
               PERFORM UNTIL WS-CHAIN-EOF = 'Y'
                   READ AUDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-CHAIN-EOF
                       NOT AT END
                           IF AUD-SEQUENCE IS NUMERIC
                               MOVE AUD-SEQUENCE
                                   TO WS-PREV-SEQUENCE
                           END-IF
                           IF AUD-HASH IS NUMERIC
                               MOVE AUD-HASH TO WS-PREV-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.
       6350-END. EXIT.

       6500-SWEEP-PARTNER-LINKS.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO CM-CLIENT-CODE
           START CLIENT-MASTER-FILE KEY >= CM-CLIENT-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ CLIENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE CM-PARTNER-CODE TO WS-LINE-CODE
                       PERFORM 0200-MAP-CODE THRU 0200-END
                       IF WS-CODE-FOUND = 'Y'
                           MOVE WS-MAPPED-CODE TO CM-PARTNER-CODE
                           REWRITE CLIENT-MASTER-RECORD
                           IF WS-MASTER-STATUS NOT = '00'
                               DISPLAY "CLIENT-RECODE: partner "
                                   "rewrite failed, status "
                                   WS-MASTER-STATUS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       6500-END. EXIT.

      * Phase 6 - every file is counted again and set against the
      * figures taken before the first record moved. Counts and money
      * must agree and no line may still quote a renumbered code.
       7000-VERIFY-AND-REPORT.
           PERFORM 7100-LOAD-BEFORE-TOTALS THRU 7100-END
           MOVE WS-XT-COUNT TO WS-XREF-COUNT
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-FT-COUNT
               PERFORM 3100-COUNT-ONE-FILE THRU 3100-END
               MOVE WS-CT-PRESENT TO WS-FT-PRESENT-AFTER (WS-F)
               MOVE WS-CT-COUNT TO WS-FT-COUNT-AFTER (WS-F)
               MOVE WS-CT-AMOUNT TO WS-FT-AMOUNT-AFTER (WS-F)
               MOVE WS-CT-OLD TO WS-FT-OLD-AFTER (WS-F)
           END-PERFORM
           OPEN OUTPUT REPORT-FILE
           MOVE "CLIENT CODE RENUMBERING REPORT" TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "RUN STARTED " CT-START-DATE "  VERIFIED "
               WS-TODAY-DATE "  CODES RENUMBERED " WS-XREF-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "FILE            BEFORE     AFTER CONVERTED"
               "      LEFT RESULT" DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           PERFORM 7200-REPORT-ONE-FILE THRU 7200-END
               VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-FT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-MISMATCH-COUNT = ZERO
               MOVE "RESULT: ALL FILES BALANCED" TO WS-RPT-LINE
           ELSE
               STRING "RESULT: " WS-MISMATCH-COUNT
                   " FILE(S) OUT OF BALANCE - RENUMBERING NOT "
                   "COMPLETE" DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "AUDIT TRAIL, CHANGE HISTORY AND JOURNALS KEEP "
               "THEIR ORIGINAL CODES" DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE "RUN GRADE-INDEX TO REBUILD THE KEYED GRADE HISTORY"
               TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           CLOSE REPORT-FILE.
       7000-END. EXIT.

       7100-LOAD-BEFORE-TOTALS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TOTALS-FILE
           IF WS-TOTALS-STATUS NOT = '00'
               DISPLAY "CLIENT-RECODE: before totals missing, status "
                   WS-TOTALS-STATUS
               GO TO 7100-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TOTALS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RT-FILE-NO IS NUMERIC
                           AND RT-FILE-NO > ZERO
                           AND RT-FILE-NO NOT > WS-FT-COUNT
                           MOVE RT-FILE-NO TO WS-F
                           MOVE RT-PRESENT
                               TO WS-FT-PRESENT-BEFORE (WS-F)
                           MOVE RT-COUNT TO WS-FT-COUNT-BEFORE (WS-F)
                           MOVE RT-AMOUNT
                               TO WS-FT-AMOUNT-BEFORE (WS-F)
                           MOVE RT-OLD-CODES
                               TO WS-FT-OLD-BEFORE (WS-F)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TOTALS-FILE.
       7100-END. EXIT.

       7200-REPORT-ONE-FILE.
           MOVE "OK" TO WS-RESULT
           IF WS-FT-PRESENT-BEFORE (WS-F) = 'N'
               AND WS-FT-PRESENT-AFTER (WS-F) = 'N'
               MOVE "ABSENT" TO WS-RESULT
           END-IF
           IF WS-FT-PRESENT-BEFORE (WS-F) NOT = 'Y'
               AND WS-FT-PRESENT-BEFORE (WS-F) NOT = 'N'
               MOVE "NO TOTAL" TO WS-RESULT
           END-IF
           IF WS-FT-COUNT-AFTER (WS-F) NOT = WS-FT-COUNT-BEFORE (WS-F)
               OR WS-FT-AMOUNT-AFTER (WS-F)
                   NOT = WS-FT-AMOUNT-BEFORE (WS-F)
               OR WS-FT-OLD-AFTER (WS-F) > ZERO
               OR WS-RESULT = "NO TOTAL"
               MOVE "MISMATCH" TO WS-RESULT
               ADD 1 TO WS-MISMATCH-COUNT
           END-IF
           IF WS-FT-OLD-BEFORE (WS-F) > WS-FT-OLD-AFTER (WS-F)
               COMPUTE WS-CONVERTED = WS-FT-OLD-BEFORE (WS-F)
                   - WS-FT-OLD-AFTER (WS-F)
           ELSE
               MOVE ZERO TO WS-CONVERTED
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-FT-TAG (WS-F) " " WS-FT-COUNT-BEFORE (WS-F)
               " " WS-FT-COUNT-AFTER (WS-F) " " WS-CONVERTED
               " " WS-FT-OLD-AFTER (WS-F) " " WS-RESULT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           IF WS-FT-AMOUNT-POS (WS-F) > ZERO
               OR WS-F = WS-OPEN-ITEMS-ENTRY
               MOVE WS-FT-AMOUNT-BEFORE (WS-F) TO WS-AMOUNT-EDIT
               MOVE WS-FT-AMOUNT-AFTER (WS-F) TO WS-AMOUNT-EDIT-2
               MOVE SPACES TO WS-RPT-LINE
               STRING "    AMOUNT BEFORE " WS-AMOUNT-EDIT
                   "  AFTER " WS-AMOUNT-EDIT-2
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
           END-IF.
       7200-END. EXIT.

       END PROGRAM CLIENT-RECODE.
