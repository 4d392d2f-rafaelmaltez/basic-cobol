      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Nightly referential-integrity sweep over the files
      *          that carry a client code. PARTNER-SWEEP only checks
      *          partner links; this job checks that every enrollment,
      *          contact, subscription, mandate, open item, grade,
      *          billing and payment line still points at a client on
      *          clients.dat, and reports each orphan by file and
      *          reason: never existed, purged (on client-purge-
      *          archive.txt), merged away (a MRGE cross-reference on
      *          the change history), renumbered (an old code on the
      *          client-code cross-reference), or an inactive client
      *          with a live financial record (open item, active
      *          subscription, mandate or agreement). Any orphan on a
      *          critical file - open items, billing, payments,
      *          credits, subscriptions, mandates, agreements,
      *          enrollment, grade history - ends RETURN-CODE 16 so
      *          BATCH-DRIVER stops the chain before billing runs on
      *          it; orphans elsewhere end RETURN-CODE 4.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 RM  Original version.
      *   15/10/2026 RM  Tickets, consents, KYC documents, delivery
      *                  preferences, branch transfers, campaign
      *                  targets, revenue recognition, portal change
      *                  requests and the approval queue are swept
      *                  too.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORPHAN-SWEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ARCHIVE-FILE ASSIGN TO '..\client-purge-archive.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT CHANGE-HISTORY-FILE
           ASSIGN TO '..\client-name-history.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHANGE-HISTORY-STATUS.

           SELECT WORK-FILE ASSIGN TO WS-WORK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

           SELECT REPORT-FILE ASSIGN TO '..\orphan-sweep.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.

       FD OPEN-ITEMS-FILE.
       COPY OPNITMREC.

       FD ARCHIVE-FILE.
       01 ARCHIVE-LINE PIC X(115).

       FD CHANGE-HISTORY-FILE.
       COPY CHGHISTREC REPLACING ==:RECNAME:== BY ==CHANGE-HIST-LINE==.

       FD WORK-FILE.
       01 WORK-LINE PIC X(200).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-OPEN-ITEMS-FILENAME PIC X(100).
       01 WS-OPEN-ITEMS-STATUS PIC X(2).
       01 WS-ARCHIVE-STATUS PIC X(2).
       01 WS-CHANGE-HISTORY-STATUS PIC X(2).
       01 WS-WORK-FILENAME PIC X(100).
       01 WS-WORK-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
       01 WS-TODAY-DATE PIC 9(8).
      * Master codes and status, loaded in key order for SEARCH ALL.
       01 WS-CM-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-CM-TABLE.
           05 WS-CM-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON WS-CM-COUNT
               ASCENDING KEY IS WS-CM-CODE
               INDEXED BY WS-CM-IDX.
               10 WS-CM-CODE PIC 9(7).
               10 WS-CM-STATUS PIC X(1).
       01 WS-MASTER-OVERFLOW PIC X(1) VALUE 'N'.
       01 WS-PG-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-PG-TABLE.
           05 WS-PG-CODE PIC 9(7) OCCURS 5000 TIMES.
       01 WS-PG PIC 9(4) COMP.
       01 WS-MG-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-MG-TABLE.
           05 WS-MG-CODE PIC 9(7) OCCURS 2000 TIMES.
       01 WS-MG PIC 9(4) COMP.
      * Client-keyed files swept: path, tag, code position, whether an
      * orphan there stops the chain, and how a live financial record
      * is recognised (F - flag byte at LIVE-POS equals LIVE-VALUE,
      * D - end date at LIVE-POS zero or not yet passed).
       01 WS-FT-COUNT PIC 9(2) COMP VALUE ZERO.
       01 WS-FT-TABLE.
           05 WS-FT-ENTRY OCCURS 50 TIMES.
               10 WS-FT-NAME PIC X(40).
               10 WS-FT-TAG PIC X(12).
               10 WS-FT-CODE-POS PIC 9(3).
               10 WS-FT-CRITICAL PIC X(1).
               10 WS-FT-LIVE-KIND PIC X(1).
               10 WS-FT-LIVE-POS PIC 9(3).
               10 WS-FT-LIVE-VALUE PIC X(1).
               10 WS-FT-PRESENT PIC X(1).
               10 WS-FT-LINES PIC 9(7).
               10 WS-FT-REASON-COUNT PIC 9(5) OCCURS 5 TIMES.
       01 WS-F PIC 9(2) COMP.
       01 WS-R PIC 9(1) COMP.
       01 WS-ADD-NAME PIC X(40).
       01 WS-ADD-TAG PIC X(12).
       01 WS-ADD-CODE-POS PIC 9(3).
       01 WS-ADD-CRITICAL PIC X(1).
       01 WS-ADD-LIVE-KIND PIC X(1).
       01 WS-ADD-LIVE-POS PIC 9(3).
       01 WS-ADD-LIVE-VALUE PIC X(1).
       01 WS-OPEN-ITEMS-ENTRY PIC 9(2) COMP.
       01 WS-LINE-NO PIC 9(7).
       01 WS-LINE-CODE PIC 9(7).
       01 WS-LINE-LIVE PIC X(1).
       01 WS-CODE-POS PIC 9(3).
       01 WS-END-DATE PIC 9(8).
      * Reasons, in report order.
       01 WS-REASON PIC 9(1).
           88 WS-NOT-ORPHAN VALUE 0.
           88 WS-NEVER-EXISTED VALUE 1.
           88 WS-PURGED VALUE 2.
           88 WS-MERGED-AWAY VALUE 3.
           88 WS-RENUMBERED VALUE 4.
           88 WS-INACTIVE-LIVE VALUE 5.
       01 WS-REASON-TEXTS.
           05 FILLER PIC X(28) VALUE 'NEVER EXISTED'.
           05 FILLER PIC X(28) VALUE 'PURGED'.
           05 FILLER PIC X(28) VALUE 'MERGED AWAY'.
           05 FILLER PIC X(28) VALUE 'RENUMBERED - OLD CODE'.
           05 FILLER PIC X(28) VALUE 'INACTIVE WITH LIVE FINANCIAL'.
       01 WS-REASON-TABLE REDEFINES WS-REASON-TEXTS.
           05 WS-REASON-TEXT PIC X(28) OCCURS 5 TIMES.
       01 WS-CLIENT-COUNT PIC 9(5).
       01 WS-ORPHAN-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CRITICAL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-RPT-LINE PIC X(80).
       COPY CODEXREFPARM.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "ORPHAN-SWEEP" TO JL-CALL-PROGRAM
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
           PERFORM 0500-LOAD-MASTER THRU 0500-END
           IF WS-MASTER-STATUS NOT = '00'
               OR WS-MASTER-OVERFLOW = 'Y'
               MOVE 16 TO RETURN-CODE
               GO TO 9000-END-JOB
           END-IF
           PERFORM 0600-LOAD-PURGED THRU 0600-END
           PERFORM 0700-LOAD-MERGED THRU 0700-END
           PERFORM 0300-LOAD-FILE-TABLE THRU 0300-END
           OPEN OUTPUT REPORT-FILE
           MOVE "CLIENT ORPHAN SWEEP" TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE WS-CM-COUNT TO WS-CLIENT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "RUN DATE " WS-TODAY-DATE "  CLIENTS ON MASTER "
               WS-CLIENT-COUNT DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE "FILE         CODE    LINE    REASON" TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           PERFORM 2000-SWEEP-ONE-FILE THRU 2000-END
               VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-FT-COUNT
           PERFORM 3000-WRITE-SUMMARY THRU 3000-END
           CLOSE REPORT-FILE
           DISPLAY "ORPHAN-SWEEP: " WS-ORPHAN-COUNT " orphan(s), "
               WS-CRITICAL-COUNT " on critical files"
           EVALUATE TRUE
               WHEN WS-CRITICAL-COUNT > ZERO
                   DISPLAY "ORPHAN-SWEEP: critical files carry "
                       "orphans - see orphan-sweep.txt"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-ORPHAN-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       9000-END-JOB.
           SET JL-CALL-END TO TRUE
           MOVE WS-ORPHAN-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

      * The open items come first so a dangling financial item heads
      * the report; the flat files follow.
       0300-LOAD-FILE-TABLE.
           MOVE SPACES TO WS-ADD-NAME
           MOVE 'OPEN-ITEMS' TO WS-ADD-TAG
           MOVE 1 TO WS-ADD-CODE-POS
           MOVE 'Y' TO WS-ADD-CRITICAL
           MOVE 'O' TO WS-ADD-LIVE-KIND
           MOVE 0 TO WS-ADD-LIVE-POS
           MOVE SPACE TO WS-ADD-LIVE-VALUE
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE WS-FT-COUNT TO WS-OPEN-ITEMS-ENTRY
           MOVE '../billing-history.txt' TO WS-ADD-NAME
           MOVE 'BILL-HIST' TO WS-ADD-TAG
           MOVE 17 TO WS-ADD-CODE-POS
           MOVE SPACE TO WS-ADD-LIVE-KIND
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../payments-posted.txt' TO WS-ADD-NAME
           MOVE 'PAY-POSTED' TO WS-ADD-TAG
           MOVE 1 TO WS-ADD-CODE-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../credits-on-account.txt' TO WS-ADD-NAME
           MOVE 'CREDITS' TO WS-ADD-TAG
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../subscriptions.txt' TO WS-ADD-NAME
           MOVE 'SUBSCRIPT' TO WS-ADD-TAG
           MOVE 'D' TO WS-ADD-LIVE-KIND
           MOVE 25 TO WS-ADD-LIVE-POS
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../mandates.txt' TO WS-ADD-NAME
           MOVE 'MANDATES' TO WS-ADD-TAG
           MOVE 'F' TO WS-ADD-LIVE-KIND
           MOVE 37 TO WS-ADD-LIVE-POS
           MOVE 'Y' TO WS-ADD-LIVE-VALUE
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../agreements.txt' TO WS-ADD-NAME
           MOVE 'AGREEMENTS' TO WS-ADD-TAG
           MOVE 18 TO WS-ADD-LIVE-POS
           MOVE 'A' TO WS-ADD-LIVE-VALUE
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../enrollment.txt' TO WS-ADD-NAME
           MOVE 'ENROLLMENT' TO WS-ADD-TAG
           MOVE SPACE TO WS-ADD-LIVE-KIND
           MOVE 0 TO WS-ADD-LIVE-POS
           MOVE SPACE TO WS-ADD-LIVE-VALUE
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../grade-history.txt' TO WS-ADD-NAME
           MOVE 'GRADE-HIST' TO WS-ADD-TAG
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE 'N' TO WS-ADD-CRITICAL
           MOVE '../contacts.txt' TO WS-ADD-NAME
           MOVE 'CONTACTS' TO WS-ADD-TAG
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../agreement-items.txt' TO WS-ADD-NAME
           MOVE 'AGREE-ITEMS' TO WS-ADD-TAG
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../attendance.txt' TO WS-ADD-NAME
           MOVE 'ATTENDANCE' TO WS-ADD-TAG
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../assessments.txt' TO WS-ADD-NAME
           MOVE 'ASSESSMENTS' TO WS-ADD-TAG
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../waitlist.txt' TO WS-ADD-NAME
           MOVE 'WAITLIST' TO WS-ADD-TAG
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../discounts.txt' TO WS-ADD-NAME
           MOVE 'DISCOUNTS' TO WS-ADD-TAG
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../address-flags.txt' TO WS-ADD-NAME
           MOVE 'ADDR-FLAGS' TO WS-ADD-TAG
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../call-log.txt' TO WS-ADD-NAME
           MOVE 'CALL-LOG' TO WS-ADD-TAG
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../exam-bookings.txt' TO WS-ADD-NAME
           MOVE 'EXAM-BOOK' TO WS-ADD-TAG
           PERFORM 0310-ADD-FILE THRU 0310-END
           MOVE '../roll-call.txt' TO WS-ADD-NAME
           MOVE 'ROLL-CALL' TO WS-ADD-TAG
           MOVE 28 TO WS-ADD-CODE-POS
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
      * The detail's first code: write-off or rollback client, merge
      * survivor; a rate change has none there and is passed over.
           MOVE '../approval-queue.txt' TO WS-ADD-NAME
           MOVE 'APPROVALS' TO WS-ADD-TAG
           MOVE 43 TO WS-ADD-CODE-POS
           PERFORM 0310-ADD-FILE THRU 0310-END.
       0300-END. EXIT.

       0310-ADD-FILE.
           ADD 1 TO WS-FT-COUNT
           INITIALIZE WS-FT-ENTRY (WS-FT-COUNT)
           MOVE WS-ADD-NAME TO WS-FT-NAME (WS-FT-COUNT)
           MOVE WS-ADD-TAG TO WS-FT-TAG (WS-FT-COUNT)
           MOVE WS-ADD-CODE-POS TO WS-FT-CODE-POS (WS-FT-COUNT)
           MOVE WS-ADD-CRITICAL TO WS-FT-CRITICAL (WS-FT-COUNT)
           MOVE WS-ADD-LIVE-KIND TO WS-FT-LIVE-KIND (WS-FT-COUNT)
           MOVE WS-ADD-LIVE-POS TO WS-FT-LIVE-POS (WS-FT-COUNT)
           MOVE WS-ADD-LIVE-VALUE TO WS-FT-LIVE-VALUE (WS-FT-COUNT).
       0310-END. EXIT.

       0500-LOAD-MASTER.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "ORPHAN-SWEEP: cannot open client master, "
                   "status " WS-MASTER-STATUS
               GO TO 0500-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CLIENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-CM-COUNT < 20000
                           ADD 1 TO WS-CM-COUNT
                           MOVE CM-CLIENT-CODE
                               TO WS-CM-CODE (WS-CM-COUNT)
                           MOVE CM-CLIENT-STATUS
                               TO WS-CM-STATUS (WS-CM-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-MASTER-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLIENT-MASTER-FILE
           MOVE '00' TO WS-MASTER-STATUS
      * a partial table would report live clients as never existing
           IF WS-MASTER-OVERFLOW = 'Y'
               DISPLAY "ORPHAN-SWEEP: client master larger than the "
                   "code table - sweep not run"
           END-IF.
       0500-END. EXIT.

       0600-LOAD-PURGED.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
               GO TO 0600-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ARCHIVE-LINE (1:7) IS NUMERIC
                           AND WS-PG-COUNT < 5000
                           ADD 1 TO WS-PG-COUNT
                           MOVE ARCHIVE-LINE (1:7)
                               TO WS-PG-CODE (WS-PG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE.
       0600-END. EXIT.

      * CLIENT-MERGE leaves a MRGE line under the duplicate's code.
       0700-LOAD-MERGED.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CHANGE-HISTORY-FILE
           IF WS-CHANGE-HISTORY-STATUS NOT = '00'
               GO TO 0700-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CHANGE-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CH-FIELD-NAME = 'MRGE'
                           AND CH-CLIENT-CODE IS NUMERIC
                           AND WS-MG-COUNT < 2000
                           ADD 1 TO WS-MG-COUNT
                           MOVE CH-CLIENT-CODE
                               TO WS-MG-CODE (WS-MG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHANGE-HISTORY-FILE.
       0700-END. EXIT.

       2000-SWEEP-ONE-FILE.
           MOVE ZERO TO WS-LINE-NO
           MOVE 'N' TO WS-EOF
           IF WS-F = WS-OPEN-ITEMS-ENTRY
               PERFORM 2500-SWEEP-OPEN-ITEMS THRU 2500-END
               GO TO 2000-END
           END-IF
           MOVE WS-FT-NAME (WS-F) TO WS-WORK-FILENAME
           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               GO TO 2000-END
           END-IF
           MOVE 'Y' TO WS-FT-PRESENT (WS-F)
           MOVE WS-FT-CODE-POS (WS-F) TO WS-CODE-POS
           PERFORM UNTIL WS-EOF = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF WORK-LINE (WS-CODE-POS:7) IS NUMERIC
                           MOVE WORK-LINE (WS-CODE-POS:7)
                               TO WS-LINE-CODE
                           PERFORM 2100-SET-LINE-LIVE THRU 2100-END
                           PERFORM 2200-CLASSIFY-CODE THRU 2200-END
                           PERFORM 2300-RECORD-ORPHAN THRU 2300-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           MOVE WS-LINE-NO TO WS-FT-LINES (WS-F).
       2000-END. EXIT.

       2100-SET-LINE-LIVE.
           MOVE 'N' TO WS-LINE-LIVE
           MOVE WS-FT-LIVE-POS (WS-F) TO WS-CODE-POS
           EVALUATE WS-FT-LIVE-KIND (WS-F)
               WHEN 'F'
                   IF WORK-LINE (WS-CODE-POS:1)
                       = WS-FT-LIVE-VALUE (WS-F)
                       MOVE 'Y' TO WS-LINE-LIVE
                   END-IF
               WHEN 'D'
                   IF WORK-LINE (WS-CODE-POS:8) IS NUMERIC
                       MOVE WORK-LINE (WS-CODE-POS:8) TO WS-END-DATE
                       IF WS-END-DATE = ZERO
                           OR WS-END-DATE NOT < WS-TODAY-DATE
                           MOVE 'Y' TO WS-LINE-LIVE
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-LINE-LIVE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-FT-CODE-POS (WS-F) TO WS-CODE-POS.
       2100-END. EXIT.

      * A code on the master is an orphan only when it was merged away
      * or is inactive with a live financial line; a code missing from
      * the master is explained by the renumbering cross-reference,
      * the merge history or the purge archive, else it never existed.
       2200-CLASSIFY-CODE.
           SET WS-NOT-ORPHAN TO TRUE
           SET WS-CM-IDX TO 1
           SEARCH ALL WS-CM-ENTRY
               AT END
                   SET WS-NEVER-EXISTED TO TRUE
               WHEN WS-CM-CODE (WS-CM-IDX) = WS-LINE-CODE
                   CONTINUE
           END-SEARCH
           PERFORM VARYING WS-MG FROM 1 BY 1
               UNTIL WS-MG > WS-MG-COUNT
               IF WS-MG-CODE (WS-MG) = WS-LINE-CODE
                   SET WS-MERGED-AWAY TO TRUE
               END-IF
           END-PERFORM
           IF WS-MERGED-AWAY
               GO TO 2200-END
           END-IF
           IF WS-NOT-ORPHAN
               IF WS-CM-STATUS (WS-CM-IDX) = 'I'
                   AND WS-LINE-LIVE = 'Y'
                   SET WS-INACTIVE-LIVE TO TRUE
               END-IF
               GO TO 2200-END
           END-IF
           MOVE WS-LINE-CODE TO XC-CALL-CODE
           CALL "CODEXREF" USING XC-CALL-CODE XC-CALL-RETURN-CODE
           IF NOT XC-CODE-CURRENT
               SET WS-RENUMBERED TO TRUE
               GO TO 2200-END
           END-IF
           PERFORM VARYING WS-PG FROM 1 BY 1
               UNTIL WS-PG > WS-PG-COUNT
               IF WS-PG-CODE (WS-PG) = WS-LINE-CODE
                   SET WS-PURGED TO TRUE
               END-IF
           END-PERFORM.
       2200-END. EXIT.

       2300-RECORD-ORPHAN.
           IF WS-NOT-ORPHAN
               GO TO 2300-END
           END-IF
           MOVE WS-REASON TO WS-R
           ADD 1 TO WS-FT-REASON-COUNT (WS-F, WS-R)
           ADD 1 TO WS-ORPHAN-COUNT
           IF WS-FT-CRITICAL (WS-F) = 'Y'
               ADD 1 TO WS-CRITICAL-COUNT
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-FT-TAG (WS-F) " " WS-LINE-CODE " " WS-LINE-NO
               " " WS-REASON-TEXT (WS-R)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE.
       2300-END. EXIT.

      * Open items are checked by key order; an item with money still
      * owed (open or frozen) is the live financial record.
       2500-SWEEP-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEMS-FILE
           IF WS-OPEN-ITEMS-STATUS NOT = '00'
               GO TO 2500-END
           END-IF
           MOVE 'Y' TO WS-FT-PRESENT (WS-F)
           PERFORM UNTIL WS-EOF = 'Y'
               READ OPEN-ITEMS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       MOVE OI-CLIENT-CODE TO WS-LINE-CODE
                       MOVE 'N' TO WS-LINE-LIVE
                       IF (OI-OPEN OR OI-FROZEN)
                           AND OI-OPEN-AMOUNT > ZERO
                           MOVE 'Y' TO WS-LINE-LIVE
                       END-IF
                       PERFORM 2200-CLASSIFY-CODE THRU 2200-END
                       PERFORM 2300-RECORD-ORPHAN THRU 2300-END
               END-READ
           END-PERFORM
           CLOSE OPEN-ITEMS-FILE
           MOVE WS-LINE-NO TO WS-FT-LINES (WS-F).
       2500-END. EXIT.

       3000-WRITE-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE "SUMMARY BY FILE" TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "FILE         C   RECORDS NEVER PURGD MERGD RENUM "
               "INACT" DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-FT-COUNT
               MOVE SPACES TO WS-RPT-LINE
               IF WS-FT-PRESENT (WS-F) = 'Y'
                   STRING WS-FT-TAG (WS-F) " "
                       WS-FT-CRITICAL (WS-F) " "
                       WS-FT-LINES (WS-F) " "
                       WS-FT-REASON-COUNT (WS-F, 1) " "
                       WS-FT-REASON-COUNT (WS-F, 2) " "
                       WS-FT-REASON-COUNT (WS-F, 3) " "
                       WS-FT-REASON-COUNT (WS-F, 4) " "
                       WS-FT-REASON-COUNT (WS-F, 5)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   STRING WS-FT-TAG (WS-F) " "
                       WS-FT-CRITICAL (WS-F) "  NOT ON FILE"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
               WRITE REPORT-LINE FROM WS-RPT-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL ORPHANS " WS-ORPHAN-COUNT
               "  ON CRITICAL FILES (C=Y) " WS-CRITICAL-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE.
       3000-END. EXIT.

       END PROGRAM ORPHAN-SWEEP.
