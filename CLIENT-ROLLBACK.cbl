      *          first bad change. Last month a training session
      *          updated forty real clients; this is the way back.
      * Tectonics: cobc
      * Note: driven by the approved RBCK items on the approval queue
      *       (approval-queue.txt), each naming a client code and/or
      *       a from date/time; each item is marked applied or failed
      *       once run.
      * Modification History:
      *   22/08/2026 RM  Original version.
      *   22/08/2026 RM  Restores now run under the shared FILELOCK
      *                  enqueue on the master, like every other
      *                  updater.
      *   15/10/2026 RM  Selections now come only from rollbacks a
      *                  second operator approved on the approval
      *                  queue (APPROVAL-QUEUE) instead of the
      *                  ROLLBACK_CLIENT / ROLLBACK_FROM settings or the
      *                  console; each item is marked applied once run.
      *   15/10/2026 RM  An item that was run is always taken off
      *                  Approved: applied (X) when it restored clients
      *                  cleanly, failed (F) when it hit an error or
      *                  matched nothing, so it is never run again later
      *                  over changes made since it was approved.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENT-ROLLBACK.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT APPROVAL-QUEUE-FILE ASSIGN TO '..\approval-queue.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
       FD AUDIT-FILE.
       COPY AUDITREC REPLACING ==:RECNAME:== BY ==AUDIT-LINE==.

       FD APPROVAL-QUEUE-FILE.
       COPY APPRQREC REPLACING ==:RECNAME:==
           BY ==APPROVAL-QUEUE-LINE==.

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-QUEUE-STATUS PIC X(2).
       01 WS-QUEUE-EOF PIC X(1) VALUE 'N'.
       01 WS-TARGET-CODE PIC 9(7) VALUE ZERO.
       01 WS-CUTOFF-DATE PIC 9(8) VALUE ZERO.
       01 WS-CUTOFF-TIME PIC 9(8) VALUE ZERO.
       01 WS-AQ-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-AQ-TABLE.
           05 WS-AQ-ENTRY PIC X(172) OCCURS 2000 TIMES.
       01 WS-AQ-OVERFLOW PIC X(1) VALUE 'N'.
       01 WS-Q PIC 9(4) COMP.
       01 WS-ITEM-COUNT PIC 9(4) VALUE ZERO.
       01 WS-APPLIED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FAILED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ITEM-RESTORED PIC 9(7).
       01 WS-ITEM-ERRORS PIC 9(7).
       01 WS-JOURNAL-EOF PIC X(1) VALUE 'N'.
       01 WS-SELECTED-SWITCH PIC X(1).
           88 WS-ENTRY-SELECTED VALUE 'Y'.
           IF WS-MASTER-FILENAME = SPACES
               MOVE '..\clients.dat' TO WS-MASTER-FILENAME
           END-IF
           PERFORM 1000-LOAD-QUEUE THRU 1000-END
      * Items run could not be marked on a truncated queue and would
      * be run again on the next night.
           IF WS-AQ-OVERFLOW = 'Y'
               DISPLAY "CLIENT-ROLLBACK: approval queue larger than "
                   "the table - run aborted, nothing restored"
               MOVE 16 TO RETURN-CODE
               SET JL-CALL-END TO TRUE
               MOVE ZERO TO JL-CALL-RECORD-COUNT
               CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
                   JL-CALL-RECORD-COUNT
               GOBACK
           END-IF
           IF WS-ITEM-COUNT = ZERO
               DISPLAY "CLIENT-ROLLBACK: no approved rollbacks on the "
                   "approval queue - nothing restored"
               MOVE 4 TO RETURN-CODE
               SET JL-CALL-END TO TRUE
               MOVE ZERO TO JL-CALL-RECORD-COUNT
               CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
                   JL-CALL-RECORD-COUNT
               GOBACK
           END-IF
           SET FL-ENQ TO TRUE
           MOVE 'CLIENT-ROLLBACK' TO FL-HOLDER-ID
           SET FL-FORCE-NO TO TRUE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1500-ROLLBACK-ITEM THRU 1500-END
               VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-AQ-COUNT
           SET FL-DEQ TO TRUE
           MOVE 'CLIENT-ROLLBACK' TO FL-HOLDER-ID
           CALL "FILELOCK" USING FL-FUNCTION FL-HOLDER-ID FL-FORCE
               FL-BUSY-HOLDER FL-BUSY-DATE FL-BUSY-TIME
               FL-RETURN-CODE
           PERFORM 4000-SAVE-QUEUE THRU 4000-END
           DISPLAY "CLIENT-ROLLBACK: " WS-APPLIED-COUNT " of "
               WS-ITEM-COUNT " approved rollback(s) applied, "
               WS-FAILED-COUNT " failed"
           DISPLAY "CLIENT-ROLLBACK: " WS-RESTORED-COUNT
               " client(s) restored, " WS-ERROR-COUNT " error(s)"
           IF WS-ERROR-COUNT > 0 OR WS-FAILED-COUNT > 0
               OR WS-RESTORED-COUNT = ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
               JL-CALL-RECORD-COUNT
           GOBACK.

      * Only rollbacks a second operator approved on the approval
      * queue are run. The whole queue is held so each item can be
      * marked applied once it has been restored.
       1000-LOAD-QUEUE.
           OPEN INPUT APPROVAL-QUEUE-FILE
           IF WS-QUEUE-STATUS = '00'
               PERFORM UNTIL WS-QUEUE-EOF = 'Y'
                   READ APPROVAL-QUEUE-FILE
                       AT END
                           MOVE 'Y' TO WS-QUEUE-EOF
                       NOT AT END
                           IF WS-AQ-COUNT >= 2000
                               MOVE 'Y' TO WS-AQ-OVERFLOW
                           ELSE
                               ADD 1 TO WS-AQ-COUNT
                               MOVE APPROVAL-QUEUE-LINE
                                   TO WS-AQ-ENTRY (WS-AQ-COUNT)
                               IF AQ-ROLLBACK AND AQ-APPROVED
                                   ADD 1 TO WS-ITEM-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-QUEUE-FILE
           END-IF.
       1000-END. EXIT.

      * One approved item is one selection: a single client
      * (optionally from a date/time), or every client changed at or
      * after a date/time. Once run the item is spent either way: a
      * from-date item left Approved would restore later before-images
      * over changes made since it was approved, so one that hit an
      * error or matched nothing is marked failed for the maker to
      * queue again, never retried.
       1500-ROLLBACK-ITEM.
           MOVE WS-AQ-ENTRY (WS-Q) TO APPROVAL-QUEUE-LINE
           IF NOT (AQ-ROLLBACK AND AQ-APPROVED)
               GO TO 1500-END
           END-IF
           MOVE ZERO TO WS-TARGET-CODE
           MOVE ZERO TO WS-CUTOFF-DATE
           MOVE ZERO TO WS-CUTOFF-TIME
           IF AQ-RB-CLIENT-CODE IS NUMERIC
               MOVE AQ-RB-CLIENT-CODE TO WS-TARGET-CODE
           END-IF
           IF AQ-RB-FROM-DATE IS NUMERIC
               MOVE AQ-RB-FROM-DATE TO WS-CUTOFF-DATE
           END-IF
           IF AQ-RB-FROM-TIME IS NUMERIC
               MOVE AQ-RB-FROM-TIME TO WS-CUTOFF-TIME
           END-IF
           DISPLAY "CLIENT-ROLLBACK: item " AQ-ITEM-NUMBER
               " approved by " AQ-CHECKER-ID
           IF WS-TARGET-CODE = ZERO AND WS-CUTOFF-DATE = ZERO
               DISPLAY "CLIENT-ROLLBACK: item " AQ-ITEM-NUMBER
                   " selects nothing - not run, marked failed"
               ADD 1 TO WS-ERROR-COUNT
               SET AQ-FAILED TO TRUE
               ACCEPT AQ-APPLIED-DATE FROM DATE YYYYMMDD
               MOVE APPROVAL-QUEUE-LINE TO WS-AQ-ENTRY (WS-Q)
               ADD 1 TO WS-FAILED-COUNT
               GO TO 1500-END
           END-IF
           MOVE WS-RESTORED-COUNT TO WS-ITEM-RESTORED
           MOVE WS-ERROR-COUNT TO WS-ITEM-ERRORS
           MOVE ZERO TO WS-RB-COUNT
           MOVE 'N' TO WS-JOURNAL-EOF
           PERFORM 2000-LOAD-JOURNAL THRU 2000-END
           PERFORM 3000-APPLY-IMAGES THRU 3000-END
           SUBTRACT WS-ITEM-RESTORED FROM WS-RESTORED-COUNT
               GIVING WS-ITEM-RESTORED
           SUBTRACT WS-ITEM-ERRORS FROM WS-ERROR-COUNT
               GIVING WS-ITEM-ERRORS
           MOVE WS-AQ-ENTRY (WS-Q) TO APPROVAL-QUEUE-LINE
           IF WS-ITEM-RESTORED > ZERO AND WS-ITEM-ERRORS = ZERO
               SET AQ-APPLIED TO TRUE
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "CLIENT-ROLLBACK: item " AQ-ITEM-NUMBER
                   " applied, " WS-ITEM-RESTORED " client(s) restored"
           ELSE
               SET AQ-FAILED TO TRUE
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "CLIENT-ROLLBACK: item " AQ-ITEM-NUMBER
                   " marked failed, " WS-ITEM-RESTORED
                   " client(s) restored, " WS-ITEM-ERRORS
                   " error(s) - queue it again once cleared"
           END-IF
           ACCEPT AQ-APPLIED-DATE FROM DATE YYYYMMDD
           MOVE APPROVAL-QUEUE-LINE TO WS-AQ-ENTRY (WS-Q).
       1500-END. EXIT.

       2000-LOAD-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY "CLIENT-ROLLBACK: cannot open journal, status "
                   WS-JOURNAL-STATUS
               ADD 1 TO WS-ERROR-COUNT
               GO TO 2000-END
           END-IF
           PERFORM UNTIL WS-JOURNAL-EOF = 'Y'
               READ JOURNAL-FILE
           END-IF.
       3200-END. EXIT.

      * The queue is never rewritten from a truncated table.
       4000-SAVE-QUEUE.
           IF WS-APPLIED-COUNT = ZERO AND WS-FAILED-COUNT = ZERO
               GO TO 4000-END
           END-IF
           IF WS-AQ-OVERFLOW = 'Y'
               DISPLAY "CLIENT-ROLLBACK: approval queue larger than "
                   "the table - items run are not marked"
               ADD 1 TO WS-ERROR-COUNT
               GO TO 4000-END
           END-IF
           OPEN OUTPUT APPROVAL-QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = '00'
               DISPLAY "CLIENT-ROLLBACK: cannot rewrite the approval "
                   "queue, status " WS-QUEUE-STATUS
               ADD 1 TO WS-ERROR-COUNT
               GO TO 4000-END
           END-IF
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-AQ-COUNT
               MOVE WS-AQ-ENTRY (WS-Q) TO APPROVAL-QUEUE-LINE
               WRITE APPROVAL-QUEUE-LINE
           END-PERFORM
           CLOSE APPROVAL-QUEUE-FILE.
       4000-END. EXIT.

       END PROGRAM CLIENT-ROLLBACK.
