      * Date: 01/09/2026
      * Purpose: Bad-debt write-off run. Selects open items older than
      *          the cutoff (WRITEOFF_CUTOFF_DAYS, default 180) for
      *          clients with an approved write-off item on the
      *          approval queue (approval-queue.txt), and moves each
      *          to the write-off register with the date, approver
      *          and reason - AGING-REPORT drops registered items so the
      *          collectible receivables stop drowning, and
      *          PAYMENT-POST treats a later payment against one as a
      *          recovery. An aged item with no approval on file is
      *                  place, instead of recomputing balances from
      *                  the billing history and posted file - the
      *                  register keeps the approver/reason evidence.
      *   15/10/2026 RM  Approvals now come from the four-eyes approval
      *                  queue instead of writeoff-approvals.txt: only
      *                  a WOFF item a second operator approved in
      *                  APPROVAL-QUEUE counts, the checker is the
      *                  approver on the register, and the item is
      *                  marked applied once it has written something
      *                  off.
      *   15/10/2026 RM  The write-off date is checked through
      *                  PERIODCHK against the periods finance has
      *                  closed: it registers dated into the next open
      *                  period, or with CLOSED_PERIOD_ACTION=REJECT
      *                  the item is held on closed-period-review.txt,
      *                  left open and its approval left unused.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEOFF-RUN.
           RECORD KEY IS OI-ITEM-KEY
           FILE STATUS IS WS-OPEN-ITEMS-STATUS.

           SELECT APPROVAL-QUEUE-FILE ASSIGN TO '..\approval-queue.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPROVAL-STATUS.

       FD OPEN-ITEMS-FILE.
       COPY OPNITMREC.

       FD APPROVAL-QUEUE-FILE.
       COPY APPRQREC REPLACING ==:RECNAME:==
           BY ==APPROVAL-QUEUE-LINE==.

       FD WRITEOFF-FILE.
       COPY WOFFREC REPLACING ==:RECNAME:== BY ==WRITEOFF-LINE==.
               10 WS-AP-CODE PIC 9(7).
               10 WS-AP-WHO PIC X(8).
               10 WS-AP-WHY PIC X(30).
               10 WS-AP-SLOT PIC 9(4) COMP.
               10 WS-AP-USED PIC X(1).
       01 WS-AQ-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-AQ-TABLE.
           05 WS-AQ-ENTRY PIC X(172) OCCURS 2000 TIMES.
       01 WS-AQ-OVERFLOW PIC X(1) VALUE 'N'.
       01 WS-Q PIC 9(4) COMP.
       01 WS-APPLIED-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-A PIC 9(3) COMP.
       01 WS-AP-POS PIC 9(3) COMP.
       01 WS-WRITTEN-COUNT PIC 9(7) VALUE ZERO.
       01 WS-WRITTEN-AMOUNT PIC 9(9)V99 VALUE ZERO.
       01 WS-UNAPPROVED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-POSTING-DATE PIC 9(8).
       COPY PRDCHKPARM.
       COPY DTUPARMS.
       COPY JOBLOGPARM.

           END-IF
           PERFORM 1200-LOAD-APPROVALS THRU 1200-END
           PERFORM 2000-SWEEP-OPEN-ITEMS THRU 2000-END
           PERFORM 3000-MARK-APPLIED THRU 3000-END
           DISPLAY "WRITEOFF-RUN: " WS-WRITTEN-COUNT
               " item(s) written off, total " WS-WRITTEN-AMOUNT
               ", " WS-UNAPPROVED-COUNT " aged without approval"
           IF WS-HELD-COUNT > ZERO
               DISPLAY "WRITEOFF-RUN: " WS-HELD-COUNT
                   " held for closed-period review"
           END-IF
           IF WS-UNAPPROVED-COUNT > ZERO OR WS-HELD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
               JL-CALL-RECORD-COUNT
           GOBACK.

      * The whole queue is held so the approvals used can be marked
      * applied; only approved WOFF items count as approvals.
       1200-LOAD-APPROVALS.
           OPEN INPUT APPROVAL-QUEUE-FILE
           IF WS-APPROVAL-STATUS NOT = '00'
               DISPLAY "WRITEOFF-RUN: no approvals on file - "
                   "nothing can be written off"
           ELSE
               PERFORM UNTIL WS-APPROVAL-EOF = 'Y'
                   READ APPROVAL-QUEUE-FILE
                       AT END
                           MOVE 'Y' TO WS-APPROVAL-EOF
                       NOT AT END
                           PERFORM 1250-KEEP-QUEUE-LINE
                               THRU 1250-END
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-QUEUE-FILE
           END-IF.
       1200-END. EXIT.

       1250-KEEP-QUEUE-LINE.
           IF WS-AQ-COUNT >= 2000
               MOVE 'Y' TO WS-AQ-OVERFLOW
               GO TO 1250-END
           END-IF
           ADD 1 TO WS-AQ-COUNT
           MOVE APPROVAL-QUEUE-LINE TO WS-AQ-ENTRY (WS-AQ-COUNT)
           IF AQ-WRITEOFF AND AQ-APPROVED AND WS-AP-COUNT < 200
               ADD 1 TO WS-AP-COUNT
               MOVE AQ-WO-CLIENT-CODE TO WS-AP-CODE (WS-AP-COUNT)
               MOVE AQ-CHECKER-ID TO WS-AP-WHO (WS-AP-COUNT)
               MOVE AQ-MAKER-REASON TO WS-AP-WHY (WS-AP-COUNT)
               MOVE WS-AQ-COUNT TO WS-AP-SLOT (WS-AP-COUNT)
               MOVE 'N' TO WS-AP-USED (WS-AP-COUNT)
           END-IF.
       1250-END. EXIT.

       2000-SWEEP-OPEN-ITEMS.
           OPEN I-O OPEN-ITEMS-FILE
           IF WS-OPEN-ITEMS-STATUS NOT = '00'
               END-PERFORM
               IF WS-AP-POS > ZERO
                   PERFORM 2300-WRITE-OFF-ITEM THRU 2300-END
                   IF NOT PC-REJECTED
                       MOVE 'Y' TO WS-AP-USED (WS-AP-POS)
                   END-IF
               ELSE
                   ADD 1 TO WS-UNAPPROVED-COUNT
                   DISPLAY "WRITEOFF-RUN: client " OI-CLIENT-CODE

      * The register keeps the evidence (who approved, why); the
      * master record is marked W in place so aging drops it and a
      * later payment posts as a recovery. A write-off may not land
      * in a period finance has closed.
       2300-WRITE-OFF-ITEM.
           SET PC-POST TO TRUE
           MOVE 'WRITEOFF-RUN' TO PC-CALL-PROGRAM
           MOVE OI-CLIENT-CODE TO PC-CALL-CLIENT-CODE
           MOVE OPEN-ITEM-RECORD TO PC-CALL-TEXT
           MOVE WS-TODAY-DATE TO PC-CALL-DATE
           CALL "PERIODCHK" USING PC-CALL-FUNCTION PC-CALL-PROGRAM
               PC-CALL-CLIENT-CODE PC-CALL-TEXT PC-CALL-DATE
               PC-CALL-ORIG-DATE PC-CALL-RETURN-CODE
           IF PC-REJECTED
               ADD 1 TO WS-HELD-COUNT
               DISPLAY "WRITEOFF-RUN: client " OI-CLIENT-CODE
                   " period " OI-PERIOD " would post into a closed "
                   "period - held for review"
               GO TO 2300-END
           END-IF
           MOVE PC-CALL-DATE TO WS-POSTING-DATE
           OPEN EXTEND WRITEOFF-FILE
           IF WS-WRITEOFF-STATUS = '35'
               OPEN OUTPUT WRITEOFF-FILE
               MOVE SPACES TO WRITEOFF-LINE
               MOVE OI-CLIENT-CODE TO WO-CLIENT-CODE
               MOVE OI-PERIOD TO WO-PERIOD
               MOVE WS-POSTING-DATE TO WO-DATE
               MOVE OI-OPEN-AMOUNT TO WO-AMOUNT
               MOVE WS-AP-WHO (WS-AP-POS) TO WO-APPROVER
               MOVE WS-AP-WHY (WS-AP-POS) TO WO-REASON
           END-IF.
       2300-END. EXIT.

      * An approval that wrote something off is spent: it is marked
      * applied on the queue. The queue is never rewritten from a
      * truncated table.
       3000-MARK-APPLIED.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-AP-COUNT
               IF WS-AP-USED (WS-A) = 'Y'
                   MOVE WS-AQ-ENTRY (WS-AP-SLOT (WS-A))
                       TO APPROVAL-QUEUE-LINE
                   SET AQ-APPLIED TO TRUE
                   MOVE WS-TODAY-DATE TO AQ-APPLIED-DATE
                   MOVE APPROVAL-QUEUE-LINE
                       TO WS-AQ-ENTRY (WS-AP-SLOT (WS-A))
                   ADD 1 TO WS-APPLIED-COUNT
               END-IF
           END-PERFORM
           IF WS-APPLIED-COUNT = ZERO
               GO TO 3000-END
           END-IF
           IF WS-AQ-OVERFLOW = 'Y'
               DISPLAY "WRITEOFF-RUN: approval queue larger than the "
                   "table - applied items not marked"
               GO TO 3000-END
           END-IF
           OPEN OUTPUT APPROVAL-QUEUE-FILE
           IF WS-APPROVAL-STATUS NOT = '00'
               DISPLAY "WRITEOFF-RUN: cannot rewrite the approval "
                   "queue, status " WS-APPROVAL-STATUS
               GO TO 3000-END
           END-IF
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-AQ-COUNT
               MOVE WS-AQ-ENTRY (WS-Q) TO APPROVAL-QUEUE-LINE
               WRITE APPROVAL-QUEUE-LINE
           END-PERFORM
           CLOSE APPROVAL-QUEUE-FILE.
       3000-END. EXIT.

       END PROGRAM WRITEOFF-RUN.
