      * Author: Rafael Maltez
      * Date: 01/09/2026
      * Purpose: Merge utility for duplicates CLIENT-DUPES found and a
      *          supervisor confirmed. Takes the approved merge pairs
      *          (survivor code, duplicate code) off the approval
      *          queue and repoints the duplicate's grade history,
      *          enrollment, billing history, posted payments,
      *          contact lines, consents, KYC documents, delivery
      *          preferences, open tickets, open items and partner
      *          links to the survivor. The
      *          duplicate is logically deleted (status I) with a
      *          MERGE cross-reference on the change-history file,
      *          every replaced line's original image goes to the
      *   01/09/2026 RM  A flat file larger than the line table is
      *                  left untouched now instead of being
      *                  rewritten with its tail dropped.
      *   15/10/2026 RM  Pairs now come from the four-eyes approval
      *                  queue instead of merge-pairs.txt: only a MERG
      *                  item a second operator approved in
      *                  APPROVAL-QUEUE is merged, and each pair is
      *                  marked applied once the duplicate is retired.
      *   15/10/2026 RM  Consents, KYC documents, delivery preferences
      *                  and the duplicate's open tickets move to the
      *                  survivor too, so CONSENTCHK and KYCCHK still
      *                  find them; closed tickets stay as history.
      *                  Work lines and journal images widened to 200
      *                  for the ticket record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENT-MERGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-QUEUE-FILE ASSIGN TO '..\approval-queue.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAIRS-STATUS.


       DATA DIVISION.
       FILE SECTION.
       FD APPROVAL-QUEUE-FILE.
       COPY APPRQREC REPLACING ==:RECNAME:==
           BY ==APPROVAL-QUEUE-LINE==.

       FD WORK-FILE.
       01 WORK-LINE PIC X(200).

       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.
           05 FILLER PIC X(1).
           05 MJ-FILE-TAG PIC X(12).
           05 FILLER PIC X(1).
           05 MJ-BEFORE-IMAGE PIC X(200).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).
           05 WS-PAIR-ENTRY OCCURS 50 TIMES.
               10 WS-PAIR-SURVIVOR PIC 9(7).
               10 WS-PAIR-DUPLICATE PIC 9(7).
               10 WS-PAIR-SLOT PIC 9(4) COMP.
               10 WS-PAIR-DONE PIC X(1).
       01 WS-AQ-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-AQ-TABLE.
           05 WS-AQ-ENTRY PIC X(172) OCCURS 2000 TIMES.
       01 WS-AQ-OVERFLOW PIC X(1) VALUE 'N'.
       01 WS-Q PIC 9(4) COMP.
       01 WS-APPLIED-COUNT PIC 9(2) COMP VALUE ZERO.
       01 WS-P PIC 9(2) COMP.
       01 WS-MAPPED-CODE PIC 9(7).
       01 WS-LINE-CODE PIC 9(7).
       01 WS-CODE-POS PIC 9(3) COMP.
       01 WS-OPEN-POS PIC 9(3) COMP VALUE ZERO.
       01 WS-LN-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-LN-TABLE.
           05 WS-LN-LINE PIC X(200) OCCURS 9000 TIMES.
       01 WS-L PIC 9(4) COMP.
       01 WS-FILE-TAG PIC X(12).
       01 WS-OVERFLOW-SWITCH PIC X(1).
           END-IF
           PERFORM 0100-LOAD-PAIRS THRU 0100-END
           IF WS-PAIR-COUNT = ZERO
               DISPLAY "CLIENT-MERGE: no approved pairs on file - "
                   "nothing to merge"
               MOVE 4 TO RETURN-CODE
               SET JL-CALL-END TO TRUE
           PERFORM 2000-REPOINT-FLAT-FILES THRU 2000-END
           PERFORM 3000-MERGE-OPEN-ITEMS THRU 3000-END
           PERFORM 4000-UPDATE-MASTER THRU 4000-END
           PERFORM 6000-MARK-APPLIED THRU 6000-END
           MOVE SPACES TO WS-RPT-LINE
           STRING "RECORDS REPOINTED: " WS-TOTAL-MOVED
               DELIMITED BY SIZE INTO WS-RPT-LINE
               JL-CALL-RECORD-COUNT
           GOBACK.

      * The pairs are the approved MERG items on the approval queue;
      * the whole queue is held so the merged pairs can be marked
      * applied.
       0100-LOAD-PAIRS.
           OPEN INPUT APPROVAL-QUEUE-FILE
           IF WS-PAIRS-STATUS = '00'
               PERFORM UNTIL WS-PAIRS-EOF = 'Y'
                   READ APPROVAL-QUEUE-FILE
                       AT END
                           MOVE 'Y' TO WS-PAIRS-EOF
                       NOT AT END
                           PERFORM 0150-KEEP-QUEUE-LINE
                               THRU 0150-END
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-QUEUE-FILE
           END-IF.
       0100-END. EXIT.

       0150-KEEP-QUEUE-LINE.
           IF WS-AQ-COUNT >= 2000
               MOVE 'Y' TO WS-AQ-OVERFLOW
               GO TO 0150-END
           END-IF
           ADD 1 TO WS-AQ-COUNT
           MOVE APPROVAL-QUEUE-LINE TO WS-AQ-ENTRY (WS-AQ-COUNT)
           IF AQ-MERGE-PAIR AND AQ-APPROVED
               AND AQ-MG-SURVIVOR IS NUMERIC
               AND AQ-MG-DUPLICATE IS NUMERIC
               AND AQ-MG-SURVIVOR NOT = AQ-MG-DUPLICATE
               AND WS-PAIR-COUNT < 50
               ADD 1 TO WS-PAIR-COUNT
               MOVE AQ-MG-SURVIVOR TO
                   WS-PAIR-SURVIVOR (WS-PAIR-COUNT)
               MOVE AQ-MG-DUPLICATE TO
                   WS-PAIR-DUPLICATE (WS-PAIR-COUNT)
               MOVE WS-AQ-COUNT TO WS-PAIR-SLOT (WS-PAIR-COUNT)
               MOVE 'N' TO WS-PAIR-DONE (WS-PAIR-COUNT)
           END-IF.
       0150-END. EXIT.

      * Returns the survivor for WS-LINE-CODE when it is a confirmed
      * duplicate, or the code unchanged.
       0200-MAP-CODE.
           MOVE '../agree-billed.txt' TO WS-WORK-FILENAME
           MOVE 'AGREE-BILL' TO WS-FILE-TAG
           MOVE 1 TO WS-CODE-POS
           PERFORM 2100-REPOINT-ONE-FILE THRU 2100-END
           MOVE '../consents.txt' TO WS-WORK-FILENAME
           MOVE 'CONSENTS' TO WS-FILE-TAG
           MOVE 1 TO WS-CODE-POS
           PERFORM 2100-REPOINT-ONE-FILE THRU 2100-END
           MOVE '../kyc-documents.txt' TO WS-WORK-FILENAME
           MOVE 'KYC-DOCS' TO WS-FILE-TAG
           MOVE 1 TO WS-CODE-POS
           PERFORM 2100-REPOINT-ONE-FILE THRU 2100-END
           MOVE '../delivery-prefs.txt' TO WS-WORK-FILENAME
           MOVE 'DLV-PREFS' TO WS-FILE-TAG
           MOVE 1 TO WS-CODE-POS
           PERFORM 2100-REPOINT-ONE-FILE THRU 2100-END
      * Only a ticket still open or in progress (TK-STATUS) follows
      * the survivor; a closed one stays with the duplicate's history.
           MOVE '../tickets.txt' TO WS-WORK-FILENAME
           MOVE 'TICKETS' TO WS-FILE-TAG
           MOVE 8 TO WS-CODE-POS
           MOVE 50 TO WS-OPEN-POS
           PERFORM 2100-REPOINT-ONE-FILE THRU 2100-END
           MOVE ZERO TO WS-OPEN-POS.
       2000-END. EXIT.

       2100-REPOINT-ONE-FILE.
       2100-END. EXIT.

       2200-REMAP-ONE-LINE.
           IF WS-OPEN-POS > ZERO
               IF WS-LN-LINE (WS-L) (WS-OPEN-POS:1) NOT = 'O'
                   AND WS-LN-LINE (WS-L) (WS-OPEN-POS:1) NOT = 'P'
                   GO TO 2200-END
               END-IF
           END-IF
           IF WS-LN-LINE (WS-L) (WS-CODE-POS:7) IS NUMERIC
               MOVE WS-LN-LINE (WS-L) (WS-CODE-POS:7)
                   TO WS-LINE-CODE
                       PERFORM 4200-WRITE-CROSS-REFERENCE
                           THRU 4200-END
                       PERFORM 4300-WRITE-AUDIT THRU 4300-END
                       MOVE 'Y' TO WS-PAIR-DONE (WS-P)
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "MERGED " WS-PAIR-DUPLICATE (WS-P)
                           " INTO " WS-PAIR-SURVIVOR (WS-P)
           END-IF.
       5000-END. EXIT.

      * A pair whose duplicate was retired is spent: it is marked
      * applied on the queue. The queue is never rewritten from a
      * truncated table.
       6000-MARK-APPLIED.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-PAIR-COUNT
               IF WS-PAIR-DONE (WS-P) = 'Y'
                   MOVE WS-AQ-ENTRY (WS-PAIR-SLOT (WS-P))
                       TO APPROVAL-QUEUE-LINE
                   SET AQ-APPLIED TO TRUE
                   MOVE WS-TODAY-DATE TO AQ-APPLIED-DATE
                   MOVE APPROVAL-QUEUE-LINE
                       TO WS-AQ-ENTRY (WS-PAIR-SLOT (WS-P))
                   ADD 1 TO WS-APPLIED-COUNT
               END-IF
           END-PERFORM
           IF WS-APPLIED-COUNT = ZERO
               GO TO 6000-END
           END-IF
           IF WS-AQ-OVERFLOW = 'Y'
               DISPLAY "CLIENT-MERGE: approval queue larger than the "
                   "table - applied pairs not marked"
               GO TO 6000-END
           END-IF
           OPEN OUTPUT APPROVAL-QUEUE-FILE
           IF WS-PAIRS-STATUS NOT = '00'
               DISPLAY "CLIENT-MERGE: cannot rewrite the approval "
                   "queue, status " WS-PAIRS-STATUS
               GO TO 6000-END
           END-IF
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-AQ-COUNT
               MOVE WS-AQ-ENTRY (WS-Q) TO APPROVAL-QUEUE-LINE
               WRITE APPROVAL-QUEUE-LINE
           END-PERFORM
           CLOSE APPROVAL-QUEUE-FILE.
       6000-END. EXIT.

       END PROGRAM CLIENT-MERGE.
