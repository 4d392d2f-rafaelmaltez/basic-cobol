      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Four-eyes control over sensitive maintenance, in the
      *          style of REFUND-APPROVE. A supervisor queues a
      *          write-off approval, a confirmed merge pair or a
      *          client rollback onto approval-queue.txt instead of
      *          keying it straight into the file the night run
      *          reads; rate-table changes arrive on the same queue
      *          from CONFIG-MAINT. A different operator at or above
      *          the item's required level then approves or rejects
      *          each pending item with a reason. Only approved items
      *          are taken by WRITEOFF-RUN, RATE-READJUST,
      *          CLIENT-MERGE and CLIENT-ROLLBACK; APPROVAL-AGING
      *          reports what is still waiting.
      * Tectonics: cobc
      * Note: required levels - write-off, merge pair and rate change
      *       supervisor (3), rollback admin (4).
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVAL-QUEUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-QUEUE-FILE ASSIGN TO '..\approval-queue.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUEUE-STATUS.

           SELECT CLIENT-MASTER-FILE ASSIGN TO WS-MASTER-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CLIENT-CODE
           ALTERNATE RECORD KEY IS CM-CLIENT-NAME WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT SECURITY-LOG-FILE ASSIGN TO '..\security-log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECURITY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD APPROVAL-QUEUE-FILE.
       COPY APPRQREC REPLACING ==:RECNAME:==
           BY ==APPROVAL-QUEUE-LINE==.

       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.

       FD SECURITY-LOG-FILE.
       01 SECURITY-LOG-LINE.
           05 SEC-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 SEC-TIME PIC 9(8).
           05 FILLER PIC X(1).
           05 SEC-PROGRAM PIC X(20).
           05 FILLER PIC X(1).
           05 SEC-USER-ID PIC X(8).
           05 FILLER PIC X(1).
           05 SEC-DETAIL PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-QUEUE-STATUS PIC X(2).
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-SECURITY-STATUS PIC X(2).
       01 WS-QUEUE-EOF PIC X(1).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-NOW-TIME PIC 9(8).
       01 WS-AQ-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-AQ-TABLE.
           05 WS-AQ-ENTRY PIC X(172) OCCURS 2000 TIMES.
       01 WS-AQ-OVERFLOW PIC X(1) VALUE 'N'.
           88 WS-AQ-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-Q PIC 9(4) COMP.
       01 WS-Q2 PIC 9(4) COMP.
       01 WS-LAST-NUMBER PIC 9(6) VALUE ZERO.
       01 WS-MENU-CHOICE PIC 9(1).
       01 WS-SUB-CHOICE PIC X(1).
       01 WS-ENTRY-CODE PIC 9(7).
       01 WS-ENTRY-CODE-2 PIC 9(7).
       01 WS-ENTRY-DATE PIC 9(8).
       01 WS-ENTRY-TIME PIC 9(8).
       01 WS-ENTRY-REASON PIC X(30).
       01 WS-ENTRY-OK PIC X(1).
       01 WS-CLIENT-NAME PIC X(30).
       01 WS-NEW-ITEM.
           05 WS-NEW-TYPE PIC X(4).
           05 WS-NEW-LEVEL PIC 9(1).
           05 WS-NEW-DETAIL PIC X(40).
       01 WS-AMOUNT-EDIT PIC ZZ,ZZ9.99.
       01 WS-PENDING-SEEN PIC 9(4) COMP.
       01 WS-LISTED PIC 9(4) COMP.
       01 WS-SAVE-NEEDED PIC X(1).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-OPERATOR-NAME PIC X(20).
       01 WS-OPERATOR-LEVEL PIC 9(1) VALUE 1.
       01 WS-SIGNON-SWITCH PIC X(1).
           88 WS-SIGNON-OK VALUE 'Y'.
           88 WS-SIGNON-NOT-OK VALUE 'N'.
       COPY SIGNONPARM.
       01 WS-SEC-DETAIL PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-MASTER-FILENAME
           ACCEPT WS-MASTER-FILENAME
               FROM ENVIRONMENT "CLIENT_MASTER_FILE"
           IF WS-MASTER-FILENAME = SPACES
               MOVE '..\clients.dat' TO WS-MASTER-FILENAME
           END-IF
           PERFORM 0100-OPERATOR-SIGN-ON THRU 0100-END
           IF WS-SIGNON-NOT-OK
               DISPLAY "APPROVAL-QUEUE: sign-on failed - run aborted"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-OPERATOR-LEVEL < 3
               DISPLAY "APPROVAL-QUEUE: supervisor level needed - "
                   "run refused"
               MOVE 'DENIED: SUPERVISOR NEEDED' TO WS-SEC-DETAIL
               PERFORM 0180-WRITE-SECURITY-LOG THRU 0180-END
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0200-LOAD-QUEUE THRU 0200-END
      * A queue the table could not hold in full cannot be saved
      * without dropping its tail.
           IF WS-AQ-TABLE-OVERFLOWED
               DISPLAY "APPROVAL-QUEUE: approval queue is larger than "
                   "the table - run aborted"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ZERO TO WS-MENU-CHOICE
           PERFORM UNTIL WS-MENU-CHOICE = 6
               DISPLAY "1. Queue a write-off approval"
               DISPLAY "2. Queue a merge pair"
               DISPLAY "3. Queue a client rollback"
               DISPLAY "4. Review pending items"
               DISPLAY "5. List items"
               DISPLAY "6. Exit"
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM 1000-QUEUE-WRITEOFF THRU 1000-END
                   WHEN 2
                       PERFORM 1100-QUEUE-MERGE THRU 1100-END
                   WHEN 3
                       PERFORM 1200-QUEUE-ROLLBACK THRU 1200-END
                   WHEN 4
                       PERFORM 2000-REVIEW-PENDING THRU 2000-END
                   WHEN 5
                       PERFORM 2500-LIST-ITEMS THRU 2500-END
                   WHEN 6
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid option - choose 1 to 6"
               END-EVALUATE
           END-PERFORM
           MOVE ZERO TO RETURN-CODE
           GOBACK.

       0100-OPERATOR-SIGN-ON.
           SET WS-SIGNON-NOT-OK TO TRUE
           SET SO-SIGN-ON TO TRUE
           MOVE 'APPROVAL-QUEUE' TO SO-CALL-PROGRAM
           CALL "SIGNON" USING SO-CALL-FUNCTION SO-CALL-PROGRAM
               SO-CALL-USER-ID SO-CALL-USER-NAME SO-CALL-USER-LEVEL
               SO-CALL-TARGET-ID SO-CALL-NEW-PASSWORD
               SO-CALL-RETURN-CODE
           IF SO-SIGNED-ON
               MOVE SO-CALL-USER-ID TO WS-OPERATOR-ID
               MOVE SO-CALL-USER-NAME TO WS-OPERATOR-NAME
               MOVE SO-CALL-USER-LEVEL TO WS-OPERATOR-LEVEL
               SET WS-SIGNON-OK TO TRUE
           END-IF.
       0100-END. EXIT.

       0180-WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG-FILE
           IF WS-SECURITY-STATUS = '35'
               OPEN OUTPUT SECURITY-LOG-FILE
               CLOSE SECURITY-LOG-FILE
               OPEN EXTEND SECURITY-LOG-FILE
           END-IF
           IF WS-SECURITY-STATUS NOT = '00'
               DISPLAY "APPROVAL-QUEUE: cannot open security log, "
                   "status " WS-SECURITY-STATUS
           ELSE
               MOVE SPACES TO SECURITY-LOG-LINE
               ACCEPT SEC-DATE FROM DATE YYYYMMDD
               ACCEPT SEC-TIME FROM TIME
               MOVE 'APPROVAL-QUEUE' TO SEC-PROGRAM
               MOVE WS-OPERATOR-ID TO SEC-USER-ID
               MOVE WS-SEC-DETAIL TO SEC-DETAIL
               WRITE SECURITY-LOG-LINE
               CLOSE SECURITY-LOG-FILE
           END-IF.
       0180-END. EXIT.

       0200-LOAD-QUEUE.
           MOVE ZERO TO WS-AQ-COUNT
           MOVE ZERO TO WS-LAST-NUMBER
           MOVE 'N' TO WS-QUEUE-EOF
           OPEN INPUT APPROVAL-QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = '00'
               DISPLAY "No approval items on file yet"
               GO TO 0200-END
           END-IF
           PERFORM UNTIL WS-QUEUE-EOF = 'Y'
               READ APPROVAL-QUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-QUEUE-EOF
                   NOT AT END
                       IF WS-AQ-COUNT < 2000
                           ADD 1 TO WS-AQ-COUNT
                           MOVE APPROVAL-QUEUE-LINE
                               TO WS-AQ-ENTRY (WS-AQ-COUNT)
                           IF AQ-ITEM-NUMBER > WS-LAST-NUMBER
                               MOVE AQ-ITEM-NUMBER
                                   TO WS-LAST-NUMBER
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-AQ-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPROVAL-QUEUE-FILE.
       0200-END. EXIT.

      * WS-ENTRY-CODE must be on the client master; the name comes
      * back in WS-CLIENT-NAME, spaces when it is not there.
       0300-FIND-CLIENT.
           MOVE SPACES TO WS-CLIENT-NAME
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "Cannot open the client master, status "
                   WS-MASTER-STATUS
               GO TO 0300-END
           END-IF
           MOVE WS-ENTRY-CODE TO CM-CLIENT-CODE
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO CM-CLIENT-NAME
           END-READ
           CLOSE CLIENT-MASTER-FILE
           MOVE CM-CLIENT-NAME TO WS-CLIENT-NAME
           IF WS-CLIENT-NAME = SPACES
               DISPLAY "Client " WS-ENTRY-CODE " not on the master"
           END-IF.
       0300-END. EXIT.

      * An item of the same type for the same detail already waiting
      * or approved would only be applied twice.
       0400-CHECK-ALREADY-QUEUED.
           MOVE 'Y' TO WS-ENTRY-OK
           PERFORM VARYING WS-Q2 FROM 1 BY 1
               UNTIL WS-Q2 > WS-AQ-COUNT
               MOVE WS-AQ-ENTRY (WS-Q2) TO APPROVAL-QUEUE-LINE
               IF AQ-TYPE = WS-NEW-TYPE
                   AND AQ-DETAIL = WS-NEW-DETAIL
                   AND (AQ-PENDING OR AQ-APPROVED)
                   DISPLAY "Already queued as item " AQ-ITEM-NUMBER
                       " (status " AQ-STATUS ") - not queued again"
                   MOVE 'N' TO WS-ENTRY-OK
               END-IF
           END-PERFORM.
       0400-END. EXIT.

       1000-QUEUE-WRITEOFF.
           DISPLAY "Client code to approve for write-off: "
           ACCEPT WS-ENTRY-CODE
           PERFORM 0300-FIND-CLIENT THRU 0300-END
           IF WS-CLIENT-NAME = SPACES
               GO TO 1000-END
           END-IF
           DISPLAY WS-CLIENT-NAME
           MOVE SPACES TO WS-NEW-DETAIL
           MOVE 'WOFF' TO WS-NEW-TYPE
           MOVE 3 TO WS-NEW-LEVEL
           MOVE WS-ENTRY-CODE TO WS-NEW-DETAIL (1:7)
           PERFORM 1900-ADD-ITEM THRU 1900-END.
       1000-END. EXIT.

       1100-QUEUE-MERGE.
           DISPLAY "Survivor client code: "
           ACCEPT WS-ENTRY-CODE
           PERFORM 0300-FIND-CLIENT THRU 0300-END
           IF WS-CLIENT-NAME = SPACES
               GO TO 1100-END
           END-IF
           DISPLAY "  survivor:  " WS-CLIENT-NAME
           MOVE WS-ENTRY-CODE TO WS-ENTRY-CODE-2
           DISPLAY "Duplicate client code: "
           ACCEPT WS-ENTRY-CODE
           IF WS-ENTRY-CODE = WS-ENTRY-CODE-2
               DISPLAY "Survivor and duplicate must differ - "
                   "not queued"
               GO TO 1100-END
           END-IF
           PERFORM 0300-FIND-CLIENT THRU 0300-END
           IF WS-CLIENT-NAME = SPACES
               GO TO 1100-END
           END-IF
           DISPLAY "  duplicate: " WS-CLIENT-NAME
           MOVE SPACES TO WS-NEW-DETAIL
           MOVE 'MERG' TO WS-NEW-TYPE
           MOVE 3 TO WS-NEW-LEVEL
           MOVE WS-ENTRY-CODE-2 TO WS-NEW-DETAIL (1:7)
           MOVE WS-ENTRY-CODE TO WS-NEW-DETAIL (9:7)
           PERFORM 1900-ADD-ITEM THRU 1900-END.
       1100-END. EXIT.

      * The same selections CLIENT-ROLLBACK always took: one client
      * (optionally from a date/time), or every client changed at or
      * after a date/time.
       1200-QUEUE-ROLLBACK.
           MOVE ZERO TO WS-ENTRY-CODE
           MOVE ZERO TO WS-ENTRY-DATE
           MOVE ZERO TO WS-ENTRY-TIME
           DISPLAY "1. Restore one client"
           DISPLAY "2. Restore everything after a date/time"
           ACCEPT WS-SUB-CHOICE
           EVALUATE WS-SUB-CHOICE
               WHEN '1'
                   DISPLAY "Client code: "
                   ACCEPT WS-ENTRY-CODE
                   PERFORM 0300-FIND-CLIENT THRU 0300-END
                   IF WS-CLIENT-NAME = SPACES
                       GO TO 1200-END
                   END-IF
                   DISPLAY "From date YYYYMMDD (zero = oldest): "
                   ACCEPT WS-ENTRY-DATE
               WHEN '2'
                   DISPLAY "From date YYYYMMDD: "
                   ACCEPT WS-ENTRY-DATE
                   DISPLAY "From time HHMMSSss (zero = 00000000): "
                   ACCEPT WS-ENTRY-TIME
                   IF WS-ENTRY-DATE = ZERO
                       DISPLAY "A from date is needed - not queued"
                       GO TO 1200-END
                   END-IF
               WHEN OTHER
                   DISPLAY "Choose 1 or 2 - not queued"
                   GO TO 1200-END
           END-EVALUATE
           MOVE SPACES TO WS-NEW-DETAIL
           MOVE 'RBCK' TO WS-NEW-TYPE
           MOVE 4 TO WS-NEW-LEVEL
           MOVE WS-ENTRY-CODE TO WS-NEW-DETAIL (1:7)
           MOVE WS-ENTRY-DATE TO WS-NEW-DETAIL (9:8)
           MOVE WS-ENTRY-TIME TO WS-NEW-DETAIL (18:8)
           PERFORM 1900-ADD-ITEM THRU 1900-END.
       1200-END. EXIT.

       1900-ADD-ITEM.
           PERFORM 0400-CHECK-ALREADY-QUEUED THRU 0400-END
           IF WS-ENTRY-OK = 'N'
               GO TO 1900-END
           END-IF
           DISPLAY "Reason: "
           ACCEPT WS-ENTRY-REASON
           IF WS-ENTRY-REASON = SPACES
               DISPLAY "A reason is required - not queued"
               GO TO 1900-END
           END-IF
           IF WS-AQ-COUNT >= 2000
               DISPLAY "Approval table full - not queued"
               GO TO 1900-END
           END-IF
           ACCEPT WS-NOW-TIME FROM TIME
           ADD 1 TO WS-LAST-NUMBER
           MOVE SPACES TO APPROVAL-QUEUE-LINE
           MOVE WS-LAST-NUMBER TO AQ-ITEM-NUMBER
           MOVE WS-NEW-TYPE TO AQ-TYPE
           SET AQ-PENDING TO TRUE
           MOVE WS-NEW-LEVEL TO AQ-REQ-LEVEL
           MOVE WS-OPERATOR-ID TO AQ-MAKER-ID
           MOVE WS-TODAY-DATE TO AQ-MAKER-DATE
           MOVE WS-NOW-TIME TO AQ-MAKER-TIME
           MOVE WS-NEW-DETAIL TO AQ-DETAIL
           MOVE WS-ENTRY-REASON TO AQ-MAKER-REASON
           MOVE SPACES TO AQ-CHECKER-ID
           MOVE ZERO TO AQ-DECISION-DATE
           MOVE SPACES TO AQ-CHECKER-REASON
           MOVE ZERO TO AQ-APPLIED-DATE
           ADD 1 TO WS-AQ-COUNT
           MOVE APPROVAL-QUEUE-LINE TO WS-AQ-ENTRY (WS-AQ-COUNT)
           PERFORM 3000-SAVE-QUEUE THRU 3000-END
           DISPLAY "Item " WS-LAST-NUMBER " queued - awaiting "
               "approval by another operator".
       1900-END. EXIT.

      * The checker walks the pending items one by one. An item the
      * operator keyed, or one above the operator's level, is shown
      * but cannot be decided here.
       2000-REVIEW-PENDING.
           MOVE ZERO TO WS-PENDING-SEEN
           MOVE 'N' TO WS-SAVE-NEEDED
           MOVE SPACE TO WS-SUB-CHOICE
           PERFORM VARYING WS-Q FROM 1 BY 1
               UNTIL WS-Q > WS-AQ-COUNT OR WS-SUB-CHOICE = 'Q'
               MOVE WS-AQ-ENTRY (WS-Q) TO APPROVAL-QUEUE-LINE
               IF AQ-PENDING
                   ADD 1 TO WS-PENDING-SEEN
                   PERFORM 2100-DECIDE-ONE THRU 2100-END
               END-IF
           END-PERFORM
           IF WS-PENDING-SEEN = ZERO
               DISPLAY "No items awaiting approval"
           END-IF
           IF WS-SAVE-NEEDED = 'Y'
               PERFORM 3000-SAVE-QUEUE THRU 3000-END
           END-IF.
       2000-END. EXIT.

       2100-DECIDE-ONE.
           PERFORM 2200-SHOW-ITEM THRU 2200-END
           DISPLAY "  keyed by " AQ-MAKER-ID " on " AQ-MAKER-DATE
               " - reason: " AQ-MAKER-REASON
           IF AQ-MAKER-ID = WS-OPERATOR-ID
               DISPLAY "  keyed by you - another operator must "
                   "decide it"
               GO TO 2100-END
           END-IF
           IF WS-OPERATOR-LEVEL < AQ-REQ-LEVEL
               DISPLAY "  needs level " AQ-REQ-LEVEL
                   " or better to decide"
               GO TO 2100-END
           END-IF
           DISPLAY "A=approve R=reject S=skip Q=quit review"
           ACCEPT WS-SUB-CHOICE
           EVALUATE WS-SUB-CHOICE
               WHEN 'A'
               WHEN 'R'
                   DISPLAY "Reason: "
                   ACCEPT WS-ENTRY-REASON
                   IF WS-ENTRY-REASON = SPACES
                       DISPLAY "A reason is required - item left "
                           "pending"
                       GO TO 2100-END
                   END-IF
                   IF WS-SUB-CHOICE = 'A'
                       SET AQ-APPROVED TO TRUE
                       DISPLAY "Approved"
                   ELSE
                       SET AQ-REJECTED TO TRUE
                       DISPLAY "Rejected"
                   END-IF
                   MOVE WS-OPERATOR-ID TO AQ-CHECKER-ID
                   MOVE WS-TODAY-DATE TO AQ-DECISION-DATE
                   MOVE WS-ENTRY-REASON TO AQ-CHECKER-REASON
                   MOVE APPROVAL-QUEUE-LINE TO WS-AQ-ENTRY (WS-Q)
                   MOVE 'Y' TO WS-SAVE-NEEDED
               WHEN 'Q'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Skipped"
           END-EVALUATE.
       2100-END. EXIT.

       2200-SHOW-ITEM.
           EVALUATE TRUE
               WHEN AQ-WRITEOFF
                   DISPLAY "Item " AQ-ITEM-NUMBER " WRITE-OFF "
                       "client " AQ-WO-CLIENT-CODE
               WHEN AQ-RATE-CHANGE
                   MOVE AQ-RT-AMOUNT TO WS-AMOUNT-EDIT
                   DISPLAY "Item " AQ-ITEM-NUMBER " RATE status "
                       AQ-RT-STATUS " UF " AQ-RT-UF " from "
                       AQ-RT-EFF-DATE " R$ " WS-AMOUNT-EDIT
               WHEN AQ-MERGE-PAIR
                   DISPLAY "Item " AQ-ITEM-NUMBER " MERGE "
                       AQ-MG-DUPLICATE " into " AQ-MG-SURVIVOR
               WHEN AQ-ROLLBACK
                   DISPLAY "Item " AQ-ITEM-NUMBER " ROLLBACK client "
                       AQ-RB-CLIENT-CODE " from " AQ-RB-FROM-DATE
                       " " AQ-RB-FROM-TIME
               WHEN OTHER
                   DISPLAY "Item " AQ-ITEM-NUMBER " " AQ-TYPE " "
                       AQ-DETAIL
           END-EVALUATE.
       2200-END. EXIT.

       2500-LIST-ITEMS.
           MOVE ZERO TO WS-LISTED
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-AQ-COUNT
               MOVE WS-AQ-ENTRY (WS-Q) TO APPROVAL-QUEUE-LINE
               PERFORM 2200-SHOW-ITEM THRU 2200-END
               DISPLAY "  status " AQ-STATUS " maker " AQ-MAKER-ID
                   " " AQ-MAKER-DATE " checker " AQ-CHECKER-ID
                   " " AQ-DECISION-DATE
               ADD 1 TO WS-LISTED
           END-PERFORM
           IF WS-LISTED = ZERO
               DISPLAY "(no approval items on file)"
           END-IF.
       2500-END. EXIT.

       3000-SAVE-QUEUE.
           OPEN OUTPUT APPROVAL-QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = '00'
               DISPLAY "APPROVAL-QUEUE: cannot rewrite the approval "
                   "queue, status " WS-QUEUE-STATUS
               GO TO 3000-END
           END-IF
           PERFORM VARYING WS-Q2 FROM 1 BY 1
               UNTIL WS-Q2 > WS-AQ-COUNT
               MOVE WS-AQ-ENTRY (WS-Q2) TO APPROVAL-QUEUE-LINE
               WRITE APPROVAL-QUEUE-LINE
           END-PERFORM
           CLOSE APPROVAL-QUEUE-FILE.
       3000-END. EXIT.

       END PROGRAM APPROVAL-QUEUE.
