      *                  run below supervisor (3), with the refused
      *                  attempt on the security log - cutoffs stop
      *                  being changeable by anyone who can type.
      *   15/10/2026 RM  Sign-on now goes through SIGNON: operator
      *                  id and password, with first-use and
      *                  expiry changes and lockout, in place of
      *                  the id-only lookup on users.txt.
      *   15/10/2026 RM  New option 3 requests a rate-table change:
      *                  the new rate goes onto approval-queue.txt as
      *                  a pending item for a second operator to
      *                  approve in APPROVAL-QUEUE, and RATE-READJUST
      *                  adds it to rate-table.txt only once approved.
      *   15/10/2026 RM  New option 4 maintains the revenue budget
      *                  (budget.txt): billing and collections per
      *                  branch, product and month, the branch checked
      *                  against branches.txt and the product against
      *                  products.txt (or SERVIC for plain service),
      *                  with a .bak backup and an audit line per
      *                  change. Exit moves to option 5.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFIG-MAINT.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DRVAGE-BAK-STATUS.

           SELECT SECURITY-LOG-FILE ASSIGN TO '..\security-log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECURITY-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CFG-AUDIT-STATUS.

           SELECT APPROVAL-QUEUE-FILE ASSIGN TO '..\approval-queue.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUEUE-STATUS.

           SELECT BUDGET-FILE ASSIGN TO '..\budget.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUDGET-STATUS.

           SELECT BUDGET-BACKUP-FILE ASSIGN TO '..\budget.bak'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUDGET-BAK-STATUS.

           SELECT BRANCH-FILE ASSIGN TO '..\branches.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRANCH-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO '..\products.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRODUCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SCALE-FILE.
           05 FILLER PIC X(1).
           05 SEC-DETAIL PIC X(30).

       FD CONFIG-AUDIT-FILE.
       01 CONFIG-AUDIT-LINE.
           05 CA-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CA-NEW-VALUE PIC X(20).

       FD APPROVAL-QUEUE-FILE.
       COPY APPRQREC REPLACING ==:RECNAME:==
           BY ==APPROVAL-QUEUE-LINE==.

       FD BUDGET-FILE.
       COPY BUDGETREC REPLACING ==:RECNAME:== BY ==BUDGET-LINE==.

       FD BUDGET-BACKUP-FILE.
       01 BUDGET-BACKUP-LINE PIC X(41).

       FD BRANCH-FILE.
       COPY BRANCHREC REPLACING ==:RECNAME:== BY ==BRANCH-LINE==.

       FD PRODUCT-FILE.
       COPY PRODREC REPLACING ==:RECNAME:== BY ==PRODUCT-LINE==.

       WORKING-STORAGE SECTION.
       01 WS-SCALE-STATUS PIC X(2).
       01 WS-SCALE-BAK-STATUS PIC X(2).
       01 WS-DRVAGE-STATUS PIC X(2).
       01 WS-DRVAGE-BAK-STATUS PIC X(2).
       01 WS-CFG-AUDIT-STATUS PIC X(2).
       01 WS-QUEUE-STATUS PIC X(2).
       01 WS-QUEUE-EOF PIC X(1).
       01 WS-LAST-NUMBER PIC 9(6).
       01 WS-RATE-OK PIC X(1).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-NOW-TIME PIC 9(8).
       01 WS-RATE-DETAIL.
           05 WS-RQ-STATUS PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RQ-UF PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RQ-EFF-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RQ-AMOUNT PIC 9(5)V99.
           05 FILLER PIC X(19) VALUE SPACES.
       01 WS-RQ-REASON PIC X(30).
       01 WS-SCALE-FILE-END PIC X(1).
       01 WS-DRVAGE-FILE-END PIC X(1).
       COPY GRDSCALE.
       01 WS-SIGNON-SWITCH PIC X(1).
           88 WS-SIGNON-OK VALUE 'Y'.
           88 WS-SIGNON-NOT-OK VALUE 'N'.
       COPY SIGNONPARM.
       01 WS-AUD-FILE PIC X(15).
       01 WS-AUD-ACTION PIC X(6).
       01 WS-AUD-OLD PIC X(20).
       01 WS-AUD-NEW PIC X(20).
       01 WS-BUDGET-STATUS PIC X(2).
       01 WS-BUDGET-BAK-STATUS PIC X(2).
       01 WS-BRANCH-STATUS PIC X(2).
       01 WS-PRODUCT-STATUS PIC X(2).
       01 WS-BUDGET-FILE-END PIC X(1).
       01 WS-BG-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-BG-OVERFLOW PIC X(1).
       01 WS-BG-TABLE.
           05 WS-BG-ENTRY OCCURS 3000 TIMES.
               10 WS-BG-KEY.
                   15 WS-BG-BRANCH PIC 9(3).
                   15 WS-BG-PRODUCT PIC X(6).
                   15 WS-BG-MONTH PIC 9(6).
               10 WS-BG-BILLED PIC 9(9)V99.
               10 WS-BG-COLLECTED PIC 9(9)V99.
       01 WS-BG-SWAP-ENTRY PIC X(37).
       01 WS-BG PIC 9(4) COMP.
       01 WS-BG-NEXT PIC 9(4) COMP.
       01 WS-BG-POS PIC 9(4) COMP.
       01 WS-BG-SWAPPED PIC X(1).
       01 WS-NEW-BUDGET-KEY.
           05 WS-NEW-BRANCH PIC 9(3).
           05 WS-NEW-PRODUCT PIC X(6).
           05 WS-NEW-MONTH PIC 9(6).
       01 WS-NEW-MONTH-X REDEFINES WS-NEW-BUDGET-KEY.
           05 FILLER PIC X(9).
           05 WS-NEW-MONTH-YEAR PIC 9(4).
           05 WS-NEW-MONTH-MM PIC 9(2).
       01 WS-NEW-BILLED PIC 9(9)V99.
       01 WS-NEW-COLLECTED PIC 9(9)V99.
       01 WS-LIST-YEAR PIC 9(4).
       01 WS-BUDGET-OK PIC X(1).
       01 WS-BV-BRANCH-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-BV-BRANCH PIC 9(3) OCCURS 100 TIMES.
       01 WS-BV-PRODUCT-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-BV-PRODUCT PIC X(6) OCCURS 100 TIMES.
       01 WS-BV PIC 9(3) COMP.
       01 WS-BG-BILLED-EDIT PIC Z(8)9.99.
       01 WS-BG-COLLECTED-EDIT PIC Z(8)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
               GOBACK
           END-IF
           MOVE ZERO TO WS-MENU-CHOICE
           PERFORM UNTIL WS-MENU-CHOICE = 5
               DISPLAY "1. Maintain grade scale (grade-scale.cfg)"
               DISPLAY "2. Maintain driving ages (driving-age.cfg)"
               DISPLAY "3. Request a rate-table change (approval)"
               DISPLAY "4. Maintain revenue budget (budget.txt)"
               DISPLAY "5. Exit"
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                   WHEN 2
                       PERFORM 2000-MAINTAIN-DRVAGE THRU 2000-END
                   WHEN 3
                       PERFORM 3000-REQUEST-RATE THRU 3000-END
                   WHEN 4
                       PERFORM 4000-MAINTAIN-BUDGET THRU 4000-END
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid option - choose 1 to 5"
               END-EVALUATE
           END-PERFORM
           MOVE ZERO TO RETURN-CODE

       0100-OPERATOR-SIGN-ON.
           SET WS-SIGNON-NOT-OK TO TRUE
           SET SO-SIGN-ON TO TRUE
           MOVE 'CONFIG-MAINT' TO SO-CALL-PROGRAM
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
           END-IF.
       2600-END. EXIT.

      * A rate-table change is never written to rate-table.txt
      * here: it goes onto the approval queue as a pending RATE item
      * and RATE-READJUST adds the line once a second operator has
      * approved it in APPROVAL-QUEUE.
       3000-REQUEST-RATE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE 'Y' TO WS-RATE-OK
           DISPLAY "Client status (A, I, P or S): "
           ACCEPT WS-RQ-STATUS
           DISPLAY "UF (** = fallback for any UF): "
           ACCEPT WS-RQ-UF
           DISPLAY "Effective date YYYYMMDD: "
           ACCEPT WS-RQ-EFF-DATE
           DISPLAY "Monthly fee (99999V99, e.g. 0015000): "
           ACCEPT WS-RQ-AMOUNT
           IF WS-RQ-STATUS NOT = 'A' AND NOT = 'I'
               AND NOT = 'P' AND NOT = 'S'
               DISPLAY "Status must be A, I, P or S"
               MOVE 'N' TO WS-RATE-OK
           END-IF
           IF WS-RQ-UF = SPACES
               DISPLAY "A UF (or **) is required"
               MOVE 'N' TO WS-RATE-OK
           END-IF
           IF WS-RQ-EFF-DATE < WS-TODAY-DATE
               DISPLAY "Effective date cannot be in the past"
               MOVE 'N' TO WS-RATE-OK
           END-IF
           IF WS-RQ-AMOUNT = ZERO
               DISPLAY "Fee must be above zero"
               MOVE 'N' TO WS-RATE-OK
           END-IF
           IF WS-RATE-OK = 'N'
               DISPLAY "Rate change not requested"
               GO TO 3000-END
           END-IF
           DISPLAY "Reason: "
           ACCEPT WS-RQ-REASON
           IF WS-RQ-REASON = SPACES
               DISPLAY "A reason is required - rate change not "
                   "requested"
               GO TO 3000-END
           END-IF
           PERFORM 3100-SCAN-QUEUE THRU 3100-END
           IF WS-RATE-OK = 'N'
               GO TO 3000-END
           END-IF
           OPEN EXTEND APPROVAL-QUEUE-FILE
           IF WS-QUEUE-STATUS = '35'
               OPEN OUTPUT APPROVAL-QUEUE-FILE
               CLOSE APPROVAL-QUEUE-FILE
               OPEN EXTEND APPROVAL-QUEUE-FILE
           END-IF
           IF WS-QUEUE-STATUS NOT = '00'
               DISPLAY "CONFIG-MAINT: cannot open the approval "
                   "queue, status " WS-QUEUE-STATUS
               GO TO 3000-END
           END-IF
           ACCEPT WS-NOW-TIME FROM TIME
           ADD 1 TO WS-LAST-NUMBER
           MOVE SPACES TO APPROVAL-QUEUE-LINE
           MOVE WS-LAST-NUMBER TO AQ-ITEM-NUMBER
           SET AQ-RATE-CHANGE TO TRUE
           SET AQ-PENDING TO TRUE
           MOVE 3 TO AQ-REQ-LEVEL
           MOVE WS-OPERATOR-ID TO AQ-MAKER-ID
           MOVE WS-TODAY-DATE TO AQ-MAKER-DATE
           MOVE WS-NOW-TIME TO AQ-MAKER-TIME
           MOVE WS-RATE-DETAIL TO AQ-DETAIL
           MOVE WS-RQ-REASON TO AQ-MAKER-REASON
           MOVE SPACES TO AQ-CHECKER-ID
           MOVE ZERO TO AQ-DECISION-DATE
           MOVE SPACES TO AQ-CHECKER-REASON
           MOVE ZERO TO AQ-APPLIED-DATE
           WRITE APPROVAL-QUEUE-LINE
           CLOSE APPROVAL-QUEUE-FILE
           DISPLAY "Rate change queued as item " WS-LAST-NUMBER
               " - awaiting approval by another operator"
           MOVE 'RATE-TABLE' TO WS-AUD-FILE
           MOVE 'QUEUED' TO WS-AUD-ACTION
           MOVE SPACES TO WS-AUD-OLD
           MOVE SPACES TO WS-AUD-NEW
           STRING WS-RQ-STATUS " " WS-RQ-UF " " WS-RQ-EFF-DATE
               DELIMITED BY SIZE INTO WS-AUD-NEW
           PERFORM 9000-WRITE-CONFIG-AUDIT THRU 9000-END.
       3000-END. EXIT.

      * Finds the last item number in use and refuses a change
      * already waiting or approved for the same status, UF and
      * date.
       3100-SCAN-QUEUE.
           MOVE ZERO TO WS-LAST-NUMBER
           MOVE 'N' TO WS-QUEUE-EOF
           OPEN INPUT APPROVAL-QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = '00'
               GO TO 3100-END
           END-IF
           PERFORM UNTIL WS-QUEUE-EOF = 'Y'
               READ APPROVAL-QUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-QUEUE-EOF
                   NOT AT END
                       IF AQ-ITEM-NUMBER IS NUMERIC
                           AND AQ-ITEM-NUMBER > WS-LAST-NUMBER
                           MOVE AQ-ITEM-NUMBER TO WS-LAST-NUMBER
                       END-IF
                       IF AQ-RATE-CHANGE
                           AND (AQ-PENDING OR AQ-APPROVED)
                           AND AQ-RT-STATUS = WS-RQ-STATUS
                           AND AQ-RT-UF = WS-RQ-UF
                           AND AQ-RT-EFF-DATE = WS-RQ-EFF-DATE
                           DISPLAY "Already queued as item "
                               AQ-ITEM-NUMBER " - not requested "
                               "again"
                           MOVE 'N' TO WS-RATE-OK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPROVAL-QUEUE-FILE.
       3100-END. EXIT.

      * The budget is refused for maintenance when budget.txt holds
      * more lines than the table - saving would lose the rest.
       4000-MAINTAIN-BUDGET.
           PERFORM 4100-LOAD-BUDGET THRU 4100-END
           IF WS-BG-OVERFLOW = 'Y'
               DISPLAY "budget.txt holds more than 3000 lines - "
                   "not maintainable here"
               GO TO 4000-END
           END-IF
           PERFORM 4150-LOAD-CODES THRU 4150-END
           MOVE SPACE TO WS-SUB-CHOICE
           PERFORM UNTIL WS-SUB-CHOICE = 'Q' OR WS-SUB-CHOICE = 'S'
               DISPLAY "Budget: L=list year A=add/change D=delete"
               DISPLAY "        S=save and exit  Q=quit unsaved"
               ACCEPT WS-SUB-CHOICE
               EVALUATE WS-SUB-CHOICE
                   WHEN 'L'
                       PERFORM 4200-LIST-BUDGET THRU 4200-END
                   WHEN 'A'
                       PERFORM 4300-SET-BUDGET THRU 4300-END
                   WHEN 'D'
                       PERFORM 4400-DELETE-BUDGET THRU 4400-END
                   WHEN 'S'
                       PERFORM 4500-SAVE-BUDGET THRU 4500-END
                   WHEN 'Q'
                       DISPLAY "Changes discarded"
                   WHEN OTHER
                       DISPLAY "Choose L, A, D, S or Q"
               END-EVALUATE
           END-PERFORM.
       4000-END. EXIT.

       4100-LOAD-BUDGET.
           MOVE ZERO TO WS-BG-COUNT
           MOVE 'N' TO WS-BG-OVERFLOW
           MOVE 'N' TO WS-BUDGET-FILE-END
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-STATUS NOT = '00'
               DISPLAY "No budget.txt on file yet - starting from "
                   "an empty budget"
               GO TO 4100-END
           END-IF
           PERFORM UNTIL WS-BUDGET-FILE-END = 'Y'
               READ BUDGET-FILE
                   AT END
                       MOVE 'Y' TO WS-BUDGET-FILE-END
                   NOT AT END
                       IF WS-BG-COUNT < 3000
                           ADD 1 TO WS-BG-COUNT
                           MOVE BU-BRANCH TO WS-BG-BRANCH (WS-BG-COUNT)
                           MOVE BU-PRODUCT
                               TO WS-BG-PRODUCT (WS-BG-COUNT)
                           MOVE BU-MONTH TO WS-BG-MONTH (WS-BG-COUNT)
                           MOVE BU-BILLED TO WS-BG-BILLED (WS-BG-COUNT)
                           MOVE BU-COLLECTED
                               TO WS-BG-COLLECTED (WS-BG-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-BG-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUDGET-FILE.
       4100-END. EXIT.

      * With no branches.txt or products.txt on file the codes are
      * taken as typed, the usual clean-environment allowance.
       4150-LOAD-CODES.
           MOVE ZERO TO WS-BV-BRANCH-COUNT
           MOVE ZERO TO WS-BV-PRODUCT-COUNT
           MOVE 'N' TO WS-BUDGET-FILE-END
           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-STATUS = '00'
               PERFORM UNTIL WS-BUDGET-FILE-END = 'Y'
                   READ BRANCH-FILE
                       AT END
                           MOVE 'Y' TO WS-BUDGET-FILE-END
                       NOT AT END
                           IF WS-BV-BRANCH-COUNT < 100
                               ADD 1 TO WS-BV-BRANCH-COUNT
                               MOVE BRA-CODE TO
                                   WS-BV-BRANCH (WS-BV-BRANCH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-FILE
           END-IF
           MOVE 'N' TO WS-BUDGET-FILE-END
           OPEN INPUT PRODUCT-FILE
           IF WS-PRODUCT-STATUS = '00'
               PERFORM UNTIL WS-BUDGET-FILE-END = 'Y'
                   READ PRODUCT-FILE
                       AT END
                           MOVE 'Y' TO WS-BUDGET-FILE-END
                       NOT AT END
                           IF WS-BV-PRODUCT-COUNT < 100
                               ADD 1 TO WS-BV-PRODUCT-COUNT
                               MOVE PR-PRODUCT-CODE TO
                                   WS-BV-PRODUCT (WS-BV-PRODUCT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-FILE
           END-IF.
       4150-END. EXIT.

       4200-LIST-BUDGET.
           DISPLAY "Year to list (YYYY): "
           ACCEPT WS-LIST-YEAR
           MOVE ZERO TO WS-BG-POS
           PERFORM VARYING WS-BG FROM 1 BY 1
               UNTIL WS-BG > WS-BG-COUNT
               IF WS-BG-MONTH (WS-BG) (1:4) = WS-LIST-YEAR
                   ADD 1 TO WS-BG-POS
                   MOVE WS-BG-BILLED (WS-BG) TO WS-BG-BILLED-EDIT
                   MOVE WS-BG-COLLECTED (WS-BG)
                       TO WS-BG-COLLECTED-EDIT
                   DISPLAY WS-BG-BRANCH (WS-BG) " "
                       WS-BG-PRODUCT (WS-BG) " "
                       WS-BG-MONTH (WS-BG) " billed "
                       WS-BG-BILLED-EDIT " collected "
                       WS-BG-COLLECTED-EDIT
               END-IF
           END-PERFORM
           IF WS-BG-POS = ZERO
               DISPLAY "(no budget lines for " WS-LIST-YEAR ")"
           END-IF.
       4200-END. EXIT.

      * Adds the branch/product/month or changes it in place when it
      * is already budgeted. New lines go in key order.
       4300-SET-BUDGET.
           MOVE 'Y' TO WS-BUDGET-OK
           DISPLAY "Branch code (999): "
           ACCEPT WS-NEW-BRANCH
           DISPLAY "Product code (SERVIC = plain service): "
           ACCEPT WS-NEW-PRODUCT
           DISPLAY "Month YYYYMM: "
           ACCEPT WS-NEW-MONTH
           DISPLAY "Budgeted billing (999999999V99, e.g. "
               "00001500000): "
           ACCEPT WS-NEW-BILLED
           DISPLAY "Budgeted collections (999999999V99): "
           ACCEPT WS-NEW-COLLECTED
           IF WS-BV-BRANCH-COUNT > ZERO
               MOVE ZERO TO WS-BG-POS
               PERFORM VARYING WS-BV FROM 1 BY 1
                   UNTIL WS-BV > WS-BV-BRANCH-COUNT
                   IF WS-BV-BRANCH (WS-BV) = WS-NEW-BRANCH
                       MOVE 1 TO WS-BG-POS
                   END-IF
               END-PERFORM
               IF WS-BG-POS = ZERO
                   DISPLAY "Branch " WS-NEW-BRANCH
                       " is not on branches.txt"
                   MOVE 'N' TO WS-BUDGET-OK
               END-IF
           END-IF
           IF WS-NEW-PRODUCT = SPACES
               DISPLAY "A product code (or SERVIC) is required"
               MOVE 'N' TO WS-BUDGET-OK
           END-IF
           IF WS-NEW-PRODUCT NOT = 'SERVIC'
               AND WS-NEW-PRODUCT NOT = SPACES
               AND WS-BV-PRODUCT-COUNT > ZERO
               MOVE ZERO TO WS-BG-POS
               PERFORM VARYING WS-BV FROM 1 BY 1
                   UNTIL WS-BV > WS-BV-PRODUCT-COUNT
                   IF WS-BV-PRODUCT (WS-BV) = WS-NEW-PRODUCT
                       MOVE 1 TO WS-BG-POS
                   END-IF
               END-PERFORM
               IF WS-BG-POS = ZERO
                   DISPLAY "Product " WS-NEW-PRODUCT
                       " is not on products.txt"
                   MOVE 'N' TO WS-BUDGET-OK
               END-IF
           END-IF
           IF WS-NEW-MONTH-YEAR < 2000
               OR WS-NEW-MONTH-MM < 1 OR WS-NEW-MONTH-MM > 12
               DISPLAY "Month " WS-NEW-MONTH " is not a YYYYMM month"
               MOVE 'N' TO WS-BUDGET-OK
           END-IF
           IF WS-NEW-BILLED = ZERO AND WS-NEW-COLLECTED = ZERO
               DISPLAY "Billing or collections must be above zero "
                   "- delete the line instead"
               MOVE 'N' TO WS-BUDGET-OK
           END-IF
           IF WS-BUDGET-OK = 'N'
               DISPLAY "Budget line not set"
               GO TO 4300-END
           END-IF
           MOVE 'BUDGET' TO WS-AUD-FILE
           MOVE SPACES TO WS-AUD-OLD
           MOVE SPACES TO WS-AUD-NEW
           STRING WS-NEW-BRANCH " " WS-NEW-PRODUCT " " WS-NEW-MONTH
               DELIMITED BY SIZE INTO WS-AUD-NEW
           MOVE ZERO TO WS-BG-POS
           PERFORM VARYING WS-BG FROM 1 BY 1
               UNTIL WS-BG > WS-BG-COUNT OR WS-BG-POS > ZERO
               IF WS-BG-KEY (WS-BG) = WS-NEW-BUDGET-KEY
                   MOVE WS-BG TO WS-BG-POS
               END-IF
           END-PERFORM
           IF WS-BG-POS > ZERO
               MOVE 'CHANGE' TO WS-AUD-ACTION
               MOVE WS-AUD-NEW TO WS-AUD-OLD
           ELSE
               IF WS-BG-COUNT >= 3000
                   DISPLAY "Budget table full"
                   GO TO 4300-END
               END-IF
               MOVE 'ADD' TO WS-AUD-ACTION
               PERFORM 4350-OPEN-SLOT THRU 4350-END
           END-IF
           MOVE WS-NEW-BUDGET-KEY TO WS-BG-KEY (WS-BG-POS)
           MOVE WS-NEW-BILLED TO WS-BG-BILLED (WS-BG-POS)
           MOVE WS-NEW-COLLECTED TO WS-BG-COLLECTED (WS-BG-POS)
           PERFORM 9000-WRITE-CONFIG-AUDIT THRU 9000-END.
       4300-END. EXIT.

      * Shifts the lines above the new key up one and leaves its slot
      * in WS-BG-POS.
       4350-OPEN-SLOT.
           MOVE 1 TO WS-BG-POS
           PERFORM VARYING WS-BG FROM 1 BY 1
               UNTIL WS-BG > WS-BG-COUNT
               IF WS-BG-KEY (WS-BG) < WS-NEW-BUDGET-KEY
                   COMPUTE WS-BG-POS = WS-BG + 1
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BG FROM WS-BG-COUNT BY -1
               UNTIL WS-BG < WS-BG-POS OR WS-BG = ZERO
               COMPUTE WS-BG-NEXT = WS-BG + 1
               MOVE WS-BG-ENTRY (WS-BG) TO WS-BG-ENTRY (WS-BG-NEXT)
           END-PERFORM
           ADD 1 TO WS-BG-COUNT.
       4350-END. EXIT.

       4400-DELETE-BUDGET.
           DISPLAY "Branch code (999): "
           ACCEPT WS-NEW-BRANCH
           DISPLAY "Product code: "
           ACCEPT WS-NEW-PRODUCT
           DISPLAY "Month YYYYMM: "
           ACCEPT WS-NEW-MONTH
           MOVE ZERO TO WS-BG-POS
           PERFORM VARYING WS-BG FROM 1 BY 1
               UNTIL WS-BG > WS-BG-COUNT OR WS-BG-POS > ZERO
               IF WS-BG-KEY (WS-BG) = WS-NEW-BUDGET-KEY
                   MOVE WS-BG TO WS-BG-POS
               END-IF
           END-PERFORM
           IF WS-BG-POS = ZERO
               DISPLAY "No such budget line"
               GO TO 4400-END
           END-IF
           PERFORM VARYING WS-BG FROM WS-BG-POS BY 1
               UNTIL WS-BG >= WS-BG-COUNT
               COMPUTE WS-BG-NEXT = WS-BG + 1
               MOVE WS-BG-ENTRY (WS-BG-NEXT) TO WS-BG-ENTRY (WS-BG)
           END-PERFORM
           SUBTRACT 1 FROM WS-BG-COUNT
           MOVE 'BUDGET' TO WS-AUD-FILE
           MOVE 'DELETE' TO WS-AUD-ACTION
           MOVE SPACES TO WS-AUD-OLD
           STRING WS-NEW-BRANCH " " WS-NEW-PRODUCT " " WS-NEW-MONTH
               DELIMITED BY SIZE INTO WS-AUD-OLD
           MOVE SPACES TO WS-AUD-NEW
           PERFORM 9000-WRITE-CONFIG-AUDIT THRU 9000-END.
       4400-END. EXIT.

      * Lines typed into budget.txt by hand may be out of order; the
      * save puts them back in branch, product and month order.
       4500-SAVE-BUDGET.
           PERFORM 4550-SORT-BUDGET THRU 4550-END
           PERFORM 4600-BACKUP-BUDGET THRU 4600-END
           OPEN OUTPUT BUDGET-FILE
           IF WS-BUDGET-STATUS NOT = '00'
               DISPLAY "CONFIG-MAINT: cannot rewrite budget.txt, "
                   "status " WS-BUDGET-STATUS
               GO TO 4500-END
           END-IF
           PERFORM VARYING WS-BG FROM 1 BY 1
               UNTIL WS-BG > WS-BG-COUNT
               MOVE SPACES TO BUDGET-LINE
               MOVE WS-BG-BRANCH (WS-BG) TO BU-BRANCH
               MOVE WS-BG-PRODUCT (WS-BG) TO BU-PRODUCT
               MOVE WS-BG-MONTH (WS-BG) TO BU-MONTH
               MOVE WS-BG-BILLED (WS-BG) TO BU-BILLED
               MOVE WS-BG-COLLECTED (WS-BG) TO BU-COLLECTED
               WRITE BUDGET-LINE
           END-PERFORM
           CLOSE BUDGET-FILE
           DISPLAY "budget.txt saved (prior version in budget.bak)".
       4500-END. EXIT.

       4550-SORT-BUDGET.
           MOVE 'Y' TO WS-BG-SWAPPED
           PERFORM UNTIL WS-BG-SWAPPED = 'N'
               MOVE 'N' TO WS-BG-SWAPPED
               PERFORM VARYING WS-BG FROM 1 BY 1
                   UNTIL WS-BG >= WS-BG-COUNT
                   COMPUTE WS-BG-NEXT = WS-BG + 1
                   IF WS-BG-KEY (WS-BG) > WS-BG-KEY (WS-BG-NEXT)
                       MOVE WS-BG-ENTRY (WS-BG) TO WS-BG-SWAP-ENTRY
                       MOVE WS-BG-ENTRY (WS-BG-NEXT)
                           TO WS-BG-ENTRY (WS-BG)
                       MOVE WS-BG-SWAP-ENTRY
                           TO WS-BG-ENTRY (WS-BG-NEXT)
                       MOVE 'Y' TO WS-BG-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.
       4550-END. EXIT.

       4600-BACKUP-BUDGET.
           MOVE 'N' TO WS-BUDGET-FILE-END
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-STATUS = '00'
               OPEN OUTPUT BUDGET-BACKUP-FILE
               IF WS-BUDGET-BAK-STATUS = '00'
                   PERFORM UNTIL WS-BUDGET-FILE-END = 'Y'
                       READ BUDGET-FILE
                           AT END
                               MOVE 'Y' TO WS-BUDGET-FILE-END
                           NOT AT END
                               MOVE BUDGET-LINE
                                   TO BUDGET-BACKUP-LINE
                               WRITE BUDGET-BACKUP-LINE
                       END-READ
                   END-PERFORM
                   CLOSE BUDGET-BACKUP-FILE
               END-IF
               CLOSE BUDGET-FILE
           END-IF.
       4600-END. EXIT.

       9000-WRITE-CONFIG-AUDIT.
           OPEN EXTEND CONFIG-AUDIT-FILE
           IF WS-CFG-AUDIT-STATUS = '35'
