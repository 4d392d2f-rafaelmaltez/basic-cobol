      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Branch (filial) transfer transaction. Applies the
      *          requests on branch-transfers.txt (XFERREQREC): the
      *          client's CM-BRANCH is moved to the new branch, the
      *          receivables still open or frozen on open-items.dat
      *          are carried over to it (OI-BRANCH), and a line is
      *          appended to branch-transfer-history.txt (XFERHISTREC)
      *          with the effective date, which BRANCHAT uses to keep
      *          past activity under the old branch. Mandates and
      *          subscriptions are keyed on the client code alone and
      *          go with the client; the register shows what went.
      *          A request effective in the future is held on the
      *          request file for the run that reaches its date; one
      *          with an unknown client or branch, a client already in
      *          that branch, or an effective date before the client's
      *          last transfer goes to branch-transfer-rejects.txt.
      *          branch-transfer-register.txt lists every transfer
      *          applied twice - under the branch it left and the
      *          branch it joined - so both managers see it. Ends 4
      *          when there are no requests or anything was rejected,
      *          16 when a file cannot be opened or the request file
      *          is too large to rewrite safely.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCH-TRANSFER.
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

           SELECT TRANSFER-REQ-FILE ASSIGN TO '..\branch-transfers.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REQUEST-STATUS.

           SELECT TRANSFER-HIST-FILE
           ASSIGN TO '..\branch-transfer-history.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT BRANCH-FILE ASSIGN TO '..\branches.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRANCH-STATUS.

           SELECT MANDATE-FILE ASSIGN TO '..\mandates.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANDATE-STATUS.

           SELECT SUBSCRIPTION-FILE ASSIGN TO '..\subscriptions.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUBS-STATUS.

           SELECT REJECTS-FILE
           ASSIGN TO '..\branch-transfer-rejects.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJECTS-STATUS.

           SELECT SORT-WORK ASSIGN TO "SWKT".

           SELECT REGISTER-FILE
           ASSIGN TO '..\branch-transfer-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.

       FD OPEN-ITEMS-FILE.
       COPY OPNITMREC.

       FD TRANSFER-REQ-FILE.
       COPY XFERREQREC REPLACING ==:RECNAME:==
           BY ==TRANSFER-REQ-LINE==.

       FD TRANSFER-HIST-FILE.
       COPY XFERHISTREC REPLACING ==:RECNAME:==
           BY ==TRANSFER-HIST-LINE==.

       FD BRANCH-FILE.
       COPY BRANCHREC REPLACING ==:RECNAME:== BY ==BRANCH-LINE==.

       FD MANDATE-FILE.
       COPY MANDATEREC REPLACING ==:RECNAME:== BY ==MANDATE-LINE==.

       FD SUBSCRIPTION-FILE.
       COPY SUBSREC REPLACING ==:RECNAME:==
           BY ==SUBSCRIPTION-LINE==.

       FD REJECTS-FILE.
       COPY REJECTREC REPLACING ==:RECNAME:== BY ==REJECT-LINE==.

       SD SORT-WORK.
       01 SORT-REC.
           05 SX-BRANCH PIC 9(3).
           05 SX-DIRECTION PIC X(3).
           05 SX-SLOT PIC 9(4).

       FD REGISTER-FILE.
       01 REGISTER-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-OPEN-ITEMS-FILENAME PIC X(100).
       01 WS-OPEN-ITEMS-STATUS PIC X(2).
       01 WS-HAVE-OPEN-ITEMS PIC X(1) VALUE 'N'.
       01 WS-ITEMS-EOF PIC X(1).
       01 WS-REQUEST-STATUS PIC X(2).
       01 WS-REQUEST-EOF PIC X(1) VALUE 'N'.
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-BRANCH-STATUS PIC X(2).
       01 WS-MANDATE-STATUS PIC X(2).
       01 WS-SUBS-STATUS PIC X(2).
       01 WS-REJECTS-STATUS PIC X(2).
       01 WS-REGISTER-STATUS PIC X(2).
       01 WS-FILE-EOF PIC X(1).
       01 WS-SORT-EOF PIC X(1) VALUE 'N'.
       01 WS-REJECT-REASON PIC X(30).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-NOW-TIME PIC 9(8).
       01 WS-EFF-DATE.
           05 WS-EFF-YEAR PIC 9(4).
           05 WS-EFF-MONTH PIC 9(2).
           05 WS-EFF-DAY PIC 9(2).
       01 WS-OLD-BRANCH PIC 9(3).
       01 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       01 WS-APPLIED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.

      * The request file, loaded whole so held requests can be
      * written back.
       01 WS-RQ-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-RQ-OVERFLOW PIC X(1) VALUE 'N'.
           88 WS-RQ-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-RQ-TABLE.
           05 WS-RQ-ENTRY OCCURS 2000 TIMES.
               10 WS-RQ-RECORD PIC X(29).
               10 WS-RQ-HELD PIC X(1).
       01 WS-RQ-IDX PIC 9(4) COMP.

      * Branch table for validation and the register headings;
      * 000 (head office) is always valid.
       01 WS-BR-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-BR-TABLE.
           05 WS-BR-ENTRY OCCURS 100 TIMES.
               10 WS-BR-CODE PIC 9(3).
               10 WS-BR-NAME PIC X(20).
       01 WS-BR-IDX PIC 9(3) COMP.
       01 WS-BR-FOUND PIC X(1).
       01 WS-LOOKUP-BRANCH PIC 9(3).
       01 WS-LOOKUP-NAME PIC X(20).

      * Each client's latest effective date on the transfer history,
      * kept up to date as this run files new transfers.
       01 WS-LT-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-LT-OVERFLOW PIC X(1) VALUE 'N'.
           88 WS-LT-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-LT-TABLE.
           05 WS-LT-ENTRY OCCURS 5000 TIMES.
               10 WS-LT-CLIENT-CODE PIC 9(7).
               10 WS-LT-EFFECTIVE-DATE PIC 9(8).
       01 WS-LT-IDX PIC 9(4) COMP.
       01 WS-LT-POS PIC 9(4) COMP.

      * Transfers applied this run, for the register.
       01 WS-AP-TABLE.
           05 WS-AP-ENTRY OCCURS 2000 TIMES.
               10 WS-AP-CLIENT-CODE PIC 9(7).
               10 WS-AP-NAME PIC X(20).
               10 WS-AP-OLD-BRANCH PIC 9(3).
               10 WS-AP-NEW-BRANCH PIC 9(3).
               10 WS-AP-EFFECTIVE-DATE PIC 9(8).
               10 WS-AP-ITEMS PIC 9(3).
               10 WS-AP-AMOUNT PIC S9(9)V99.
               10 WS-AP-MANDATE PIC X(1).
               10 WS-AP-SUBS PIC 9(3).
               10 WS-AP-OPERATOR PIC X(8).
       01 WS-AP PIC 9(4) COMP.

      * Register control break.
       01 WS-CURRENT-BRANCH PIC 9(3).
       01 WS-HAVE-BRANCH PIC X(1) VALUE 'N'.
       01 WS-BRANCH-IN PIC 9(5).
       01 WS-BRANCH-OUT PIC 9(5).
       01 WS-BRANCH-AR-IN PIC S9(9)V99.
       01 WS-BRANCH-AR-OUT PIC S9(9)V99.
       01 WS-AMOUNT-EDIT PIC Z(8)9.99-.
       01 WS-AMOUNT-EDIT-2 PIC Z(8)9.99-.
       01 WS-REGISTER-DETAIL.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RD-DIRECTION PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RD-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RD-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RD-OTHER-LABEL PIC X(5).
           05 WS-RD-OTHER-BRANCH PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RD-EFFECTIVE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RD-ITEMS PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RD-AMOUNT PIC Z(8)9.99-.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-RD-MANDATE PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-RD-SUBS PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RD-OPERATOR PIC X(8).
       01 WS-RPT-LINE PIC X(100).
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "BRANCH-TRANSFER" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1000-LOAD-REQUESTS THRU 1000-END
           IF WS-RQ-COUNT = ZERO AND NOT WS-RQ-TABLE-OVERFLOWED
               DISPLAY "BRANCH-TRANSFER: no transfer requests today"
               MOVE 4 TO RETURN-CODE
               SET JL-CALL-END TO TRUE
               CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
                   JL-CALL-RECORD-COUNT
               GOBACK
           END-IF
      * A request file the table could not hold in full cannot be
      * rewritten without losing the held requests past the cap.
           IF WS-RQ-TABLE-OVERFLOWED
               DISPLAY "BRANCH-TRANSFER: request file is larger than "
                   "the table - nothing applied"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-LOAD-BRANCHES THRU 1100-END
           PERFORM 1200-LOAD-LAST-TRANSFERS THRU 1200-END
           IF WS-LT-TABLE-OVERFLOWED
               DISPLAY "BRANCH-TRANSFER: transfer history is larger "
                   "than the table - nothing applied"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1300-OPEN-MASTERS THRU 1300-END
           IF RETURN-CODE = 16
               GOBACK
           END-IF
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT
               MOVE WS-RQ-RECORD (WS-RQ-IDX) TO TRANSFER-REQ-LINE
               MOVE 'N' TO WS-RQ-HELD (WS-RQ-IDX)
               ADD 1 TO WS-READ-COUNT
               PERFORM 2000-APPLY-ONE THRU 2000-END
           END-PERFORM
           CLOSE CLIENT-MASTER-FILE
           IF WS-HAVE-OPEN-ITEMS = 'Y'
               CLOSE OPEN-ITEMS-FILE
           END-IF
           PERFORM 3000-REWRITE-REQUESTS THRU 3000-END
           SORT SORT-WORK
               ON ASCENDING KEY SX-BRANCH SX-DIRECTION SX-SLOT
               INPUT PROCEDURE IS 4000-RELEASE-TRANSFERS THRU 4000-END
               OUTPUT PROCEDURE IS 5000-PRINT-REGISTER THRU 5000-END
           DISPLAY "BRANCH-TRANSFER: " WS-READ-COUNT " request(s), "
               WS-APPLIED-COUNT " applied, " WS-HELD-COUNT
               " held for a later date, " WS-REJECTED-COUNT
               " rejected"
           IF WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           SET JL-CALL-END TO TRUE
           MOVE WS-APPLIED-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

       1000-LOAD-REQUESTS.
           OPEN INPUT TRANSFER-REQ-FILE
           IF WS-REQUEST-STATUS NOT = '00'
               GO TO 1000-END
           END-IF
           PERFORM UNTIL WS-REQUEST-EOF = 'Y'
               READ TRANSFER-REQ-FILE
                   AT END
                       MOVE 'Y' TO WS-REQUEST-EOF
                   NOT AT END
                       IF WS-RQ-COUNT < 2000
                           ADD 1 TO WS-RQ-COUNT
                           MOVE TRANSFER-REQ-LINE
                               TO WS-RQ-RECORD (WS-RQ-COUNT)
                       ELSE
                           SET WS-RQ-TABLE-OVERFLOWED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSFER-REQ-FILE.
       1000-END. EXIT.

       1100-LOAD-BRANCHES.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-STATUS NOT = '00'
               GO TO 1100-END
           END-IF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ BRANCH-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF WS-BR-COUNT < 100
                           ADD 1 TO WS-BR-COUNT
                           MOVE BRA-CODE TO WS-BR-CODE (WS-BR-COUNT)
                           MOVE BRA-NAME TO WS-BR-NAME (WS-BR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRANCH-FILE.
       1100-END. EXIT.

       1200-LOAD-LAST-TRANSFERS.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT TRANSFER-HIST-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               GO TO 1200-END
           END-IF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ TRANSFER-HIST-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       PERFORM 1250-NOTE-LAST-TRANSFER THRU 1250-END
               END-READ
           END-PERFORM
           CLOSE TRANSFER-HIST-FILE.
       1200-END. EXIT.

      * Expects XH-CLIENT-CODE and XH-EFFECTIVE-DATE loaded.
       1250-NOTE-LAST-TRANSFER.
           MOVE ZERO TO WS-LT-POS
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
               UNTIL WS-LT-IDX > WS-LT-COUNT OR WS-LT-POS > ZERO
               IF WS-LT-CLIENT-CODE (WS-LT-IDX) = XH-CLIENT-CODE
                   MOVE WS-LT-IDX TO WS-LT-POS
               END-IF
           END-PERFORM
           IF WS-LT-POS = ZERO
               IF WS-LT-COUNT < 5000
                   ADD 1 TO WS-LT-COUNT
                   MOVE WS-LT-COUNT TO WS-LT-POS
                   MOVE XH-CLIENT-CODE
                       TO WS-LT-CLIENT-CODE (WS-LT-POS)
               ELSE
                   SET WS-LT-TABLE-OVERFLOWED TO TRUE
                   GO TO 1250-END
               END-IF
           END-IF
           MOVE XH-EFFECTIVE-DATE TO WS-LT-EFFECTIVE-DATE (WS-LT-POS).
       1250-END. EXIT.

       1300-OPEN-MASTERS.
           MOVE SPACES TO WS-MASTER-FILENAME
           ACCEPT WS-MASTER-FILENAME
               FROM ENVIRONMENT "CLIENT_MASTER_FILE"
           IF WS-MASTER-FILENAME = SPACES
               MOVE '..\clients.dat' TO WS-MASTER-FILENAME
           END-IF
           OPEN I-O CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "BRANCH-TRANSFER: cannot open master, status "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1300-END
           END-IF
           MOVE SPACES TO WS-OPEN-ITEMS-FILENAME
           ACCEPT WS-OPEN-ITEMS-FILENAME
               FROM ENVIRONMENT "OPEN_ITEMS_FILE"
           IF WS-OPEN-ITEMS-FILENAME = SPACES
               MOVE '..\open-items.dat' TO WS-OPEN-ITEMS-FILENAME
           END-IF
      * No open-items master yet means no receivables to carry; any
      * other failure would leave them behind under the old branch.
           OPEN I-O OPEN-ITEMS-FILE
           EVALUATE WS-OPEN-ITEMS-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-HAVE-OPEN-ITEMS
               WHEN '35'
                   MOVE 'N' TO WS-HAVE-OPEN-ITEMS
               WHEN OTHER
                   DISPLAY "BRANCH-TRANSFER: cannot open open-items "
                       "master, status " WS-OPEN-ITEMS-STATUS
                   CLOSE CLIENT-MASTER-FILE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.
       1300-END. EXIT.

       2000-APPLY-ONE.
           IF XT-CLIENT-CODE NOT NUMERIC
               MOVE "NON-NUMERIC CLIENT CODE" TO WS-REJECT-REASON
               PERFORM 2500-WRITE-REJECT THRU 2500-END
               GO TO 2000-END
           END-IF
           IF XT-EFFECTIVE-DATE NOT NUMERIC
               OR XT-EFFECTIVE-DATE = ZERO
               MOVE WS-TODAY-DATE TO WS-EFF-DATE
           ELSE
               MOVE XT-EFFECTIVE-DATE TO WS-EFF-DATE
           END-IF
           IF WS-EFF-MONTH < 1 OR WS-EFF-MONTH > 12
               OR WS-EFF-DAY < 1 OR WS-EFF-DAY > 31
               MOVE "INVALID EFFECTIVE DATE" TO WS-REJECT-REASON
               PERFORM 2500-WRITE-REJECT THRU 2500-END
               GO TO 2000-END
           END-IF
           IF WS-EFF-DATE > WS-TODAY-DATE
               MOVE 'Y' TO WS-RQ-HELD (WS-RQ-IDX)
               ADD 1 TO WS-HELD-COUNT
               GO TO 2000-END
           END-IF
           MOVE XT-CLIENT-CODE TO CM-CLIENT-CODE
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   MOVE "CLIENT NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM 2500-WRITE-REJECT THRU 2500-END
                   GO TO 2000-END
           END-READ
           IF XT-NEW-BRANCH NOT NUMERIC
               MOVE "NON-NUMERIC BRANCH" TO WS-REJECT-REASON
               PERFORM 2500-WRITE-REJECT THRU 2500-END
               GO TO 2000-END
           END-IF
           MOVE XT-NEW-BRANCH TO WS-LOOKUP-BRANCH
           PERFORM 2900-FIND-BRANCH THRU 2900-END
           IF WS-BR-FOUND = 'N'
               MOVE "BRANCH NOT ON BRANCH TABLE" TO WS-REJECT-REASON
               PERFORM 2500-WRITE-REJECT THRU 2500-END
               GO TO 2000-END
           END-IF
           IF XT-NEW-BRANCH = CM-BRANCH
               MOVE "CLIENT ALREADY IN THAT BRANCH" TO WS-REJECT-REASON
               PERFORM 2500-WRITE-REJECT THRU 2500-END
               GO TO 2000-END
           END-IF
      * History must stay in effective-date order per client, or the
      * branch-as-of-date lookup would put activity in the wrong
      * branch.
           MOVE ZERO TO WS-LT-POS
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
               UNTIL WS-LT-IDX > WS-LT-COUNT OR WS-LT-POS > ZERO
               IF WS-LT-CLIENT-CODE (WS-LT-IDX) = XT-CLIENT-CODE
                   MOVE WS-LT-IDX TO WS-LT-POS
               END-IF
           END-PERFORM
           IF WS-LT-POS > ZERO
               IF WS-EFF-DATE < WS-LT-EFFECTIVE-DATE (WS-LT-POS)
                   MOVE "EFFECTIVE BEFORE LAST TRANSFER"
                       TO WS-REJECT-REASON
                   PERFORM 2500-WRITE-REJECT THRU 2500-END
                   GO TO 2000-END
               END-IF
           END-IF
           MOVE CM-BRANCH TO WS-OLD-BRANCH
           MOVE XT-NEW-BRANCH TO CM-BRANCH
           REWRITE CLIENT-MASTER-RECORD
           IF WS-MASTER-STATUS NOT = '00'
               MOVE "MASTER REWRITE FAILED" TO WS-REJECT-REASON
               PERFORM 2500-WRITE-REJECT THRU 2500-END
               GO TO 2000-END
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           MOVE WS-APPLIED-COUNT TO WS-AP
           MOVE CM-CLIENT-CODE TO WS-AP-CLIENT-CODE (WS-AP)
           MOVE CM-CLIENT-NAME TO WS-AP-NAME (WS-AP)
           MOVE WS-OLD-BRANCH TO WS-AP-OLD-BRANCH (WS-AP)
           MOVE CM-BRANCH TO WS-AP-NEW-BRANCH (WS-AP)
           MOVE WS-EFF-DATE TO WS-AP-EFFECTIVE-DATE (WS-AP)
           MOVE XT-OPERATOR TO WS-AP-OPERATOR (WS-AP)
           IF XT-OPERATOR = SPACES
               MOVE 'BATCH' TO WS-AP-OPERATOR (WS-AP)
           END-IF
           PERFORM 2100-CARRY-OPEN-ITEMS THRU 2100-END
           PERFORM 2200-COUNT-MANDATES THRU 2200-END
           PERFORM 2300-COUNT-SUBSCRIPTIONS THRU 2300-END
           PERFORM 2400-WRITE-HISTORY THRU 2400-END
           MOVE CM-CLIENT-CODE TO XH-CLIENT-CODE
           MOVE WS-EFF-DATE TO XH-EFFECTIVE-DATE
           PERFORM 1250-NOTE-LAST-TRANSFER THRU 1250-END.
       2000-END. EXIT.

      * Receivables still open or frozen follow the client; settled
      * and written-off items are history and stay with the branch
      * that billed them.
       2100-CARRY-OPEN-ITEMS.
           MOVE ZERO TO WS-AP-ITEMS (WS-AP)
           MOVE ZERO TO WS-AP-AMOUNT (WS-AP)
           IF WS-HAVE-OPEN-ITEMS = 'N'
               GO TO 2100-END
           END-IF
           MOVE 'N' TO WS-ITEMS-EOF
           MOVE CM-CLIENT-CODE TO OI-CLIENT-CODE
           MOVE LOW-VALUES TO OI-PERIOD
           START OPEN-ITEMS-FILE KEY >= OI-ITEM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ITEMS-EOF
           END-START
           PERFORM UNTIL WS-ITEMS-EOF = 'Y'
               READ OPEN-ITEMS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ITEMS-EOF
                   NOT AT END
                       IF OI-CLIENT-CODE NOT = CM-CLIENT-CODE
                           MOVE 'Y' TO WS-ITEMS-EOF
                       ELSE
                           IF (OI-OPEN OR OI-FROZEN)
                               AND OI-BRANCH NOT = CM-BRANCH
                               MOVE CM-BRANCH TO OI-BRANCH
                               REWRITE OPEN-ITEM-RECORD
                               IF WS-OPEN-ITEMS-STATUS = '00'
                                   ADD 1 TO WS-AP-ITEMS (WS-AP)
                                   ADD OI-OPEN-AMOUNT
                                       TO WS-AP-AMOUNT (WS-AP)
                               ELSE
                                   DISPLAY "BRANCH-TRANSFER: open "
                                       "item " OI-ITEM-KEY
                                       " not carried, status "
                                       WS-OPEN-ITEMS-STATUS
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       2100-END. EXIT.

       2200-COUNT-MANDATES.
           MOVE 'N' TO WS-AP-MANDATE (WS-AP)
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT MANDATE-FILE
           IF WS-MANDATE-STATUS NOT = '00'
               GO TO 2200-END
           END-IF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ MANDATE-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF MD-CLIENT-CODE = CM-CLIENT-CODE
                           AND MD-ACTIVE
                           MOVE 'Y' TO WS-AP-MANDATE (WS-AP)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANDATE-FILE.
       2200-END. EXIT.

       2300-COUNT-SUBSCRIPTIONS.
           MOVE ZERO TO WS-AP-SUBS (WS-AP)
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT SUBSCRIPTION-FILE
           IF WS-SUBS-STATUS NOT = '00'
               GO TO 2300-END
           END-IF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ SUBSCRIPTION-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF SB-CLIENT-CODE = CM-CLIENT-CODE
                           AND SB-START-DATE <= WS-TODAY-DATE
                           AND (SB-END-DATE = ZERO
                               OR SB-END-DATE >= WS-TODAY-DATE)
                           ADD 1 TO WS-AP-SUBS (WS-AP)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUBSCRIPTION-FILE.
       2300-END. EXIT.

       2400-WRITE-HISTORY.
           OPEN EXTEND TRANSFER-HIST-FILE
           IF WS-HISTORY-STATUS = '35'
               OPEN OUTPUT TRANSFER-HIST-FILE
               CLOSE TRANSFER-HIST-FILE
               OPEN EXTEND TRANSFER-HIST-FILE
           END-IF
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY "BRANCH-TRANSFER: cannot open transfer "
                   "history, status " WS-HISTORY-STATUS
               GO TO 2400-END
           END-IF
           INITIALIZE TRANSFER-HIST-LINE
           MOVE CM-CLIENT-CODE TO XH-CLIENT-CODE
           ACCEPT XH-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-TIME TO XH-TIME
           MOVE WS-OLD-BRANCH TO XH-OLD-BRANCH
           MOVE CM-BRANCH TO XH-NEW-BRANCH
           MOVE WS-EFF-DATE TO XH-EFFECTIVE-DATE
           MOVE WS-AP-OPERATOR (WS-AP) TO XH-USER-ID
           WRITE TRANSFER-HIST-LINE
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY "BRANCH-TRANSFER: transfer history write "
                   "failed, status " WS-HISTORY-STATUS
           END-IF
           CLOSE TRANSFER-HIST-FILE.
       2400-END. EXIT.

      * Expects WS-REJECT-REASON loaded by the caller before the call.
       2500-WRITE-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           INITIALIZE REJECT-LINE
           ACCEPT REJ-DATE FROM DATE YYYYMMDD
           ACCEPT REJ-TIME FROM TIME
           MOVE WS-REJECT-REASON TO REJ-REASON
           MOVE TRANSFER-REQ-LINE TO REJ-RAW-LINE
           OPEN EXTEND REJECTS-FILE
           IF WS-REJECTS-STATUS = '35'
               OPEN OUTPUT REJECTS-FILE
               CLOSE REJECTS-FILE
               OPEN EXTEND REJECTS-FILE
           END-IF
           IF WS-REJECTS-STATUS NOT = '00'
               DISPLAY "BRANCH-TRANSFER: cannot open rejects file, "
                   "status " WS-REJECTS-STATUS
           ELSE
               WRITE REJECT-LINE
               IF WS-REJECTS-STATUS NOT = '00'
                   DISPLAY "BRANCH-TRANSFER: rejects write failed, "
                       "status " WS-REJECTS-STATUS
               END-IF
               CLOSE REJECTS-FILE
           END-IF.
       2500-END. EXIT.

      * Expects WS-LOOKUP-BRANCH; returns WS-BR-FOUND and the name.
       2900-FIND-BRANCH.
           MOVE SPACES TO WS-LOOKUP-NAME
           IF WS-LOOKUP-BRANCH = ZERO
               MOVE 'Y' TO WS-BR-FOUND
               MOVE "HEAD OFFICE" TO WS-LOOKUP-NAME
               GO TO 2900-END
           END-IF
           MOVE 'N' TO WS-BR-FOUND
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT OR WS-BR-FOUND = 'Y'
               IF WS-BR-CODE (WS-BR-IDX) = WS-LOOKUP-BRANCH
                   MOVE 'Y' TO WS-BR-FOUND
                   MOVE WS-BR-NAME (WS-BR-IDX) TO WS-LOOKUP-NAME
               END-IF
           END-PERFORM.
       2900-END. EXIT.

      * Only requests held for a later date go back on the file;
      * applied and rejected ones are finished with.
       3000-REWRITE-REQUESTS.
           OPEN OUTPUT TRANSFER-REQ-FILE
           IF WS-REQUEST-STATUS NOT = '00'
               DISPLAY "BRANCH-TRANSFER: cannot rewrite request file, "
                   "status " WS-REQUEST-STATUS
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 3000-END
           END-IF
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT
               IF WS-RQ-HELD (WS-RQ-IDX) = 'Y'
                   MOVE WS-RQ-RECORD (WS-RQ-IDX) TO TRANSFER-REQ-LINE
                   WRITE TRANSFER-REQ-LINE
               END-IF
           END-PERFORM
           CLOSE TRANSFER-REQ-FILE.
       3000-END. EXIT.

      * Every transfer goes to the register twice: OUT under the
      * branch it left, IN under the branch it joined.
       4000-RELEASE-TRANSFERS.
           PERFORM VARYING WS-AP FROM 1 BY 1
               UNTIL WS-AP > WS-APPLIED-COUNT
               MOVE WS-AP-OLD-BRANCH (WS-AP) TO SX-BRANCH
               MOVE 'OUT' TO SX-DIRECTION
               MOVE WS-AP TO SX-SLOT
               RELEASE SORT-REC
               MOVE WS-AP-NEW-BRANCH (WS-AP) TO SX-BRANCH
               MOVE 'IN ' TO SX-DIRECTION
               MOVE WS-AP TO SX-SLOT
               RELEASE SORT-REC
           END-PERFORM.
       4000-END. EXIT.

       5000-PRINT-REGISTER.
           OPEN OUTPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY "BRANCH-TRANSFER: cannot open register, status "
                   WS-REGISTER-STATUS
               GO TO 5000-END
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "BRANCH TRANSFER REGISTER - " WS-TODAY-DATE
               "   TRANSFERS APPLIED: " WS-APPLIED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REGISTER-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "AR = OPEN RECEIVABLES CARRIED   MD = ACTIVE DEBIT "
               "MANDATE   SUBS = ACTIVE SUBSCRIPTIONS"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REGISTER-LINE FROM WS-RPT-LINE
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF WS-HAVE-BRANCH = 'Y'
                           AND SX-BRANCH NOT = WS-CURRENT-BRANCH
                           PERFORM 5200-BRANCH-TOTALS THRU 5200-END
                       END-IF
                       IF WS-HAVE-BRANCH = 'N'
                           OR SX-BRANCH NOT = WS-CURRENT-BRANCH
                           PERFORM 5100-BRANCH-HEADING THRU 5100-END
                       END-IF
                       PERFORM 5300-PRINT-ONE THRU 5300-END
               END-RETURN
           END-PERFORM
           IF WS-HAVE-BRANCH = 'Y'
               PERFORM 5200-BRANCH-TOTALS THRU 5200-END
           ELSE
               MOVE SPACES TO WS-RPT-LINE
               WRITE REGISTER-LINE FROM WS-RPT-LINE
               MOVE "NO TRANSFERS APPLIED THIS RUN" TO WS-RPT-LINE
               WRITE REGISTER-LINE FROM WS-RPT-LINE
           END-IF
           CLOSE REGISTER-FILE.
       5000-END. EXIT.

       5100-BRANCH-HEADING.
           MOVE 'Y' TO WS-HAVE-BRANCH
           MOVE SX-BRANCH TO WS-CURRENT-BRANCH
           MOVE ZERO TO WS-BRANCH-IN WS-BRANCH-OUT
           MOVE ZERO TO WS-BRANCH-AR-IN WS-BRANCH-AR-OUT
           MOVE SX-BRANCH TO WS-LOOKUP-BRANCH
           PERFORM 2900-FIND-BRANCH THRU 2900-END
           MOVE SPACES TO WS-RPT-LINE
           WRITE REGISTER-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "BRANCH " SX-BRANCH " " WS-LOOKUP-NAME
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REGISTER-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  DIR CLIENT  NAME                 BRANCH EFFECTIVE"
               "  ITEMS          AR  MD  SUBS OPERATOR"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REGISTER-LINE FROM WS-RPT-LINE.
       5100-END. EXIT.

       5200-BRANCH-TOTALS.
           MOVE WS-BRANCH-AR-IN TO WS-AMOUNT-EDIT
           MOVE WS-BRANCH-AR-OUT TO WS-AMOUNT-EDIT-2
           MOVE SPACES TO WS-RPT-LINE
           STRING "  IN: " WS-BRANCH-IN " AR " WS-AMOUNT-EDIT
               "   OUT: " WS-BRANCH-OUT " AR " WS-AMOUNT-EDIT-2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REGISTER-LINE FROM WS-RPT-LINE.
       5200-END. EXIT.

       5300-PRINT-ONE.
           MOVE SX-SLOT TO WS-AP
           MOVE SX-DIRECTION TO WS-RD-DIRECTION
           MOVE WS-AP-CLIENT-CODE (WS-AP) TO WS-RD-CODE
           MOVE WS-AP-NAME (WS-AP) TO WS-RD-NAME
           IF SX-DIRECTION = 'OUT'
               MOVE "TO   " TO WS-RD-OTHER-LABEL
               MOVE WS-AP-NEW-BRANCH (WS-AP) TO WS-RD-OTHER-BRANCH
               ADD 1 TO WS-BRANCH-OUT
               ADD WS-AP-AMOUNT (WS-AP) TO WS-BRANCH-AR-OUT
           ELSE
               MOVE "FROM " TO WS-RD-OTHER-LABEL
               MOVE WS-AP-OLD-BRANCH (WS-AP) TO WS-RD-OTHER-BRANCH
               ADD 1 TO WS-BRANCH-IN
               ADD WS-AP-AMOUNT (WS-AP) TO WS-BRANCH-AR-IN
           END-IF
           MOVE WS-AP-EFFECTIVE-DATE (WS-AP) TO WS-RD-EFFECTIVE
           MOVE WS-AP-ITEMS (WS-AP) TO WS-RD-ITEMS
           MOVE WS-AP-AMOUNT (WS-AP) TO WS-RD-AMOUNT
           MOVE WS-AP-MANDATE (WS-AP) TO WS-RD-MANDATE
           MOVE WS-AP-SUBS (WS-AP) TO WS-RD-SUBS
           MOVE WS-AP-OPERATOR (WS-AP) TO WS-RD-OPERATOR
           WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL.
       5300-END. EXIT.

       END PROGRAM BRANCH-TRANSFER.
