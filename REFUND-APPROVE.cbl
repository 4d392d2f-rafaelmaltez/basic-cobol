      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Menu-driven refund request entry and supervisor
      *          approval, in the style of CONFIG-MAINT. Front desk
      *          (data entry or better) keys a request against a
      *          client's credit on account with the payout method -
      *          bank transfer or PIX key - and the reason; a
      *          supervisor then reviews each pending request with
      *          the client's available credit shown and approves or
      *          declines it. A request can never ask for more than
      *          the client holds on credits-on-account.txt, and a
      *          supervisor cannot approve a request they keyed in
      *          themselves. Only approved requests are paid, by
      *          REFUND-RUN.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 RM  Original version.
      *   15/10/2026 RM  Sign-on now goes through SIGNON: operator
      *                  id and password, with first-use and
      *                  expiry changes and lockout, in place of
      *                  the id-only lookup on users.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUND-APPROVE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO '..\refund-requests.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REQUEST-STATUS.

           SELECT CREDIT-FILE ASSIGN TO '..\credits-on-account.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CREDIT-STATUS.

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
       FD REQUEST-FILE.
       COPY REFUNDREC REPLACING ==:RECNAME:==
           BY ==REFUND-REQUEST-LINE==.

       FD CREDIT-FILE.
       COPY CREDITREC REPLACING ==:RECNAME:== BY ==CREDIT-LINE==.

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
       01 WS-REQUEST-STATUS PIC X(2).
       01 WS-CREDIT-STATUS PIC X(2).
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-SECURITY-STATUS PIC X(2).
       01 WS-REQUEST-EOF PIC X(1).
       01 WS-CREDIT-EOF PIC X(1).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-RQ-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-RQ-TABLE.
           05 WS-RQ-ENTRY PIC X(170) OCCURS 2000 TIMES.
       01 WS-R PIC 9(4) COMP.
       01 WS-R2 PIC 9(4) COMP.
       01 WS-LAST-NUMBER PIC 9(6) VALUE ZERO.
       01 WS-MENU-CHOICE PIC 9(1).
       01 WS-SUB-CHOICE PIC X(1).
       01 WS-ENTRY-CODE PIC 9(7).
       01 WS-ENTRY-AMOUNT PIC 9(7)V99.
       01 WS-ENTRY-METHOD PIC X(1).
       01 WS-ENTRY-BANK PIC 9(3).
       01 WS-ENTRY-AGENCY PIC 9(5).
       01 WS-ENTRY-ACCOUNT PIC X(12).
       01 WS-ENTRY-PIX-KEY PIC X(36).
       01 WS-ENTRY-REASON PIC X(30).
       01 WS-CREDIT-AVAILABLE PIC 9(9)V99.
       01 WS-CREDIT-PENDING PIC 9(9)V99.
       01 WS-CREDIT-APPROVED PIC 9(9)V99.
       01 WS-CREDIT-FREE PIC S9(9)V99.
       01 WS-AMOUNT-EDIT PIC Z,ZZZ,ZZ9.99.
       01 WS-CREDIT-EDIT PIC -ZZ,ZZZ,ZZ9.99.
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
               DISPLAY "REFUND-APPROVE: sign-on failed - run aborted"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-OPERATOR-LEVEL < 2
               DISPLAY "REFUND-APPROVE: data entry level needed - "
                   "run refused"
               MOVE 'DENIED: DATA ENTRY NEEDED' TO WS-SEC-DETAIL
               PERFORM 0180-WRITE-SECURITY-LOG THRU 0180-END
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0200-LOAD-REQUESTS THRU 0200-END
           MOVE ZERO TO WS-MENU-CHOICE
           PERFORM UNTIL WS-MENU-CHOICE = 4
               DISPLAY "1. Enter a refund request"
               DISPLAY "2. Review pending requests (supervisor)"
               DISPLAY "3. List requests"
               DISPLAY "4. Exit"
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM 1000-ENTER-REQUEST THRU 1000-END
                   WHEN 2
                       PERFORM 2000-REVIEW-PENDING THRU 2000-END
                   WHEN 3
                       PERFORM 2500-LIST-REQUESTS THRU 2500-END
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid option - choose 1 to 4"
               END-EVALUATE
           END-PERFORM
           MOVE ZERO TO RETURN-CODE
           GOBACK.

       0100-OPERATOR-SIGN-ON.
           SET WS-SIGNON-NOT-OK TO TRUE
           SET SO-SIGN-ON TO TRUE
           MOVE 'REFUND-APPROVE' TO SO-CALL-PROGRAM
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
               DISPLAY "REFUND-APPROVE: cannot open security log, "
                   "status " WS-SECURITY-STATUS
           ELSE
               MOVE SPACES TO SECURITY-LOG-LINE
               ACCEPT SEC-DATE FROM DATE YYYYMMDD
               ACCEPT SEC-TIME FROM TIME
               MOVE 'REFUND-APPROVE' TO SEC-PROGRAM
               MOVE WS-OPERATOR-ID TO SEC-USER-ID
               MOVE WS-SEC-DETAIL TO SEC-DETAIL
               WRITE SECURITY-LOG-LINE
               CLOSE SECURITY-LOG-FILE
           END-IF.
       0180-END. EXIT.

       0200-LOAD-REQUESTS.
           MOVE ZERO TO WS-RQ-COUNT
           MOVE ZERO TO WS-LAST-NUMBER
           MOVE 'N' TO WS-REQUEST-EOF
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = '00'
               DISPLAY "No refund requests on file yet"
               GO TO 0200-END
           END-IF
           PERFORM UNTIL WS-REQUEST-EOF = 'Y'
               READ REQUEST-FILE
                   AT END
                       MOVE 'Y' TO WS-REQUEST-EOF
                   NOT AT END
                       IF WS-RQ-COUNT < 2000
                           ADD 1 TO WS-RQ-COUNT
                           MOVE REFUND-REQUEST-LINE
                               TO WS-RQ-ENTRY (WS-RQ-COUNT)
                           IF RQ-REQUEST-NUMBER > WS-LAST-NUMBER
                               MOVE RQ-REQUEST-NUMBER
                                   TO WS-LAST-NUMBER
                           END-IF
                       ELSE
                           DISPLAY "Request table full - request "
                               RQ-REQUEST-NUMBER " not loaded"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUEST-FILE.
       0200-END. EXIT.

      * The client's credit on account, summed over every line
      * PAYMENT-POST left for them, less what other requests
      * already pending or approved would take. The approved share
      * alone is kept too, for the supervisor's decision.
       0300-GET-CREDIT.
           MOVE ZERO TO WS-CREDIT-AVAILABLE
           MOVE ZERO TO WS-CREDIT-PENDING
           MOVE 'N' TO WS-CREDIT-EOF
           OPEN INPUT CREDIT-FILE
           IF WS-CREDIT-STATUS = '00'
               PERFORM UNTIL WS-CREDIT-EOF = 'Y'
                   READ CREDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-CREDIT-EOF
                       NOT AT END
                           IF CR-CLIENT-CODE = WS-ENTRY-CODE
                               ADD CR-AMOUNT TO WS-CREDIT-AVAILABLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDIT-FILE
           END-IF
           MOVE ZERO TO WS-CREDIT-APPROVED
           PERFORM VARYING WS-R2 FROM 1 BY 1
               UNTIL WS-R2 > WS-RQ-COUNT
               MOVE WS-RQ-ENTRY (WS-R2) TO REFUND-REQUEST-LINE
               IF RQ-CLIENT-CODE = WS-ENTRY-CODE
                   AND (RQ-REQUESTED OR RQ-APPROVED)
                   ADD RQ-AMOUNT TO WS-CREDIT-PENDING
                   IF RQ-APPROVED
                       ADD RQ-AMOUNT TO WS-CREDIT-APPROVED
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-CREDIT-FREE =
               WS-CREDIT-AVAILABLE - WS-CREDIT-PENDING.
       0300-END. EXIT.

       1000-ENTER-REQUEST.
           DISPLAY "Client code: "
           ACCEPT WS-ENTRY-CODE
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "Cannot open the client master, status "
                   WS-MASTER-STATUS
               GO TO 1000-END
           END-IF
           MOVE WS-ENTRY-CODE TO CM-CLIENT-CODE
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO CM-CLIENT-NAME
           END-READ
           CLOSE CLIENT-MASTER-FILE
           IF CM-CLIENT-NAME = SPACES
               DISPLAY "Client " WS-ENTRY-CODE " not on the master"
               GO TO 1000-END
           END-IF
           PERFORM 0300-GET-CREDIT THRU 0300-END
           MOVE WS-CREDIT-FREE TO WS-CREDIT-EDIT
           DISPLAY CM-CLIENT-NAME " - credit free to refund: R$ "
               WS-CREDIT-EDIT
           IF WS-CREDIT-FREE NOT > ZERO
               DISPLAY "No credit on account left to refund"
               GO TO 1000-END
           END-IF
           DISPLAY "Amount to refund (9999999V99, e.g. 000012550): "
           ACCEPT WS-ENTRY-AMOUNT
           IF WS-ENTRY-AMOUNT = ZERO
               OR WS-ENTRY-AMOUNT > WS-CREDIT-FREE
               DISPLAY "Amount must be above zero and within the "
                   "free credit - request not taken"
               GO TO 1000-END
           END-IF
           DISPLAY "Pay by B=bank transfer  P=PIX key: "
           ACCEPT WS-ENTRY-METHOD
           MOVE ZERO TO WS-ENTRY-BANK
           MOVE ZERO TO WS-ENTRY-AGENCY
           MOVE SPACES TO WS-ENTRY-ACCOUNT
           MOVE SPACES TO WS-ENTRY-PIX-KEY
           EVALUATE WS-ENTRY-METHOD
               WHEN 'B'
                   DISPLAY "Bank code (3 digits): "
                   ACCEPT WS-ENTRY-BANK
                   DISPLAY "Agency (5 digits): "
                   ACCEPT WS-ENTRY-AGENCY
                   DISPLAY "Account with digit: "
                   ACCEPT WS-ENTRY-ACCOUNT
                   IF WS-ENTRY-BANK = ZERO
                       OR WS-ENTRY-ACCOUNT = SPACES
                       DISPLAY "Bank and account are required - "
                           "request not taken"
                       GO TO 1000-END
                   END-IF
               WHEN 'P'
                   DISPLAY "PIX key: "
                   ACCEPT WS-ENTRY-PIX-KEY
                   IF WS-ENTRY-PIX-KEY = SPACES
                       DISPLAY "PIX key is required - request not "
                           "taken"
                       GO TO 1000-END
                   END-IF
               WHEN OTHER
                   DISPLAY "Choose B or P - request not taken"
                   GO TO 1000-END
           END-EVALUATE
           DISPLAY "Reason: "
           ACCEPT WS-ENTRY-REASON
           IF WS-RQ-COUNT >= 2000
               DISPLAY "Request table full - request not taken"
               GO TO 1000-END
           END-IF
           ADD 1 TO WS-LAST-NUMBER
           MOVE SPACES TO REFUND-REQUEST-LINE
           MOVE WS-LAST-NUMBER TO RQ-REQUEST-NUMBER
           MOVE WS-ENTRY-CODE TO RQ-CLIENT-CODE
           MOVE WS-TODAY-DATE TO RQ-REQUEST-DATE
           MOVE WS-ENTRY-AMOUNT TO RQ-AMOUNT
           MOVE WS-ENTRY-METHOD TO RQ-METHOD
           MOVE WS-ENTRY-BANK TO RQ-BANK-CODE
           MOVE WS-ENTRY-AGENCY TO RQ-AGENCY
           MOVE WS-ENTRY-ACCOUNT TO RQ-ACCOUNT
           MOVE WS-ENTRY-PIX-KEY TO RQ-PIX-KEY
           MOVE WS-ENTRY-REASON TO RQ-REASON
           MOVE WS-OPERATOR-ID TO RQ-REQUESTED-BY
           MOVE 'R' TO RQ-STATUS
           MOVE SPACES TO RQ-APPROVER
           MOVE ZERO TO RQ-DECISION-DATE
           MOVE ZERO TO RQ-PAID-DATE
           ADD 1 TO WS-RQ-COUNT
           MOVE REFUND-REQUEST-LINE TO WS-RQ-ENTRY (WS-RQ-COUNT)
           PERFORM 3000-SAVE-REQUESTS THRU 3000-END
           DISPLAY "Refund request " WS-LAST-NUMBER
               " taken - awaiting supervisor approval".
       1000-END. EXIT.

      * A supervisor walks the pending requests one by one. The
      * free credit is recomputed before each decision so two
      * requests can never approve the same credit twice.
       2000-REVIEW-PENDING.
           IF WS-OPERATOR-LEVEL < 3
               DISPLAY "Supervisor level needed to approve refunds"
               MOVE 'DENIED: REFUND APPROVAL' TO WS-SEC-DETAIL
               PERFORM 0180-WRITE-SECURITY-LOG THRU 0180-END
               GO TO 2000-END
           END-IF
           MOVE ZERO TO WS-PENDING-SEEN
           MOVE 'N' TO WS-SAVE-NEEDED
           MOVE SPACE TO WS-SUB-CHOICE
           PERFORM VARYING WS-R FROM 1 BY 1
               UNTIL WS-R > WS-RQ-COUNT OR WS-SUB-CHOICE = 'Q'
               MOVE WS-RQ-ENTRY (WS-R) TO REFUND-REQUEST-LINE
               IF RQ-REQUESTED
                   ADD 1 TO WS-PENDING-SEEN
                   PERFORM 2100-DECIDE-ONE THRU 2100-END
               END-IF
           END-PERFORM
           IF WS-PENDING-SEEN = ZERO
               DISPLAY "No refund requests awaiting approval"
           END-IF
           IF WS-SAVE-NEEDED = 'Y'
               PERFORM 3000-SAVE-REQUESTS THRU 3000-END
           END-IF.
       2000-END. EXIT.

       2100-DECIDE-ONE.
           MOVE RQ-CLIENT-CODE TO WS-ENTRY-CODE
           PERFORM 0300-GET-CREDIT THRU 0300-END
           MOVE WS-RQ-ENTRY (WS-R) TO REFUND-REQUEST-LINE
           MOVE RQ-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-CREDIT-AVAILABLE TO WS-CREDIT-EDIT
           DISPLAY "Request " RQ-REQUEST-NUMBER " client "
               RQ-CLIENT-CODE " amount R$ " WS-AMOUNT-EDIT
           DISPLAY "  by " RQ-METHOD " " RQ-BANK-CODE "/"
               RQ-AGENCY "/" RQ-ACCOUNT " " RQ-PIX-KEY
           DISPLAY "  reason: " RQ-REASON " keyed by "
               RQ-REQUESTED-BY " on " RQ-REQUEST-DATE
           DISPLAY "  credit on account: R$ " WS-CREDIT-EDIT
           DISPLAY "A=approve D=decline S=skip Q=quit review"
           ACCEPT WS-SUB-CHOICE
           EVALUATE WS-SUB-CHOICE
               WHEN 'A'
                   IF RQ-REQUESTED-BY = WS-OPERATOR-ID
                       DISPLAY "A request cannot be approved by "
                           "the operator who keyed it"
                       GO TO 2100-END
                   END-IF
                   IF WS-CREDIT-AVAILABLE <
                       WS-CREDIT-APPROVED + RQ-AMOUNT
                       DISPLAY "Client's credit no longer covers "
                           "this request - decline it instead"
                       GO TO 2100-END
                   END-IF
                   MOVE 'A' TO RQ-STATUS
                   MOVE WS-OPERATOR-ID TO RQ-APPROVER
                   MOVE WS-TODAY-DATE TO RQ-DECISION-DATE
                   MOVE REFUND-REQUEST-LINE TO WS-RQ-ENTRY (WS-R)
                   MOVE 'Y' TO WS-SAVE-NEEDED
                   DISPLAY "Approved"
               WHEN 'D'
                   MOVE 'D' TO RQ-STATUS
                   MOVE WS-OPERATOR-ID TO RQ-APPROVER
                   MOVE WS-TODAY-DATE TO RQ-DECISION-DATE
                   MOVE REFUND-REQUEST-LINE TO WS-RQ-ENTRY (WS-R)
                   MOVE 'Y' TO WS-SAVE-NEEDED
                   DISPLAY "Declined"
               WHEN 'Q'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Skipped"
           END-EVALUATE.
       2100-END. EXIT.

       2500-LIST-REQUESTS.
           MOVE ZERO TO WS-LISTED
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RQ-COUNT
               MOVE WS-RQ-ENTRY (WS-R) TO REFUND-REQUEST-LINE
               MOVE RQ-AMOUNT TO WS-AMOUNT-EDIT
               DISPLAY RQ-REQUEST-NUMBER " " RQ-CLIENT-CODE " "
                   RQ-REQUEST-DATE " " WS-AMOUNT-EDIT " "
                   RQ-METHOD " " RQ-STATUS " " RQ-APPROVER
               ADD 1 TO WS-LISTED
           END-PERFORM
           IF WS-LISTED = ZERO
               DISPLAY "(no refund requests on file)"
           END-IF.
       2500-END. EXIT.

       3000-SAVE-REQUESTS.
           OPEN OUTPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = '00'
               DISPLAY "REFUND-APPROVE: cannot rewrite the request "
                   "file, status " WS-REQUEST-STATUS
               GO TO 3000-END
           END-IF
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RQ-COUNT
               MOVE WS-RQ-ENTRY (WS-R) TO REFUND-REQUEST-LINE
               WRITE REFUND-REQUEST-LINE
           END-PERFORM
           CLOSE REQUEST-FILE.
       3000-END. EXIT.

       END PROGRAM REFUND-APPROVE.
