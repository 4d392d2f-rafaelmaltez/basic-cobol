      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Refund run. Pays every refund request a supervisor
      *          approved through REFUND-APPROVE out of the client's
      *          credit on account: the credit is drawn down on
      *          credits-on-account.txt, the payment goes on the
      *          payout file for the bank (refund-payouts.txt - a TED
      *          line with bank, agency and account or a PIX line
      *          with the key, plus the beneficiary's CPF/CNPJ and
      *          name from the client master, between HDR and TRL
      *          controls), and the refund is recorded on the refund
      *          register with date, amount, method and approver for
      *          GL-EXPORT and CLIENT-STATEMENT. An approved request
      *          the client's credit no longer covers is left
      *          approved and unpaid, listed, and the run ends with
      *          RETURN-CODE 4.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUND-RUN.
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

           SELECT PAYOUT-FILE ASSIGN TO '..\refund-payouts.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYOUT-STATUS.

           SELECT REFUND-REGISTER-FILE
           ASSIGN TO '..\refund-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REQUEST-FILE.
       COPY REFUNDREC REPLACING ==:RECNAME:==
           BY ==REFUND-REQUEST-LINE==.

       FD CREDIT-FILE.
       COPY CREDITREC REPLACING ==:RECNAME:== BY ==CREDIT-LINE==.

       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.

       FD PAYOUT-FILE.
       01 PAYOUT-LINE PIC X(150).

       FD REFUND-REGISTER-FILE.
       COPY REFUNDREGREC REPLACING ==:RECNAME:==
           BY ==REFUND-REG-LINE==.

       WORKING-STORAGE SECTION.
       01 WS-REQUEST-STATUS PIC X(2).
       01 WS-CREDIT-STATUS PIC X(2).
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-PAYOUT-STATUS PIC X(2).
       01 WS-REGISTER-STATUS PIC X(2).
       01 WS-REQUEST-EOF PIC X(1) VALUE 'N'.
       01 WS-CREDIT-EOF PIC X(1) VALUE 'N'.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-RQ-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-RQ-TABLE.
           05 WS-RQ-ENTRY PIC X(170) OCCURS 2000 TIMES.
       01 WS-R PIC 9(4) COMP.
       01 WS-RQ-OVERFLOW PIC X(1) VALUE 'N'.
       01 WS-CRD-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-CRD-TABLE.
           05 WS-CRD-ENTRY OCCURS 5000 TIMES.
               10 WS-CRD-CODE PIC 9(7).
               10 WS-CRD-AMOUNT PIC 9(7)V99.
       01 WS-K PIC 9(4) COMP.
       01 WS-CRD-POS PIC 9(4) COMP.
       01 WS-CRD-OVERFLOW PIC X(1) VALUE 'N'.
           88 WS-CRD-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-PAID-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PAID-AMOUNT PIC 9(11)V99 VALUE ZERO.
       01 WS-SHORT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PAYOUT-HDR.
           05 FILLER PIC X(4) VALUE 'HDR,'.
           05 PH-DATE PIC 9(8).
       01 WS-PAYOUT-TED.
           05 FILLER PIC X(4) VALUE 'TED,'.
           05 PT-REQUEST PIC 9(6).
           05 FILLER PIC X(1) VALUE ','.
           05 PT-CLIENT-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE ','.
           05 PT-TAX-ID PIC X(14).
           05 FILLER PIC X(1) VALUE ','.
           05 PT-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE ','.
           05 PT-BANK PIC 9(3).
           05 FILLER PIC X(1) VALUE ','.
           05 PT-AGENCY PIC 9(5).
           05 FILLER PIC X(1) VALUE ','.
           05 PT-ACCOUNT PIC X(12).
           05 FILLER PIC X(1) VALUE ','.
           05 PT-AMOUNT PIC 9(7)V99.
       01 WS-PAYOUT-PIX.
           05 FILLER PIC X(4) VALUE 'PIX,'.
           05 PP-REQUEST PIC 9(6).
           05 FILLER PIC X(1) VALUE ','.
           05 PP-CLIENT-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE ','.
           05 PP-TAX-ID PIC X(14).
           05 FILLER PIC X(1) VALUE ','.
           05 PP-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE ','.
           05 PP-KEY PIC X(36).
           05 FILLER PIC X(1) VALUE ','.
           05 PP-AMOUNT PIC 9(7)V99.
       01 WS-PAYOUT-TRL.
           05 FILLER PIC X(4) VALUE 'TRL,'.
           05 PR-COUNT PIC 9(7).
           05 FILLER PIC X(1) VALUE ','.
           05 PR-AMOUNT PIC 9(11)V99.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "REFUND-RUN" TO JL-CALL-PROGRAM
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
           PERFORM 0100-LOAD-REQUESTS THRU 0100-END
           PERFORM 0150-LOAD-CREDITS THRU 0150-END
           IF WS-CRD-TABLE-OVERFLOWED OR WS-RQ-OVERFLOW = 'Y'
               DISPLAY "REFUND-RUN: request or credit file larger "
                   "than its table - nothing paid, files untouched"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2000-PAY-REFUNDS THRU 2000-END
           IF WS-PAID-COUNT > ZERO
               PERFORM 3000-REWRITE-CREDITS THRU 3000-END
               PERFORM 3100-REWRITE-REQUESTS THRU 3100-END
           END-IF
           DISPLAY "REFUND-RUN: " WS-PAID-COUNT " refund(s) paid, "
               "total " WS-PAID-AMOUNT ", " WS-SHORT-COUNT
               " approved request(s) short of credit"
           IF WS-PAID-COUNT = ZERO OR WS-SHORT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           SET JL-CALL-END TO TRUE
           MOVE WS-PAID-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

       0100-LOAD-REQUESTS.
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = '00'
               DISPLAY "REFUND-RUN: no refund requests on file"
               GO TO 0100-END
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
                       ELSE
                           MOVE 'Y' TO WS-RQ-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUEST-FILE.
       0100-END. EXIT.

      * One credit balance per client, summed the way CLIENT-BILLING
      * sums it before drawing it down.
       0150-LOAD-CREDITS.
           OPEN INPUT CREDIT-FILE
           IF WS-CREDIT-STATUS NOT = '00'
               DISPLAY "REFUND-RUN: no credits on account"
               GO TO 0150-END
           END-IF
           PERFORM UNTIL WS-CREDIT-EOF = 'Y'
               READ CREDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-CREDIT-EOF
                   NOT AT END
                       PERFORM 0160-STORE-CREDIT THRU 0160-END
               END-READ
           END-PERFORM
           CLOSE CREDIT-FILE.
       0150-END. EXIT.

       0160-STORE-CREDIT.
           MOVE ZERO TO WS-CRD-POS
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-CRD-COUNT OR WS-CRD-POS > ZERO
               IF WS-CRD-CODE (WS-K) = CR-CLIENT-CODE
                   MOVE WS-K TO WS-CRD-POS
               END-IF
           END-PERFORM
           IF WS-CRD-POS = ZERO
               IF WS-CRD-COUNT < 5000
                   ADD 1 TO WS-CRD-COUNT
                   MOVE WS-CRD-COUNT TO WS-CRD-POS
                   MOVE CR-CLIENT-CODE TO WS-CRD-CODE (WS-CRD-POS)
                   MOVE ZERO TO WS-CRD-AMOUNT (WS-CRD-POS)
               ELSE
                   SET WS-CRD-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF
           IF WS-CRD-POS > ZERO
               ADD CR-AMOUNT TO WS-CRD-AMOUNT (WS-CRD-POS)
           END-IF.
       0160-END. EXIT.

       2000-PAY-REFUNDS.
           IF WS-RQ-COUNT = ZERO
               GO TO 2000-END
           END-IF
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "REFUND-RUN: cannot open master, status "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PAYOUT-FILE
           IF WS-PAYOUT-STATUS NOT = '00'
               DISPLAY "REFUND-RUN: cannot open payout file, status "
                   WS-PAYOUT-STATUS
               CLOSE CLIENT-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND REFUND-REGISTER-FILE
           IF WS-REGISTER-STATUS = '35'
               OPEN OUTPUT REFUND-REGISTER-FILE
               CLOSE REFUND-REGISTER-FILE
               OPEN EXTEND REFUND-REGISTER-FILE
           END-IF
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY "REFUND-RUN: cannot open refund register, "
                   "status " WS-REGISTER-STATUS
               CLOSE PAYOUT-FILE
               CLOSE CLIENT-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-TODAY-DATE TO PH-DATE
           WRITE PAYOUT-LINE FROM WS-PAYOUT-HDR
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RQ-COUNT
               MOVE WS-RQ-ENTRY (WS-R) TO REFUND-REQUEST-LINE
               IF RQ-APPROVED
                   PERFORM 2100-PAY-ONE THRU 2100-END
               END-IF
           END-PERFORM
           MOVE WS-PAID-COUNT TO PR-COUNT
           MOVE WS-PAID-AMOUNT TO PR-AMOUNT
           WRITE PAYOUT-LINE FROM WS-PAYOUT-TRL
           CLOSE REFUND-REGISTER-FILE
           CLOSE PAYOUT-FILE
           CLOSE CLIENT-MASTER-FILE.
       2000-END. EXIT.

       2100-PAY-ONE.
           MOVE ZERO TO WS-CRD-POS
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-CRD-COUNT OR WS-CRD-POS > ZERO
               IF WS-CRD-CODE (WS-K) = RQ-CLIENT-CODE
                   MOVE WS-K TO WS-CRD-POS
               END-IF
           END-PERFORM
           IF WS-CRD-POS = ZERO
               DISPLAY "REFUND-RUN: request " RQ-REQUEST-NUMBER
                   " client " RQ-CLIENT-CODE
                   " has no credit on account - not paid"
               ADD 1 TO WS-SHORT-COUNT
               GO TO 2100-END
           END-IF
           IF WS-CRD-AMOUNT (WS-CRD-POS) < RQ-AMOUNT
               DISPLAY "REFUND-RUN: request " RQ-REQUEST-NUMBER
                   " client " RQ-CLIENT-CODE " asks "
                   RQ-AMOUNT " but holds only "
                   WS-CRD-AMOUNT (WS-CRD-POS) " - not paid"
               ADD 1 TO WS-SHORT-COUNT
               GO TO 2100-END
           END-IF
           MOVE RQ-CLIENT-CODE TO CM-CLIENT-CODE
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO CM-TAX-ID
                   MOVE SPACES TO CM-CLIENT-NAME
           END-READ
           IF RQ-BY-PIX
               MOVE RQ-REQUEST-NUMBER TO PP-REQUEST
               MOVE RQ-CLIENT-CODE TO PP-CLIENT-CODE
               MOVE CM-TAX-ID TO PP-TAX-ID
               MOVE CM-CLIENT-NAME TO PP-NAME
               MOVE RQ-PIX-KEY TO PP-KEY
               MOVE RQ-AMOUNT TO PP-AMOUNT
               WRITE PAYOUT-LINE FROM WS-PAYOUT-PIX
           ELSE
               MOVE RQ-REQUEST-NUMBER TO PT-REQUEST
               MOVE RQ-CLIENT-CODE TO PT-CLIENT-CODE
               MOVE CM-TAX-ID TO PT-TAX-ID
               MOVE CM-CLIENT-NAME TO PT-NAME
               MOVE RQ-BANK-CODE TO PT-BANK
               MOVE RQ-AGENCY TO PT-AGENCY
               MOVE RQ-ACCOUNT TO PT-ACCOUNT
               MOVE RQ-AMOUNT TO PT-AMOUNT
               WRITE PAYOUT-LINE FROM WS-PAYOUT-TED
           END-IF
           IF WS-PAYOUT-STATUS NOT = '00'
               DISPLAY "REFUND-RUN: payout write failed, status "
                   WS-PAYOUT-STATUS " - request " RQ-REQUEST-NUMBER
                   " not paid"
               GO TO 2100-END
           END-IF
           SUBTRACT RQ-AMOUNT FROM WS-CRD-AMOUNT (WS-CRD-POS)
           MOVE SPACES TO REFUND-REG-LINE
           MOVE RQ-CLIENT-CODE TO RR-CLIENT-CODE
           MOVE RQ-REQUEST-NUMBER TO RR-REQUEST-NUMBER
           MOVE WS-TODAY-DATE TO RR-DATE
           MOVE RQ-AMOUNT TO RR-AMOUNT
           MOVE RQ-METHOD TO RR-METHOD
           MOVE RQ-APPROVER TO RR-APPROVER
           WRITE REFUND-REG-LINE
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY "REFUND-RUN: refund register write failed, "
                   "status " WS-REGISTER-STATUS
           END-IF
           MOVE 'P' TO RQ-STATUS
           MOVE WS-TODAY-DATE TO RQ-PAID-DATE
           MOVE REFUND-REQUEST-LINE TO WS-RQ-ENTRY (WS-R)
           ADD 1 TO WS-PAID-COUNT
           ADD RQ-AMOUNT TO WS-PAID-AMOUNT.
       2100-END. EXIT.

      * The credit file is rewritten with what the refunds left over,
      * one line per client still holding credit, as CLIENT-BILLING
      * rewrites it after a cycle.
       3000-REWRITE-CREDITS.
           OPEN OUTPUT CREDIT-FILE
           IF WS-CREDIT-STATUS NOT = '00'
               DISPLAY "REFUND-RUN: cannot rewrite credit file, "
                   "status " WS-CREDIT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 3000-END
           END-IF
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-CRD-COUNT
               IF WS-CRD-AMOUNT (WS-K) > ZERO
                   MOVE SPACES TO CREDIT-LINE
                   MOVE WS-CRD-CODE (WS-K) TO CR-CLIENT-CODE
                   MOVE WS-TODAY-DATE TO CR-DATE
                   MOVE WS-CRD-AMOUNT (WS-K) TO CR-AMOUNT
                   WRITE CREDIT-LINE
               END-IF
           END-PERFORM
           CLOSE CREDIT-FILE.
       3000-END. EXIT.

       3100-REWRITE-REQUESTS.
           OPEN OUTPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = '00'
               DISPLAY "REFUND-RUN: cannot rewrite request file, "
                   "status " WS-REQUEST-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 3100-END
           END-IF
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RQ-COUNT
               MOVE WS-RQ-ENTRY (WS-R) TO REFUND-REQUEST-LINE
               WRITE REFUND-REQUEST-LINE
           END-PERFORM
           CLOSE REQUEST-FILE.
       3100-END. EXIT.

       END PROGRAM REFUND-RUN.
