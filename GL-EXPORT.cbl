      *          never books a lopsided journal.
      * Tectonics: cobc
      * Note: GL_PERIOD selects the period (default: the billing
      *       period control file's period). GL_COMPANY selects the
      *       company (default 01): only its clients' movements are
      *       exported, under its own chart (gl-accounts-nn.txt) to
      *       its own journal (gl-journal-nn.txt); company 01 keeps
      *       the unsuffixed names. Bank fees post under the company
      *       whose statement they came off (a fee line with no
      *       company is company 01's).
      * Modification History:
      *   01/09/2026 RM  Original version.
      *   15/10/2026 RM  The taxes CLIENT-BILLING now carries on each
      *                  billing-history line are posted too, each to
      *                  its own liability account - ISS (ISS, or
      *                  ISSW when the taker withholds it), PIS, COFI
      *                  (COFINS), CSLL and IRRF mapping types on
      *                  gl-accounts.txt, with defaults when unmapped.
      *   15/10/2026 RM  Refunds REFUND-RUN paid out of credit on
      *                  account in the period are posted from the
      *                  refund register as RFND - receivables debited
      *                  (the credit balance given back), cash
      *                  credited.
      *   15/10/2026 RM  A reversal posting on payments-posted.txt
      *                  (PAY-SIGN '-', from PAYMENT-REVERSE) is
      *                  booked as RVSL with the PAY accounts swapped,
      *                  putting the reopened balance back on
      *                  receivables.
      *   15/10/2026 RM  Bank fees CASH-RECON found deducted from the
      *                  period's settlements are posted from
      *                  bank-fees.txt as FEE - bank charges debited,
      *                  cash credited.
      *   15/10/2026 RM  Term tuition is deferred and recognized over
      *                  the term from TUITION-DEFER's entries on
      *                  revenue-recognition.txt: DEFR moves the
      *                  billed tuition from revenue to deferred
      *                  revenue, RECG moves the month's share back.
      *   15/10/2026 RM  One company per run (GL_COMPANY): each
      *                  client's company comes from its branch, and
      *                  each company has its own chart, journal and
      *                  balance check.
      *   15/10/2026 RM  Bank fees post under the company CASH-RECON
      *                  stamped on them, not all under company 01.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-EXPORT.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIOD-STATUS.

           SELECT GL-ACCOUNTS-FILE ASSIGN TO WS-ACCOUNTS-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCOUNTS-STATUS.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSTED-STATUS.

           SELECT REFUND-REGISTER-FILE
           ASSIGN TO '..\refund-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REFUND-STATUS.

           SELECT BANK-FEE-FILE ASSIGN TO '..\bank-fees.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEE-STATUS.

           SELECT RECOGNITION-FILE
           ASSIGN TO '..\revenue-recognition.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECOG-STATUS.

           SELECT CLIENT-MASTER-FILE ASSIGN TO WS-MASTER-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           ALTERNATE RECORD KEY IS CM-CLIENT-NAME WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

       COPY PAYREC REPLACING ==:RECNAME:== BY ==POSTED-LINE==
           LEADING ==PAY== BY ==PST==.

       FD REFUND-REGISTER-FILE.
       COPY REFUNDREGREC REPLACING ==:RECNAME:==
           BY ==REFUND-REG-LINE==.

       FD BANK-FEE-FILE.
       COPY BANKFEEREC REPLACING ==:RECNAME:== BY ==BANK-FEE-LINE==.

       FD RECOGNITION-FILE.
       COPY REVRECREC REPLACING ==:RECNAME:== BY ==RECOGNITION-LINE==.

       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.

       01 WS-ACCOUNTS-STATUS PIC X(2).
       01 WS-BILL-HIST-STATUS PIC X(2).
       01 WS-POSTED-STATUS PIC X(2).
       01 WS-REFUND-STATUS PIC X(2).
       01 WS-FEE-STATUS PIC X(2).
       01 WS-RECOG-STATUS PIC X(2).
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-ACCOUNTS-NAME PIC X(100).
       01 WS-JOURNAL-NAME PIC X(100).
       01 WS-COMPANY PIC 9(2).
       01 WS-COMPANY-X REDEFINES WS-COMPANY PIC X(2).
       01 WS-ENTRY-COMPANY PIC 9(2).
       01 WS-IN-COMPANY PIC X(1).
       01 WS-ACCOUNTS-EOF PIC X(1) VALUE 'N'.
       01 WS-HIST-EOF PIC X(1) VALUE 'N'.
       01 WS-POSTED-EOF PIC X(1) VALUE 'N'.
       01 WS-REFUND-EOF PIC X(1) VALUE 'N'.
       01 WS-FEE-EOF PIC X(1) VALUE 'N'.
       01 WS-FEE-COMPANY PIC 9(2).
       01 WS-RECOG-EOF PIC X(1) VALUE 'N'.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-PERIOD-ENTRY PIC X(6).
       01 WS-PERIOD PIC X(6).
       01 WS-LOOK-UF PIC X(2).
       01 WS-DEBIT-ACCT PIC 9(6).
       01 WS-CREDIT-ACCT PIC 9(6).
       01 WS-SWAP-ACCT PIC 9(6).
       01 WS-ENTRY-AMOUNT PIC 9(11)V99.
       01 WS-ENTRY-CLIENT PIC 9(7).
       01 WS-DEBIT-TOTAL PIC 9(13)V99 VALUE ZERO.
       01 WS-CREDIT-TOTAL PIC 9(13)V99 VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(7) VALUE ZERO.
       COPY JOBLOGPARM.
       COPY CMPLKPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
               MOVE '..\clients.dat' TO WS-MASTER-FILENAME
           END-IF
           PERFORM 0100-GET-PERIOD THRU 0100-END
           PERFORM 0150-GET-COMPANY THRU 0150-END
           PERFORM 0200-LOAD-ACCOUNT-MAP THRU 0200-END
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
           END-IF
           PERFORM 2000-EXPORT-BILLING THRU 2000-END
           PERFORM 3000-EXPORT-PAYMENTS THRU 3000-END
           PERFORM 3500-EXPORT-REFUNDS THRU 3500-END
           PERFORM 3700-EXPORT-FEES THRU 3700-END
           PERFORM 3800-EXPORT-DEFERRALS THRU 3800-END
           CLOSE JOURNAL-FILE
           CLOSE CLIENT-MASTER-FILE
           DISPLAY "GL-EXPORT: company " WS-COMPANY ", "
               WS-LINE-COUNT " journal line(s), "
               "debits " WS-DEBIT-TOTAL " credits " WS-CREDIT-TOTAL
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               DISPLAY "GL-EXPORT: JOURNAL DOES NOT BALANCE - "
           END-IF.
       0100-END. EXIT.

      * The company being exported names the chart and the journal.
       0150-GET-COMPANY.
           MOVE SPACES TO WS-COMPANY-X
           ACCEPT WS-COMPANY-X FROM ENVIRONMENT "GL_COMPANY"
           IF WS-COMPANY-X (2:1) = SPACE
               MOVE WS-COMPANY-X (1:1) TO WS-COMPANY-X (2:1)
               MOVE '0' TO WS-COMPANY-X (1:1)
           END-IF
           IF WS-COMPANY-X IS NOT NUMERIC OR WS-COMPANY = ZERO
               MOVE 1 TO WS-COMPANY
           END-IF
           SET CY-BY-CODE TO TRUE
           MOVE WS-COMPANY TO CY-CODE
           CALL "COMPANYLK" USING CY-CALL-FUNCTION CY-CALL-BRANCH
               CY-CALL-INDEX CY-CALL-COMPANY CY-CALL-RESULT
           IF CY-NOT-FOUND
               DISPLAY "GL-EXPORT: company " WS-COMPANY
                   " is not on the company master"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-ACCOUNTS-NAME
           STRING '../gl-accounts' CY-FILE-SUFFIX DELIMITED BY SPACE
               '.txt' DELIMITED BY SIZE INTO WS-ACCOUNTS-NAME
           MOVE SPACES TO WS-JOURNAL-NAME
           STRING '../gl-journal' CY-FILE-SUFFIX DELIMITED BY SPACE
               '.txt' DELIMITED BY SIZE INTO WS-JOURNAL-NAME.
       0150-END. EXIT.

      * Without a mapping file the classic default chart applies:
      * receivables 112000, revenue 411000, cash 111000, and for the
      * taxes 0500-FIND-ACCOUNTS' built-in liability accounts.
       0200-LOAD-ACCOUNT-MAP.
           OPEN INPUT GL-ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = '00'
               MOVE WS-MAP-DEBIT (WS-MAP-POS) TO WS-DEBIT-ACCT
               MOVE WS-MAP-CREDIT (WS-MAP-POS) TO WS-CREDIT-ACCT
           ELSE
               EVALUATE WS-LOOK-TYPE
                   WHEN 'BILL'
                       MOVE 112000 TO WS-DEBIT-ACCT
                       MOVE 411000 TO WS-CREDIT-ACCT
                   WHEN 'ISS'
                       MOVE 311000 TO WS-DEBIT-ACCT
                       MOVE 213100 TO WS-CREDIT-ACCT
                   WHEN 'ISSW'
                       MOVE 311000 TO WS-DEBIT-ACCT
                       MOVE 213110 TO WS-CREDIT-ACCT
                   WHEN 'PIS'
                       MOVE 311000 TO WS-DEBIT-ACCT
                       MOVE 213200 TO WS-CREDIT-ACCT
                   WHEN 'COFI'
                       MOVE 311000 TO WS-DEBIT-ACCT
                       MOVE 213300 TO WS-CREDIT-ACCT
                   WHEN 'CSLL'
                       MOVE 311000 TO WS-DEBIT-ACCT
                       MOVE 213400 TO WS-CREDIT-ACCT
                   WHEN 'IRRF'
                       MOVE 311000 TO WS-DEBIT-ACCT
                       MOVE 213500 TO WS-CREDIT-ACCT
                   WHEN 'RFND'
                       MOVE 112000 TO WS-DEBIT-ACCT
                       MOVE 111000 TO WS-CREDIT-ACCT
                   WHEN 'FEE'
                       MOVE 531000 TO WS-DEBIT-ACCT
                       MOVE 111000 TO WS-CREDIT-ACCT
                   WHEN 'DEFR'
                       MOVE 411000 TO WS-DEBIT-ACCT
                       MOVE 214000 TO WS-CREDIT-ACCT
                   WHEN 'RECG'
                       MOVE 214000 TO WS-DEBIT-ACCT
                       MOVE 411000 TO WS-CREDIT-ACCT
                   WHEN OTHER
                       MOVE 111000 TO WS-DEBIT-ACCT
                       MOVE 112000 TO WS-CREDIT-ACCT
               END-EVALUATE
           END-IF.
       0500-END. EXIT.

                           MOVE BH-CLIENT-CODE TO WS-ENTRY-CLIENT
                           PERFORM 0400-GET-CLIENT-STATUS
                               THRU 0400-END
                           IF WS-IN-COMPANY = 'Y'
                               PERFORM 0500-FIND-ACCOUNTS
                                   THRU 0500-END
                               MOVE BH-AMOUNT TO WS-ENTRY-AMOUNT
                               PERFORM 2500-WRITE-PAIR THRU 2500-END
                               PERFORM 2100-EXPORT-TAXES
                                   THRU 2100-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILLING-HISTORY-FILE.
       2000-END. EXIT.

      * Each tax on the billing line is its own journal pair under
      * the line's status and UF. Lines billed before taxes were
      * carried have no tax fields and post nothing here.
       2100-EXPORT-TAXES.
           IF BH-ISS-AMOUNT NUMERIC AND BH-ISS-AMOUNT > ZERO
               IF BH-ISS-WITHHELD = 'Y'
                   MOVE 'ISSW' TO WS-LOOK-TYPE
               ELSE
                   MOVE 'ISS' TO WS-LOOK-TYPE
               END-IF
               MOVE BH-ISS-AMOUNT TO WS-ENTRY-AMOUNT
               PERFORM 2150-POST-TAX THRU 2150-END
           END-IF
           IF BH-PIS-AMOUNT NUMERIC AND BH-PIS-AMOUNT > ZERO
               MOVE 'PIS' TO WS-LOOK-TYPE
               MOVE BH-PIS-AMOUNT TO WS-ENTRY-AMOUNT
               PERFORM 2150-POST-TAX THRU 2150-END
           END-IF
           IF BH-COFINS-AMOUNT NUMERIC AND BH-COFINS-AMOUNT > ZERO
               MOVE 'COFI' TO WS-LOOK-TYPE
               MOVE BH-COFINS-AMOUNT TO WS-ENTRY-AMOUNT
               PERFORM 2150-POST-TAX THRU 2150-END
           END-IF
           IF BH-CSLL-AMOUNT NUMERIC AND BH-CSLL-AMOUNT > ZERO
               MOVE 'CSLL' TO WS-LOOK-TYPE
               MOVE BH-CSLL-AMOUNT TO WS-ENTRY-AMOUNT
               PERFORM 2150-POST-TAX THRU 2150-END
           END-IF
           IF BH-IRRF-AMOUNT NUMERIC AND BH-IRRF-AMOUNT > ZERO
               MOVE 'IRRF' TO WS-LOOK-TYPE
               MOVE BH-IRRF-AMOUNT TO WS-ENTRY-AMOUNT
               PERFORM 2150-POST-TAX THRU 2150-END
           END-IF.
       2100-END. EXIT.

       2150-POST-TAX.
           PERFORM 0500-FIND-ACCOUNTS THRU 0500-END
           PERFORM 2500-WRITE-PAIR THRU 2500-END.
       2150-END. EXIT.

       3000-EXPORT-PAYMENTS.
           OPEN INPUT POSTED-FILE
           IF WS-POSTED-STATUS NOT = '00'
                           MOVE PST-CLIENT-CODE TO WS-ENTRY-CLIENT
                           PERFORM 0400-GET-CLIENT-STATUS
                               THRU 0400-END
                           IF WS-IN-COMPANY = 'Y'
                               PERFORM 3050-POST-PAYMENT THRU 3050-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTED-FILE.
       3000-END. EXIT.

       3050-POST-PAYMENT.
           PERFORM 0500-FIND-ACCOUNTS THRU 0500-END
           IF PST-REVERSAL
               MOVE 'RVSL' TO WS-LOOK-TYPE
               MOVE WS-DEBIT-ACCT TO WS-SWAP-ACCT
               MOVE WS-CREDIT-ACCT TO WS-DEBIT-ACCT
               MOVE WS-SWAP-ACCT TO WS-CREDIT-ACCT
           END-IF
           MOVE PST-AMOUNT TO WS-ENTRY-AMOUNT
           PERFORM 2500-WRITE-PAIR THRU 2500-END.
       3050-END. EXIT.

       3500-EXPORT-REFUNDS.
           OPEN INPUT REFUND-REGISTER-FILE
           IF WS-REFUND-STATUS NOT = '00'
               GO TO 3500-END
           END-IF
           PERFORM UNTIL WS-REFUND-EOF = 'Y'
               READ REFUND-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-REFUND-EOF
                   NOT AT END
                       IF RR-DATE (1:6) = WS-PERIOD
                           AND RR-AMOUNT > ZERO
                           MOVE 'RFND' TO WS-LOOK-TYPE
                           MOVE SPACES TO WS-LOOK-UF
                           MOVE RR-CLIENT-CODE TO WS-ENTRY-CLIENT
                           PERFORM 0400-GET-CLIENT-STATUS
                               THRU 0400-END
                           IF WS-IN-COMPANY = 'Y'
                               PERFORM 0500-FIND-ACCOUNTS
                                   THRU 0500-END
                               MOVE RR-AMOUNT TO WS-ENTRY-AMOUNT
                               PERFORM 2500-WRITE-PAIR THRU 2500-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REFUND-REGISTER-FILE.
       3500-END. EXIT.

      * A bank fee belongs to no client; it posts under the catch-all
      * mapping for FEE with client code zero, on the books of the
      * company whose account the bank kept it from.
       3700-EXPORT-FEES.
           OPEN INPUT BANK-FEE-FILE
           IF WS-FEE-STATUS NOT = '00'
               GO TO 3700-END
           END-IF
           PERFORM UNTIL WS-FEE-EOF = 'Y'
               READ BANK-FEE-FILE
                   AT END
                       MOVE 'Y' TO WS-FEE-EOF
                   NOT AT END
                       MOVE 1 TO WS-FEE-COMPANY
                       IF BF-COMPANY IS NUMERIC AND BF-COMPANY > ZERO
                           MOVE BF-COMPANY TO WS-FEE-COMPANY
                       END-IF
                       IF BF-DATE (1:6) = WS-PERIOD
                           AND BF-FEE > ZERO
                           AND WS-FEE-COMPANY = WS-COMPANY
                           MOVE 'FEE' TO WS-LOOK-TYPE
                           MOVE '*' TO WS-LOOK-STATUS
                           MOVE '**' TO WS-LOOK-UF
                           MOVE ZERO TO WS-ENTRY-CLIENT
                           PERFORM 0500-FIND-ACCOUNTS THRU 0500-END
                           MOVE BF-FEE TO WS-ENTRY-AMOUNT
                           PERFORM 2500-WRITE-PAIR THRU 2500-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BANK-FEE-FILE.
       3700-END. EXIT.

      * Tuition deferral and recognition, as TUITION-DEFER scheduled
      * them for the period, under the student's status and UF.
       3800-EXPORT-DEFERRALS.
           OPEN INPUT RECOGNITION-FILE
           IF WS-RECOG-STATUS NOT = '00'
               GO TO 3800-END
           END-IF
           PERFORM UNTIL WS-RECOG-EOF = 'Y'
               READ RECOGNITION-FILE
                   AT END
                       MOVE 'Y' TO WS-RECOG-EOF
                   NOT AT END
                       IF RV-PERIOD = WS-PERIOD
                           AND (RV-DEFERRAL OR RV-RECOGNITION)
                           AND RV-AMOUNT IS NUMERIC
                           AND RV-AMOUNT > ZERO
                           MOVE RV-TYPE TO WS-LOOK-TYPE
                           MOVE SPACES TO WS-LOOK-UF
                           MOVE RV-STUDENT-CODE TO WS-ENTRY-CLIENT
                           PERFORM 0400-GET-CLIENT-STATUS
                               THRU 0400-END
                           IF WS-IN-COMPANY = 'Y'
                               PERFORM 0500-FIND-ACCOUNTS
                                   THRU 0500-END
                               MOVE RV-AMOUNT TO WS-ENTRY-AMOUNT
                               PERFORM 2500-WRITE-PAIR THRU 2500-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECOGNITION-FILE.
       3800-END. EXIT.

      * The payment side has no UF of its own, so the master fills in
      * both the status and the UF for the mapping lookup. The
      * client's branch gives its company; a client not on the master
      * counts as company 01's.
       0400-GET-CLIENT-STATUS.
           MOVE '*' TO WS-LOOK-STATUS
           MOVE 1 TO WS-ENTRY-COMPANY
           MOVE WS-ENTRY-CLIENT TO CM-CLIENT-CODE
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   IF WS-LOOK-UF = SPACES
                       MOVE CM-CLIENT-STATE TO WS-LOOK-UF
                   END-IF
                   SET CY-BY-BRANCH TO TRUE
                   MOVE CM-BRANCH TO CY-CALL-BRANCH
                   CALL "COMPANYLK" USING CY-CALL-FUNCTION
                       CY-CALL-BRANCH CY-CALL-INDEX CY-CALL-COMPANY
                       CY-CALL-RESULT
                   MOVE CY-CODE TO WS-ENTRY-COMPANY
           END-READ
           IF WS-ENTRY-COMPANY = WS-COMPANY
               MOVE 'Y' TO WS-IN-COMPANY
           ELSE
               MOVE 'N' TO WS-IN-COMPANY
           END-IF.
       0400-END. EXIT.

       2500-WRITE-PAIR.
