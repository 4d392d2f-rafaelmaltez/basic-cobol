      *                  credit table is left untouched and no
      *                  credit is drawn, instead of the rewrite
      *                  dropping balances past the cap.
      *   15/10/2026 RM  Each priced line is now taxed from the tax
      *                  rules table (tax-rules.txt - service code,
      *                  taker's municipality and CPF/CNPJ type): ISS
      *                  with its withheld-by-taker flag and the PIS,
      *                  COFINS, CSLL and IRRF retentions ride on the
      *                  feed and billing-history lines for GL-EXPORT
      *                  to post, and the cycle's taxes are shown on
      *                  the totals page.
      *   15/10/2026 RM  A billing period finance has closed on the
      *                  accounting-period control (PERIOD-CLOSE) is
      *                  not billed: the run ends as a no-op, the same
      *                  as a CLOSED billing period.
      *   15/10/2026 RM  The billing-history line carries the product
      *                  billed, for the budget comparison.
      *   15/10/2026 RM  The nota number is drawn from the sequence of
      *                  the company the client's branch belongs to
      *                  (COMPANYLK) and the register line carries
      *                  that company.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENT-BILLING.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUBS-STATUS.

           SELECT TAX-RULE-FILE ASSIGN TO '..\tax-rules.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAX-RULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-DATA.
       FD SUBSCRIPTION-FILE.
       COPY SUBSREC REPLACING ==:RECNAME:== BY ==SUBSCRIPTION-LINE==.

       FD TAX-RULE-FILE.
       COPY TAXRULEREC REPLACING ==:RECNAME:== BY ==TAX-RULE-LINE==.

       FD DISCOUNT-REGISTER-FILE.
       01 DISCOUNT-REG-LINE.
           05 DG-CLIENT-CODE PIC 9(7).
               10 WS-BRT-AMOUNT PIC 9(9)V99.
       01 WS-BR PIC 9(2) COMP.
       01 WS-BR-FOUND PIC X(1).
       01 WS-TAX-RULE-STATUS PIC X(2).
       01 WS-TAX-RULE-EOF PIC X(1) VALUE 'N'.
       01 WS-TX-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-TX-TABLE.
           05 WS-TX-ENTRY OCCURS 200 TIMES.
               10 WS-TX-SERVICE PIC X(6).
               10 WS-TX-CITY PIC X(20).
               10 WS-TX-TYPE PIC X(1).
               10 WS-TX-ISS-RATE PIC 9(2)V99.
               10 WS-TX-WITHHELD PIC X(1).
               10 WS-TX-PIS-RATE PIC 9(2)V99.
               10 WS-TX-COFINS-RATE PIC 9(2)V99.
               10 WS-TX-CSLL-RATE PIC 9(2)V99.
               10 WS-TX-IRRF-RATE PIC 9(2)V99.
       01 WS-TX PIC 9(3) COMP.
       01 WS-TX-POS PIC 9(3) COMP.
       01 WS-TX-BEST-RANK PIC 9(1).
       01 WS-TX-THIS-RANK PIC 9(1).
       01 WS-CLIENT-TYPE PIC X(1).
       01 WS-ISS-AMOUNT PIC 9(7)V99.
       01 WS-ISS-WITHHELD PIC X(1).
       01 WS-PIS-AMOUNT PIC 9(7)V99.
       01 WS-COFINS-AMOUNT PIC 9(7)V99.
       01 WS-CSLL-AMOUNT PIC 9(7)V99.
       01 WS-IRRF-AMOUNT PIC 9(7)V99.
       01 WS-ISS-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-ISS-WITHHELD-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-PIS-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-COFINS-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-CSLL-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-IRRF-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-UNTAXED-COUNT PIC 9(7) VALUE ZERO.
       COPY NEXTNOTAPARM.
       COPY CMPLKPARM.
       01 WS-NF-TRIM-LEN PIC 9(2) COMP VALUE ZERO.
       01 WS-TOT-LINE PIC X(80).
       COPY NUMFMTPARM.
       COPY MSGLOGPARM.
       COPY PRDCHKPARM.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
           PERFORM 0180-LOAD-DISCOUNTS THRU 0180-END
           PERFORM 0190-LOAD-PRODUCTS THRU 0190-END
           PERFORM 0195-LOAD-SUBSCRIPTIONS THRU 0195-END
           PERFORM 0197-LOAD-TAX-RULES THRU 0197-END
           PERFORM 0200-LOAD-STATUS-HISTORY THRU 0200-END
           PERFORM 0250-SET-DAYS-IN-MONTH THRU 0250-END
           OPEN INPUT FILE-DATA
               END-READ
               CLOSE PERIOD-FILE
           END-IF
           SET PC-CHECK TO TRUE
           MOVE 'CLIENT-BILLING' TO PC-CALL-PROGRAM
           MOVE ZERO TO PC-CALL-CLIENT-CODE
           MOVE SPACES TO PC-CALL-TEXT
           MOVE WS-TODAY-DATE TO PC-CALL-DATE
           CALL "PERIODCHK" USING PC-CALL-FUNCTION PC-CALL-PROGRAM
               PC-CALL-CLIENT-CODE PC-CALL-TEXT PC-CALL-DATE
               PC-CALL-ORIG-DATE PC-CALL-RETURN-CODE
           MOVE SPACES TO WS-FORCE-FLAG
           ACCEPT WS-FORCE-FLAG FROM ENVIRONMENT "BILLING_FORCE"
           EVALUATE TRUE
               WHEN PC-REJECTED
                   DISPLAY "CLIENT-BILLING: period " WS-PERIOD
                       " is closed by accounting - nothing to bill"
                   PERFORM 0070-END-AS-NO-OP THRU 0070-END
               WHEN WS-PERIOD-STATE = 'CLOSED'
                   DISPLAY "CLIENT-BILLING: period " WS-PERIOD
                       " is CLOSED - nothing to bill"
           END-IF.
       0195-END. EXIT.

       0197-LOAD-TAX-RULES.
           OPEN INPUT TAX-RULE-FILE
           IF WS-TAX-RULE-STATUS NOT = '00'
               DISPLAY "CLIENT-BILLING: no tax rules on file - "
                   "lines will carry no taxes"
           ELSE
               PERFORM UNTIL WS-TAX-RULE-EOF = 'Y'
                   READ TAX-RULE-FILE
                       AT END
                           MOVE 'Y' TO WS-TAX-RULE-EOF
                       NOT AT END
                           IF WS-TX-COUNT < 200
                               ADD 1 TO WS-TX-COUNT
                               MOVE TX-SERVICE-CODE
                                   TO WS-TX-SERVICE (WS-TX-COUNT)
                               MOVE TX-CITY
                                   TO WS-TX-CITY (WS-TX-COUNT)
                               MOVE TX-CLIENT-TYPE
                                   TO WS-TX-TYPE (WS-TX-COUNT)
                               MOVE TX-ISS-RATE
                                   TO WS-TX-ISS-RATE (WS-TX-COUNT)
                               MOVE TX-ISS-WITHHELD
                                   TO WS-TX-WITHHELD (WS-TX-COUNT)
                               MOVE TX-PIS-RATE
                                   TO WS-TX-PIS-RATE (WS-TX-COUNT)
                               MOVE TX-COFINS-RATE
                                   TO WS-TX-COFINS-RATE (WS-TX-COUNT)
                               MOVE TX-CSLL-RATE
                                   TO WS-TX-CSLL-RATE (WS-TX-COUNT)
                               MOVE TX-IRRF-RATE
                                   TO WS-TX-IRRF-RATE (WS-TX-COUNT)
                           ELSE
                               DISPLAY "CLIENT-BILLING: tax rules "
                                   "table full - rule for service "
                                   TX-SERVICE-CODE " not loaded"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-RULE-FILE
           END-IF.
       0197-END. EXIT.

      * A subscription is active between its start and end dates; an
      * end of zero is open-ended.
       1050-CHECK-SUBSCRIPTIONS.
      * WS-PRICED-AMOUNT and consolidation mark.
       2010-WRITE-PRICED-LINE.
           PERFORM 1600-APPLY-CREDIT THRU 1600-END
           PERFORM 1700-COMPUTE-TAXES THRU 1700-END
           MOVE SPACES TO BILLING-LINE
           MOVE CLIENT-CODE TO BILL-CLIENT-CODE
           MOVE CLIENT-NAME TO BILL-CLIENT-NAME
           MOVE WS-PRICED-AMOUNT TO BILL-AMOUNT
           MOVE WS-CONSOL-MARK TO BILL-CONSOL-FLAG
           MOVE WS-CURRENT-PRODUCT TO BILL-PRODUCT-CODE
           MOVE WS-ISS-AMOUNT TO BILL-ISS-AMOUNT
           MOVE WS-ISS-WITHHELD TO BILL-ISS-WITHHELD
           MOVE WS-PIS-AMOUNT TO BILL-PIS-AMOUNT
           MOVE WS-COFINS-AMOUNT TO BILL-COFINS-AMOUNT
           MOVE WS-CSLL-AMOUNT TO BILL-CSLL-AMOUNT
           MOVE WS-IRRF-AMOUNT TO BILL-IRRF-AMOUNT
           MOVE 'N' TO WS-ON-DEBIT
           PERFORM VARYING WS-M FROM 1 BY 1
               UNTIL WS-M > WS-MD-COUNT
                   END-PERFORM
               END-IF
               PERFORM 2500-ACCUMULATE-UF THRU 2500-END
               PERFORM 1750-ACCUMULATE-TAXES THRU 1750-END
               PERFORM 2700-WRITE-BILLING-HISTORY THRU 2700-END
               PERFORM 2750-UPSERT-OPEN-ITEM THRU 2750-END
               PERFORM 2800-REGISTER-INVOICE THRU 2800-END
           END-IF.
       2010-END. EXIT.

      * Taxes the line at its billed amount from the most specific
      * tax rule for its service code, the taker's municipality and
      * the taker's type - F when the tax id is an 11-digit CPF, J
      * for a 14-digit CNPJ. A line no rule covers carries zero tax
      * and is counted on the totals page.
       1700-COMPUTE-TAXES.
           MOVE ZERO TO WS-ISS-AMOUNT
           MOVE 'N' TO WS-ISS-WITHHELD
           MOVE ZERO TO WS-PIS-AMOUNT
           MOVE ZERO TO WS-COFINS-AMOUNT
           MOVE ZERO TO WS-CSLL-AMOUNT
           MOVE ZERO TO WS-IRRF-AMOUNT
           IF WS-PRICED-AMOUNT = ZERO
               GO TO 1700-END
           END-IF
           IF CLIENT-TAX-ID (12:3) = SPACES
               MOVE 'F' TO WS-CLIENT-TYPE
           ELSE
               MOVE 'J' TO WS-CLIENT-TYPE
           END-IF
           MOVE ZERO TO WS-TX-POS
           MOVE ZERO TO WS-TX-BEST-RANK
           PERFORM VARYING WS-TX FROM 1 BY 1
               UNTIL WS-TX > WS-TX-COUNT
               IF (WS-TX-SERVICE (WS-TX) = WS-CURRENT-PRODUCT
                   OR WS-TX-SERVICE (WS-TX) = '*')
                   AND (WS-TX-CITY (WS-TX) = CLIENT-CITY
                   OR WS-TX-CITY (WS-TX) = '*')
                   AND (WS-TX-TYPE (WS-TX) = WS-CLIENT-TYPE
                   OR WS-TX-TYPE (WS-TX) = '*')
                   MOVE 1 TO WS-TX-THIS-RANK
                   IF WS-TX-SERVICE (WS-TX) = WS-CURRENT-PRODUCT
                       ADD 1 TO WS-TX-THIS-RANK
                   END-IF
                   IF WS-TX-CITY (WS-TX) = CLIENT-CITY
                       ADD 1 TO WS-TX-THIS-RANK
                   END-IF
                   IF WS-TX-TYPE (WS-TX) = WS-CLIENT-TYPE
                       ADD 1 TO WS-TX-THIS-RANK
                   END-IF
                   IF WS-TX-THIS-RANK > WS-TX-BEST-RANK
                       MOVE WS-TX-THIS-RANK TO WS-TX-BEST-RANK
                       MOVE WS-TX TO WS-TX-POS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TX-POS = ZERO
               ADD 1 TO WS-UNTAXED-COUNT
               GO TO 1700-END
           END-IF
           COMPUTE WS-ISS-AMOUNT ROUNDED =
               WS-PRICED-AMOUNT * WS-TX-ISS-RATE (WS-TX-POS) / 100
           IF WS-TX-WITHHELD (WS-TX-POS) = 'Y'
               MOVE 'Y' TO WS-ISS-WITHHELD
           END-IF
           COMPUTE WS-PIS-AMOUNT ROUNDED =
               WS-PRICED-AMOUNT * WS-TX-PIS-RATE (WS-TX-POS) / 100
           COMPUTE WS-COFINS-AMOUNT ROUNDED =
               WS-PRICED-AMOUNT * WS-TX-COFINS-RATE (WS-TX-POS)
               / 100
           COMPUTE WS-CSLL-AMOUNT ROUNDED =
               WS-PRICED-AMOUNT * WS-TX-CSLL-RATE (WS-TX-POS) / 100
           COMPUTE WS-IRRF-AMOUNT ROUNDED =
               WS-PRICED-AMOUNT * WS-TX-IRRF-RATE (WS-TX-POS) / 100.
       1700-END. EXIT.

       1750-ACCUMULATE-TAXES.
           IF WS-ISS-WITHHELD = 'Y'
               ADD WS-ISS-AMOUNT TO WS-ISS-WITHHELD-TOTAL
           ELSE
               ADD WS-ISS-AMOUNT TO WS-ISS-TOTAL
           END-IF
           ADD WS-PIS-AMOUNT TO WS-PIS-TOTAL
           ADD WS-COFINS-AMOUNT TO WS-COFINS-TOTAL
           ADD WS-CSLL-AMOUNT TO WS-CSLL-TOTAL
           ADD WS-IRRF-AMOUNT TO WS-IRRF-TOTAL.
       1750-END. EXIT.

      * The priced line's receivable lands on the keyed open-items
      * master: a rerun of the same client/period adds to the
      * existing record instead of duplicating it.
      * NEXTNOTA control and tied to client/period/amount on the
      * invoice register.
       2800-REGISTER-INVOICE.
           SET CY-BY-BRANCH TO TRUE
           MOVE CLIENT-BRANCH TO CY-CALL-BRANCH
           CALL "COMPANYLK" USING CY-CALL-FUNCTION CY-CALL-BRANCH
               CY-CALL-INDEX CY-CALL-COMPANY CY-CALL-RESULT
           MOVE CY-CODE TO NN-CALL-COMPANY
           CALL "NEXTNOTA" USING NN-CALL-COMPANY NN-CALL-NUMBER
               NN-CALL-RETURN-CODE
           IF NOT NN-SUCCESS
               DISPLAY "CLIENT-BILLING: invoice numbering failed - "
               ELSE
                   MOVE SPACES TO INVOICE-REG-LINE
                   MOVE NN-CALL-NUMBER TO IR-NUMBER
                   MOVE NN-CALL-COMPANY TO IR-COMPANY
                   MOVE WS-TODAY-DATE TO IR-DATE
                   MOVE CLIENT-CODE TO IR-CLIENT-CODE
                   MOVE WS-PERIOD TO IR-PERIOD
               MOVE CLIENT-CODE TO BH-CLIENT-CODE
               MOVE CLIENT-STATE TO BH-CLIENT-UF
               MOVE WS-PRICED-AMOUNT TO BH-AMOUNT
               MOVE WS-ISS-AMOUNT TO BH-ISS-AMOUNT
               MOVE WS-ISS-WITHHELD TO BH-ISS-WITHHELD
               MOVE WS-PIS-AMOUNT TO BH-PIS-AMOUNT
               MOVE WS-COFINS-AMOUNT TO BH-COFINS-AMOUNT
               MOVE WS-CSLL-AMOUNT TO BH-CSLL-AMOUNT
               MOVE WS-IRRF-AMOUNT TO BH-IRRF-AMOUNT
               MOVE WS-CURRENT-PRODUCT TO BH-PRODUCT-CODE
               WRITE BILLING-HIST-LINE
               IF WS-BILL-HIST-STATUS NOT = '00'
                   DISPLAY "CLIENT-BILLING: billing history write "
                       WRITE TOTALS-LINE FROM WS-TOT-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-TOT-LINE
               STRING "ISS DUE: " WS-ISS-TOTAL
                   "  ISS WITHHELD BY TAKERS: " WS-ISS-WITHHELD-TOTAL
                   DELIMITED BY SIZE INTO WS-TOT-LINE
               WRITE TOTALS-LINE FROM WS-TOT-LINE
               MOVE SPACES TO WS-TOT-LINE
               STRING "RETAINED PIS: " WS-PIS-TOTAL
                   "  COFINS: " WS-COFINS-TOTAL
                   DELIMITED BY SIZE INTO WS-TOT-LINE
               WRITE TOTALS-LINE FROM WS-TOT-LINE
               MOVE SPACES TO WS-TOT-LINE
               STRING "RETAINED CSLL: " WS-CSLL-TOTAL
                   "  IRRF: " WS-IRRF-TOTAL
                   DELIMITED BY SIZE INTO WS-TOT-LINE
               WRITE TOTALS-LINE FROM WS-TOT-LINE
               IF WS-UNTAXED-COUNT > ZERO
                   MOVE SPACES TO WS-TOT-LINE
                   STRING "LINES WITH NO TAX RULE: " WS-UNTAXED-COUNT
                       DELIMITED BY SIZE INTO WS-TOT-LINE
                   WRITE TOTALS-LINE FROM WS-TOT-LINE
               END-IF
               IF WS-CREDIT-APPLIED > ZERO
                   MOVE 'BR' TO NF-LOCALE
                   MOVE WS-CREDIT-APPLIED TO NF-VALUE
