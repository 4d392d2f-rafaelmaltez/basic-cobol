      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Bank statement cash reconciliation. PAYMENT-POST
      *          applies the bank's settlement returns; this proves the
      *          money behind them reached the account. The bank's
      *          daily account statement (CNAB 240 extrato,
      *          bank-statement-cnab.txt) is read and every credit
      *          (segment E) is matched to a settlement batch applied
      *          on bank-file-control.txt - first by batch (the
      *          settlement file sequence the bank quotes in the
      *          entry's document field) and settlement date, then by
      *          date, channel and amount for a credit that quotes no
      *          known batch. A batch credited short of what was
      *          posted is the fee the bank kept back: it is listed
      *          and appended to bank-fees.txt, where GL-EXPORT posts
      *          it as its own entry. Credits with no posted batch and
      *          batches over the statement's dates with no credit are
      *          listed for the treasurer, to cash-reconciliation.txt.
      *          A statement is registered on cash-recon-control.txt
      *          once reconciled; a rerun of it reports again but
      *          does not register its fees a second time.
      * Tectonics: cobc
      * Note: PIX credits are told apart by the statement's category
      *       code (209); every other credit is taken as a CNAB
      *       settlement - boleto and direct debit, which the bank
      *       returns on the same CNAB file. A PIX batch is known on
      *       the control register by its sequence in the 900000
      *       range (see PIX-RETURN).
      *       A run covers one company's bank account, CASH_COMPANY
      *       (default 01): bank-statement-cnab.txt for company 01,
      *       bank-statement-cnab-<nn>.txt for the others, with the
      *       report suffixed the same way. Only that company's
      *       batches are expected on its statement - those in its
      *       CNAB sequence range (company * 10000 onwards for
      *       companies after 01, see CNAB-RETURN) and its block of
      *       the PIX range - and the document sequence a credit
      *       quotes is lifted the same way before it is matched.
      *       Fees and the reconciled-statement line carry the
      *       company.
      * Modification History:
      *   15/10/2026 RM  Original version.
      *   15/10/2026 RM  One company per run (CASH_COMPANY), each with
      *                  its own statement and report, reconciled only
      *                  against its own settlement batches; the fees
      *                  and the reconciled-statement line carry the
      *                  company.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-RECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-FILE ASSIGN TO WS-STATEMENT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATEMENT-STATUS.

           SELECT BANK-CONTROL-FILE
           ASSIGN TO '..\bank-file-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BANK-CTL-STATUS.

           SELECT RECON-CONTROL-FILE
           ASSIGN TO '..\cash-recon-control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECON-CTL-STATUS.

           SELECT BANK-FEE-FILE ASSIGN TO '..\bank-fees.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(240).
       01 STATEMENT-HEADER REDEFINES STATEMENT-LINE.
           05 SH-BANK PIC X(3).
           05 SH-BATCH PIC 9(4).
           05 SH-TYPE PIC X(1).
           05 FILLER PIC X(9).
           05 SH-COMPANY PIC X(30).
           05 SH-DATE PIC 9(8).
           05 SH-SEQUENCE PIC 9(6).
           05 FILLER PIC X(179).
       01 STATEMENT-ENTRY REDEFINES STATEMENT-LINE.
           05 SE-BANK PIC X(3).
           05 SE-BATCH PIC 9(4).
           05 SE-TYPE PIC X(1).
           05 SE-SEQ PIC 9(5).
           05 SE-SEGMENT PIC X(1).
           05 FILLER PIC X(128).
           05 SE-ENTRY-DATE.
               10 SE-ENTRY-DD PIC 9(2).
               10 SE-ENTRY-MM PIC 9(2).
               10 SE-ENTRY-YYYY PIC 9(4).
           05 SE-AMOUNT PIC 9(16)V99.
           05 SE-DC PIC X(1).
               88 SE-CREDIT VALUE 'C'.
           05 SE-CATEGORY PIC 9(3).
               88 SE-PIX-CREDIT VALUE 209.
           05 SE-HISTORY-CODE PIC X(4).
           05 SE-HISTORY PIC X(25).
           05 SE-DOCUMENT.
               10 SE-DOC-SEQUENCE PIC X(6).
               10 FILLER PIC X(33).

       FD BANK-CONTROL-FILE.
       01 BANK-CONTROL-LINE.
           05 BFC-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 BFC-SEQUENCE PIC 9(6).
           05 FILLER PIC X(1).
           05 BFC-COUNT PIC 9(7).
           05 FILLER PIC X(1).
           05 BFC-AMOUNT PIC 9(11)V99.
           05 FILLER PIC X(1).
           05 BFC-APPLIED-DATE PIC 9(8).

       FD RECON-CONTROL-FILE.
       01 RECON-CONTROL-LINE.
           05 RC-STATEMENT-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 RC-STATEMENT-SEQ PIC 9(6).
           05 FILLER PIC X(1).
           05 RC-CREDITS PIC 9(7).
           05 FILLER PIC X(1).
           05 RC-CREDIT-AMOUNT PIC 9(11)V99.
           05 FILLER PIC X(1).
           05 RC-FEE-AMOUNT PIC 9(11)V99.
           05 FILLER PIC X(1).
           05 RC-RUN-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 RC-COMPANY PIC X(2).

       FD BANK-FEE-FILE.
       COPY BANKFEEREC REPLACING ==:RECNAME:== BY ==BANK-FEE-LINE==.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATEMENT-STATUS PIC X(2).
       01 WS-BANK-CTL-STATUS PIC X(2).
       01 WS-RECON-CTL-STATUS PIC X(2).
       01 WS-FEE-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-STATEMENT-FILENAME PIC X(100).
       01 WS-REPORT-FILENAME PIC X(100).
       01 WS-COMPANY PIC 9(2).
       01 WS-COMPANY-X REDEFINES WS-COMPANY PIC X(2).
       01 WS-RC-COMPANY PIC X(2).
       01 WS-BATCH-COMPANY PIC 9(2).
       01 WS-EOF PIC X(1).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-STATEMENT-DATE PIC 9(8) VALUE ZERO.
       01 WS-STATEMENT-SEQ PIC 9(6) VALUE ZERO.
       01 WS-ALREADY-RECONCILED PIC X(1) VALUE 'N'.
       01 WS-RECONCILED-ON PIC 9(8) VALUE ZERO.
       01 WS-FIRST-DATE PIC 9(8) VALUE ZERO.
       01 WS-LAST-DATE PIC 9(8) VALUE ZERO.
       01 WS-ENTRY-DATE PIC 9(8).
       01 WS-SEQ-QUOT PIC 9(6).
       01 WS-SEQ-REM PIC 9(6).
      * One entry per statement credit; WS-CR-BATCH points at the
      * settlement batch it was matched to (zero when none).
       01 WS-CR-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-CR-DROPPED PIC 9(7) VALUE ZERO.
       01 WS-CR-TABLE.
           05 WS-CR-ENTRY OCCURS 2000 TIMES.
               10 WS-CR-DATE PIC 9(8).
               10 WS-CR-CHANNEL PIC X(4).
               10 WS-CR-SEQUENCE PIC 9(6).
               10 WS-CR-AMOUNT PIC 9(11)V99.
               10 WS-CR-HISTORY PIC X(25).
               10 WS-CR-BATCH PIC 9(4) COMP.
       01 WS-C PIC 9(4) COMP.
      * One entry per settlement batch applied over the statement's
      * dates; WS-BT-CREDIT points back at the credit matched to it.
       01 WS-BT-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-BT-DROPPED PIC 9(7) VALUE ZERO.
       01 WS-BT-TABLE.
           05 WS-BT-ENTRY OCCURS 2000 TIMES.
               10 WS-BT-DATE PIC 9(8).
               10 WS-BT-CHANNEL PIC X(4).
               10 WS-BT-SEQUENCE PIC 9(6).
               10 WS-BT-ITEMS PIC 9(7).
               10 WS-BT-AMOUNT PIC 9(11)V99.
               10 WS-BT-CREDIT PIC 9(4) COMP.
       01 WS-B PIC 9(4) COMP.
       01 WS-BEST PIC 9(4) COMP.
       01 WS-BEST-GAP PIC 9(11)V99.
       01 WS-GAP PIC 9(11)V99.
       01 WS-DIFFERENCE PIC S9(11)V99.
       01 WS-CREDIT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-CREDITS PIC 9(11)V99 VALUE ZERO.
       01 WS-MATCHED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-POSTED PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-CREDITED PIC 9(11)V99 VALUE ZERO.
       01 WS-FEE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-FEES PIC 9(11)V99 VALUE ZERO.
       01 WS-OVER-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-OVER PIC 9(11)V99 VALUE ZERO.
       01 WS-DEPOSIT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-DEPOSITS PIC 9(11)V99 VALUE ZERO.
       01 WS-NO-CASH-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-NO-CASH PIC 9(11)V99 VALUE ZERO.
       01 WS-FEES-WRITTEN PIC 9(7) VALUE ZERO.
       01 WS-FEES-HELD PIC 9(7) VALUE ZERO.
       01 WS-FEE-REGISTER-FAILED PIC X(1) VALUE 'N'.
       01 WS-TITLE-LINE.
           05 FILLER PIC X(36) VALUE
               "BANK STATEMENT CASH RECONCILIATION".
           05 FILLER PIC X(11) VALUE "STATEMENT: ".
           05 WS-T-STATEMENT-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE "/".
           05 WS-T-STATEMENT-SEQ PIC 9(6).
           05 FILLER PIC X(7) VALUE "  RUN: ".
           05 WS-T-RUN-DATE PIC 9(8).
       01 WS-MATCH-LINE.
           05 WS-ML-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-ML-CHANNEL PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-ML-BATCH PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-ML-POSTED PIC Z(10)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-ML-CREDITED PIC Z(10)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-ML-FEE PIC Z(8)9.99-.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-ML-NOTE PIC X(14).
       01 WS-DEPOSIT-LINE.
           05 WS-DL-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-CHANNEL PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-DOCUMENT PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-AMOUNT PIC Z(10)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-HISTORY PIC X(25).
       01 WS-NO-CASH-LINE.
           05 WS-NL-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-NL-CHANNEL PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-NL-BATCH PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-NL-ITEMS PIC Z(6)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-NL-AMOUNT PIC Z(10)9.99.
       01 WS-TOTAL-LINE.
           05 WS-TL-LABEL PIC X(44).
           05 WS-TL-AMOUNT PIC Z(10)9.99-.
       01 WS-RPT-LINE PIC X(80).
       COPY PRDCHKPARM.
       COPY CMPLKPARM.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "CASH-RECON" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 0100-GET-COMPANY THRU 0100-END
           PERFORM 1000-LOAD-STATEMENT THRU 1000-END
           IF WS-STATEMENT-STATUS NOT = '00'
               MOVE 16 TO RETURN-CODE
               SET JL-CALL-END TO TRUE
               MOVE ZERO TO JL-CALL-RECORD-COUNT
               CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
                   JL-CALL-RECORD-COUNT
               GOBACK
           END-IF
           PERFORM 1100-CHECK-RECONCILED THRU 1100-END
           PERFORM 1200-LOAD-BATCHES THRU 1200-END
           PERFORM 2000-MATCH-BY-BATCH THRU 2000-END
           PERFORM 2100-MATCH-BY-AMOUNT THRU 2100-END
           PERFORM 3000-PRINT-REPORT THRU 3000-END
           IF WS-ALREADY-RECONCILED = 'N' AND WS-REPORT-STATUS = '00'
               PERFORM 4000-REGISTER-FEES THRU 4000-END
               IF WS-FEE-REGISTER-FAILED = 'N'
                   PERFORM 4100-RECORD-STATEMENT THRU 4100-END
               END-IF
           END-IF
           DISPLAY "CASH-RECON: company " WS-COMPANY " statement "
               WS-STATEMENT-DATE "/"
               WS-STATEMENT-SEQ " " WS-CREDIT-COUNT " credit(s), "
               WS-MATCHED-COUNT " matched, " WS-DEPOSIT-COUNT
               " unmatched deposit(s), " WS-NO-CASH-COUNT
               " batch(es) with no cash"
           IF WS-ALREADY-RECONCILED = 'Y'
               DISPLAY "CASH-RECON: statement already reconciled on "
                   WS-RECONCILED-ON " - fees not registered again"
           ELSE
               DISPLAY "CASH-RECON: " WS-FEES-WRITTEN
                   " bank fee(s) registered, " WS-FEES-HELD
                   " held for closed-period review"
           END-IF
           IF WS-CR-DROPPED > ZERO OR WS-BT-DROPPED > ZERO
               DISPLAY "CASH-RECON: " WS-CR-DROPPED " credit and "
                   WS-BT-DROPPED " batch line(s) beyond the tables "
                   "- not reconciled"
           END-IF
           EVALUATE TRUE
               WHEN WS-REPORT-STATUS NOT = '00'
               WHEN WS-CR-DROPPED > ZERO
               WHEN WS-BT-DROPPED > ZERO
               WHEN WS-FEE-REGISTER-FAILED = 'Y'
                   MOVE 16 TO RETURN-CODE
               WHEN WS-DEPOSIT-COUNT > ZERO
               WHEN WS-NO-CASH-COUNT > ZERO
               WHEN WS-OVER-COUNT > ZERO
               WHEN WS-FEES-HELD > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           SET JL-CALL-END TO TRUE
           MOVE WS-CREDIT-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

       0100-GET-COMPANY.
           MOVE SPACES TO WS-COMPANY-X
           ACCEPT WS-COMPANY-X FROM ENVIRONMENT "CASH_COMPANY"
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
               DISPLAY "CASH-RECON: company " WS-COMPANY
                   " is not on the company master"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-STATEMENT-FILENAME
           STRING '../bank-statement-cnab' CY-FILE-SUFFIX
               DELIMITED BY SPACE
               '.txt' DELIMITED BY SIZE INTO WS-STATEMENT-FILENAME
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING '../cash-reconciliation' CY-FILE-SUFFIX
               DELIMITED BY SPACE
               '.txt' DELIMITED BY SIZE INTO WS-REPORT-FILENAME.
       0100-END. EXIT.

      * The file header gives the statement its identity; the first
      * and last entry dates bound the batches expected to be covered.
       1000-LOAD-STATEMENT.
           MOVE 'N' TO WS-EOF
           OPEN INPUT STATEMENT-FILE
           IF WS-STATEMENT-STATUS NOT = '00'
               DISPLAY "CASH-RECON: no bank statement to reconcile, "
                   "status " WS-STATEMENT-STATUS
               GO TO 1000-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ STATEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN SH-TYPE = '0'
                               IF SH-DATE IS NUMERIC
                                   MOVE SH-DATE TO WS-STATEMENT-DATE
                               END-IF
                               IF SH-SEQUENCE IS NUMERIC
                                   MOVE SH-SEQUENCE
                                       TO WS-STATEMENT-SEQ
                               END-IF
                           WHEN SE-TYPE = '3' AND SE-SEGMENT = 'E'
                               PERFORM 1050-TAKE-ENTRY THRU 1050-END
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE STATEMENT-FILE
           IF WS-STATEMENT-DATE = ZERO
               MOVE WS-LAST-DATE TO WS-STATEMENT-DATE
           END-IF
           IF WS-FIRST-DATE = ZERO
               MOVE WS-STATEMENT-DATE TO WS-FIRST-DATE
               MOVE WS-STATEMENT-DATE TO WS-LAST-DATE
           END-IF.
       1000-END. EXIT.

      * Debits are the bank's own business; only credits are matched,
      * but every entry's date widens the statement's range.
       1050-TAKE-ENTRY.
           IF SE-ENTRY-DATE IS NOT NUMERIC OR SE-AMOUNT IS NOT NUMERIC
               DISPLAY "CASH-RECON: statement entry " SE-SEQ
                   " is not readable - skipped"
               GO TO 1050-END
           END-IF
           STRING SE-ENTRY-YYYY SE-ENTRY-MM SE-ENTRY-DD
               DELIMITED BY SIZE INTO WS-ENTRY-DATE
           IF WS-FIRST-DATE = ZERO OR WS-ENTRY-DATE < WS-FIRST-DATE
               MOVE WS-ENTRY-DATE TO WS-FIRST-DATE
           END-IF
           IF WS-ENTRY-DATE > WS-LAST-DATE
               MOVE WS-ENTRY-DATE TO WS-LAST-DATE
           END-IF
           IF NOT SE-CREDIT
               GO TO 1050-END
           END-IF
           ADD 1 TO WS-CREDIT-COUNT
           ADD SE-AMOUNT TO WS-TOTAL-CREDITS
           IF WS-CR-COUNT NOT < 2000
               ADD 1 TO WS-CR-DROPPED
               GO TO 1050-END
           END-IF
           ADD 1 TO WS-CR-COUNT
           MOVE WS-ENTRY-DATE TO WS-CR-DATE (WS-CR-COUNT)
           MOVE SE-AMOUNT TO WS-CR-AMOUNT (WS-CR-COUNT)
           MOVE SE-HISTORY TO WS-CR-HISTORY (WS-CR-COUNT)
           MOVE ZERO TO WS-CR-BATCH (WS-CR-COUNT)
           MOVE ZERO TO WS-CR-SEQUENCE (WS-CR-COUNT)
           IF SE-DOC-SEQUENCE IS NUMERIC
               MOVE SE-DOC-SEQUENCE TO WS-CR-SEQUENCE (WS-CR-COUNT)
           END-IF
           IF SE-PIX-CREDIT
               MOVE 'PIX' TO WS-CR-CHANNEL (WS-CR-COUNT)
               IF WS-CR-SEQUENCE (WS-CR-COUNT) NOT = ZERO
                   DIVIDE WS-CR-SEQUENCE (WS-CR-COUNT) BY 5000
                       GIVING WS-SEQ-QUOT REMAINDER WS-SEQ-REM
                   COMPUTE WS-CR-SEQUENCE (WS-CR-COUNT) = 900000
                       + (WS-COMPANY - 1) * 5000 + WS-SEQ-REM
               END-IF
           ELSE
               MOVE 'CNAB' TO WS-CR-CHANNEL (WS-CR-COUNT)
               IF WS-CR-SEQUENCE (WS-CR-COUNT) NOT = ZERO
                   AND WS-COMPANY > 1
                   DIVIDE WS-CR-SEQUENCE (WS-CR-COUNT) BY 10000
                       GIVING WS-SEQ-QUOT REMAINDER WS-SEQ-REM
                   COMPUTE WS-CR-SEQUENCE (WS-CR-COUNT) =
                       WS-COMPANY * 10000 + WS-SEQ-REM
               END-IF
           END-IF.
       1050-END. EXIT.

       1100-CHECK-RECONCILED.
           MOVE 'N' TO WS-EOF
           OPEN INPUT RECON-CONTROL-FILE
           IF WS-RECON-CTL-STATUS NOT = '00'
               GO TO 1100-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RECON-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE RC-COMPANY TO WS-RC-COMPANY
                       IF WS-RC-COMPANY IS NOT NUMERIC
                           OR WS-RC-COMPANY = '00'
                           MOVE '01' TO WS-RC-COMPANY
                       END-IF
                       IF RC-STATEMENT-DATE = WS-STATEMENT-DATE
                           AND RC-STATEMENT-SEQ = WS-STATEMENT-SEQ
                           AND WS-RC-COMPANY = WS-COMPANY-X
                           MOVE 'Y' TO WS-ALREADY-RECONCILED
                           MOVE RC-RUN-DATE TO WS-RECONCILED-ON
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECON-CONTROL-FILE.
       1100-END. EXIT.

      * Every return file of this company PAYMENT-POST applied that is
      * dated within the statement is expected to have cash behind it.
       1200-LOAD-BATCHES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT BANK-CONTROL-FILE
           IF WS-BANK-CTL-STATUS NOT = '00'
               GO TO 1200-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BANK-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 1250-BATCH-COMPANY THRU 1250-END
                       IF BFC-DATE NOT < WS-FIRST-DATE
                           AND BFC-DATE NOT > WS-LAST-DATE
                           AND WS-BATCH-COMPANY = WS-COMPANY
                           IF WS-BT-COUNT < 2000
                               ADD 1 TO WS-BT-COUNT
                               MOVE BFC-DATE TO WS-BT-DATE (WS-BT-COUNT)
                               MOVE BFC-SEQUENCE
                                   TO WS-BT-SEQUENCE (WS-BT-COUNT)
                               MOVE BFC-COUNT
                                   TO WS-BT-ITEMS (WS-BT-COUNT)
                               MOVE BFC-AMOUNT
                                   TO WS-BT-AMOUNT (WS-BT-COUNT)
                               MOVE ZERO TO WS-BT-CREDIT (WS-BT-COUNT)
                               IF BFC-SEQUENCE NOT < 900000
                                   MOVE 'PIX'
                                       TO WS-BT-CHANNEL (WS-BT-COUNT)
                               ELSE
                                   MOVE 'CNAB'
                                       TO WS-BT-CHANNEL (WS-BT-COUNT)
                               END-IF
                           ELSE
                               ADD 1 TO WS-BT-DROPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BANK-CONTROL-FILE.
       1200-END. EXIT.

      * The company a batch belongs to follows from the range its
      * sequence was lifted into: the PIX range in blocks of 5000 per
      * company, company * 10000 onwards for the CNAB files of
      * companies after 01, and anything else is company 01's.
       1250-BATCH-COMPANY.
           MOVE 1 TO WS-BATCH-COMPANY
           IF BFC-SEQUENCE IS NOT NUMERIC
               GO TO 1250-END
           END-IF
           IF BFC-SEQUENCE NOT < 900000
               COMPUTE WS-BATCH-COMPANY =
                   (BFC-SEQUENCE - 900000) / 5000 + 1
               GO TO 1250-END
           END-IF
           IF BFC-SEQUENCE NOT < 20000 AND BFC-SEQUENCE < 210000
               COMPUTE WS-BATCH-COMPANY = BFC-SEQUENCE / 10000
           END-IF.
       1250-END. EXIT.

       2000-MATCH-BY-BATCH.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CR-COUNT
               IF WS-CR-SEQUENCE (WS-C) NOT = ZERO
                   PERFORM VARYING WS-B FROM 1 BY 1
                       UNTIL WS-B > WS-BT-COUNT
                           OR WS-CR-BATCH (WS-C) NOT = ZERO
                       IF WS-BT-CREDIT (WS-B) = ZERO
                           AND WS-BT-SEQUENCE (WS-B)
                               = WS-CR-SEQUENCE (WS-C)
                           AND WS-BT-DATE (WS-B) = WS-CR-DATE (WS-C)
                           MOVE WS-B TO WS-CR-BATCH (WS-C)
                           MOVE WS-C TO WS-BT-CREDIT (WS-B)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       2000-END. EXIT.

      * A credit that quotes no batch the register knows is given to
      * the open batch of its day and channel that it comes closest
      * to without exceeding - a settlement less the bank's fee.
       2100-MATCH-BY-AMOUNT.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CR-COUNT
               IF WS-CR-BATCH (WS-C) = ZERO
                   MOVE ZERO TO WS-BEST
                   PERFORM VARYING WS-B FROM 1 BY 1
                       UNTIL WS-B > WS-BT-COUNT
                       IF WS-BT-CREDIT (WS-B) = ZERO
                           AND WS-BT-DATE (WS-B) = WS-CR-DATE (WS-C)
                           AND WS-BT-CHANNEL (WS-B)
                               = WS-CR-CHANNEL (WS-C)
                           AND WS-BT-AMOUNT (WS-B)
                               NOT < WS-CR-AMOUNT (WS-C)
                           COMPUTE WS-GAP =
                               WS-BT-AMOUNT (WS-B) - WS-CR-AMOUNT (WS-C)
                           IF WS-BEST = ZERO OR WS-GAP < WS-BEST-GAP
                               MOVE WS-B TO WS-BEST
                               MOVE WS-GAP TO WS-BEST-GAP
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-BEST NOT = ZERO
                       MOVE WS-BEST TO WS-CR-BATCH (WS-C)
                       MOVE WS-C TO WS-BT-CREDIT (WS-BEST)
                   END-IF
               END-IF
           END-PERFORM.
       2100-END. EXIT.

       3000-PRINT-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "CASH-RECON: cannot open report, status "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 3000-END
           END-IF
           MOVE WS-STATEMENT-DATE TO WS-T-STATEMENT-DATE
           MOVE WS-STATEMENT-SEQ TO WS-T-STATEMENT-SEQ
           MOVE WS-TODAY-DATE TO WS-T-RUN-DATE
           WRITE REPORT-LINE FROM WS-TITLE-LINE
           IF WS-ALREADY-RECONCILED = 'Y'
               MOVE "  (ALREADY RECONCILED ON " TO WS-RPT-LINE
               MOVE WS-RECONCILED-ON TO WS-RPT-LINE (26:8)
               MOVE " - FEES NOT REGISTERED AGAIN)"
                   TO WS-RPT-LINE (34:29)
               WRITE REPORT-LINE FROM WS-RPT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SETTLEMENTS MATCHED TO CASH" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE "DATE" TO WS-RPT-LINE (1:4)
           MOVE "CHNL" TO WS-RPT-LINE (10:4)
           MOVE "BATCH" TO WS-RPT-LINE (15:5)
           MOVE "POSTED" TO WS-RPT-LINE (30:6)
           MOVE "CREDITED" TO WS-RPT-LINE (43:8)
           MOVE "BANK FEE" TO WS-RPT-LINE (56:8)
           WRITE REPORT-LINE FROM WS-RPT-LINE
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-BT-COUNT
               IF WS-BT-CREDIT (WS-B) NOT = ZERO
                   PERFORM 3100-PRINT-MATCH THRU 3100-END
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DEPOSITS WITH NO POSTED SETTLEMENT" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CR-COUNT
               IF WS-CR-BATCH (WS-C) = ZERO
                   ADD 1 TO WS-DEPOSIT-COUNT
                   ADD WS-CR-AMOUNT (WS-C) TO WS-TOTAL-DEPOSITS
                   MOVE WS-CR-DATE (WS-C) TO WS-DL-DATE
                   MOVE WS-CR-CHANNEL (WS-C) TO WS-DL-CHANNEL
                   MOVE WS-CR-SEQUENCE (WS-C) TO WS-DL-DOCUMENT
                   MOVE WS-CR-AMOUNT (WS-C) TO WS-DL-AMOUNT
                   MOVE WS-CR-HISTORY (WS-C) TO WS-DL-HISTORY
                   WRITE REPORT-LINE FROM WS-DEPOSIT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "POSTED SETTLEMENTS WITH NO CASH" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-BT-COUNT
               IF WS-BT-CREDIT (WS-B) = ZERO
                   ADD 1 TO WS-NO-CASH-COUNT
                   ADD WS-BT-AMOUNT (WS-B) TO WS-TOTAL-NO-CASH
                   MOVE WS-BT-DATE (WS-B) TO WS-NL-DATE
                   MOVE WS-BT-CHANNEL (WS-B) TO WS-NL-CHANNEL
                   MOVE WS-BT-SEQUENCE (WS-B) TO WS-NL-BATCH
                   MOVE WS-BT-ITEMS (WS-B) TO WS-NL-ITEMS
                   MOVE WS-BT-AMOUNT (WS-B) TO WS-NL-AMOUNT
                   WRITE REPORT-LINE FROM WS-NO-CASH-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CREDITS ON THE STATEMENT" TO WS-TL-LABEL
           MOVE WS-TOTAL-CREDITS TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "SETTLEMENTS POSTED (MATCHED)" TO WS-TL-LABEL
           MOVE WS-TOTAL-POSTED TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "CASH CREDITED FOR THEM" TO WS-TL-LABEL
           MOVE WS-TOTAL-CREDITED TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "BANK FEES DEDUCTED" TO WS-TL-LABEL
           MOVE WS-TOTAL-FEES TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           IF WS-OVER-COUNT > ZERO
               MOVE "*** CREDITED ABOVE THE POSTED SETTLEMENT ***"
                   TO WS-TL-LABEL
               MOVE WS-TOTAL-OVER TO WS-TL-AMOUNT
               WRITE REPORT-LINE FROM WS-TOTAL-LINE
           END-IF
           MOVE "DEPOSITS WITH NO POSTED SETTLEMENT" TO WS-TL-LABEL
           MOVE WS-TOTAL-DEPOSITS TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "POSTED SETTLEMENTS WITH NO CASH" TO WS-TL-LABEL
           MOVE WS-TOTAL-NO-CASH TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           CLOSE REPORT-FILE.
       3000-END. EXIT.

      * The fee column shows what the bank kept back; a credit above
      * the posted amount shows negative and is flagged for follow-up.
       3100-PRINT-MATCH.
           MOVE WS-BT-CREDIT (WS-B) TO WS-C
           ADD 1 TO WS-MATCHED-COUNT
           ADD WS-BT-AMOUNT (WS-B) TO WS-TOTAL-POSTED
           ADD WS-CR-AMOUNT (WS-C) TO WS-TOTAL-CREDITED
           COMPUTE WS-DIFFERENCE =
               WS-BT-AMOUNT (WS-B) - WS-CR-AMOUNT (WS-C)
           MOVE SPACES TO WS-ML-NOTE
           IF WS-DIFFERENCE > ZERO
               ADD 1 TO WS-FEE-COUNT
               ADD WS-DIFFERENCE TO WS-TOTAL-FEES
           END-IF
           IF WS-DIFFERENCE < ZERO
               ADD 1 TO WS-OVER-COUNT
               SUBTRACT WS-DIFFERENCE FROM WS-TOTAL-OVER
               MOVE "*** OVER ***" TO WS-ML-NOTE
           END-IF
           IF WS-CR-SEQUENCE (WS-C) NOT = WS-BT-SEQUENCE (WS-B)
               AND WS-ML-NOTE = SPACES
               MOVE "BY AMOUNT" TO WS-ML-NOTE
           END-IF
           MOVE WS-BT-DATE (WS-B) TO WS-ML-DATE
           MOVE WS-BT-CHANNEL (WS-B) TO WS-ML-CHANNEL
           MOVE WS-BT-SEQUENCE (WS-B) TO WS-ML-BATCH
           MOVE WS-BT-AMOUNT (WS-B) TO WS-ML-POSTED
           MOVE WS-CR-AMOUNT (WS-C) TO WS-ML-CREDITED
           MOVE WS-DIFFERENCE TO WS-ML-FEE
           WRITE REPORT-LINE FROM WS-MATCH-LINE.
       3100-END. EXIT.

      * Each fee is a posting: dated on the day the bank credited the
      * batch, moved into the next open period when that one is
      * closed, or held for review under CLOSED_PERIOD_ACTION=REJECT.
       4000-REGISTER-FEES.
           IF WS-FEE-COUNT = ZERO
               GO TO 4000-END
           END-IF
           OPEN EXTEND BANK-FEE-FILE
           IF WS-FEE-STATUS = '35'
               OPEN OUTPUT BANK-FEE-FILE
               CLOSE BANK-FEE-FILE
               OPEN EXTEND BANK-FEE-FILE
           END-IF
           IF WS-FEE-STATUS NOT = '00'
               DISPLAY "CASH-RECON: cannot open bank-fee register, "
                   "status " WS-FEE-STATUS
                   " - statement left unreconciled"
               MOVE 'Y' TO WS-FEE-REGISTER-FAILED
               GO TO 4000-END
           END-IF
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-BT-COUNT
               IF WS-BT-CREDIT (WS-B) NOT = ZERO
                   MOVE WS-BT-CREDIT (WS-B) TO WS-C
                   IF WS-BT-AMOUNT (WS-B) > WS-CR-AMOUNT (WS-C)
                       PERFORM 4050-WRITE-FEE THRU 4050-END
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BANK-FEE-FILE.
       4000-END. EXIT.

       4050-WRITE-FEE.
           MOVE SPACES TO BANK-FEE-LINE
           MOVE WS-CR-DATE (WS-C) TO BF-DATE
           MOVE WS-BT-CHANNEL (WS-B) TO BF-CHANNEL
           MOVE WS-BT-SEQUENCE (WS-B) TO BF-BATCH
           MOVE WS-BT-AMOUNT (WS-B) TO BF-POSTED
           MOVE WS-CR-AMOUNT (WS-C) TO BF-CREDITED
           COMPUTE BF-FEE = WS-BT-AMOUNT (WS-B) - WS-CR-AMOUNT (WS-C)
           MOVE WS-COMPANY TO BF-COMPANY
           SET PC-POST TO TRUE
           MOVE 'CASH-RECON' TO PC-CALL-PROGRAM
           MOVE ZERO TO PC-CALL-CLIENT-CODE
           MOVE BANK-FEE-LINE TO PC-CALL-TEXT
           MOVE WS-CR-DATE (WS-C) TO PC-CALL-DATE
           CALL "PERIODCHK" USING PC-CALL-FUNCTION PC-CALL-PROGRAM
               PC-CALL-CLIENT-CODE PC-CALL-TEXT PC-CALL-DATE
               PC-CALL-ORIG-DATE PC-CALL-RETURN-CODE
           IF PC-REJECTED
               DISPLAY "CASH-RECON: fee on batch " BF-BATCH
                   " falls in a closed period - held for review"
               ADD 1 TO WS-FEES-HELD
               GO TO 4050-END
           END-IF
           MOVE PC-CALL-DATE TO BF-DATE
           WRITE BANK-FEE-LINE
           IF WS-FEE-STATUS NOT = '00'
               DISPLAY "CASH-RECON: bank-fee write failed, status "
                   WS-FEE-STATUS
               ADD 1 TO WS-FEES-HELD
           ELSE
               ADD 1 TO WS-FEES-WRITTEN
           END-IF.
       4050-END. EXIT.

       4100-RECORD-STATEMENT.
           OPEN EXTEND RECON-CONTROL-FILE
           IF WS-RECON-CTL-STATUS = '35'
               OPEN OUTPUT RECON-CONTROL-FILE
               CLOSE RECON-CONTROL-FILE
               OPEN EXTEND RECON-CONTROL-FILE
           END-IF
           IF WS-RECON-CTL-STATUS NOT = '00'
               DISPLAY "CASH-RECON: cannot open reconciled-statement "
                   "register, status " WS-RECON-CTL-STATUS
               GO TO 4100-END
           END-IF
           MOVE SPACES TO RECON-CONTROL-LINE
           MOVE WS-STATEMENT-DATE TO RC-STATEMENT-DATE
           MOVE WS-STATEMENT-SEQ TO RC-STATEMENT-SEQ
           MOVE WS-CREDIT-COUNT TO RC-CREDITS
           MOVE WS-TOTAL-CREDITS TO RC-CREDIT-AMOUNT
           MOVE WS-TOTAL-FEES TO RC-FEE-AMOUNT
           MOVE WS-TODAY-DATE TO RC-RUN-DATE
           MOVE WS-COMPANY-X TO RC-COMPANY
           WRITE RECON-CONTROL-LINE
           IF WS-RECON-CTL-STATUS NOT = '00'
               DISPLAY "CASH-RECON: reconciled-statement write failed, "
                   "status " WS-RECON-CTL-STATUS
           END-IF
           CLOSE RECON-CONTROL-FILE.
       4100-END. EXIT.

       END PROGRAM CASH-RECON.
