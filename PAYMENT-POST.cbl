      *                  matching; CODE_CHECK_MODE=STRICT bounces a
      *                  failure to unmatched, the default tolerates
      *                  legacy codes with a warning.
      *   15/10/2026 RM  A client code CLIENT-RECODE renumbered is
      *                  translated through CODEXREF before the check
      *                  digit, so a bank file quoting the old code
      *                  posts to the new one during the transition
      *                  period; after it the payment goes to
      *                  unmatched.
      *   15/10/2026 RM  A payment whose bank date falls in a period
      *                  finance has closed is checked through
      *                  PERIODCHK: it posts dated into the next open
      *                  period, or with CLOSED_PERIOD_ACTION=REJECT is
      *                  held on closed-period-review.txt and not
      *                  applied. Late charges still run to the real
      *                  bank date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-POST.
       01 WS-TOLERANCE PIC 9(1)V99 VALUE 0.05.
       01 WS-CODE-CHECK-MODE PIC X(6).
       COPY CODECHKPARM.
       COPY CODEXREFPARM.
       01 WS-IS-RECOVERY PIC X(1).
       01 WS-RECOVERY-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BANK-CTL-STATUS PIC X(2).
       01 WS-DETAIL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DETAIL-AMOUNT PIC 9(11)V99 VALUE ZERO.
       01 WS-FILE-APPLIED PIC X(1) VALUE 'N'.
       01 WS-POSTING-DATE PIC 9(8).
       01 WS-REDATED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REVIEW-COUNT PIC 9(7) VALUE ZERO.
       COPY PRDCHKPARM.
       COPY DTUPARMS.
       COPY JOBLOGPARM.

               DISPLAY "PAYMENT-POST: " WS-RECOVERY-COUNT
                   " recovery(ies) against written-off items"
           END-IF
           IF WS-REDATED-COUNT > ZERO OR WS-REVIEW-COUNT > ZERO
               DISPLAY "PAYMENT-POST: " WS-REDATED-COUNT
                   " redated out of closed periods, "
                   WS-REVIEW-COUNT " held for closed-period review"
           END-IF
           IF WS-UNMATCHED-COUNT > 0 OR WS-REVIEW-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
      * credit-on-account. A payment with no open item at all - a
      * settled invoice paid again, or a client/period never billed -
      * goes to unmatched. An item already written off posts as a
      * recovery. A bank date in a closed accounting period is
      * redated, or held for review, before anything is applied.
       2100-POST-ONE.
           MOVE PAY-CLIENT-CODE TO XC-CALL-CODE
           CALL "CODEXREF" USING XC-CALL-CODE XC-CALL-RETURN-CODE
           IF XC-CODE-TRANSLATED
               DISPLAY "PAYMENT-POST: client " PAY-CLIENT-CODE
                   " was renumbered - posted to " XC-CALL-CODE
               MOVE XC-CALL-CODE TO PAY-CLIENT-CODE
           END-IF
           IF XC-TRANSITION-OVER
               DISPLAY "PAYMENT-POST: client " PAY-CLIENT-CODE
                   " was renumbered and the old code has lapsed - "
                   "payment to unmatched"
               PERFORM 2300-WRITE-UNMATCHED THRU 2300-END
               GO TO 2100-END
           END-IF
           SET CK-CALL-VERIFY TO TRUE
           MOVE PAY-CLIENT-CODE TO CK-CALL-CODE
           CALL "CODECHK" USING CK-CALL-FUNCTION CK-CALL-BASE
           END-IF
           IF WS-ITEM-FOUND = 'Y'
               AND (OI-OPEN-AMOUNT > ZERO OR WS-IS-RECOVERY = 'Y')
               SET PC-POST TO TRUE
               MOVE 'PAYMENT-POST' TO PC-CALL-PROGRAM
               MOVE PAY-CLIENT-CODE TO PC-CALL-CLIENT-CODE
               MOVE PAYMENT-LINE TO PC-CALL-TEXT
               MOVE PAY-DATE TO PC-CALL-DATE
               CALL "PERIODCHK" USING PC-CALL-FUNCTION
                   PC-CALL-PROGRAM PC-CALL-CLIENT-CODE PC-CALL-TEXT
                   PC-CALL-DATE PC-CALL-ORIG-DATE PC-CALL-RETURN-CODE
               IF PC-REJECTED
                   ADD 1 TO WS-REVIEW-COUNT
                   DISPLAY "PAYMENT-POST: client " PAY-CLIENT-CODE
                       " paid " PAY-DATE " in a closed period - held "
                       "for review"
                   GO TO 2100-END
               END-IF
               MOVE PC-CALL-DATE TO WS-POSTING-DATE
               IF PC-REDATED
                   ADD 1 TO WS-REDATED-COUNT
                   DISPLAY "PAYMENT-POST: client " PAY-CLIENT-CODE
                       " paid " PAY-DATE " in a closed period - "
                       "posted as " WS-POSTING-DATE
               END-IF
               PERFORM 2150-COMPUTE-CHARGES THRU 2150-END
               MOVE ZERO TO WS-CHARGE-TAKEN
               MOVE ZERO TO WS-FINE-TAKEN
                   "status " WS-POSTED-STATUS
           ELSE
               MOVE PAYMENT-LINE TO POSTED-LINE
               MOVE WS-POSTING-DATE TO PST-DATE
               WRITE POSTED-LINE
               IF WS-POSTED-STATUS NOT = '00'
                   DISPLAY "PAYMENT-POST: posted write failed, "
               MOVE SPACES TO LATE-CHARGE-LINE
               MOVE PAY-CLIENT-CODE TO LC-CLIENT-CODE
               MOVE PAY-PERIOD TO LC-PERIOD
               MOVE WS-POSTING-DATE TO LC-DATE
               MOVE WS-FINE-TAKEN TO LC-FINE
               MOVE WS-INTEREST-TAKEN TO LC-INTEREST
               WRITE LATE-CHARGE-LINE
                   "status " WS-RECOVERED-STATUS
           ELSE
               MOVE PAYMENT-LINE TO RECOVERED-LINE
               MOVE WS-POSTING-DATE TO RCV-DATE
               WRITE RECOVERED-LINE
               IF WS-RECOVERED-STATUS NOT = '00'
                   DISPLAY "PAYMENT-POST: recovered write failed, "
