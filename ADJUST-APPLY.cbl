      *                  in place, and the was-it-ever-billed check is
      *                  a keyed read against it instead of a scan of
      *                  the whole billing history.
      *   15/10/2026 RM  The posting date is checked through PERIODCHK
      *                  against the periods finance has closed: it
      *                  registers dated into the next open period, or
      *                  with CLOSED_PERIOD_ACTION=REJECT is held on
      *                  closed-period-review.txt and counted as a
      *                  reject.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJUST-APPLY.
       01 WS-R PIC 9(3) COMP.
       01 WS-RC-POS PIC 9(3) COMP.
       01 WS-SUM-LINE PIC X(80).
       01 WS-POSTING-DATE PIC 9(8).
       COPY PRDCHKPARM.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
                       " has a zero or bad amount - rejected"
                   ADD 1 TO WS-REJECT-COUNT
               WHEN OTHER
                   PERFORM 2150-CHECK-PERIOD THRU 2150-END
                   IF NOT PC-REJECTED
                       PERFORM 2200-WRITE-REGISTER THRU 2200-END
                       PERFORM 2250-NET-OPEN-ITEM THRU 2250-END
                   END-IF
           END-EVALUATE.
       2100-END. EXIT.

      * An adjustment may not land in a period finance has closed; it
      * is redated into the next open one or held for review.
       2150-CHECK-PERIOD.
           SET PC-POST TO TRUE
           MOVE 'ADJUST-APPLY' TO PC-CALL-PROGRAM
           MOVE AT-CLIENT-CODE TO PC-CALL-CLIENT-CODE
           MOVE ADJUST-TRANS-LINE TO PC-CALL-TEXT
           MOVE WS-TODAY-DATE TO PC-CALL-DATE
           CALL "PERIODCHK" USING PC-CALL-FUNCTION PC-CALL-PROGRAM
               PC-CALL-CLIENT-CODE PC-CALL-TEXT PC-CALL-DATE
               PC-CALL-ORIG-DATE PC-CALL-RETURN-CODE
           MOVE PC-CALL-DATE TO WS-POSTING-DATE
           IF PC-REJECTED
               DISPLAY "ADJUST-APPLY: client " AT-CLIENT-CODE
                   " period " AT-PERIOD
                   " posts into a closed period - held for review"
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
       2150-END. EXIT.

      * Nets the accepted adjustment into the item record still in
      * the buffer from the validation read.
       2250-NET-OPEN-ITEM.
               MOVE SPACES TO ADJUST-REG-LINE
               MOVE AT-CLIENT-CODE TO AJ-CLIENT-CODE
               MOVE AT-PERIOD TO AJ-PERIOD
               MOVE WS-POSTING-DATE TO AJ-DATE
               MOVE AT-SIGN TO AJ-SIGN
               MOVE AT-AMOUNT TO AJ-AMOUNT
               MOVE AT-REASON TO AJ-REASON
