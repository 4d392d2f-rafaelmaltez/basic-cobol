      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Payment reversal run. Undoes posted payments named on
      *          the reversal transaction file (payment-reversals.txt:
      *          client, period, original posting date, amount,
      *          reason) - a returned direct debit, or money applied
      *          to the wrong client. For each one the original line
      *          must be on payments-posted.txt and not already
      *          reversed; the run then appends the negative posting
      *          (PAY-SIGN '-') to payments-posted.txt, takes back the
      *          late charge PAYMENT-POST booked from that payment on
      *          late-charges.txt, takes back the overpayment it held
      *          on credits-on-account.txt (whatever a later billing
      *          cycle already drew down is owed again and reopens
      *          with the item), and adds the rest back to the item's
      *          OI-OPEN-AMOUNT on open-items.dat, reopening a settled
      *          item - so AGING-REPORT, DUNNING-NOTICE and GL-EXPORT
      *          see the balance again. Every transaction, applied or
      *          refused, goes on the reversal register with the
      *          split, the job identity and the reason for audit.
      * Tectonics: cobc
      * Note: JOB_USER_ID names the operator on the register
      *       (default BATCH).
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-REVERSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVERSAL-FILE ASSIGN TO '..\payment-reversals.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVERSAL-STATUS.

           SELECT OPEN-ITEMS-FILE ASSIGN TO WS-OPEN-ITEMS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OI-ITEM-KEY
           FILE STATUS IS WS-OPEN-ITEMS-STATUS.

           SELECT POSTED-FILE ASSIGN TO '..\payments-posted.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSTED-STATUS.

           SELECT CREDIT-FILE ASSIGN TO '..\credits-on-account.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CREDIT-STATUS.

           SELECT LATE-CHARGES-FILE ASSIGN TO '..\late-charges.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHARGES-STATUS.

           SELECT REGISTER-FILE ASSIGN TO '..\reversal-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REVERSAL-FILE.
       01 REVERSAL-LINE.
           05 RVT-CLIENT-CODE PIC 9(7).
           05 FILLER PIC X(1).
           05 RVT-PERIOD PIC X(6).
           05 FILLER PIC X(1).
           05 RVT-POSTED-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 RVT-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 RVT-REASON PIC X(30).

       FD OPEN-ITEMS-FILE.
       COPY OPNITMREC.

       FD POSTED-FILE.
       COPY PAYREC REPLACING ==:RECNAME:== BY ==POSTED-LINE==
           LEADING ==PAY== BY ==PST==.

       FD CREDIT-FILE.
       COPY CREDITREC REPLACING ==:RECNAME:== BY ==CREDIT-LINE==.

       FD LATE-CHARGES-FILE.
       01 LATE-CHARGE-LINE.
           05 LC-CLIENT-CODE PIC 9(7).
           05 FILLER PIC X(1).
           05 LC-PERIOD PIC X(6).
           05 FILLER PIC X(1).
           05 LC-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 LC-FINE PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 LC-INTEREST PIC 9(7)V99.

       FD REGISTER-FILE.
       01 REGISTER-LINE.
           05 RVR-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 RVR-TIME PIC 9(8).
           05 FILLER PIC X(1).
           05 RVR-CLIENT-CODE PIC 9(7).
           05 FILLER PIC X(1).
           05 RVR-PERIOD PIC X(6).
           05 FILLER PIC X(1).
           05 RVR-POSTED-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 RVR-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 RVR-REOPENED PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 RVR-CHARGE PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 RVR-CREDIT PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 RVR-RESULT PIC X(1).
               88 RVR-APPLIED VALUE 'A'.
               88 RVR-REFUSED VALUE 'R'.
           05 FILLER PIC X(1).
           05 RVR-USER-ID PIC X(8).
           05 FILLER PIC X(1).
           05 RVR-REASON PIC X(30).
           05 FILLER PIC X(1).
           05 RVR-NOTE PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-REVERSAL-STATUS PIC X(2).
       01 WS-OPEN-ITEMS-FILENAME PIC X(100).
       01 WS-OPEN-ITEMS-STATUS PIC X(2).
       01 WS-POSTED-STATUS PIC X(2).
       01 WS-CREDIT-STATUS PIC X(2).
       01 WS-CHARGES-STATUS PIC X(2).
       01 WS-REGISTER-STATUS PIC X(2).
       01 WS-REVERSAL-EOF PIC X(1) VALUE 'N'.
       01 WS-POSTED-EOF PIC X(1) VALUE 'N'.
       01 WS-CREDIT-EOF PIC X(1) VALUE 'N'.
       01 WS-CHARGES-EOF PIC X(1) VALUE 'N'.
       01 WS-REGISTER-EOF PIC X(1) VALUE 'N'.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-JOB-USER-ID PIC X(8).
       01 WS-RV-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-RV-TABLE.
           05 WS-RV-ENTRY OCCURS 500 TIMES.
               10 WS-RV-LINE PIC X(65).
               10 WS-RV-ORIGINALS PIC 9(3) COMP.
               10 WS-RV-REVERSED PIC 9(3) COMP.
       01 WS-V PIC 9(3) COMP.
       01 WS-RV-OVERFLOW PIC X(1) VALUE 'N'.
       01 WS-CRD-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-CRD-TABLE.
           05 WS-CRD-ENTRY OCCURS 5000 TIMES.
               10 WS-CRD-CODE PIC 9(7).
               10 WS-CRD-AMOUNT PIC 9(7)V99.
       01 WS-K PIC 9(4) COMP.
       01 WS-CRD-POS PIC 9(4) COMP.
       01 WS-CRD-OVERFLOW PIC X(1) VALUE 'N'.
       01 WS-CRD-CHANGED PIC X(1) VALUE 'N'.
       01 WS-LC-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-LC-TABLE.
           05 WS-LC-ENTRY OCCURS 5000 TIMES.
               10 WS-LC-LINE PIC X(50).
               10 WS-LC-REMOVED PIC X(1).
       01 WS-L PIC 9(4) COMP.
       01 WS-LC-POS PIC 9(4) COMP.
       01 WS-LC-OVERFLOW PIC X(1) VALUE 'N'.
       01 WS-LC-CHANGED PIC X(1) VALUE 'N'.
       01 WS-REFUSE-NOTE PIC X(30).
       01 WS-RESULT PIC X(1).
       01 WS-NET-AMOUNT PIC 9(7)V99.
       01 WS-ROOM PIC S9(7)V99.
       01 WS-REOPEN-AMOUNT PIC 9(7)V99.
       01 WS-CHARGE-AMOUNT PIC 9(7)V99.
       01 WS-CREDIT-PART PIC 9(7)V99.
       01 WS-CREDIT-TAKEN PIC 9(7)V99.
       01 WS-APPLIED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REFUSED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-APPLIED-AMOUNT PIC 9(11)V99 VALUE ZERO.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "PAYMENT-REVERSE" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-OPEN-ITEMS-FILENAME
           ACCEPT WS-OPEN-ITEMS-FILENAME
               FROM ENVIRONMENT "OPEN_ITEMS_FILE"
           IF WS-OPEN-ITEMS-FILENAME = SPACES
               MOVE '..\open-items.dat' TO WS-OPEN-ITEMS-FILENAME
           END-IF
           MOVE SPACES TO WS-JOB-USER-ID
           ACCEPT WS-JOB-USER-ID FROM ENVIRONMENT "JOB_USER_ID"
           IF WS-JOB-USER-ID = SPACES
               MOVE 'BATCH' TO WS-JOB-USER-ID
           END-IF
           PERFORM 0100-LOAD-REVERSALS THRU 0100-END
           IF WS-RV-COUNT = ZERO
               DISPLAY "PAYMENT-REVERSE: no reversal transactions"
               MOVE 4 TO RETURN-CODE
               SET JL-CALL-END TO TRUE
               MOVE ZERO TO JL-CALL-RECORD-COUNT
               CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
                   JL-CALL-RECORD-COUNT
               GOBACK
           END-IF
           PERFORM 0150-LOAD-CREDITS THRU 0150-END
           PERFORM 0200-LOAD-LATE-CHARGES THRU 0200-END
           IF WS-RV-OVERFLOW = 'Y' OR WS-CRD-OVERFLOW = 'Y'
               OR WS-LC-OVERFLOW = 'Y'
               DISPLAY "PAYMENT-REVERSE: reversal, credit or "
                   "late-charge file larger than its table - "
                   "nothing reversed, files untouched"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0300-COUNT-ORIGINALS THRU 0300-END
           PERFORM 0400-COUNT-PRIOR-REVERSALS THRU 0400-END
           PERFORM 2000-APPLY-REVERSALS THRU 2000-END
           IF WS-CRD-CHANGED = 'Y'
               PERFORM 3000-REWRITE-CREDITS THRU 3000-END
           END-IF
           IF WS-LC-CHANGED = 'Y'
               PERFORM 3100-REWRITE-LATE-CHARGES THRU 3100-END
           END-IF
           DISPLAY "PAYMENT-REVERSE: " WS-APPLIED-COUNT
               " reversal(s) applied, total " WS-APPLIED-AMOUNT
               ", " WS-REFUSED-COUNT " refused"
           IF RETURN-CODE NOT = 16
               IF WS-REFUSED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           SET JL-CALL-END TO TRUE
           MOVE WS-APPLIED-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

       0100-LOAD-REVERSALS.
           OPEN INPUT REVERSAL-FILE
           IF WS-REVERSAL-STATUS NOT = '00'
               GO TO 0100-END
           END-IF
           PERFORM UNTIL WS-REVERSAL-EOF = 'Y'
               READ REVERSAL-FILE
                   AT END
                       MOVE 'Y' TO WS-REVERSAL-EOF
                   NOT AT END
                       IF RVT-CLIENT-CODE IS NUMERIC
                           IF WS-RV-COUNT < 500
                               ADD 1 TO WS-RV-COUNT
                               MOVE REVERSAL-LINE
                                   TO WS-RV-LINE (WS-RV-COUNT)
                               MOVE ZERO
                                   TO WS-RV-ORIGINALS (WS-RV-COUNT)
                               MOVE ZERO
                                   TO WS-RV-REVERSED (WS-RV-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-RV-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REVERSAL-FILE.
       0100-END. EXIT.

       0150-LOAD-CREDITS.
           OPEN INPUT CREDIT-FILE
           IF WS-CREDIT-STATUS NOT = '00'
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
                   MOVE 'Y' TO WS-CRD-OVERFLOW
               END-IF
           END-IF
           IF WS-CRD-POS > ZERO
               ADD CR-AMOUNT TO WS-CRD-AMOUNT (WS-CRD-POS)
           END-IF.
       0160-END. EXIT.

       0200-LOAD-LATE-CHARGES.
           OPEN INPUT LATE-CHARGES-FILE
           IF WS-CHARGES-STATUS NOT = '00'
               GO TO 0200-END
           END-IF
           PERFORM UNTIL WS-CHARGES-EOF = 'Y'
               READ LATE-CHARGES-FILE
                   AT END
                       MOVE 'Y' TO WS-CHARGES-EOF
                   NOT AT END
                       IF WS-LC-COUNT < 5000
                           ADD 1 TO WS-LC-COUNT
                           MOVE LATE-CHARGE-LINE
                               TO WS-LC-LINE (WS-LC-COUNT)
                           MOVE 'N' TO WS-LC-REMOVED (WS-LC-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-LC-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LATE-CHARGES-FILE.
       0200-END. EXIT.

      * The original must be on the posted file: same client, period,
      * posting date and amount, counted so the same payment posted
      * twice can also be reversed twice but never more.
       0300-COUNT-ORIGINALS.
           OPEN INPUT POSTED-FILE
           IF WS-POSTED-STATUS NOT = '00'
               GO TO 0300-END
           END-IF
           PERFORM UNTIL WS-POSTED-EOF = 'Y'
               READ POSTED-FILE
                   AT END
                       MOVE 'Y' TO WS-POSTED-EOF
                   NOT AT END
                       IF NOT PST-REVERSAL
                           PERFORM 0310-MATCH-ORIGINAL THRU 0310-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTED-FILE.
       0300-END. EXIT.

       0310-MATCH-ORIGINAL.
           PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > WS-RV-COUNT
               MOVE WS-RV-LINE (WS-V) TO REVERSAL-LINE
               IF RVT-CLIENT-CODE = PST-CLIENT-CODE
                   AND RVT-PERIOD = PST-PERIOD
                   AND RVT-POSTED-DATE = PST-DATE
                   AND RVT-AMOUNT = PST-AMOUNT
                   ADD 1 TO WS-RV-ORIGINALS (WS-V)
               END-IF
           END-PERFORM.
       0310-END. EXIT.

      * Reversals already applied in earlier runs use up originals.
       0400-COUNT-PRIOR-REVERSALS.
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = '00'
               GO TO 0400-END
           END-IF
           PERFORM UNTIL WS-REGISTER-EOF = 'Y'
               READ REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-REGISTER-EOF
                   NOT AT END
                       IF RVR-APPLIED
                           PERFORM 0410-MATCH-PRIOR THRU 0410-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE.
       0400-END. EXIT.

       0410-MATCH-PRIOR.
           PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > WS-RV-COUNT
               MOVE WS-RV-LINE (WS-V) TO REVERSAL-LINE
               IF RVT-CLIENT-CODE = RVR-CLIENT-CODE
                   AND RVT-PERIOD = RVR-PERIOD
                   AND RVT-POSTED-DATE = RVR-POSTED-DATE
                   AND RVT-AMOUNT = RVR-AMOUNT
                   ADD 1 TO WS-RV-REVERSED (WS-V)
               END-IF
           END-PERFORM.
       0410-END. EXIT.

       2000-APPLY-REVERSALS.
           OPEN I-O OPEN-ITEMS-FILE
           IF WS-OPEN-ITEMS-STATUS NOT = '00'
               DISPLAY "PAYMENT-REVERSE: no open-items master, "
                   "status " WS-OPEN-ITEMS-STATUS
                   " - run OPENITEM-BUILD first"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND REGISTER-FILE
           IF WS-REGISTER-STATUS = '35'
               OPEN OUTPUT REGISTER-FILE
               CLOSE REGISTER-FILE
               OPEN EXTEND REGISTER-FILE
           END-IF
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY "PAYMENT-REVERSE: cannot open reversal "
                   "register, status " WS-REGISTER-STATUS
               CLOSE OPEN-ITEMS-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > WS-RV-COUNT
               MOVE WS-RV-LINE (WS-V) TO REVERSAL-LINE
               PERFORM 2100-REVERSE-ONE THRU 2100-END
           END-PERFORM
           CLOSE REGISTER-FILE
           CLOSE OPEN-ITEMS-FILE.
       2000-END. EXIT.

      * What the original payment did is undone in the order
      * PAYMENT-POST did it backwards: the late charge taken from the
      * excess first, then the part held on account (the room the
      * item has above its open balance caps what went to the item),
      * and what is left goes back on the item.
       2100-REVERSE-ONE.
           MOVE SPACES TO WS-REFUSE-NOTE
           MOVE ZERO TO WS-REOPEN-AMOUNT
           MOVE ZERO TO WS-CHARGE-AMOUNT
           MOVE ZERO TO WS-CREDIT-PART
           MOVE ZERO TO WS-CREDIT-TAKEN
           IF RVT-AMOUNT IS NOT NUMERIC OR RVT-AMOUNT = ZERO
               MOVE 'AMOUNT MISSING OR ZERO' TO WS-REFUSE-NOTE
               GO TO 2100-REFUSE
           END-IF
           IF WS-RV-ORIGINALS (WS-V) = ZERO
               MOVE 'NO SUCH POSTED PAYMENT' TO WS-REFUSE-NOTE
               GO TO 2100-REFUSE
           END-IF
           IF WS-RV-REVERSED (WS-V) >= WS-RV-ORIGINALS (WS-V)
               MOVE 'ALREADY REVERSED' TO WS-REFUSE-NOTE
               GO TO 2100-REFUSE
           END-IF
           MOVE RVT-CLIENT-CODE TO OI-CLIENT-CODE
           MOVE RVT-PERIOD TO OI-PERIOD
           READ OPEN-ITEMS-FILE
               INVALID KEY
                   MOVE 'NO OPEN ITEM FOR CLIENT/PERIOD'
                       TO WS-REFUSE-NOTE
           END-READ
           IF WS-REFUSE-NOTE NOT = SPACES
               GO TO 2100-REFUSE
           END-IF
           PERFORM 2200-TAKE-BACK-CHARGE THRU 2200-END
           COMPUTE WS-NET-AMOUNT = RVT-AMOUNT - WS-CHARGE-AMOUNT
           COMPUTE WS-ROOM = OI-ORIG-AMOUNT - OI-OPEN-AMOUNT
           IF WS-ROOM < ZERO
               MOVE ZERO TO WS-ROOM
           END-IF
           IF WS-NET-AMOUNT > WS-ROOM
               MOVE WS-ROOM TO WS-REOPEN-AMOUNT
               COMPUTE WS-CREDIT-PART = WS-NET-AMOUNT - WS-ROOM
               PERFORM 2300-TAKE-BACK-CREDIT THRU 2300-END
           ELSE
               MOVE WS-NET-AMOUNT TO WS-REOPEN-AMOUNT
           END-IF
           ADD WS-REOPEN-AMOUNT TO OI-OPEN-AMOUNT
           IF OI-SETTLED AND OI-OPEN-AMOUNT > ZERO
               MOVE 'O' TO OI-STATUS
           END-IF
           REWRITE OPEN-ITEM-RECORD
           IF WS-OPEN-ITEMS-STATUS NOT = '00'
               DISPLAY "PAYMENT-REVERSE: open-items rewrite failed, "
                   "status " WS-OPEN-ITEMS-STATUS
           END-IF
           PERFORM 2500-WRITE-NEGATIVE-POSTING THRU 2500-END
           ADD 1 TO WS-RV-REVERSED (WS-V)
           ADD 1 TO WS-APPLIED-COUNT
           ADD RVT-AMOUNT TO WS-APPLIED-AMOUNT
           DISPLAY "PAYMENT-REVERSE: client " RVT-CLIENT-CODE
               " period " RVT-PERIOD " reversed " RVT-AMOUNT
               " - " OI-OPEN-AMOUNT " open again"
           MOVE 'A' TO WS-RESULT
           PERFORM 2600-WRITE-REGISTER THRU 2600-END
           GO TO 2100-END.
       2100-REFUSE.
           DISPLAY "PAYMENT-REVERSE: client " RVT-CLIENT-CODE
               " period " RVT-PERIOD " posted " RVT-POSTED-DATE
               " refused - " WS-REFUSE-NOTE
           ADD 1 TO WS-REFUSED-COUNT
           MOVE 'R' TO WS-RESULT
           PERFORM 2600-WRITE-REGISTER THRU 2600-END.
       2100-END. EXIT.

      * PAYMENT-POST dates a late-charge line with the payment date.
       2200-TAKE-BACK-CHARGE.
           MOVE ZERO TO WS-LC-POS
           PERFORM VARYING WS-L FROM 1 BY 1
               UNTIL WS-L > WS-LC-COUNT OR WS-LC-POS > ZERO
               MOVE WS-LC-LINE (WS-L) TO LATE-CHARGE-LINE
               IF WS-LC-REMOVED (WS-L) = 'N'
                   AND LC-CLIENT-CODE = RVT-CLIENT-CODE
                   AND LC-PERIOD = RVT-PERIOD
                   AND LC-DATE = RVT-POSTED-DATE
                   MOVE WS-L TO WS-LC-POS
               END-IF
           END-PERFORM
           IF WS-LC-POS = ZERO
               GO TO 2200-END
           END-IF
           MOVE WS-LC-LINE (WS-LC-POS) TO LATE-CHARGE-LINE
           COMPUTE WS-CHARGE-AMOUNT = LC-FINE + LC-INTEREST
           IF WS-CHARGE-AMOUNT > RVT-AMOUNT
               MOVE RVT-AMOUNT TO WS-CHARGE-AMOUNT
           END-IF
           MOVE 'Y' TO WS-LC-REMOVED (WS-LC-POS)
           MOVE 'Y' TO WS-LC-CHANGED.
       2200-END. EXIT.

      * Credit a later billing cycle or refund already used cannot be
      * taken back; that part is owed again and reopens on the item.
       2300-TAKE-BACK-CREDIT.
           MOVE ZERO TO WS-CRD-POS
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-CRD-COUNT OR WS-CRD-POS > ZERO
               IF WS-CRD-CODE (WS-K) = RVT-CLIENT-CODE
                   MOVE WS-K TO WS-CRD-POS
               END-IF
           END-PERFORM
           IF WS-CRD-POS > ZERO
               IF WS-CRD-AMOUNT (WS-CRD-POS) > WS-CREDIT-PART
                   MOVE WS-CREDIT-PART TO WS-CREDIT-TAKEN
               ELSE
                   MOVE WS-CRD-AMOUNT (WS-CRD-POS) TO WS-CREDIT-TAKEN
               END-IF
               SUBTRACT WS-CREDIT-TAKEN
                   FROM WS-CRD-AMOUNT (WS-CRD-POS)
               MOVE 'Y' TO WS-CRD-CHANGED
           END-IF
           COMPUTE WS-REOPEN-AMOUNT = WS-REOPEN-AMOUNT
               + WS-CREDIT-PART - WS-CREDIT-TAKEN.
       2300-END. EXIT.

       2500-WRITE-NEGATIVE-POSTING.
           OPEN EXTEND POSTED-FILE
           IF WS-POSTED-STATUS = '35'
               OPEN OUTPUT POSTED-FILE
               CLOSE POSTED-FILE
               OPEN EXTEND POSTED-FILE
           END-IF
           IF WS-POSTED-STATUS NOT = '00'
               DISPLAY "PAYMENT-REVERSE: cannot open posted file, "
                   "status " WS-POSTED-STATUS
           ELSE
               MOVE SPACES TO POSTED-LINE
               MOVE RVT-CLIENT-CODE TO PST-CLIENT-CODE
               MOVE ',' TO POSTED-LINE (8:1)
               MOVE RVT-PERIOD TO PST-PERIOD
               MOVE ',' TO POSTED-LINE (15:1)
               MOVE WS-TODAY-DATE TO PST-DATE
               MOVE ',' TO POSTED-LINE (24:1)
               MOVE RVT-AMOUNT TO PST-AMOUNT
               MOVE '-' TO PST-SIGN
               WRITE POSTED-LINE
               IF WS-POSTED-STATUS NOT = '00'
                   DISPLAY "PAYMENT-REVERSE: posted write failed, "
                       "status " WS-POSTED-STATUS
               END-IF
               CLOSE POSTED-FILE
           END-IF.
       2500-END. EXIT.

       2600-WRITE-REGISTER.
           MOVE SPACES TO REGISTER-LINE
           MOVE WS-RESULT TO RVR-RESULT
           MOVE WS-TODAY-DATE TO RVR-DATE
           ACCEPT RVR-TIME FROM TIME
           MOVE RVT-CLIENT-CODE TO RVR-CLIENT-CODE
           MOVE RVT-PERIOD TO RVR-PERIOD
           MOVE RVT-POSTED-DATE TO RVR-POSTED-DATE
           MOVE RVT-AMOUNT TO RVR-AMOUNT
           MOVE WS-REOPEN-AMOUNT TO RVR-REOPENED
           MOVE WS-CHARGE-AMOUNT TO RVR-CHARGE
           MOVE WS-CREDIT-TAKEN TO RVR-CREDIT
           MOVE WS-JOB-USER-ID TO RVR-USER-ID
           MOVE RVT-REASON TO RVR-REASON
           MOVE WS-REFUSE-NOTE TO RVR-NOTE
           WRITE REGISTER-LINE
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY "PAYMENT-REVERSE: reversal register write "
                   "failed, status " WS-REGISTER-STATUS
           END-IF.
       2600-END. EXIT.

       3000-REWRITE-CREDITS.
           OPEN OUTPUT CREDIT-FILE
           IF WS-CREDIT-STATUS NOT = '00'
               DISPLAY "PAYMENT-REVERSE: cannot rewrite credit file, "
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

       3100-REWRITE-LATE-CHARGES.
           OPEN OUTPUT LATE-CHARGES-FILE
           IF WS-CHARGES-STATUS NOT = '00'
               DISPLAY "PAYMENT-REVERSE: cannot rewrite late-charges "
                   "register, status " WS-CHARGES-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 3100-END
           END-IF
           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-LC-COUNT
               IF WS-LC-REMOVED (WS-L) = 'N'
                   MOVE WS-LC-LINE (WS-L) TO LATE-CHARGE-LINE
                   WRITE LATE-CHARGE-LINE
               END-IF
           END-PERFORM
           CLOSE LATE-CHARGES-FILE.
       3100-END. EXIT.

       END PROGRAM PAYMENT-REVERSE.
