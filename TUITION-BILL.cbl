      *       the same as GRADE-BATCH.
      * Modification History:
      *   01/09/2026 RM  Original version.
      *   15/10/2026 RM  Courses on the drop register are priced the
      *                  way DROP-APPLY left them: a drop inside the
      *                  add/drop window is not charged at all, a
      *                  withdrawal is charged its tuition less the
      *                  prorated credit. A dropped enrollment line no
      *                  longer bills the student. The tuition register
      *                  now carries the period billed, so a later
      *                  credit note lands on the right open item, and
      *                  a student on several course lines is billed
      *                  once per run.
      *   15/10/2026 RM  The tuition register also carries the amount
      *                  billed, which TUITION-DEFER spreads over the
      *                  months of the term.
      *   15/10/2026 RM  The billing-history line carries product
      *                  TUIT, for the budget comparison.
      *   15/10/2026 RM  The nota number is drawn from the sequence of
      *                  the company the client's branch belongs to
      *                  (COMPANYLK) and the register line carries
      *                  that company.
      *   15/10/2026 RM  A period accounting has closed is not billed:
      *                  PERIODCHK is asked first and a closed month
      *                  ends the run as a no-op, as in CLIENT-BILLING.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITION-BILL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.

           SELECT DROP-REGISTER-FILE ASSIGN TO '..\drop-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DROP-STATUS.

           SELECT CLIENT-MASTER-FILE ASSIGN TO WS-MASTER-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           05 TR-STUDENT-CODE PIC 9(7).
           05 FILLER PIC X(1).
           05 TR-TERM PIC X(6).
           05 FILLER PIC X(1).
           05 TR-PERIOD PIC X(6).
           05 FILLER PIC X(1).
           05 TR-AMOUNT PIC 9(7)V99.

       FD DROP-REGISTER-FILE.
       COPY DROPREC REPLACING ==:RECNAME:== BY ==DROP-REG-LINE==.

       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.
       01 WS-COURSE-STATUS PIC X(2).
       01 WS-PERIOD-STATUS PIC X(2).
       01 WS-REGISTER-STATUS PIC X(2).
       01 WS-DROP-STATUS PIC X(2).
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-BILLING-STATUS PIC X(2).
       01 WS-ROSTER-EOF PIC X(1) VALUE 'N'.
       01 WS-COURSE-FILE-END PIC X(1) VALUE 'N'.
       01 WS-REGISTER-EOF PIC X(1) VALUE 'N'.
       01 WS-DROP-EOF PIC X(1) VALUE 'N'.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TERM PIC X(6).
       01 WS-PERIOD PIC X(6).
       01 WS-PERIOD-DATE PIC X(8).
       COPY CRSTABLE.
       01 WS-RS-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-RS-TABLE.
               10 WS-TB-CODE PIC 9(7).
               10 WS-TB-TERM PIC X(6).
       01 WS-TB PIC 9(4) COMP.
       01 WS-DR-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-DR-TABLE.
           05 WS-DR-ENTRY OCCURS 1000 TIMES.
               10 WS-DR-CODE PIC 9(7).
               10 WS-DR-COURSE PIC X(6).
               10 WS-DR-TYPE PIC X(1).
               10 WS-DR-CREDIT PIC 9(7)V99.
       01 WS-DR PIC 9(4) COMP.
       01 WS-DR-POS PIC 9(4) COMP.
       01 WS-COURSE-CHARGE PIC 9(7)V99.
       01 WS-ALREADY-BILLED PIC X(1).
       01 WS-TUITION-AMOUNT PIC 9(7)V99.
       01 WS-COURSES-FOUND PIC 9(3).
       01 WS-SKIPPED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OI-FOUND PIC X(1).
       COPY NEXTNOTAPARM.
       COPY CMPLKPARM.
       COPY PRDCHKPARM.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
               ACCEPT WS-TERM
           END-IF
           PERFORM 0100-GET-PERIOD THRU 0100-END
           PERFORM 0150-CHECK-CLOSED-PERIOD THRU 0150-END
           PERFORM 0200-LOAD-COURSE-CATALOG THRU 0200-END
           PERFORM 0300-LOAD-ROSTER THRU 0300-END
           PERFORM 0400-LOAD-REGISTER THRU 0400-END
           PERFORM 0500-LOAD-DROPS THRU 0500-END
           PERFORM 2000-BILL-ENROLLMENTS THRU 2000-END
           DISPLAY "TUITION-BILL: " WS-BILLED-COUNT
               " enrollment(s) billed for term " WS-TERM ", "
           END-IF.
       0100-END. EXIT.

      * A late rerun must not bill into a month accounting has closed;
      * the run ends as a no-op (RETURN-CODE 4) so the chain goes on.
       0150-CHECK-CLOSED-PERIOD.
           MOVE WS-PERIOD TO WS-PERIOD-DATE (1:6)
           MOVE '01' TO WS-PERIOD-DATE (7:2)
           SET PC-CHECK TO TRUE
           MOVE 'TUITION-BILL' TO PC-CALL-PROGRAM
           MOVE ZERO TO PC-CALL-CLIENT-CODE
           MOVE SPACES TO PC-CALL-TEXT
           MOVE WS-PERIOD-DATE TO PC-CALL-DATE
           CALL "PERIODCHK" USING PC-CALL-FUNCTION PC-CALL-PROGRAM
               PC-CALL-CLIENT-CODE PC-CALL-TEXT PC-CALL-DATE
               PC-CALL-ORIG-DATE PC-CALL-RETURN-CODE
           IF PC-REJECTED
               DISPLAY "TUITION-BILL: period " WS-PERIOD
                   " is closed by accounting - nothing to bill"
               MOVE 4 TO RETURN-CODE
               SET JL-CALL-END TO TRUE
               MOVE ZERO TO JL-CALL-RECORD-COUNT
               CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
                   JL-CALL-RECORD-COUNT
               GOBACK
           END-IF.
       0150-END. EXIT.

       0200-LOAD-COURSE-CATALOG.
           MOVE ZERO TO WS-COURSE-COUNT
           OPEN INPUT COURSE-FILE
           END-IF.
       0400-END. EXIT.

      * Only this term's drops matter; with no drop register on file
      * every roster course is charged in full as before.
       0500-LOAD-DROPS.
           OPEN INPUT DROP-REGISTER-FILE
           IF WS-DROP-STATUS = '00'
               PERFORM UNTIL WS-DROP-EOF = 'Y'
                   READ DROP-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO WS-DROP-EOF
                       NOT AT END
                           IF DR-TERM = WS-TERM
                               AND WS-DR-COUNT < 1000
                               ADD 1 TO WS-DR-COUNT
                               MOVE DR-STUDENT-CODE
                                   TO WS-DR-CODE (WS-DR-COUNT)
                               MOVE DR-COURSE-CODE
                                   TO WS-DR-COURSE (WS-DR-COUNT)
                               MOVE DR-TYPE
                                   TO WS-DR-TYPE (WS-DR-COUNT)
                               MOVE DR-CREDIT-AMOUNT
                                   TO WS-DR-CREDIT (WS-DR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DROP-REGISTER-FILE
           END-IF.
       0500-END. EXIT.

       2000-BILL-ENROLLMENTS.
           OPEN INPUT ENROLLMENT-FILE
           IF WS-ENROLL-STATUS NOT = '00'
                       MOVE 'Y' TO WS-ENROLL-EOF
                   NOT AT END
                       IF EN-TERM = WS-TERM
                           AND NOT EN-DROPPED
                           PERFORM 2100-CONSIDER-ONE THRU 2100-END
                       END-IF
               END-READ
                   SEARCH WS-COURSE-ENTRY
                       WHEN WS-CRS-CODE (WS-COURSE-IDX)
                           = WS-RS-COURSE (WS-RS)
                           PERFORM 2250-CHARGE-COURSE THRU 2250-END
                   END-SEARCH
               END-IF
           END-PERFORM.
       2200-END. EXIT.

      * A course dropped inside the add/drop window costs nothing; a
      * withdrawal keeps the part of the tuition its credit did not
      * give back.
       2250-CHARGE-COURSE.
           MOVE WS-CRS-TUITION (WS-COURSE-IDX) TO WS-COURSE-CHARGE
           MOVE ZERO TO WS-DR-POS
           PERFORM VARYING WS-DR FROM 1 BY 1
               UNTIL WS-DR > WS-DR-COUNT OR WS-DR-POS > ZERO
               IF WS-DR-CODE (WS-DR) = EN-STUDENT-CODE
                   AND WS-DR-COURSE (WS-DR) = WS-RS-COURSE (WS-RS)
                   MOVE WS-DR TO WS-DR-POS
               END-IF
           END-PERFORM
           IF WS-DR-POS > ZERO
               IF WS-DR-TYPE (WS-DR-POS) = 'D'
                   GO TO 2250-END
               END-IF
               IF WS-DR-CREDIT (WS-DR-POS) > WS-COURSE-CHARGE
                   MOVE ZERO TO WS-COURSE-CHARGE
               ELSE
                   SUBTRACT WS-DR-CREDIT (WS-DR-POS)
                       FROM WS-COURSE-CHARGE
               END-IF
           END-IF
           ADD WS-COURSE-CHARGE TO WS-TUITION-AMOUNT
           ADD 1 TO WS-COURSES-FOUND.
       2250-END. EXIT.

       2300-BILL-ONE.
           MOVE 'N' TO WS-OI-FOUND
           MOVE EN-STUDENT-CODE TO CM-CLIENT-CODE
               MOVE CM-CLIENT-CODE TO BH-CLIENT-CODE
               MOVE CM-CLIENT-STATE TO BH-CLIENT-UF
               MOVE WS-TUITION-AMOUNT TO BH-AMOUNT
               MOVE 'TUIT  ' TO BH-PRODUCT-CODE
               WRITE BILLING-HIST-LINE
               IF WS-BILL-HIST-STATUS NOT = '00'
                   DISPLAY "TUITION-BILL: history write failed, "
       2600-END. EXIT.

       2700-REGISTER-INVOICE.
           SET CY-BY-BRANCH TO TRUE
           MOVE CM-BRANCH TO CY-CALL-BRANCH
           CALL "COMPANYLK" USING CY-CALL-FUNCTION CY-CALL-BRANCH
               CY-CALL-INDEX CY-CALL-COMPANY CY-CALL-RESULT
           MOVE CY-CODE TO NN-CALL-COMPANY
           CALL "NEXTNOTA" USING NN-CALL-COMPANY NN-CALL-NUMBER
               NN-CALL-RETURN-CODE
           IF NOT NN-SUCCESS
               DISPLAY "TUITION-BILL: invoice numbering failed - "
               ELSE
                   MOVE SPACES TO INVOICE-REG-LINE
                   MOVE NN-CALL-NUMBER TO IR-NUMBER
                   MOVE NN-CALL-COMPANY TO IR-COMPANY
                   MOVE WS-TODAY-DATE TO IR-DATE
                   MOVE CM-CLIENT-CODE TO IR-CLIENT-CODE
                   MOVE WS-PERIOD TO IR-PERIOD
               MOVE SPACES TO TUITION-REG-LINE
               MOVE CM-CLIENT-CODE TO TR-STUDENT-CODE
               MOVE WS-TERM TO TR-TERM
               MOVE WS-PERIOD TO TR-PERIOD
               MOVE WS-TUITION-AMOUNT TO TR-AMOUNT
               WRITE TUITION-REG-LINE
               IF WS-REGISTER-STATUS NOT = '00'
                   DISPLAY "TUITION-BILL: tuition register write "
                       "failed, status " WS-REGISTER-STATUS
               END-IF
               IF WS-TB-COUNT < 2000
                   ADD 1 TO WS-TB-COUNT
                   MOVE CM-CLIENT-CODE TO WS-TB-CODE (WS-TB-COUNT)
                   MOVE WS-TERM TO WS-TB-TERM (WS-TB-COUNT)
               END-IF
               CLOSE TUITION-REGISTER-FILE
           END-IF.
       2800-END. EXIT.
