      * Tectonics: cobc
      * Modification History:
      *   01/09/2026 RM  Original version.
      *   15/10/2026 RM  A reversed payment (PAYMENT-REVERSE's
      *                  negative posting) comes back out of the
      *                  bucket's collected history.
      *   15/10/2026 RM  The expected receipts are subtotalled by
      *                  company: open items by their branch, the next
      *                  cycle by the client's branch and installments
      *                  by the branch on the client's open items.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFLOW-PROJ.
       01 WS-INST-AMOUNT PIC 9(7)V99.
       01 WS-GRAND-EXPECTED PIC 9(11)V99 VALUE ZERO.
       01 WS-RPT-LINE PIC X(80).
      * Per company: the three legs, the same way the week table
      * adds them up.
       01 WS-CP-COUNT PIC 9(2) VALUE ZERO.
       01 WS-CP-TABLE.
           05 WS-CP-ENTRY OCCURS 20 TIMES.
               10 WS-CP-COMPANY PIC 9(2).
               10 WS-CP-NAME PIC X(30).
               10 WS-CP-BK-OPEN PIC 9(11)V99 OCCURS 4 TIMES.
               10 WS-CP-BILLING PIC 9(11)V99.
               10 WS-CP-INST PIC 9(11)V99.
               10 WS-CP-EXPECTED PIC 9(11)V99.
       01 WS-CP PIC 9(2) COMP.
       01 WS-CP-FOUND PIC X(1).
       01 WS-LOOK-BRANCH PIC 9(3).
       01 WS-CP-SHARE PIC 9(11)V99.
       01 WS-ITEMS-OPEN PIC X(1) VALUE 'N'.
       COPY DTUPARMS.
       COPY JOBLOGPARM.
       COPY CMPLKPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
                           PERFORM 1100-SET-BUCKET THRU 1100-END
                           ADD OI-OPEN-AMOUNT
                               TO WS-BK-OPEN (WS-BUCKET)
                           MOVE OI-BRANCH TO WS-LOOK-BRANCH
                           PERFORM 1200-FIND-COMPANY THRU 1200-END
                           IF WS-CP > ZERO
                               ADD OI-OPEN-AMOUNT TO
                                   WS-CP-BK-OPEN (WS-CP WS-BUCKET)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           END-EVALUATE.
       1100-END. EXIT.

      * The company WS-LOOK-BRANCH belongs to, as its slot WS-CP on
      * the company table (zero once the table is full).
       1200-FIND-COMPANY.
           SET CY-BY-BRANCH TO TRUE
           MOVE WS-LOOK-BRANCH TO CY-CALL-BRANCH
           CALL "COMPANYLK" USING CY-CALL-FUNCTION CY-CALL-BRANCH
               CY-CALL-INDEX CY-CALL-COMPANY CY-CALL-RESULT
           MOVE 'N' TO WS-CP-FOUND
           PERFORM VARYING WS-CP FROM 1 BY 1
               UNTIL WS-CP > WS-CP-COUNT OR WS-CP-FOUND = 'Y'
               IF WS-CP-COMPANY (WS-CP) = CY-CODE
                   MOVE 'Y' TO WS-CP-FOUND
               END-IF
           END-PERFORM
           IF WS-CP-FOUND = 'Y'
               SUBTRACT 1 FROM WS-CP
               GO TO 1200-END
           END-IF
           IF WS-CP-COUNT < 20
               ADD 1 TO WS-CP-COUNT
               MOVE WS-CP-COUNT TO WS-CP
               MOVE CY-CODE TO WS-CP-COMPANY (WS-CP)
               MOVE CY-NAME TO WS-CP-NAME (WS-CP)
               MOVE ZERO TO WS-CP-BK-OPEN (WS-CP 1)
               MOVE ZERO TO WS-CP-BK-OPEN (WS-CP 2)
               MOVE ZERO TO WS-CP-BK-OPEN (WS-CP 3)
               MOVE ZERO TO WS-CP-BK-OPEN (WS-CP 4)
               MOVE ZERO TO WS-CP-BILLING (WS-CP)
               MOVE ZERO TO WS-CP-INST (WS-CP)
               MOVE ZERO TO WS-CP-EXPECTED (WS-CP)
           ELSE
               MOVE ZERO TO WS-CP
           END-IF.
       1200-END. EXIT.

      * History: each posted payment's lag from its item's billing
      * date buckets the amount as collected-at-that-age; the rate a
      * bucket achieves is collected over collected-plus-still-open.
                       WHEN OTHER
                           MOVE 4 TO WS-BUCKET
                   END-EVALUATE
                   IF PST-REVERSAL
                       IF WS-BK-COLLECTED (WS-BUCKET) > PST-AMOUNT
                           SUBTRACT PST-AMOUNT
                               FROM WS-BK-COLLECTED (WS-BUCKET)
                       ELSE
                           MOVE ZERO TO WS-BK-COLLECTED (WS-BUCKET)
                       END-IF
                   ELSE
                       ADD PST-AMOUNT
                           TO WS-BK-COLLECTED (WS-BUCKET)
                   END-IF
           END-READ.
       1600-END. EXIT.

                           ADD WS-PRICED-AMOUNT
                               TO WS-NEXT-BILLING
                           ADD 1 TO WS-ACTIVE-COUNT
                           MOVE CLIENT-BRANCH TO WS-LOOK-BRANCH
                           PERFORM 1200-FIND-COMPANY THRU 1200-END
                           IF WS-CP > ZERO
                               ADD WS-PRICED-AMOUNT
                                   TO WS-CP-BILLING (WS-CP)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
      * An active agreement's installments due inside the window
      * land in the week their period's due date falls in - the
      * first week of months one, two and three ahead, roughly.
      * The agreement carries no branch; the client's first item on
      * the open-items master gives it.
       4000-PROJECT-INSTALLMENTS.
           OPEN INPUT AGREEMENT-FILE
           IF WS-AGREE-STATUS NOT = '00'
               GO TO 4000-END
           END-IF
           OPEN INPUT OPEN-ITEMS-FILE
           IF WS-OPEN-ITEMS-STATUS = '00'
               MOVE 'Y' TO WS-ITEMS-OPEN
           END-IF
           MOVE WS-TODAY-DATE (1:6) TO WS-CURR-NUM
           PERFORM UNTIL WS-AGREE-EOF = 'Y'
               READ AGREEMENT-FILE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ITEMS-OPEN = 'Y'
               CLOSE OPEN-ITEMS-FILE
           END-IF
           CLOSE AGREEMENT-FILE.
       4000-END. EXIT.

       4100-SPREAD-ONE.
           PERFORM 4150-AGREEMENT-BRANCH THRU 4150-END
           PERFORM 1200-FIND-COMPANY THRU 1200-END
           MOVE AG-FIRST-PERIOD TO WS-FIRST-NUM
           PERFORM VARYING WS-K FROM 0 BY 1
               UNTIL WS-K >= AG-INSTALLMENTS
                   COMPUTE WS-WK = WS-MONTHS-AHEAD * 4 + 2
                   ADD WS-INST-AMOUNT TO WS-WK-AMOUNT (WS-WK)
                   ADD WS-INST-AMOUNT TO WS-INST-TOTAL
                   IF WS-CP > ZERO
                       ADD WS-INST-AMOUNT TO WS-CP-INST (WS-CP)
                   END-IF
               END-IF
           END-PERFORM.
       4100-END. EXIT.

       4150-AGREEMENT-BRANCH.
           MOVE ZERO TO WS-LOOK-BRANCH
           IF WS-ITEMS-OPEN NOT = 'Y'
               GO TO 4150-END
           END-IF
           MOVE AG-CLIENT-CODE TO OI-CLIENT-CODE
           MOVE LOW-VALUES TO OI-PERIOD
           START OPEN-ITEMS-FILE KEY >= OI-ITEM-KEY
               INVALID KEY
                   GO TO 4150-END
           END-START
           READ OPEN-ITEMS-FILE NEXT RECORD
               AT END
                   GO TO 4150-END
           END-READ
           IF OI-CLIENT-CODE = AG-CLIENT-CODE
               MOVE OI-BRANCH TO WS-LOOK-BRANCH
           END-IF.
       4150-END. EXIT.

      * A company's expected receipts: its open items weighted by
      * the bucket rates, its next-cycle billing by the fresh-bucket
      * rate, and its installments in full.
       4500-COMPANY-EXPECTED.
           MOVE WS-CP-INST (WS-CP) TO WS-CP-EXPECTED (WS-CP)
           PERFORM VARYING WS-BK FROM 1 BY 1 UNTIL WS-BK > 4
               COMPUTE WS-CP-SHARE ROUNDED =
                   WS-CP-BK-OPEN (WS-CP WS-BK) * WS-BK-RATE (WS-BK)
               ADD WS-CP-SHARE TO WS-CP-EXPECTED (WS-CP)
           END-PERFORM
           COMPUTE WS-CP-SHARE ROUNDED =
               WS-CP-BILLING (WS-CP) * WS-BK-RATE (1)
           ADD WS-CP-SHARE TO WS-CP-EXPECTED (WS-CP).
       4500-END. EXIT.

       5000-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL EXPECTED: " WS-GRAND-EXPECTED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           PERFORM VARYING WS-CP FROM 1 BY 1 UNTIL WS-CP > WS-CP-COUNT
               PERFORM 4500-COMPANY-EXPECTED THRU 4500-END
               MOVE SPACES TO WS-RPT-LINE
               STRING "  COMPANY " WS-CP-COMPANY (WS-CP) " "
                   WS-CP-NAME (WS-CP) " EXPECTED: "
                   WS-CP-EXPECTED (WS-CP)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE "ASSUMPTIONS" TO WS-RPT-LINE
