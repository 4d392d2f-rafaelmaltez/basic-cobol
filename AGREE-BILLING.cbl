      *                  keeps tuition-billed.txt - no more double
      *                  feed lines, double notas or doubled open
      *                  items.
      *   15/10/2026 RM  The nota number is drawn from the sequence of
      *                  the company the client's branch belongs to
      *                  (COMPANYLK) and the register line carries
      *                  that company.
      *   15/10/2026 RM  A period accounting has closed is not billed:
      *                  PERIODCHK is asked first and a closed month
      *                  ends the run as a no-op, as in CLIENT-BILLING.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGREE-BILLING.
       01 WS-AGREE-EOF PIC X(1) VALUE 'N'.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-PERIOD PIC X(6).
       01 WS-PERIOD-DATE PIC X(8).
       01 WS-PERIOD-NUM PIC 9(6).
       01 WS-FIRST-NUM PIC 9(6).
       01 WS-FIRST-YY PIC 9(4).
       01 WS-ALREADY-BILLED PIC X(1).
       01 WS-SKIPPED-COUNT PIC 9(5) VALUE ZERO.
       COPY NEXTNOTAPARM.
       COPY CMPLKPARM.
       COPY PRDCHKPARM.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
               MOVE '..\open-items.dat' TO WS-OPEN-ITEMS-FILENAME
           END-IF
           PERFORM 0100-GET-PERIOD THRU 0100-END
           PERFORM 0150-CHECK-CLOSED-PERIOD THRU 0150-END
           PERFORM 0200-LOAD-BILLED-REGISTER THRU 0200-END
           PERFORM 2000-BILL-INSTALLMENTS THRU 2000-END
           DISPLAY "AGREE-BILLING: " WS-BILLED-COUNT
               DELIMITED BY SIZE INTO WS-INST-KEY.
       0100-END. EXIT.

      * A late rerun must not bill into a month accounting has closed;
      * the run ends as a no-op (RETURN-CODE 4) so the chain goes on.
       0150-CHECK-CLOSED-PERIOD.
           MOVE WS-PERIOD TO WS-PERIOD-DATE (1:6)
           MOVE '01' TO WS-PERIOD-DATE (7:2)
           SET PC-CHECK TO TRUE
           MOVE 'AGREE-BILLING' TO PC-CALL-PROGRAM
           MOVE ZERO TO PC-CALL-CLIENT-CODE
           MOVE SPACES TO PC-CALL-TEXT
           MOVE WS-PERIOD-DATE TO PC-CALL-DATE
           CALL "PERIODCHK" USING PC-CALL-FUNCTION PC-CALL-PROGRAM
               PC-CALL-CLIENT-CODE PC-CALL-TEXT PC-CALL-DATE
               PC-CALL-ORIG-DATE PC-CALL-RETURN-CODE
           IF PC-REJECTED
               DISPLAY "AGREE-BILLING: period " WS-PERIOD
                   " is closed by accounting - nothing to bill"
               MOVE 4 TO RETURN-CODE
               SET JL-CALL-END TO TRUE
               MOVE ZERO TO JL-CALL-RECORD-COUNT
               CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
                   JL-CALL-RECORD-COUNT
               GOBACK
           END-IF.
       0150-END. EXIT.

      * Client/installment-key pairs already billed - the rerun
      * guard TUITION-BILL keeps with tuition-billed.txt.
       0200-LOAD-BILLED-REGISTER.
       2600-END. EXIT.

       2500-REGISTER-INVOICE.
           SET CY-BY-BRANCH TO TRUE
           MOVE CM-BRANCH TO CY-CALL-BRANCH
           CALL "COMPANYLK" USING CY-CALL-FUNCTION CY-CALL-BRANCH
               CY-CALL-INDEX CY-CALL-COMPANY CY-CALL-RESULT
           MOVE CY-CODE TO NN-CALL-COMPANY
           CALL "NEXTNOTA" USING NN-CALL-COMPANY NN-CALL-NUMBER
               NN-CALL-RETURN-CODE
           IF NOT NN-SUCCESS
               DISPLAY "AGREE-BILLING: invoice numbering failed - "
               ELSE
                   MOVE SPACES TO INVOICE-REG-LINE
                   MOVE NN-CALL-NUMBER TO IR-NUMBER
                   MOVE NN-CALL-COMPANY TO IR-COMPANY
                   MOVE WS-TODAY-DATE TO IR-DATE
                   MOVE CM-CLIENT-CODE TO IR-CLIENT-CODE
                   MOVE WS-INST-KEY TO IR-PERIOD
