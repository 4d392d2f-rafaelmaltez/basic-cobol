      *   01/09/2026 RM  Open amounts now also subtotal by branch
      *                  (OI-BRANCH, 000 = head office or a
      *                  pre-branch rebuild).
      *   15/10/2026 RM  And by company, the one the item's branch
      *                  belongs to on the company master.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGING-REPORT.
               10 WS-BRT-AMOUNT PIC 9(9)V99.
       01 WS-BR PIC 9(2) COMP.
       01 WS-BR-FOUND PIC X(1).
       01 WS-CO-TOTAL-COUNT PIC 9(2) VALUE ZERO.
       01 WS-CO-TOTALS.
           05 WS-COT-ENTRY OCCURS 20 TIMES.
               10 WS-COT-COMPANY PIC 9(2).
               10 WS-COT-NAME PIC X(30).
               10 WS-COT-AMOUNT PIC 9(9)V99.
       01 WS-CO PIC 9(2) COMP.
       01 WS-CO-FOUND PIC X(1).
       01 WS-DETAIL-LINE.
           05 WS-D-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
       01 WS-RPT-LINE PIC X(80).
       COPY DTUPARMS.
       COPY JOBLOGPARM.
       COPY CMPLKPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
               MOVE OI-OPEN-AMOUNT
                   TO WS-BRT-AMOUNT (WS-BR-TOTAL-COUNT)
           END-IF
           SET CY-BY-BRANCH TO TRUE
           MOVE OI-BRANCH TO CY-CALL-BRANCH
           CALL "COMPANYLK" USING CY-CALL-FUNCTION CY-CALL-BRANCH
               CY-CALL-INDEX CY-CALL-COMPANY CY-CALL-RESULT
           MOVE 'N' TO WS-CO-FOUND
           PERFORM VARYING WS-CO FROM 1 BY 1
               UNTIL WS-CO > WS-CO-TOTAL-COUNT
               IF WS-COT-COMPANY (WS-CO) = CY-CODE
                   ADD OI-OPEN-AMOUNT TO WS-COT-AMOUNT (WS-CO)
                   MOVE 'Y' TO WS-CO-FOUND
               END-IF
           END-PERFORM
           IF WS-CO-FOUND = 'N' AND WS-CO-TOTAL-COUNT < 20
               ADD 1 TO WS-CO-TOTAL-COUNT
               MOVE CY-CODE
                   TO WS-COT-COMPANY (WS-CO-TOTAL-COUNT)
               MOVE CY-NAME
                   TO WS-COT-NAME (WS-CO-TOTAL-COUNT)
               MOVE OI-OPEN-AMOUNT
                   TO WS-COT-AMOUNT (WS-CO-TOTAL-COUNT)
           END-IF
           MOVE OI-CLIENT-CODE TO WS-D-CODE
           MOVE OI-PERIOD TO WS-D-PERIOD
           MOVE OI-CLIENT-UF TO WS-D-UF
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
           END-PERFORM
           PERFORM VARYING WS-CO FROM 1 BY 1
               UNTIL WS-CO > WS-CO-TOTAL-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "COMPANY " WS-COT-COMPANY (WS-CO) " "
                   WS-COT-NAME (WS-CO)
                   " OPEN AMOUNT: " WS-COT-AMOUNT (WS-CO)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           STRING "OPEN ITEMS: " WS-OPEN-COUNT
               "  TOTAL OPEN: " WS-OPEN-AMOUNT
