      * Tectonics: cobc
      * Modification History:
      *   01/09/2026 RM  Original version.
      *   15/10/2026 RM  Each company numbers its notas separately, so
      *                  the sequence is followed per company
      *                  (IR-COMPANY, blank read as 01) and every
      *                  break is reported with its company.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-GAPS.
       01 WS-INVOICE-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-REGISTER-EOF PIC X(1) VALUE 'N'.
       01 WS-PRIOR-TABLE.
           05 WS-PRIOR-NUMBER PIC 9(9) OCCURS 99 TIMES.
       01 WS-COMPANY PIC 9(2).
       01 WS-LINE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-GAP-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DUP-COUNT PIC 9(5) VALUE ZERO.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           INITIALIZE WS-PRIOR-TABLE
           OPEN OUTPUT REPORT-FILE
           MOVE "FISCAL INVOICE SEQUENCE CHECK" TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE

       2000-CHECK-ONE.
           ADD 1 TO WS-LINE-COUNT
           IF IR-COMPANY IS NUMERIC AND IR-COMPANY > '00'
               MOVE IR-COMPANY TO WS-COMPANY
           ELSE
               MOVE 1 TO WS-COMPANY
           END-IF
           EVALUATE TRUE
               WHEN WS-PRIOR-NUMBER (WS-COMPANY) = ZERO
                   CONTINUE
               WHEN IR-NUMBER = WS-PRIOR-NUMBER (WS-COMPANY) + 1
                   CONTINUE
               WHEN IR-NUMBER > WS-PRIOR-NUMBER (WS-COMPANY) + 1
                   ADD 1 TO WS-GAP-COUNT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "COMPANY " WS-COMPANY " GAP: "
                       WS-PRIOR-NUMBER (WS-COMPANY) " jumps to "
                       IR-NUMBER
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE REPORT-LINE FROM WS-RPT-LINE
               WHEN OTHER
                   ADD 1 TO WS-DUP-COUNT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "COMPANY " WS-COMPANY
                       " DUPLICATE OR OUT OF ORDER: " IR-NUMBER
                       " after " WS-PRIOR-NUMBER (WS-COMPANY)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE REPORT-LINE FROM WS-RPT-LINE
           END-EVALUATE
           MOVE IR-NUMBER TO WS-PRIOR-NUMBER (WS-COMPANY).
       2000-END. EXIT.

       END PROGRAM INVOICE-GAPS.
