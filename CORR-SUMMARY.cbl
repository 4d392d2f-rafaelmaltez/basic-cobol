      * Tectonics: cobc
      * Modification History:
      *   01/09/2026 RM  Original version.
      *   15/10/2026 RM  Each month and type is split into paper and
      *                  electronic (e-mail / SMS queued) documents;
      *                  the gateway's delivered and bounced lines are
      *                  totalled apart, not counted as documents.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORR-SUMMARY.
               10 WS-SM-MONTH PIC X(6).
               10 WS-SM-TYPE PIC X(10).
               10 WS-SM-VOLUME PIC 9(7).
               10 WS-SM-PAPER PIC 9(7).
               10 WS-SM-ELECTRONIC PIC 9(7).
       01 WS-M PIC 9(3) COMP.
       01 WS-SM-POS PIC 9(3) COMP.
       01 WS-TOTAL PIC 9(7) VALUE ZERO.
       01 WS-DELIVERED-TOTAL PIC 9(7) VALUE ZERO.
       01 WS-BOUNCED-TOTAL PIC 9(7) VALUE ZERO.
       01 WS-RPT-LINE PIC X(80).
       COPY JOBLOGPARM.

           MOVE "CORRESPONDENCE VOLUME BY MONTH AND TYPE"
               TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE "MONTH   TYPE        TOTAL    PAPER    ELECTRONIC"
               TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           PERFORM VARYING WS-M FROM 1 BY 1
               UNTIL WS-M > WS-SM-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-SM-MONTH (WS-M) "  "
                   WS-SM-TYPE (WS-M) "  "
                   WS-SM-VOLUME (WS-M) "  "
                   WS-SM-PAPER (WS-M) "  "
                   WS-SM-ELECTRONIC (WS-M)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
           END-PERFORM
           STRING "TOTAL DOCUMENTS: " WS-TOTAL
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ELECTRONIC DELIVERED: " WS-DELIVERED-TOTAL
               "   BOUNCED: " WS-BOUNCED-TOTAL
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           CLOSE REPORT-FILE
           DISPLAY "CORR-SUMMARY: " WS-TOTAL " document(s) "
               "summarized"
               JL-CALL-RECORD-COUNT
           GOBACK.

      * A delivered or bounced line is the gateway's report on a
      * document already counted when it was queued.
       1000-TALLY-ONE.
           IF CO-DELIVERED
               ADD 1 TO WS-DELIVERED-TOTAL
               GO TO 1000-END
           END-IF
           IF CO-BOUNCED
               ADD 1 TO WS-BOUNCED-TOTAL
               GO TO 1000-END
           END-IF
           ADD 1 TO WS-TOTAL
           MOVE ZERO TO WS-SM-POS
           PERFORM VARYING WS-M FROM 1 BY 1
               MOVE CO-DATE (1:6) TO WS-SM-MONTH (WS-SM-POS)
               MOVE CO-DOC-TYPE TO WS-SM-TYPE (WS-SM-POS)
               MOVE ZERO TO WS-SM-VOLUME (WS-SM-POS)
               MOVE ZERO TO WS-SM-PAPER (WS-SM-POS)
               MOVE ZERO TO WS-SM-ELECTRONIC (WS-SM-POS)
           END-IF
           IF WS-SM-POS > ZERO
               ADD 1 TO WS-SM-VOLUME (WS-SM-POS)
               IF CO-BY-PAPER
                   ADD 1 TO WS-SM-PAPER (WS-SM-POS)
               ELSE
                   ADD 1 TO WS-SM-ELECTRONIC (WS-SM-POS)
               END-IF
           END-IF.
       1000-END. EXIT.

