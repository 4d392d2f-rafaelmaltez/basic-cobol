      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Daily open-ticket ageing over the customer-service
      *          ticket register (tickets.txt) TICKET-MAINT keeps.
      *          Every ticket still open or in progress is listed on
      *          ticket-aging.txt with its age in hours against its
      *          category's SLA from TKTCAT-TABLE, a ticket past its
      *          SLA flagged BREACH; the report closes with the open
      *          and breached counts by category and by operator -
      *          the operator the ticket is assigned to, or the one
      *          who opened it while it is unassigned. Any breach
      *          ends the step with return code 4.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TICKET-AGING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TICKET-FILE ASSIGN TO '..\tickets.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TICKET-STATUS.

           SELECT REPORT-FILE ASSIGN TO '..\ticket-aging.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TICKET-FILE.
       COPY TICKETREC REPLACING ==:RECNAME:== BY ==TICKET-LINE==.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-TICKET-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-TICKET-EOF PIC X(1) VALUE 'N'.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-NOW-TIME PIC 9(8).
       01 WS-NOW-HOUR PIC 9(2).
       01 WS-OPEN-HOUR PIC 9(2).
       01 WS-AGE-HOURS PIC S9(7).
       01 WS-SLA-HOURS PIC 9(3).
       01 WS-OWNER PIC X(8).
       01 WS-BREACHED PIC X(1).
       01 WS-OPEN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BREACH-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CAT-TOTALS.
           05 WS-CT-ENTRY OCCURS 5 TIMES.
               10 WS-CT-OPEN PIC 9(5).
               10 WS-CT-BREACH PIC 9(5).
       01 WS-CT-OTHER-OPEN PIC 9(5) VALUE ZERO.
       01 WS-CT-OTHER-BREACH PIC 9(5) VALUE ZERO.
       01 WS-OP-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-OP-TABLE.
           05 WS-OP-ENTRY OCCURS 200 TIMES.
               10 WS-OP-ID PIC X(8).
               10 WS-OP-OPEN PIC 9(5).
               10 WS-OP-BREACH PIC 9(5).
       01 WS-OP PIC 9(3) COMP.
       01 WS-OP-POS PIC 9(3) COMP.
       01 WS-C PIC 9(2) COMP.
       01 WS-DETAIL-LINE.
           05 WS-D-TICKET PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-CLIENT PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-CATEGORY PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-OPENED PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-OWNER PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-AGE PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-SLA PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-FLAG PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-SUMMARY PIC X(30).
       01 WS-TOTAL-LINE.
           05 WS-T-KEY PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-T-OPEN PIC Z(4)9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-T-BREACH PIC Z(4)9.
       01 WS-RPT-LINE PIC X(100).
       COPY TKTCAT-TABLE.
       COPY DTUPARMS.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "TICKET-AGING" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-TIME (1:2) TO WS-NOW-HOUR
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-TC-COUNT
               MOVE ZERO TO WS-CT-OPEN (WS-C)
               MOVE ZERO TO WS-CT-BREACH (WS-C)
           END-PERFORM
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "TICKET-AGING: cannot open report, status "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-WRITE-HEADINGS THRU 1000-END
           PERFORM 2000-AGE-TICKETS THRU 2000-END
           PERFORM 3000-WRITE-BY-CATEGORY THRU 3000-END
           PERFORM 3500-WRITE-BY-OPERATOR THRU 3500-END
           CLOSE REPORT-FILE
           DISPLAY "TICKET-AGING: " WS-OPEN-COUNT " open ticket(s), "
               WS-BREACH-COUNT " past their SLA"
           IF WS-BREACH-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           SET JL-CALL-END TO TRUE
           MOVE WS-OPEN-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

       1000-WRITE-HEADINGS.
           MOVE SPACES TO WS-RPT-LINE
           STRING "OPEN TICKET AGEING - " WS-TODAY-DATE " "
               WS-NOW-TIME (1:4)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "TICKET  CLIENT   CAT   OPENED    OWNER     "
               " HOURS  SLA  FLAG    SUMMARY"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE.
       1000-END. EXIT.

       2000-AGE-TICKETS.
           OPEN INPUT TICKET-FILE
           IF WS-TICKET-STATUS NOT = '00'
               GO TO 2000-END
           END-IF
           PERFORM UNTIL WS-TICKET-EOF = 'Y'
               READ TICKET-FILE
                   AT END
                       MOVE 'Y' TO WS-TICKET-EOF
                   NOT AT END
                       IF TK-STILL-OPEN
                           PERFORM 2100-AGE-ONE THRU 2100-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TICKET-FILE.
       2000-END. EXIT.

      * Age runs in whole hours from the hour the ticket was opened:
      * the calendar days between the two dates times 24, plus the
      * difference of the hours of the day.
       2100-AGE-ONE.
           ADD 1 TO WS-OPEN-COUNT
           MOVE ZERO TO WS-AGE-HOURS
           IF TK-OPEN-DATE IS NUMERIC
               SET DU-ELAPSED-DAYS TO TRUE
               MOVE TK-OPEN-DATE TO DU-DATE-1
               MOVE WS-TODAY-DATE TO DU-DATE-2
               MOVE ZERO TO DU-N
               CALL 'DATEUTIL' USING DU-FUNCTION DU-DATE-1 DU-DATE-2
                   DU-N DU-RESULT-DATE DU-ELAPSED DU-RETURN-CODE
               IF DU-SUCCESS
                   MOVE ZERO TO WS-OPEN-HOUR
                   IF TK-OPEN-TIME (1:2) IS NUMERIC
                       MOVE TK-OPEN-TIME (1:2) TO WS-OPEN-HOUR
                   END-IF
                   COMPUTE WS-AGE-HOURS = DU-ELAPSED * 24
                       + WS-NOW-HOUR - WS-OPEN-HOUR
               END-IF
           END-IF
           IF WS-AGE-HOURS < ZERO
               MOVE ZERO TO WS-AGE-HOURS
           END-IF
           MOVE 999 TO WS-SLA-HOURS
           SET WS-TC-IDX TO 1
           SEARCH WS-TC-ENTRY
               WHEN WS-TC-CODE (WS-TC-IDX) = TK-CATEGORY
                   MOVE WS-TC-SLA-HOURS (WS-TC-IDX) TO WS-SLA-HOURS
           END-SEARCH
           IF WS-AGE-HOURS > WS-SLA-HOURS
               MOVE 'Y' TO WS-BREACHED
               ADD 1 TO WS-BREACH-COUNT
           ELSE
               MOVE 'N' TO WS-BREACHED
           END-IF
           IF TK-ASSIGNED-TO = SPACES
               MOVE TK-OPERATOR TO WS-OWNER
           ELSE
               MOVE TK-ASSIGNED-TO TO WS-OWNER
           END-IF
           PERFORM 2200-ADD-CATEGORY THRU 2200-END
           PERFORM 2300-ADD-OPERATOR THRU 2300-END
           MOVE TK-TICKET-NUMBER TO WS-D-TICKET
           MOVE TK-CLIENT-CODE TO WS-D-CLIENT
           MOVE TK-CATEGORY TO WS-D-CATEGORY
           MOVE TK-OPEN-DATE TO WS-D-OPENED
           MOVE WS-OWNER TO WS-D-OWNER
           MOVE WS-AGE-HOURS TO WS-D-AGE
           MOVE WS-SLA-HOURS TO WS-D-SLA
           IF WS-BREACHED = 'Y'
               MOVE 'BREACH' TO WS-D-FLAG
           ELSE
               MOVE SPACES TO WS-D-FLAG
           END-IF
           MOVE TK-SUMMARY TO WS-D-SUMMARY
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       2100-END. EXIT.

       2200-ADD-CATEGORY.
           SET WS-TC-IDX TO 1
           SEARCH WS-TC-ENTRY
               AT END
                   ADD 1 TO WS-CT-OTHER-OPEN
                   IF WS-BREACHED = 'Y'
                       ADD 1 TO WS-CT-OTHER-BREACH
                   END-IF
               WHEN WS-TC-CODE (WS-TC-IDX) = TK-CATEGORY
                   SET WS-C TO WS-TC-IDX
                   ADD 1 TO WS-CT-OPEN (WS-C)
                   IF WS-BREACHED = 'Y'
                       ADD 1 TO WS-CT-BREACH (WS-C)
                   END-IF
           END-SEARCH.
       2200-END. EXIT.

       2300-ADD-OPERATOR.
           MOVE ZERO TO WS-OP-POS
           PERFORM VARYING WS-OP FROM 1 BY 1 UNTIL WS-OP > WS-OP-COUNT
               IF WS-OP-ID (WS-OP) = WS-OWNER
                   MOVE WS-OP TO WS-OP-POS
               END-IF
           END-PERFORM
           IF WS-OP-POS = ZERO
               IF WS-OP-COUNT >= 200
                   GO TO 2300-END
               END-IF
               ADD 1 TO WS-OP-COUNT
               MOVE WS-OP-COUNT TO WS-OP-POS
               MOVE WS-OWNER TO WS-OP-ID (WS-OP-POS)
               MOVE ZERO TO WS-OP-OPEN (WS-OP-POS)
               MOVE ZERO TO WS-OP-BREACH (WS-OP-POS)
           END-IF
           ADD 1 TO WS-OP-OPEN (WS-OP-POS)
           IF WS-BREACHED = 'Y'
               ADD 1 TO WS-OP-BREACH (WS-OP-POS)
           END-IF.
       2300-END. EXIT.

       3000-WRITE-BY-CATEGORY.
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE "BY CATEGORY            OPEN BREACHED" TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-TC-COUNT
               MOVE WS-TC-DESCRIPTION (WS-C) TO WS-T-KEY
               MOVE WS-CT-OPEN (WS-C) TO WS-T-OPEN
               MOVE WS-CT-BREACH (WS-C) TO WS-T-BREACH
               WRITE REPORT-LINE FROM WS-TOTAL-LINE
           END-PERFORM
           IF WS-CT-OTHER-OPEN > ZERO
               MOVE "UNKNOWN CATEGORY" TO WS-T-KEY
               MOVE WS-CT-OTHER-OPEN TO WS-T-OPEN
               MOVE WS-CT-OTHER-BREACH TO WS-T-BREACH
               WRITE REPORT-LINE FROM WS-TOTAL-LINE
           END-IF
           MOVE "TOTAL" TO WS-T-KEY
           MOVE WS-OPEN-COUNT TO WS-T-OPEN
           MOVE WS-BREACH-COUNT TO WS-T-BREACH
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
       3000-END. EXIT.

       3500-WRITE-BY-OPERATOR.
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE "BY OPERATOR            OPEN BREACHED" TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           PERFORM VARYING WS-OP FROM 1 BY 1 UNTIL WS-OP > WS-OP-COUNT
               MOVE WS-OP-ID (WS-OP) TO WS-T-KEY
               MOVE WS-OP-OPEN (WS-OP) TO WS-T-OPEN
               MOVE WS-OP-BREACH (WS-OP) TO WS-T-BREACH
               WRITE REPORT-LINE FROM WS-TOTAL-LINE
           END-PERFORM.
       3500-END. EXIT.

       END PROGRAM TICKET-AGING.
