      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Daily ageing of the four-eyes approval queue
      *          (approval-queue.txt). Every item still pending a
      *          checker's decision is listed on approval-aging.txt
      *          with its type, maker, required level, age in days and
      *          the maker's reason, so a write-off, rate change,
      *          merge pair or rollback does not sit unseen until the
      *          month end. An item older than APPROVAL_AGE_DAYS
      *          (default 2) is flagged OVERDUE and makes the step end
      *          with return code 4 for the supervisors to chase.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVAL-AGING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-QUEUE-FILE ASSIGN TO '..\approval-queue.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUEUE-STATUS.

           SELECT REPORT-FILE ASSIGN TO '..\approval-aging.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD APPROVAL-QUEUE-FILE.
       COPY APPRQREC REPLACING ==:RECNAME:==
           BY ==APPROVAL-QUEUE-LINE==.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-QUEUE-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-QUEUE-EOF PIC X(1) VALUE 'N'.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-DAYS-ENTRY PIC X(3).
       01 WS-AGE-LIMIT PIC 9(3) VALUE 2.
       01 WS-AGE-DAYS PIC S9(7).
       01 WS-PENDING-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OVERDUE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-AWAITING-RUN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DETAIL-LINE.
           05 WS-D-ITEM PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-TYPE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-MAKER PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-LEVEL PIC 9(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-AGE PIC Z(4)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-FLAG PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-REASON PIC X(30).
       01 WS-RPT-LINE PIC X(100).
       COPY DTUPARMS.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "APPROVAL-AGING" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-DAYS-ENTRY
           ACCEPT WS-DAYS-ENTRY FROM ENVIRONMENT "APPROVAL_AGE_DAYS"
           IF WS-DAYS-ENTRY IS NUMERIC
               MOVE WS-DAYS-ENTRY TO WS-AGE-LIMIT
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "APPROVAL-AGING: cannot open report, status "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-WRITE-HEADINGS THRU 1000-END
           PERFORM 2000-AGE-QUEUE THRU 2000-END
           PERFORM 3000-WRITE-TOTALS THRU 3000-END
           CLOSE REPORT-FILE
           DISPLAY "APPROVAL-AGING: " WS-PENDING-COUNT
               " item(s) pending approval, " WS-OVERDUE-COUNT
               " overdue, " WS-AWAITING-RUN-COUNT
               " approved awaiting their run"
           IF WS-OVERDUE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           SET JL-CALL-END TO TRUE
           MOVE WS-PENDING-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

       1000-WRITE-HEADINGS.
           MOVE SPACES TO WS-RPT-LINE
           STRING "APPROVAL QUEUE AGEING - " WS-TODAY-DATE
               "  OVERDUE AFTER " WS-AGE-LIMIT " DAY(S)"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ITEM    TYPE  MAKER     QUEUED    L    AGE  "
               "FLAG     MAKER'S REASON"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE.
       1000-END. EXIT.

       2000-AGE-QUEUE.
           OPEN INPUT APPROVAL-QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = '00'
               GO TO 2000-END
           END-IF
           PERFORM UNTIL WS-QUEUE-EOF = 'Y'
               READ APPROVAL-QUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-QUEUE-EOF
                   NOT AT END
                       PERFORM 2100-AGE-ONE THRU 2100-END
               END-READ
           END-PERFORM
           CLOSE APPROVAL-QUEUE-FILE.
       2000-END. EXIT.

      * Age is counted in calendar days from the day the maker queued
      * the item.
       2100-AGE-ONE.
           IF AQ-APPROVED
               ADD 1 TO WS-AWAITING-RUN-COUNT
               GO TO 2100-END
           END-IF
           IF NOT AQ-PENDING
               GO TO 2100-END
           END-IF
           ADD 1 TO WS-PENDING-COUNT
           MOVE ZERO TO WS-AGE-DAYS
           IF AQ-MAKER-DATE IS NUMERIC
               SET DU-ELAPSED-DAYS TO TRUE
               MOVE AQ-MAKER-DATE TO DU-DATE-1
               MOVE WS-TODAY-DATE TO DU-DATE-2
               MOVE ZERO TO DU-N
               CALL 'DATEUTIL' USING DU-FUNCTION DU-DATE-1 DU-DATE-2
                   DU-N DU-RESULT-DATE DU-ELAPSED DU-RETURN-CODE
               IF DU-SUCCESS AND DU-ELAPSED > ZERO
                   MOVE DU-ELAPSED TO WS-AGE-DAYS
               END-IF
           END-IF
           MOVE AQ-ITEM-NUMBER TO WS-D-ITEM
           MOVE AQ-TYPE TO WS-D-TYPE
           MOVE AQ-MAKER-ID TO WS-D-MAKER
           MOVE AQ-MAKER-DATE TO WS-D-DATE
           MOVE AQ-REQ-LEVEL TO WS-D-LEVEL
           MOVE WS-AGE-DAYS TO WS-D-AGE
           MOVE AQ-MAKER-REASON TO WS-D-REASON
           IF WS-AGE-DAYS > WS-AGE-LIMIT
               MOVE 'OVERDUE' TO WS-D-FLAG
               ADD 1 TO WS-OVERDUE-COUNT
           ELSE
               MOVE SPACES TO WS-D-FLAG
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       2100-END. EXIT.

       3000-WRITE-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "PENDING APPROVAL: " WS-PENDING-COUNT
               "   OVERDUE: " WS-OVERDUE-COUNT
               "   APPROVED AWAITING RUN: " WS-AWAITING-RUN-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE.
       3000-END. EXIT.

       END PROGRAM APPROVAL-AGING.
