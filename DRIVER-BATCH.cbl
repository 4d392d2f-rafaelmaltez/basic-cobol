      *   01/09/2026 RM  A permit register larger than the table
      *                  aborts the run and is never rewritten
      *                  truncated.
      *   15/10/2026 RM  A new permit is only registered for an
      *                  applicant with a passed practical exam on
      *                  exam-bookings.txt; an eligible applicant
      *                  without one is reported as awaiting exams.
      *                  A holder already on the register (renewal)
      *                  is not held back.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRIVER-BATCH.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJECTS-STATUS.

           SELECT BOOKING-FILE ASSIGN TO '..\exam-bookings.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOOKING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD APPLICANT-FILE.
       FD REJECTS-FILE.
       COPY REJECTREC REPLACING ==:RECNAME:== BY ==REJECT-LINE==.

       FD BOOKING-FILE.
       COPY EXAMBKREC REPLACING ==:RECNAME:== BY ==BOOKING-LINE==.

       WORKING-STORAGE SECTION.
       01 WS-APPLICANT-STATUS PIC X(2).
       01 WS-DRVAGE-STATUS PIC X(2).
       01 WS-PM PIC 9(3) COMP.
       01 WS-PM-POS PIC 9(3) COMP.
       01 WS-PERMITS-ISSUED PIC 9(5) VALUE ZERO.
       01 WS-BOOKING-STATUS PIC X(2).
       01 WS-BOOKING-EOF PIC X(1).
       01 WS-PX-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-PX-TABLE.
           05 WS-PX-CODE PIC 9(7) OCCURS 3000 TIMES.
       01 WS-PX PIC 9(4) COMP.
       01 WS-EXAM-CLEARED PIC X(1).
       01 WS-AWAITING-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TIER PIC X(11).
       01 WS-PROCESSED-COUNT PIC 9(5) VALUE ZERO.
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 0100-LOAD-DRIVING-AGES THRU 0100-END
           PERFORM 0700-LOAD-PRACTICAL-PASSES THRU 0700-END
           PERFORM 0500-LOAD-CLIENT-CODES THRU 0500-END
           OPEN INPUT APPLICANT-FILE
           IF WS-APPLICANT-STATUS NOT = '00'
           DISPLAY "DRIVER-BATCH: " WS-PROCESSED-COUNT
               " applicant(s) processed, " WS-REJECTED-COUNT
               " rejected, " WS-PERMITS-ISSUED
               " permit(s) registered, " WS-AWAITING-COUNT
               " awaiting exams"
           IF WS-REJECTED-COUNT > 0 OR WS-PM-TABLE-OVERFLOWED
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE WS-TIER TO WS-D-TIER
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               IF WS-TIER = 'PROVISIONAL' OR WS-TIER = 'YES'
                   PERFORM 2400-CHECK-EXAMS THRU 2400-END
                   IF WS-EXAM-CLEARED = 'Y'
                       PERFORM 2500-RECORD-PERMIT THRU 2500-END
                   ELSE
                       MOVE SPACES TO REPORT-LINE
                       STRING "        PERMIT HELD - NO PRACTICAL "
                           "EXAM PASS ON FILE"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                       ADD 1 TO WS-AWAITING-COUNT
                   END-IF
               END-IF
               ADD 1 TO WS-PROCESSED-COUNT
           END-IF.
           END-IF.
       0600-END. EXIT.

      * Only the practical pass matters here - EXAM-BOOK and
      * EXAM-RESULT already refuse a practical without a theory pass.
       0700-LOAD-PRACTICAL-PASSES.
           MOVE 'N' TO WS-BOOKING-EOF
           OPEN INPUT BOOKING-FILE
           IF WS-BOOKING-STATUS = '00'
               PERFORM UNTIL WS-BOOKING-EOF = 'Y'
                   READ BOOKING-FILE
                       AT END
                           MOVE 'Y' TO WS-BOOKING-EOF
                       NOT AT END
                           IF EB-PRACTICAL AND EB-PASSED
                               AND WS-PX-COUNT < 3000
                               ADD 1 TO WS-PX-COUNT
                               MOVE EB-CLIENT-CODE
                                   TO WS-PX-CODE (WS-PX-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOOKING-FILE
           END-IF.
       0700-END. EXIT.

      * A holder already on the register is being re-evaluated, not
      * licensed for the first time, and keeps the renewal path.
       2400-CHECK-EXAMS.
           MOVE 'N' TO WS-EXAM-CLEARED
           PERFORM VARYING WS-PM FROM 1 BY 1
               UNTIL WS-PM > WS-PM-COUNT OR WS-EXAM-CLEARED = 'Y'
               IF WS-PM-RECORD (WS-PM) (1:7) = AP-CLIENT-CODE
                   MOVE 'Y' TO WS-EXAM-CLEARED
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX > WS-PX-COUNT OR WS-EXAM-CLEARED = 'Y'
               IF WS-PX-CODE (WS-PX) = AP-CLIENT-CODE
                   MOVE 'Y' TO WS-EXAM-CLEARED
               END-IF
           END-PERFORM.
       2400-END. EXIT.

       2500-RECORD-PERMIT.
           MOVE SPACES TO PERMIT-LINE
           MOVE AP-CLIENT-CODE TO PM-CLIENT-CODE
