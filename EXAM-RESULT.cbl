      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Driving exam result entry, in the menu-loop style of
      *          ASSESS-ENTRY. The examiner's sheet result for a booked
      *          exam - P passed, F failed, N no-show - is keyed
      *          against the applicant's open booking of that type
      *          and date on exam-bookings.txt, which is rewritten
      *          with the result and the date it was keyed. A result
      *          cannot be keyed before the exam has taken place, and
      *          a practical cannot be passed by an applicant with no
      *          theory pass on file. A failed or missed exam starts
      *          EXAM-BOOK's retake waiting period; a passed practical
      *          lets DRIVER-BATCH register the permit.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAM-RESULT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKING-FILE ASSIGN TO '..\exam-bookings.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOOKING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BOOKING-FILE.
       COPY EXAMBKREC REPLACING ==:RECNAME:== BY ==BOOKING-LINE==.

       WORKING-STORAGE SECTION.
       01 WS-BOOKING-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
       01 WS-MORE PIC X(1) VALUE 'Y'.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-APPLICANT PIC 9(7).
       01 WS-EXAM-TYPE PIC X(1).
       01 WS-DATE-ENTRY PIC X(8).
       01 WS-EXAM-DATE PIC 9(8).
       01 WS-RESULT PIC X(1).
       01 WS-THEORY-PASSED PIC X(1).
       01 WS-BK-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-BK-OVERFLOW PIC X(1).
           88 WS-BK-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-BK-TABLE.
           05 WS-BK-ENTRY OCCURS 3000 TIMES.
               10 WS-BK-RECORD PIC X(50).
       01 WS-BK PIC 9(4) COMP.
       01 WS-BK-POS PIC 9(4) COMP.
       01 WS-ENTERED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "EXAM-RESULT" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM UNTIL WS-MORE NOT = 'Y'
               PERFORM 1000-ENTER-ONE THRU 1000-END
               DISPLAY "Another result? (Y/N): "
               ACCEPT WS-MORE
           END-PERFORM
           DISPLAY "EXAM-RESULT: " WS-ENTERED-COUNT
               " entered, " WS-REJECT-COUNT " rejected"
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           SET JL-CALL-END TO TRUE
           MOVE WS-ENTERED-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

       1000-ENTER-ONE.
           DISPLAY "Applicant (client) code: "
           ACCEPT WS-APPLICANT
           DISPLAY "Exam type (T theory / P practical): "
           ACCEPT WS-EXAM-TYPE
           DISPLAY "Exam date (YYYYMMDD): "
           MOVE SPACES TO WS-DATE-ENTRY
           ACCEPT WS-DATE-ENTRY
           IF WS-DATE-ENTRY IS NOT NUMERIC
               DISPLAY "Exam date must be YYYYMMDD - rejected"
               GO TO 1090-REJECT
           END-IF
           MOVE WS-DATE-ENTRY TO WS-EXAM-DATE
           IF WS-EXAM-DATE > WS-TODAY-DATE
               DISPLAY "Exam has not taken place yet - rejected"
               GO TO 1090-REJECT
           END-IF
           PERFORM 1100-LOAD-BOOKINGS THRU 1100-END
           IF WS-BK-TABLE-OVERFLOWED
               DISPLAY "EXAM-RESULT: booking file is larger than the "
                   "table - nothing updated"
               GO TO 1090-REJECT
           END-IF
           IF WS-BK-POS = ZERO
               DISPLAY "No open " WS-EXAM-TYPE " booking for "
                   WS-APPLICANT " on " WS-EXAM-DATE " - rejected"
               GO TO 1090-REJECT
           END-IF
           DISPLAY "Result (P passed / F failed / N no-show): "
           ACCEPT WS-RESULT
           IF WS-RESULT NOT = 'P' AND WS-RESULT NOT = 'F'
               AND WS-RESULT NOT = 'N'
               DISPLAY "Result must be P, F or N - rejected"
               GO TO 1090-REJECT
           END-IF
           IF WS-EXAM-TYPE = 'P' AND WS-RESULT = 'P'
               AND WS-THEORY-PASSED = 'N'
               DISPLAY "No theory pass on file - practical pass "
                   "rejected"
               GO TO 1090-REJECT
           END-IF
           MOVE WS-BK-RECORD (WS-BK-POS) TO BOOKING-LINE
           MOVE WS-RESULT TO EB-RESULT
           MOVE WS-TODAY-DATE TO EB-RESULT-DATE
           MOVE BOOKING-LINE TO WS-BK-RECORD (WS-BK-POS)
           PERFORM 2000-REWRITE-BOOKINGS THRU 2000-END
           IF WS-BOOKING-STATUS NOT = '00'
               GO TO 1090-REJECT
           END-IF
           ADD 1 TO WS-ENTERED-COUNT
           DISPLAY "Result recorded"
           GO TO 1000-END.
       1090-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
       1000-END. EXIT.

      * The file is reloaded for every result so two desks keying
      * results in turn never rewrite from a stale copy.
       1100-LOAD-BOOKINGS.
           MOVE ZERO TO WS-BK-COUNT
           MOVE ZERO TO WS-BK-POS
           MOVE 'N' TO WS-BK-OVERFLOW
           MOVE 'N' TO WS-THEORY-PASSED
           MOVE 'N' TO WS-EOF
           OPEN INPUT BOOKING-FILE
           IF WS-BOOKING-STATUS NOT = '00'
               GO TO 1100-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BOOKING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-BK-COUNT < 3000
                           ADD 1 TO WS-BK-COUNT
                           MOVE BOOKING-LINE
                               TO WS-BK-RECORD (WS-BK-COUNT)
                           PERFORM 1110-CHECK-ONE THRU 1110-END
                       ELSE
                           SET WS-BK-TABLE-OVERFLOWED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKING-FILE.
       1100-END. EXIT.

       1110-CHECK-ONE.
           IF EB-CLIENT-CODE NOT = WS-APPLICANT
               GO TO 1110-END
           END-IF
           IF EB-THEORY AND EB-PASSED
               MOVE 'Y' TO WS-THEORY-PASSED
           END-IF
           IF EB-EXAM-TYPE = WS-EXAM-TYPE
               AND EB-EXAM-DATE = WS-EXAM-DATE
               AND EB-AWAITING-RESULT
               MOVE WS-BK-COUNT TO WS-BK-POS
           END-IF.
       1110-END. EXIT.

       2000-REWRITE-BOOKINGS.
           OPEN OUTPUT BOOKING-FILE
           IF WS-BOOKING-STATUS NOT = '00'
               DISPLAY "EXAM-RESULT: cannot rewrite booking file, "
                   "status " WS-BOOKING-STATUS
               GO TO 2000-END
           END-IF
           PERFORM VARYING WS-BK FROM 1 BY 1 UNTIL WS-BK > WS-BK-COUNT
               MOVE WS-BK-RECORD (WS-BK) TO BOOKING-LINE
               WRITE BOOKING-LINE
           END-PERFORM
           CLOSE BOOKING-FILE.
       2000-END. EXIT.

       END PROGRAM EXAM-RESULT.
