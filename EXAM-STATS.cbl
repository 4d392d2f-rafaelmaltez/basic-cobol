      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Driving exam pass-rate report by exam type over a
      *          period, from exam-bookings.txt - bookings, exams sat,
      *          passed, failed, no-shows and still awaiting a result,
      *          with the pass rate (passed over sat) for theory and
      *          practical, each broken down by examiner.
      * Tectonics: cobc
      * Note: EXAM_FROM and EXAM_TO (YYYYMMDD) bound the exam dates,
      *       default 1 January of the current year to today.
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAM-STATS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKING-FILE ASSIGN TO '..\exam-bookings.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOOKING-STATUS.

           SELECT REPORT-FILE ASSIGN TO '..\exam-pass-rates.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BOOKING-FILE.
       COPY EXAMBKREC REPLACING ==:RECNAME:== BY ==BOOKING-LINE==.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-BOOKING-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-DATE-ENTRY PIC X(8).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-OVERFLOW-COUNT PIC 9(5) VALUE ZERO.
      * Slot 1 of each type is the type total, the rest one per
      * examiner.
       01 WS-TYPE-TABLE.
           05 WS-TY-ENTRY OCCURS 2 TIMES.
               10 WS-TY-CODE PIC X(1).
               10 WS-TY-NAME PIC X(10).
               10 WS-EX-COUNT PIC 9(3) COMP.
               10 WS-EX-ENTRY OCCURS 101 TIMES.
                   15 WS-EX-ID PIC X(6).
                   15 WS-EX-BOOKED PIC 9(5).
                   15 WS-EX-PASSED PIC 9(5).
                   15 WS-EX-FAILED PIC 9(5).
                   15 WS-EX-NO-SHOW PIC 9(5).
                   15 WS-EX-AWAITING PIC 9(5).
       01 WS-TY PIC 9(1) COMP.
       01 WS-EX PIC 9(3) COMP.
       01 WS-EX-POS PIC 9(3) COMP.
       01 WS-SAT PIC 9(5).
       01 WS-RATE PIC 9(3)V9.
       01 WS-TITLE-LINE.
           05 FILLER PIC X(30) VALUE "DRIVING EXAM PASS RATES".
           05 WS-T-FROM PIC 9(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 WS-T-TO PIC 9(8).
       01 WS-HEADING-LINE.
           05 FILLER PIC X(18) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "   BOOKED".
           05 FILLER PIC X(9) VALUE "      SAT".
           05 FILLER PIC X(9) VALUE "   PASSED".
           05 FILLER PIC X(9) VALUE "   FAILED".
           05 FILLER PIC X(9) VALUE "  NO-SHOW".
           05 FILLER PIC X(9) VALUE " AWAITING".
           05 FILLER PIC X(8) VALUE "   RATE".
       01 WS-DETAIL-LINE.
           05 WS-D-LABEL PIC X(18).
           05 WS-D-BOOKED PIC Z(8)9.
           05 WS-D-SAT PIC Z(8)9.
           05 WS-D-PASSED PIC Z(8)9.
           05 WS-D-FAILED PIC Z(8)9.
           05 WS-D-NO-SHOW PIC Z(8)9.
           05 WS-D-AWAITING PIC Z(8)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-RATE PIC ZZ9.9.
           05 FILLER PIC X(1) VALUE "%".
       01 WS-RPT-LINE PIC X(80).
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "EXAM-STATS" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 0100-READ-PARAMETERS THRU 0100-END
           PERFORM 0200-INIT-TABLE THRU 0200-END
           PERFORM 1000-TALLY-BOOKINGS THRU 1000-END
           PERFORM 2000-PRINT-REPORT THRU 2000-END
           DISPLAY "EXAM-STATS: " WS-READ-COUNT
               " booking(s) in period " WS-FROM-DATE " to "
               WS-TO-DATE
           IF WS-OVERFLOW-COUNT > ZERO
               DISPLAY "EXAM-STATS: " WS-OVERFLOW-COUNT
                   " booking(s) beyond the examiner table - in the "
                   "type totals only"
           END-IF
           IF WS-OVERFLOW-COUNT > ZERO OR WS-REPORT-STATUS NOT = '00'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           SET JL-CALL-END TO TRUE
           MOVE WS-READ-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

       0100-READ-PARAMETERS.
           MOVE WS-TODAY-DATE TO WS-FROM-DATE
           MOVE '0101' TO WS-FROM-DATE (5:4)
           MOVE WS-TODAY-DATE TO WS-TO-DATE
           MOVE SPACES TO WS-DATE-ENTRY
           ACCEPT WS-DATE-ENTRY FROM ENVIRONMENT "EXAM_FROM"
           IF WS-DATE-ENTRY IS NUMERIC
               MOVE WS-DATE-ENTRY TO WS-FROM-DATE
           END-IF
           MOVE SPACES TO WS-DATE-ENTRY
           ACCEPT WS-DATE-ENTRY FROM ENVIRONMENT "EXAM_TO"
           IF WS-DATE-ENTRY IS NUMERIC
               MOVE WS-DATE-ENTRY TO WS-TO-DATE
           END-IF.
       0100-END. EXIT.

       0200-INIT-TABLE.
           MOVE 'T' TO WS-TY-CODE (1)
           MOVE "THEORY" TO WS-TY-NAME (1)
           MOVE 'P' TO WS-TY-CODE (2)
           MOVE "PRACTICAL" TO WS-TY-NAME (2)
           PERFORM VARYING WS-TY FROM 1 BY 1 UNTIL WS-TY > 2
               MOVE 1 TO WS-EX-COUNT (WS-TY)
               MOVE "TOTAL" TO WS-EX-ID (WS-TY, 1)
               MOVE ZERO TO WS-EX-BOOKED (WS-TY, 1)
               MOVE ZERO TO WS-EX-PASSED (WS-TY, 1)
               MOVE ZERO TO WS-EX-FAILED (WS-TY, 1)
               MOVE ZERO TO WS-EX-NO-SHOW (WS-TY, 1)
               MOVE ZERO TO WS-EX-AWAITING (WS-TY, 1)
           END-PERFORM.
       0200-END. EXIT.

       1000-TALLY-BOOKINGS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT BOOKING-FILE
           IF WS-BOOKING-STATUS NOT = '00'
               GO TO 1000-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BOOKING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EB-EXAM-DATE NOT < WS-FROM-DATE
                           AND EB-EXAM-DATE NOT > WS-TO-DATE
                           PERFORM 1100-TALLY-ONE THRU 1100-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKING-FILE.
       1000-END. EXIT.

       1100-TALLY-ONE.
           IF EB-THEORY
               MOVE 1 TO WS-TY
           ELSE
               IF EB-PRACTICAL
                   MOVE 2 TO WS-TY
               ELSE
                   GO TO 1100-END
               END-IF
           END-IF
           ADD 1 TO WS-READ-COUNT
           MOVE 1 TO WS-EX
           PERFORM 1200-COUNT-RESULT THRU 1200-END
           MOVE ZERO TO WS-EX-POS
           PERFORM VARYING WS-EX FROM 2 BY 1
               UNTIL WS-EX > WS-EX-COUNT (WS-TY) OR WS-EX-POS > ZERO
               IF WS-EX-ID (WS-TY, WS-EX) = EB-EXAMINER-ID
                   MOVE WS-EX TO WS-EX-POS
               END-IF
           END-PERFORM
           IF WS-EX-POS = ZERO
               IF WS-EX-COUNT (WS-TY) = 101
                   ADD 1 TO WS-OVERFLOW-COUNT
                   GO TO 1100-END
               END-IF
               ADD 1 TO WS-EX-COUNT (WS-TY)
               MOVE WS-EX-COUNT (WS-TY) TO WS-EX-POS
               MOVE EB-EXAMINER-ID TO WS-EX-ID (WS-TY, WS-EX-POS)
               MOVE ZERO TO WS-EX-BOOKED (WS-TY, WS-EX-POS)
               MOVE ZERO TO WS-EX-PASSED (WS-TY, WS-EX-POS)
               MOVE ZERO TO WS-EX-FAILED (WS-TY, WS-EX-POS)
               MOVE ZERO TO WS-EX-NO-SHOW (WS-TY, WS-EX-POS)
               MOVE ZERO TO WS-EX-AWAITING (WS-TY, WS-EX-POS)
           END-IF
           MOVE WS-EX-POS TO WS-EX
           PERFORM 1200-COUNT-RESULT THRU 1200-END.
       1100-END. EXIT.

       1200-COUNT-RESULT.
           ADD 1 TO WS-EX-BOOKED (WS-TY, WS-EX)
           EVALUATE TRUE
               WHEN EB-PASSED
                   ADD 1 TO WS-EX-PASSED (WS-TY, WS-EX)
               WHEN EB-FAILED
                   ADD 1 TO WS-EX-FAILED (WS-TY, WS-EX)
               WHEN EB-NO-SHOW
                   ADD 1 TO WS-EX-NO-SHOW (WS-TY, WS-EX)
               WHEN OTHER
                   ADD 1 TO WS-EX-AWAITING (WS-TY, WS-EX)
           END-EVALUATE.
       1200-END. EXIT.

       2000-PRINT-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "EXAM-STATS: cannot open report, status "
                   WS-REPORT-STATUS
               GO TO 2000-END
           END-IF
           MOVE WS-FROM-DATE TO WS-T-FROM
           MOVE WS-TO-DATE TO WS-T-TO
           WRITE REPORT-LINE FROM WS-TITLE-LINE
           MOVE "PASS RATE = PASSED / SAT (PASSED + FAILED); NO-SHOWS "
               TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE "ARE COUNTED APART AND START THE RETAKE WAIT."
               TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           PERFORM VARYING WS-TY FROM 1 BY 1 UNTIL WS-TY > 2
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-TY-NAME (WS-TY) DELIMITED BY SPACE
                   " EXAM" DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-HEADING-LINE
               PERFORM VARYING WS-EX FROM 2 BY 1
                   UNTIL WS-EX > WS-EX-COUNT (WS-TY)
                   MOVE SPACES TO WS-D-LABEL
                   STRING "  EXAMINER " WS-EX-ID (WS-TY, WS-EX)
                       DELIMITED BY SIZE INTO WS-D-LABEL
                   PERFORM 2100-PRINT-LINE THRU 2100-END
               END-PERFORM
               MOVE 1 TO WS-EX
               MOVE "  ALL EXAMINERS" TO WS-D-LABEL
               PERFORM 2100-PRINT-LINE THRU 2100-END
           END-PERFORM
           CLOSE REPORT-FILE.
       2000-END. EXIT.

       2100-PRINT-LINE.
           COMPUTE WS-SAT = WS-EX-PASSED (WS-TY, WS-EX)
               + WS-EX-FAILED (WS-TY, WS-EX)
           IF WS-SAT > ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-EX-PASSED (WS-TY, WS-EX) * 100 / WS-SAT
           ELSE
               MOVE ZERO TO WS-RATE
           END-IF
           MOVE WS-EX-BOOKED (WS-TY, WS-EX) TO WS-D-BOOKED
           MOVE WS-SAT TO WS-D-SAT
           MOVE WS-EX-PASSED (WS-TY, WS-EX) TO WS-D-PASSED
           MOVE WS-EX-FAILED (WS-TY, WS-EX) TO WS-D-FAILED
           MOVE WS-EX-NO-SHOW (WS-TY, WS-EX) TO WS-D-NO-SHOW
           MOVE WS-EX-AWAITING (WS-TY, WS-EX) TO WS-D-AWAITING
           MOVE WS-RATE TO WS-D-RATE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       2100-END. EXIT.

       END PROGRAM EXAM-STATS.
