      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Driving exam booking entry, in the menu-loop style of
      *          ASSESS-ENTRY. Each booking names the applicant, the
      *          exam type (T theory / P practical), the date, the
      *          slot and the examiner, and is appended to
      *          exam-bookings.txt once it passes the checks that
      *          used to live in the paper diary:
      *            - the applicant is on the applicants file and the
      *              client master, the examiner on instructors.txt;
      *            - the slot is on exam-slots.cfg for the exam type
      *              and still has room on that date, and a practical
      *              examiner is not already booked in the slot;
      *            - the theory exam has been passed before a
      *              practical is booked, an exam already passed is
      *              not booked again, and one booking per type is
      *              open at a time;
      *            - a failed or missed exam is not retaken until
      *              the waiting period has run from its date.
      * Tectonics: cobc
      * Note: EXAM_RETAKE_DAYS gives the waiting period in days
      *       (three digits, default 015); APPLICANTS_FILE as for
      *       DRIVER-BATCH.
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAM-BOOK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKING-FILE ASSIGN TO '..\exam-bookings.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOOKING-STATUS.

           SELECT SLOT-FILE ASSIGN TO '..\exam-slots.cfg'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SLOT-STATUS.

           SELECT APPLICANT-FILE ASSIGN TO WS-APPLICANT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPLICANT-STATUS.

           SELECT INSTRUCTOR-FILE ASSIGN TO '..\instructors.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INSTRUCTOR-STATUS.

           SELECT CLIENT-MASTER-FILE ASSIGN TO WS-MASTER-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CLIENT-CODE
           ALTERNATE RECORD KEY IS CM-CLIENT-NAME WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BOOKING-FILE.
       COPY EXAMBKREC REPLACING ==:RECNAME:== BY ==BOOKING-LINE==.

       FD SLOT-FILE.
       COPY EXAMSLOTREC REPLACING ==:RECNAME:== BY ==SLOT-LINE==.

       FD APPLICANT-FILE.
       COPY APPLICREC REPLACING ==:RECNAME:== BY ==APPLICANT-LINE==.

       FD INSTRUCTOR-FILE.
       COPY INSTRREC REPLACING ==:RECNAME:== BY ==INSTRUCTOR-LINE==.

       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.

       WORKING-STORAGE SECTION.
       01 WS-BOOKING-STATUS PIC X(2).
       01 WS-SLOT-STATUS PIC X(2).
       01 WS-APPLICANT-FILENAME PIC X(100).
       01 WS-APPLICANT-STATUS PIC X(2).
       01 WS-INSTRUCTOR-STATUS PIC X(2).
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
       01 WS-MORE PIC X(1) VALUE 'Y'.
       01 WS-FOUND PIC X(1).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-RETAKE-ENTRY PIC X(3).
       01 WS-RETAKE-DAYS PIC 9(3) VALUE 15.
       01 WS-APPLICANT PIC 9(7).
       01 WS-EXAM-TYPE PIC X(1).
       01 WS-DATE-ENTRY PIC X(8).
       01 WS-EXAM-DATE PIC 9(8).
       01 WS-DATE-SPLIT.
           05 WS-DS-YEAR PIC 9(4).
           05 WS-DS-MONTH PIC 9(2).
           05 WS-DS-DAY PIC 9(2).
       01 WS-SLOT PIC X(4).
       01 WS-EXAMINER PIC X(6).
       01 WS-CAPACITY PIC 9(3).
       01 WS-SLOT-BOOKED PIC 9(3).
       01 WS-EXAMINER-BUSY PIC X(1).
       01 WS-THEORY-PASSED PIC X(1).
       01 WS-TYPE-PASSED PIC X(1).
       01 WS-TYPE-OPEN PIC X(1).
       01 WS-LAST-FAIL-DATE PIC 9(8).
       01 WS-RETAKE-FROM PIC 9(8).
       01 WS-ENTERED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       COPY DTUPARMS.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "EXAM-BOOK" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-MASTER-FILENAME
           ACCEPT WS-MASTER-FILENAME
               FROM ENVIRONMENT "CLIENT_MASTER_FILE"
           IF WS-MASTER-FILENAME = SPACES
               MOVE '..\clients.dat' TO WS-MASTER-FILENAME
           END-IF
           MOVE SPACES TO WS-APPLICANT-FILENAME
           ACCEPT WS-APPLICANT-FILENAME
               FROM ENVIRONMENT "APPLICANTS_FILE"
           IF WS-APPLICANT-FILENAME = SPACES
               MOVE '..\applicants.txt' TO WS-APPLICANT-FILENAME
           END-IF
           MOVE SPACES TO WS-RETAKE-ENTRY
           ACCEPT WS-RETAKE-ENTRY FROM ENVIRONMENT "EXAM_RETAKE_DAYS"
           IF WS-RETAKE-ENTRY IS NUMERIC
               MOVE WS-RETAKE-ENTRY TO WS-RETAKE-DAYS
           END-IF
           PERFORM UNTIL WS-MORE NOT = 'Y'
               PERFORM 1000-ENTER-ONE THRU 1000-END
               DISPLAY "Another booking? (Y/N): "
               ACCEPT WS-MORE
           END-PERFORM
           DISPLAY "EXAM-BOOK: " WS-ENTERED-COUNT
               " booked, " WS-REJECT-COUNT " rejected"
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
           PERFORM 1100-CHECK-APPLICANT THRU 1100-END
           IF WS-FOUND = 'N'
               DISPLAY "Applicant not on the applicants file or "
                   "client master - rejected"
               GO TO 1090-REJECT
           END-IF
           DISPLAY "Exam type (T theory / P practical): "
           ACCEPT WS-EXAM-TYPE
           IF WS-EXAM-TYPE NOT = 'T' AND WS-EXAM-TYPE NOT = 'P'
               DISPLAY "Exam type must be T or P - rejected"
               GO TO 1090-REJECT
           END-IF
           DISPLAY "Exam date (YYYYMMDD): "
           MOVE SPACES TO WS-DATE-ENTRY
           ACCEPT WS-DATE-ENTRY
           IF WS-DATE-ENTRY IS NOT NUMERIC
               DISPLAY "Exam date must be YYYYMMDD - rejected"
               GO TO 1090-REJECT
           END-IF
           MOVE WS-DATE-ENTRY TO WS-EXAM-DATE
           MOVE WS-EXAM-DATE TO WS-DATE-SPLIT
           IF WS-DS-MONTH < 1 OR WS-DS-MONTH > 12
               OR WS-DS-DAY < 1 OR WS-DS-DAY > 31
               DISPLAY "Exam date is not a valid date - rejected"
               GO TO 1090-REJECT
           END-IF
           IF WS-EXAM-DATE < WS-TODAY-DATE
               DISPLAY "Exam date is in the past - rejected"
               GO TO 1090-REJECT
           END-IF
           DISPLAY "Slot start time (HHMM): "
           ACCEPT WS-SLOT
           PERFORM 1200-FIND-SLOT THRU 1200-END
           IF WS-FOUND = 'N'
               DISPLAY "No " WS-EXAM-TYPE " slot at " WS-SLOT
                   " on the slot table - rejected"
               GO TO 1090-REJECT
           END-IF
           DISPLAY "Examiner id: "
           ACCEPT WS-EXAMINER
           PERFORM 1300-CHECK-EXAMINER THRU 1300-END
           IF WS-FOUND = 'N'
               DISPLAY "Examiner " WS-EXAMINER
                   " not on the instructor file - rejected"
               GO TO 1090-REJECT
           END-IF
           PERFORM 1400-SCAN-BOOKINGS THRU 1400-END
           IF WS-SLOT-BOOKED NOT < WS-CAPACITY
               DISPLAY "Slot " WS-SLOT " on " WS-EXAM-DATE
                   " is full (" WS-CAPACITY ") - rejected"
               GO TO 1090-REJECT
           END-IF
           IF WS-EXAM-TYPE = 'P' AND WS-EXAMINER-BUSY = 'Y'
               DISPLAY "Examiner " WS-EXAMINER
                   " already has a practical in that slot - rejected"
               GO TO 1090-REJECT
           END-IF
           IF WS-EXAM-TYPE = 'P' AND WS-THEORY-PASSED = 'N'
               DISPLAY "Theory exam not passed yet - practical "
                   "rejected"
               GO TO 1090-REJECT
           END-IF
           IF WS-TYPE-PASSED = 'Y'
               DISPLAY "Applicant has already passed this exam - "
                   "rejected"
               GO TO 1090-REJECT
           END-IF
           IF WS-TYPE-OPEN = 'Y'
               DISPLAY "Applicant already has this exam booked and "
                   "awaiting a result - rejected"
               GO TO 1090-REJECT
           END-IF
           IF WS-LAST-FAIL-DATE > ZERO
               MOVE 'ADD-DAYS' TO DU-FUNCTION
               MOVE WS-LAST-FAIL-DATE TO DU-DATE-1
               MOVE WS-RETAKE-DAYS TO DU-N
               CALL 'DATEUTIL' USING DU-FUNCTION DU-DATE-1 DU-DATE-2
                   DU-N DU-RESULT-DATE DU-ELAPSED DU-RETURN-CODE
               MOVE DU-RESULT-DATE TO WS-RETAKE-FROM
               IF WS-EXAM-DATE < WS-RETAKE-FROM
                   DISPLAY "Retake not allowed before "
                       WS-RETAKE-FROM " (last attempt "
                       WS-LAST-FAIL-DATE ") - rejected"
                   GO TO 1090-REJECT
               END-IF
           END-IF
           PERFORM 2000-WRITE-BOOKING THRU 2000-END
           GO TO 1000-END.
       1090-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
       1000-END. EXIT.

       1100-CHECK-APPLICANT.
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-EOF
           OPEN INPUT APPLICANT-FILE
           IF WS-APPLICANT-STATUS NOT = '00'
               GO TO 1100-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ APPLICANT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AP-CLIENT-CODE = WS-APPLICANT
                           MOVE 'Y' TO WS-FOUND
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICANT-FILE
           IF WS-FOUND = 'N'
               GO TO 1100-END
           END-IF
           MOVE 'N' TO WS-FOUND
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS = '00'
               MOVE WS-APPLICANT TO CM-CLIENT-CODE
               READ CLIENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND
               END-READ
               CLOSE CLIENT-MASTER-FILE
           END-IF.
       1100-END. EXIT.

       1200-FIND-SLOT.
           MOVE 'N' TO WS-FOUND
           MOVE ZERO TO WS-CAPACITY
           MOVE 'N' TO WS-EOF
           OPEN INPUT SLOT-FILE
           IF WS-SLOT-STATUS NOT = '00'
               GO TO 1200-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SLOT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ES-EXAM-TYPE = WS-EXAM-TYPE
                           AND ES-SLOT = WS-SLOT
                           AND ES-CAPACITY IS NUMERIC
                           MOVE ES-CAPACITY TO WS-CAPACITY
                           MOVE 'Y' TO WS-FOUND
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SLOT-FILE.
       1200-END. EXIT.

       1300-CHECK-EXAMINER.
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-EOF
           OPEN INPUT INSTRUCTOR-FILE
           IF WS-INSTRUCTOR-STATUS NOT = '00'
               GO TO 1300-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ INSTRUCTOR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF IN-INSTRUCTOR-ID = WS-EXAMINER
                           MOVE 'Y' TO WS-FOUND
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INSTRUCTOR-FILE.
       1300-END. EXIT.

      * One pass over the bookings gathers both the slot's load on
      * the day and the applicant's exam history.
       1400-SCAN-BOOKINGS.
           MOVE ZERO TO WS-SLOT-BOOKED
           MOVE 'N' TO WS-EXAMINER-BUSY
           MOVE 'N' TO WS-THEORY-PASSED
           MOVE 'N' TO WS-TYPE-PASSED
           MOVE 'N' TO WS-TYPE-OPEN
           MOVE ZERO TO WS-LAST-FAIL-DATE
           MOVE 'N' TO WS-EOF
           OPEN INPUT BOOKING-FILE
           IF WS-BOOKING-STATUS NOT = '00'
               GO TO 1400-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BOOKING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 1410-CHECK-ONE THRU 1410-END
               END-READ
           END-PERFORM
           CLOSE BOOKING-FILE.
       1400-END. EXIT.

       1410-CHECK-ONE.
           IF EB-EXAM-DATE = WS-EXAM-DATE AND EB-SLOT = WS-SLOT
               IF EB-EXAM-TYPE = WS-EXAM-TYPE
                   ADD 1 TO WS-SLOT-BOOKED
               END-IF
               IF EB-EXAMINER-ID = WS-EXAMINER AND EB-PRACTICAL
                   MOVE 'Y' TO WS-EXAMINER-BUSY
               END-IF
           END-IF
           IF EB-CLIENT-CODE NOT = WS-APPLICANT
               GO TO 1410-END
           END-IF
           IF EB-THEORY AND EB-PASSED
               MOVE 'Y' TO WS-THEORY-PASSED
           END-IF
           IF EB-EXAM-TYPE NOT = WS-EXAM-TYPE
               GO TO 1410-END
           END-IF
           EVALUATE TRUE
               WHEN EB-PASSED
                   MOVE 'Y' TO WS-TYPE-PASSED
               WHEN EB-AWAITING-RESULT
                   MOVE 'Y' TO WS-TYPE-OPEN
               WHEN OTHER
                   IF EB-EXAM-DATE > WS-LAST-FAIL-DATE
                       MOVE EB-EXAM-DATE TO WS-LAST-FAIL-DATE
                   END-IF
           END-EVALUATE.
       1410-END. EXIT.

       2000-WRITE-BOOKING.
           OPEN EXTEND BOOKING-FILE
           IF WS-BOOKING-STATUS = '35'
               OPEN OUTPUT BOOKING-FILE
               CLOSE BOOKING-FILE
               OPEN EXTEND BOOKING-FILE
           END-IF
           IF WS-BOOKING-STATUS NOT = '00'
               DISPLAY "EXAM-BOOK: cannot open booking file, status "
                   WS-BOOKING-STATUS
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2000-END
           END-IF
           MOVE SPACES TO BOOKING-LINE
           MOVE WS-APPLICANT TO EB-CLIENT-CODE
           MOVE WS-EXAM-TYPE TO EB-EXAM-TYPE
           MOVE WS-EXAM-DATE TO EB-EXAM-DATE
           MOVE WS-SLOT TO EB-SLOT
           MOVE WS-EXAMINER TO EB-EXAMINER-ID
           MOVE SPACE TO EB-RESULT
           MOVE ZERO TO EB-RESULT-DATE
           MOVE WS-TODAY-DATE TO EB-BOOKED-DATE
           WRITE BOOKING-LINE
           IF WS-BOOKING-STATUS NOT = '00'
               DISPLAY "EXAM-BOOK: write failed, status "
                   WS-BOOKING-STATUS
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               ADD 1 TO WS-ENTERED-COUNT
               DISPLAY "Exam booked"
           END-IF
           CLOSE BOOKING-FILE.
       2000-END. EXIT.

       END PROGRAM EXAM-BOOK.
