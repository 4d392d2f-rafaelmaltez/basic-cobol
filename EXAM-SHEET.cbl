      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Daily driving exam sheet, one section per examiner -
      *          every exam booked on exam-bookings.txt for the day in
      *          slot order, with the applicant's name from the client
      *          master and a blank result box the examiner fills in
      *          and hands back for EXAM-RESULT. A booking already
      *          resulted shows its result instead.
      * Tectonics: cobc
      * Note: EXAM_DATE (YYYYMMDD) picks the day, default today.
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAM-SHEET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKING-FILE ASSIGN TO '..\exam-bookings.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOOKING-STATUS.

           SELECT INSTRUCTOR-FILE ASSIGN TO '..\instructors.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INSTRUCTOR-STATUS.

           SELECT CLIENT-MASTER-FILE ASSIGN TO WS-MASTER-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CLIENT-CODE
           ALTERNATE RECORD KEY IS CM-CLIENT-NAME WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT SORT-WORK ASSIGN TO "SWES".

           SELECT SORTED-FILE ASSIGN TO '..\exam-sheet.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO '..\exam-sheet.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BOOKING-FILE.
       COPY EXAMBKREC REPLACING ==:RECNAME:== BY ==BOOKING-LINE==.

       FD INSTRUCTOR-FILE.
       COPY INSTRREC REPLACING ==:RECNAME:== BY ==INSTRUCTOR-LINE==.

       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.

       SD SORT-WORK.
       01 SORT-REC.
           05 SR-EXAMINER PIC X(6).
           05 SR-SLOT PIC X(4).
           05 SR-TYPE PIC X(1).
           05 SR-CODE PIC 9(7).
           05 SR-RESULT PIC X(1).

       FD SORTED-FILE.
       01 SORTED-REC.
           05 SW-EXAMINER PIC X(6).
           05 SW-SLOT PIC X(4).
           05 SW-TYPE PIC X(1).
           05 SW-CODE PIC 9(7).
           05 SW-RESULT PIC X(1).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-BOOKING-STATUS PIC X(2).
       01 WS-INSTRUCTOR-STATUS PIC X(2).
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
       01 WS-SORTED-EOF PIC X(1) VALUE 'N'.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-DATE-ENTRY PIC X(8).
       01 WS-SHEET-DATE PIC 9(8).
       01 WS-DATE-SPLIT.
           05 WS-DS-YEAR PIC 9(4).
           05 WS-DS-MONTH PIC 9(2).
           05 WS-DS-DAY PIC 9(2).
       01 WS-PREV-EXAMINER PIC X(6) VALUE SPACES.
       01 WS-EXAMINER-COUNT PIC 9(3) VALUE ZERO.
       01 WS-EXAMINER-EXAMS PIC 9(3) VALUE ZERO.
       01 WS-EXAM-COUNT PIC 9(5) VALUE ZERO.
       01 WS-IN-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-IN-TABLE.
           05 WS-IN-ENTRY OCCURS 300 TIMES.
               10 WS-IN-ID PIC X(6).
               10 WS-IN-NAME PIC X(20).
       01 WS-IN PIC 9(3) COMP.
       01 WS-EXAMINER-NAME PIC X(20).
       01 WS-TITLE-LINE.
           05 FILLER PIC X(30) VALUE "DRIVING EXAM SHEET - ".
           05 WS-T-DAY PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 WS-T-MONTH PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 WS-T-YEAR PIC 9(4).
       01 WS-EXAMINER-LINE.
           05 FILLER PIC X(10) VALUE "EXAMINER: ".
           05 WS-E-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-E-NAME PIC X(20).
       01 WS-HEADING-LINE.
           05 FILLER PIC X(8) VALUE "  SLOT".
           05 FILLER PIC X(12) VALUE "EXAM".
           05 FILLER PIC X(39) VALUE "APPLICANT".
           05 FILLER PIC X(6) VALUE "RESULT".
       01 WS-DETAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-HOUR PIC X(2).
           05 FILLER PIC X(1) VALUE ":".
           05 WS-D-MINUTE PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-D-TYPE PIC X(11).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-D-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-D-NAME PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-D-RESULT PIC X(16).
       01 WS-RPT-LINE PIC X(80).
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "EXAM-SHEET" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-SHEET-DATE
           MOVE SPACES TO WS-DATE-ENTRY
           ACCEPT WS-DATE-ENTRY FROM ENVIRONMENT "EXAM_DATE"
           IF WS-DATE-ENTRY IS NUMERIC
               MOVE WS-DATE-ENTRY TO WS-SHEET-DATE
           END-IF
           MOVE SPACES TO WS-MASTER-FILENAME
           ACCEPT WS-MASTER-FILENAME
               FROM ENVIRONMENT "CLIENT_MASTER_FILE"
           IF WS-MASTER-FILENAME = SPACES
               MOVE '..\clients.dat' TO WS-MASTER-FILENAME
           END-IF
           PERFORM 0500-LOAD-EXAMINERS THRU 0500-END
           SORT SORT-WORK
               ON ASCENDING KEY SR-EXAMINER SR-SLOT SR-TYPE SR-CODE
               INPUT PROCEDURE IS 1000-SELECT-DAY THRU 1000-END
               GIVING SORTED-FILE
           PERFORM 2000-PRINT-SHEET THRU 2000-END
           DISPLAY "EXAM-SHEET: " WS-EXAM-COUNT " exam(s) for "
               WS-EXAMINER-COUNT " examiner(s) on " WS-SHEET-DATE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           SET JL-CALL-END TO TRUE
           MOVE WS-EXAM-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

       0500-LOAD-EXAMINERS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT INSTRUCTOR-FILE
           IF WS-INSTRUCTOR-STATUS NOT = '00'
               GO TO 0500-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ INSTRUCTOR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-IN-COUNT < 300
                           ADD 1 TO WS-IN-COUNT
                           MOVE IN-INSTRUCTOR-ID
                               TO WS-IN-ID (WS-IN-COUNT)
                           MOVE IN-INSTRUCTOR-NAME
                               TO WS-IN-NAME (WS-IN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INSTRUCTOR-FILE.
       0500-END. EXIT.

       1000-SELECT-DAY.
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
                       IF EB-EXAM-DATE = WS-SHEET-DATE
                           MOVE EB-EXAMINER-ID TO SR-EXAMINER
                           MOVE EB-SLOT TO SR-SLOT
                           MOVE EB-EXAM-TYPE TO SR-TYPE
                           MOVE EB-CLIENT-CODE TO SR-CODE
                           MOVE EB-RESULT TO SR-RESULT
                           RELEASE SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKING-FILE.
       1000-END. EXIT.

       2000-PRINT-SHEET.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "EXAM-SHEET: cannot open report, status "
                   WS-REPORT-STATUS
               GO TO 2000-END
           END-IF
           OPEN INPUT CLIENT-MASTER-FILE
           OPEN INPUT SORTED-FILE
           MOVE WS-SHEET-DATE TO WS-DATE-SPLIT
           MOVE WS-DS-DAY TO WS-T-DAY
           MOVE WS-DS-MONTH TO WS-T-MONTH
           MOVE WS-DS-YEAR TO WS-T-YEAR
           WRITE REPORT-LINE FROM WS-TITLE-LINE
           PERFORM UNTIL WS-SORTED-EOF = 'Y'
               READ SORTED-FILE
                   AT END
                       MOVE 'Y' TO WS-SORTED-EOF
                   NOT AT END
                       PERFORM 2100-PRINT-ONE THRU 2100-END
               END-READ
           END-PERFORM
           IF WS-EXAMINER-COUNT > ZERO
               PERFORM 2200-PRINT-SIGN-OFF THRU 2200-END
           ELSE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "NO EXAMS BOOKED FOR THE DAY" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE SORTED-FILE
           CLOSE CLIENT-MASTER-FILE
           CLOSE REPORT-FILE.
       2000-END. EXIT.

       2100-PRINT-ONE.
           IF WS-EXAMINER-COUNT = ZERO
               OR SW-EXAMINER NOT = WS-PREV-EXAMINER
               IF WS-EXAMINER-COUNT > ZERO
                   PERFORM 2200-PRINT-SIGN-OFF THRU 2200-END
               END-IF
               ADD 1 TO WS-EXAMINER-COUNT
               MOVE ZERO TO WS-EXAMINER-EXAMS
               MOVE SW-EXAMINER TO WS-PREV-EXAMINER
               MOVE "** NOT ON FILE **" TO WS-EXAMINER-NAME
               PERFORM VARYING WS-IN FROM 1 BY 1
                   UNTIL WS-IN > WS-IN-COUNT
                   IF WS-IN-ID (WS-IN) = SW-EXAMINER
                       MOVE WS-IN-NAME (WS-IN) TO WS-EXAMINER-NAME
                   END-IF
               END-PERFORM
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SW-EXAMINER TO WS-E-ID
               MOVE WS-EXAMINER-NAME TO WS-E-NAME
               WRITE REPORT-LINE FROM WS-EXAMINER-LINE
               WRITE REPORT-LINE FROM WS-HEADING-LINE
           END-IF
           MOVE SW-CODE TO CM-CLIENT-CODE
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO CM-CLIENT-NAME
           END-READ
           MOVE SW-SLOT (1:2) TO WS-D-HOUR
           MOVE SW-SLOT (3:2) TO WS-D-MINUTE
           IF SW-TYPE = 'T'
               MOVE "THEORY" TO WS-D-TYPE
           ELSE
               MOVE "PRACTICAL" TO WS-D-TYPE
           END-IF
           MOVE SW-CODE TO WS-D-CODE
           MOVE CM-CLIENT-NAME TO WS-D-NAME
           EVALUATE SW-RESULT
               WHEN 'P'
                   MOVE "PASSED" TO WS-D-RESULT
               WHEN 'F'
                   MOVE "FAILED" TO WS-D-RESULT
               WHEN 'N'
                   MOVE "NO-SHOW" TO WS-D-RESULT
               WHEN OTHER
                   MOVE "[ ]P [ ]F [ ]N" TO WS-D-RESULT
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-EXAMINER-EXAMS
           ADD 1 TO WS-EXAM-COUNT.
       2100-END. EXIT.

       2200-PRINT-SIGN-OFF.
           MOVE SPACES TO WS-RPT-LINE
           STRING "  EXAMS: " WS-EXAMINER-EXAMS
               "      EXAMINER SIGNATURE: ______________________"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE.
       2200-END. EXIT.

       END PROGRAM EXAM-SHEET.
