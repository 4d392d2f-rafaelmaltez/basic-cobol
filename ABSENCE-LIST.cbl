      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Absence-date listing for the secretariat - every
      *          session of the term a student was marked absent in
      *          on roll-call.txt, grouped by student with the date,
      *          course, section and the instructor who called the
      *          roll, so a disputed absence can be answered from the
      *          record instead of the paper register.
      * Tectonics: cobc
      * Note: the term comes from GRADE_TERM or the console prompt;
      *       ABSENCE_STUDENT restricts the listing to one student
      *       code (seven digits).
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSENCE-LIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLL-CALL-FILE ASSIGN TO '..\roll-call.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROLL-STATUS.

           SELECT CLIENT-MASTER-FILE ASSIGN TO WS-MASTER-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CLIENT-CODE
           ALTERNATE RECORD KEY IS CM-CLIENT-NAME WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT SORT-WORK ASSIGN TO "SWAL".

           SELECT SORTED-FILE ASSIGN TO '..\absence-listing.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO '..\absence-listing.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ROLL-CALL-FILE.
       COPY ROLLCALLREC REPLACING ==:RECNAME:== BY ==ROLL-CALL-LINE==.

       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.

       SD SORT-WORK.
       01 SORT-REC.
           05 SR-STUDENT PIC 9(7).
           05 SR-DATE PIC 9(8).
           05 SR-COURSE PIC X(6).
           05 SR-SECTION PIC X(3).
           05 SR-INSTRUCTOR PIC X(6).

       FD SORTED-FILE.
       01 SORTED-REC.
           05 SW-STUDENT PIC 9(7).
           05 SW-DATE PIC 9(8).
           05 SW-COURSE PIC X(6).
           05 SW-SECTION PIC X(3).
           05 SW-INSTRUCTOR PIC X(6).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ROLL-STATUS PIC X(2).
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
       01 WS-SORTED-EOF PIC X(1) VALUE 'N'.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TERM PIC X(6).
       01 WS-STUDENT-ENTRY PIC X(7).
       01 WS-ONE-STUDENT PIC 9(7) VALUE ZERO.
       01 WS-PREV-STUDENT PIC 9(7) VALUE ZERO.
       01 WS-STUDENT-ABSENCES PIC 9(5) VALUE ZERO.
       01 WS-STUDENT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ABSENCE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DATE-SPLIT.
           05 WS-DS-YEAR PIC 9(4).
           05 WS-DS-MONTH PIC 9(2).
           05 WS-DS-DAY PIC 9(2).
       01 WS-TITLE-LINE.
           05 FILLER PIC X(30) VALUE "ABSENCE DATES - TERM ".
           05 WS-T-TERM PIC X(6).
           05 FILLER PIC X(8) VALUE "  DATE: ".
           05 WS-T-DATE PIC 9(8).
       01 WS-STUDENT-LINE.
           05 WS-S-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-S-NAME PIC X(30).
       01 WS-DETAIL-LINE.
           05 FILLER PIC X(6) VALUE SPACES.
           05 WS-D-DAY PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 WS-D-MONTH PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 WS-D-YEAR PIC 9(4).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-D-COURSE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-D-SECTION PIC X(3).
           05 FILLER PIC X(16) VALUE "   INSTRUCTOR: ".
           05 WS-D-INSTRUCTOR PIC X(6).
       01 WS-TOTAL-LINE.
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "ABSENCES: ".
           05 WS-TL-COUNT PIC ZZZZ9.
       01 WS-RPT-LINE PIC X(80).
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "ABSENCE-LIST" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 0100-READ-PARAMETERS THRU 0100-END
           SORT SORT-WORK
               ON ASCENDING KEY SR-STUDENT SR-DATE SR-COURSE
               INPUT PROCEDURE IS 1000-SELECT-ABSENCES THRU 1000-END
               GIVING SORTED-FILE
           IF WS-ROLL-STATUS = '35'
               DISPLAY "ABSENCE-LIST: no roll-call file - nothing "
                   "listed"
               MOVE 4 TO RETURN-CODE
               PERFORM 9000-END-JOB THRU 9000-END
               GOBACK
           END-IF
           PERFORM 2000-PRINT-LISTING THRU 2000-END
           DISPLAY "ABSENCE-LIST: " WS-ABSENCE-COUNT
               " absence(s) for " WS-STUDENT-COUNT
               " student(s), term " WS-TERM
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9000-END-JOB THRU 9000-END
           GOBACK.

       0100-READ-PARAMETERS.
           MOVE SPACES TO WS-TERM
           ACCEPT WS-TERM FROM ENVIRONMENT "GRADE_TERM"
           IF WS-TERM = SPACES
               DISPLAY "Enter term (e.g. 2026T1):"
               ACCEPT WS-TERM
           END-IF
           MOVE SPACES TO WS-STUDENT-ENTRY
           ACCEPT WS-STUDENT-ENTRY FROM ENVIRONMENT "ABSENCE_STUDENT"
           IF WS-STUDENT-ENTRY IS NUMERIC
               MOVE WS-STUDENT-ENTRY TO WS-ONE-STUDENT
           END-IF
           MOVE SPACES TO WS-MASTER-FILENAME
           ACCEPT WS-MASTER-FILENAME
               FROM ENVIRONMENT "CLIENT_MASTER_FILE"
           IF WS-MASTER-FILENAME = SPACES
               MOVE '..\clients.dat' TO WS-MASTER-FILENAME
           END-IF.
       0100-END. EXIT.

       1000-SELECT-ABSENCES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ROLL-CALL-FILE
           IF WS-ROLL-STATUS NOT = '00'
               GO TO 1000-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ROLL-CALL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RL-TERM = WS-TERM AND RL-ABSENT
                           AND (WS-ONE-STUDENT = ZERO
                           OR RL-STUDENT-CODE = WS-ONE-STUDENT)
                           MOVE RL-STUDENT-CODE TO SR-STUDENT
                           MOVE RL-SESSION-DATE TO SR-DATE
                           MOVE RL-COURSE-CODE TO SR-COURSE
                           MOVE RL-SECTION TO SR-SECTION
                           MOVE RL-INSTRUCTOR-ID TO SR-INSTRUCTOR
                           RELEASE SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROLL-CALL-FILE.
       1000-END. EXIT.

       2000-PRINT-LISTING.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "ABSENCE-LIST: cannot open report, status "
                   WS-REPORT-STATUS
               GO TO 2000-END
           END-IF
           OPEN INPUT CLIENT-MASTER-FILE
           OPEN INPUT SORTED-FILE
           MOVE WS-TERM TO WS-T-TERM
           MOVE WS-TODAY-DATE TO WS-T-DATE
           WRITE REPORT-LINE FROM WS-TITLE-LINE
           IF WS-ONE-STUDENT NOT = ZERO
               MOVE SPACES TO WS-RPT-LINE
               STRING "STUDENT " WS-ONE-STUDENT " ONLY"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
           END-IF
           PERFORM UNTIL WS-SORTED-EOF = 'Y'
               READ SORTED-FILE
                   AT END
                       MOVE 'Y' TO WS-SORTED-EOF
                   NOT AT END
                       PERFORM 2100-PRINT-ONE THRU 2100-END
               END-READ
           END-PERFORM
           IF WS-STUDENT-COUNT > ZERO
               PERFORM 2200-PRINT-STUDENT-TOTAL THRU 2200-END
           ELSE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "NO ABSENCES RECORDED" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL '=' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "STUDENTS: " WS-STUDENT-COUNT
               "  ABSENCES: " WS-ABSENCE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           CLOSE SORTED-FILE
           CLOSE CLIENT-MASTER-FILE
           CLOSE REPORT-FILE.
       2000-END. EXIT.

       2100-PRINT-ONE.
           IF WS-STUDENT-COUNT = ZERO
               OR SW-STUDENT NOT = WS-PREV-STUDENT
               IF WS-STUDENT-COUNT > ZERO
                   PERFORM 2200-PRINT-STUDENT-TOTAL THRU 2200-END
               END-IF
               ADD 1 TO WS-STUDENT-COUNT
               MOVE SW-STUDENT TO WS-PREV-STUDENT
               MOVE ZERO TO WS-STUDENT-ABSENCES
               MOVE SW-STUDENT TO CM-CLIENT-CODE
               READ CLIENT-MASTER-FILE
                   INVALID KEY
                       MOVE "** NOT ON MASTER **" TO CM-CLIENT-NAME
               END-READ
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SW-STUDENT TO WS-S-CODE
               MOVE CM-CLIENT-NAME TO WS-S-NAME
               WRITE REPORT-LINE FROM WS-STUDENT-LINE
           END-IF
           MOVE SW-DATE TO WS-DATE-SPLIT
           MOVE WS-DS-DAY TO WS-D-DAY
           MOVE WS-DS-MONTH TO WS-D-MONTH
           MOVE WS-DS-YEAR TO WS-D-YEAR
           MOVE SW-COURSE TO WS-D-COURSE
           MOVE SW-SECTION TO WS-D-SECTION
           MOVE SW-INSTRUCTOR TO WS-D-INSTRUCTOR
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-STUDENT-ABSENCES
           ADD 1 TO WS-ABSENCE-COUNT.
       2100-END. EXIT.

       2200-PRINT-STUDENT-TOTAL.
           MOVE WS-STUDENT-ABSENCES TO WS-TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
       2200-END. EXIT.

       9000-END-JOB.
           SET JL-CALL-END TO TRUE
           MOVE WS-ABSENCE-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT.
       9000-END. EXIT.

       END PROGRAM ABSENCE-LIST.
