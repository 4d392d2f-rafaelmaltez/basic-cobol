      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Mid-term student retention risk run. Every student
      *          with an active enrollment for the term (GRADE_TERM or
      *          the console prompt) is scored from the four signs
      *          that usually come together before a student drops
      *          out: attendance projected below the minimum on
      *          attendance.txt (the ATTEND-WARN test), an average of
      *          the assessments.txt results so far below the pass
      *          mark, tuition overdue on open-items.dat (the
      *          COLLECT-WORKLIST ageing) and probation at the end of
      *          the previous term on standing-history.txt. Students
      *          at or above RISK_MIN_SCORE are ranked highest score
      *          first on retention-risk.txt for the coordinators,
      *          each with the reasons that made up the score and the
      *          student's phones and e-mail from contacts.txt.
      * Tectonics: cobc
      * Note: weights - attendance below ATTEND_MIN_PCT (default 75)
      *       30, assessment average below RISK_PASS_AVERAGE (two
      *       digits, default 05) 30, tuition overdue more than
      *       RISK_OVERDUE_DAYS (default 030) 20 or 25 past 90 days,
      *       probation last term 15. RISK_MIN_SCORE defaults to 030.
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENTION-RISK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-FILE ASSIGN TO '..\enrollment.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENROLL-STATUS.

           SELECT ATTENDANCE-FILE ASSIGN TO '..\attendance.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ATTEND-STATUS.

           SELECT ASSESSMENT-FILE ASSIGN TO '..\assessments.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ASSESS-STATUS.

           SELECT STANDING-FILE ASSIGN TO '..\standing-history.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STANDING-STATUS.

           SELECT OPEN-ITEMS-FILE ASSIGN TO WS-OPEN-ITEMS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OI-ITEM-KEY
           FILE STATUS IS WS-OPEN-ITEMS-STATUS.

           SELECT CLIENT-MASTER-FILE ASSIGN TO WS-MASTER-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CLIENT-CODE
           ALTERNATE RECORD KEY IS CM-CLIENT-NAME WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT CONTACT-FILE ASSIGN TO '..\contacts.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTACT-STATUS.

           SELECT SORT-WORK ASSIGN TO "SWRR".

           SELECT SORTED-FILE ASSIGN TO '..\retention-risk.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO '..\retention-risk.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ENROLLMENT-FILE.
       COPY ENROLLREC REPLACING ==:RECNAME:== BY ==ENROLL-LINE==.

       FD ATTENDANCE-FILE.
       COPY ATTENDREC REPLACING ==:RECNAME:== BY ==ATTEND-LINE==.

       FD ASSESSMENT-FILE.
       COPY ASSESSREC REPLACING ==:RECNAME:== BY ==ASSESSMENT-LINE==.

       FD STANDING-FILE.
       COPY STANDREC REPLACING ==:RECNAME:== BY ==STANDING-LINE==.

       FD OPEN-ITEMS-FILE.
       COPY OPNITMREC.

       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.

       FD CONTACT-FILE.
       COPY CONTACTREC REPLACING ==:RECNAME:== BY ==CONTACT-LINE==.

       SD SORT-WORK.
       01 SORT-REC.
           05 SR-SCORE PIC 9(3).
           05 SR-CODE PIC 9(7).
           05 SR-SLOT PIC 9(4).

       FD SORTED-FILE.
       01 SORTED-REC.
           05 SW-SCORE PIC 9(3).
           05 SW-CODE PIC 9(7).
           05 SW-SLOT PIC 9(4).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ENROLL-STATUS PIC X(2).
       01 WS-ATTEND-STATUS PIC X(2).
       01 WS-ASSESS-STATUS PIC X(2).
       01 WS-STANDING-STATUS PIC X(2).
       01 WS-OPEN-ITEMS-FILENAME PIC X(100).
       01 WS-OPEN-ITEMS-STATUS PIC X(2).
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-CONTACT-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
       01 WS-SORTED-EOF PIC X(1) VALUE 'N'.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TERM PIC X(6).
       01 WS-THRESHOLD-ENTRY PIC X(3).
       01 WS-ATT-THRESHOLD PIC 9(3) VALUE 75.
       01 WS-PASS-ENTRY PIC X(2).
       01 WS-PASS-AVERAGE PIC 9(2) VALUE 5.
       01 WS-DAYS-ENTRY PIC X(3).
       01 WS-OVERDUE-DAYS PIC 9(3) VALUE 30.
       01 WS-SCORE-ENTRY PIC X(3).
       01 WS-MIN-SCORE PIC 9(3) VALUE 30.
       01 WS-DAYS-OPEN PIC S9(7).
       01 WS-PROJECTED-PCT PIC 9(3)V9.
       01 WS-ST-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-ST-TABLE.
           05 WS-ST-ENTRY OCCURS 3000 TIMES.
               10 WS-ST-CODE PIC 9(7).
               10 WS-ST-COURSES PIC 9(2).
               10 WS-ST-HELD PIC 9(4).
               10 WS-ST-ATTENDED PIC 9(4).
               10 WS-ST-AE-COUNT PIC 9(3).
               10 WS-ST-AE-SUM PIC 9(5).
               10 WS-ST-AE-FAILED PIC 9(3).
               10 WS-ST-OVERDUE PIC 9(9)V99.
               10 WS-ST-DAYS PIC 9(5).
               10 WS-ST-PRIOR-TERM PIC X(6).
               10 WS-ST-PRIOR-STANDING PIC X(1).
               10 WS-ST-PROB-TERMS PIC 9(1).
               10 WS-ST-MOBILE PIC X(20).
               10 WS-ST-PHONE PIC X(20).
               10 WS-ST-EMAIL PIC X(40).
       01 WS-S PIC 9(4) COMP.
       01 WS-ST-POS PIC 9(4) COMP.
       01 WS-ST-DROPPED PIC 9(7) VALUE ZERO.
       01 WS-FIND-CODE PIC 9(7).
       01 WS-SCORE PIC 9(3).
       01 WS-AVERAGE PIC 9(2)V99.
       01 WS-SCORED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LISTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RANK PIC 9(5) VALUE ZERO.
       01 WS-ATT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-GRADE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-FIN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PROB-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TITLE-LINE.
           05 FILLER PIC X(30) VALUE "RETENTION RISK - TERM ".
           05 WS-T-TERM PIC X(6).
           05 FILLER PIC X(8) VALUE "  DATE: ".
           05 WS-T-DATE PIC 9(8).
       01 WS-DETAIL-LINE.
           05 WS-D-RANK PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-D-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-D-NAME PIC X(30).
           05 FILLER PIC X(9) VALUE "  SCORE: ".
           05 WS-D-SCORE PIC ZZ9.
           05 FILLER PIC X(11) VALUE "  COURSES: ".
           05 WS-D-COURSES PIC Z9.
       01 WS-PCT-EDIT PIC ZZ9.9.
       01 WS-AVG-EDIT PIC Z9.99.
       01 WS-AMOUNT-EDIT PIC Z(8)9.99.
       01 WS-DAYS-EDIT PIC ZZZZ9.
       01 WS-RPT-LINE PIC X(80).
       COPY DTUPARMS.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "RETENTION-RISK" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 0100-READ-PARAMETERS THRU 0100-END
           PERFORM 1000-LOAD-ENROLLMENT THRU 1000-END
           IF WS-ST-COUNT = ZERO
               DISPLAY "RETENTION-RISK: no active enrollments for "
                   "term " WS-TERM " - nothing scored"
               MOVE 4 TO RETURN-CODE
               PERFORM 9000-END-JOB THRU 9000-END
               GOBACK
           END-IF
           PERFORM 1100-LOAD-ATTENDANCE THRU 1100-END
           PERFORM 1200-LOAD-ASSESSMENTS THRU 1200-END
           PERFORM 1300-LOAD-STANDING THRU 1300-END
           PERFORM 1400-LOAD-OPEN-ITEMS THRU 1400-END
           PERFORM 1500-LOAD-CONTACTS THRU 1500-END
           SORT SORT-WORK
               ON DESCENDING KEY SR-SCORE
               ON ASCENDING KEY SR-CODE
               INPUT PROCEDURE IS 2000-SCORE-STUDENTS THRU 2000-END
               GIVING SORTED-FILE
           PERFORM 3000-PRINT-LIST THRU 3000-END
           DISPLAY "RETENTION-RISK: " WS-SCORED-COUNT
               " student(s) scored, " WS-LISTED-COUNT
               " listed for intervention, term " WS-TERM
           IF WS-ST-DROPPED > ZERO
               DISPLAY "RETENTION-RISK: " WS-ST-DROPPED
                   " enrollment line(s) beyond the student table - "
                   "not scored"
           END-IF
           IF WS-ST-DROPPED > ZERO OR WS-REPORT-STATUS NOT = '00'
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
           MOVE SPACES TO WS-OPEN-ITEMS-FILENAME
           ACCEPT WS-OPEN-ITEMS-FILENAME
               FROM ENVIRONMENT "OPEN_ITEMS_FILE"
           IF WS-OPEN-ITEMS-FILENAME = SPACES
               MOVE '..\open-items.dat' TO WS-OPEN-ITEMS-FILENAME
           END-IF
           MOVE SPACES TO WS-MASTER-FILENAME
           ACCEPT WS-MASTER-FILENAME
               FROM ENVIRONMENT "CLIENT_MASTER_FILE"
           IF WS-MASTER-FILENAME = SPACES
               MOVE '..\clients.dat' TO WS-MASTER-FILENAME
           END-IF
           MOVE SPACES TO WS-THRESHOLD-ENTRY
           ACCEPT WS-THRESHOLD-ENTRY
               FROM ENVIRONMENT "ATTEND_MIN_PCT"
           IF WS-THRESHOLD-ENTRY IS NUMERIC
               MOVE WS-THRESHOLD-ENTRY TO WS-ATT-THRESHOLD
           END-IF
           MOVE SPACES TO WS-PASS-ENTRY
           ACCEPT WS-PASS-ENTRY FROM ENVIRONMENT "RISK_PASS_AVERAGE"
           IF WS-PASS-ENTRY IS NUMERIC
               MOVE WS-PASS-ENTRY TO WS-PASS-AVERAGE
           END-IF
           MOVE SPACES TO WS-DAYS-ENTRY
           ACCEPT WS-DAYS-ENTRY FROM ENVIRONMENT "RISK_OVERDUE_DAYS"
           IF WS-DAYS-ENTRY IS NUMERIC
               MOVE WS-DAYS-ENTRY TO WS-OVERDUE-DAYS
           END-IF
           MOVE SPACES TO WS-SCORE-ENTRY
           ACCEPT WS-SCORE-ENTRY FROM ENVIRONMENT "RISK_MIN_SCORE"
           IF WS-SCORE-ENTRY IS NUMERIC
               MOVE WS-SCORE-ENTRY TO WS-MIN-SCORE
           END-IF.
       0100-END. EXIT.

      * The population is everyone still actively enrolled in the
      * term; dropped and withdrawn students are already gone.
       1000-LOAD-ENROLLMENT.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ENROLLMENT-FILE
           IF WS-ENROLL-STATUS NOT = '00'
               DISPLAY "RETENTION-RISK: no enrollment register on "
                   "file, status " WS-ENROLL-STATUS
               GO TO 1000-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ENROLLMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EN-TERM = WS-TERM AND EN-ACTIVE
                           PERFORM 1050-ADD-STUDENT THRU 1050-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE.
       1000-END. EXIT.

       1050-ADD-STUDENT.
           MOVE EN-STUDENT-CODE TO WS-FIND-CODE
           PERFORM 1900-FIND-STUDENT THRU 1900-END
           IF WS-ST-POS = ZERO
               IF WS-ST-COUNT >= 3000
                   ADD 1 TO WS-ST-DROPPED
                   GO TO 1050-END
               END-IF
               ADD 1 TO WS-ST-COUNT
               MOVE WS-ST-COUNT TO WS-ST-POS
               INITIALIZE WS-ST-ENTRY (WS-ST-POS)
               MOVE EN-STUDENT-CODE TO WS-ST-CODE (WS-ST-POS)
           END-IF
           IF WS-ST-COURSES (WS-ST-POS) < 99
               ADD 1 TO WS-ST-COURSES (WS-ST-POS)
           END-IF.
       1050-END. EXIT.

      * Held and attended are summed over every attendance line the
      * student has for the term, the same projection ATTEND-WARN
      * makes per line.
       1100-LOAD-ATTENDANCE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ATTENDANCE-FILE
           IF WS-ATTEND-STATUS NOT = '00'
               DISPLAY "RETENTION-RISK: no attendance on file - "
                   "attendance not scored"
               GO TO 1100-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ATTENDANCE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AT-TERM = WS-TERM
                           MOVE AT-STUDENT-CODE TO WS-FIND-CODE
                           PERFORM 1900-FIND-STUDENT THRU 1900-END
                           IF WS-ST-POS > ZERO
                               ADD AT-CLASSES-HELD
                                   TO WS-ST-HELD (WS-ST-POS)
                               ADD AT-CLASSES-ATTENDED
                                   TO WS-ST-ATTENDED (WS-ST-POS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ATTENDANCE-FILE.
       1100-END. EXIT.

       1200-LOAD-ASSESSMENTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ASSESSMENT-FILE
           IF WS-ASSESS-STATUS NOT = '00'
               DISPLAY "RETENTION-RISK: no assessments on file - "
                   "grades not scored"
               GO TO 1200-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ASSESSMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AE-TERM = WS-TERM AND AE-GRADE IS NUMERIC
                           MOVE AE-STUDENT-CODE TO WS-FIND-CODE
                           PERFORM 1900-FIND-STUDENT THRU 1900-END
                           IF WS-ST-POS > ZERO
                               AND WS-ST-AE-COUNT (WS-ST-POS) < 999
                               ADD 1 TO WS-ST-AE-COUNT (WS-ST-POS)
                               ADD AE-GRADE TO WS-ST-AE-SUM (WS-ST-POS)
                               IF AE-GRADE < WS-PASS-AVERAGE
                                   ADD 1 TO WS-ST-AE-FAILED (WS-ST-POS)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSESSMENT-FILE.
       1200-END. EXIT.

      * The standing that counts is the one from the latest term
      * before this one - the same rule ACAD-STANDING carries
      * forward.
       1300-LOAD-STANDING.
           MOVE 'N' TO WS-EOF
           OPEN INPUT STANDING-FILE
           IF WS-STANDING-STATUS NOT = '00'
               GO TO 1300-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ STANDING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF STD-TERM < WS-TERM
                           MOVE STD-STUDENT-CODE TO WS-FIND-CODE
                           PERFORM 1900-FIND-STUDENT THRU 1900-END
                           IF WS-ST-POS > ZERO
                               AND STD-TERM NOT <
                                   WS-ST-PRIOR-TERM (WS-ST-POS)
                               MOVE STD-TERM
                                   TO WS-ST-PRIOR-TERM (WS-ST-POS)
                               MOVE STD-STANDING
                                   TO WS-ST-PRIOR-STANDING (WS-ST-POS)
                               MOVE STD-PROB-TERMS
                                   TO WS-ST-PROB-TERMS (WS-ST-POS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STANDING-FILE.
       1300-END. EXIT.

      * The student code is the client code, so the student's open
      * items are the tuition account. Only truly open items count,
      * aged from the billing date as COLLECT-WORKLIST does.
       1400-LOAD-OPEN-ITEMS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT OPEN-ITEMS-FILE
           IF WS-OPEN-ITEMS-STATUS NOT = '00'
               DISPLAY "RETENTION-RISK: no open-items master, status "
                   WS-OPEN-ITEMS-STATUS " - finances not scored"
               GO TO 1400-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OPEN-ITEMS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF OI-OPEN AND OI-OPEN-AMOUNT > ZERO
                           PERFORM 1450-AGE-ITEM THRU 1450-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-ITEMS-FILE.
       1400-END. EXIT.

       1450-AGE-ITEM.
           MOVE OI-CLIENT-CODE TO WS-FIND-CODE
           PERFORM 1900-FIND-STUDENT THRU 1900-END
           IF WS-ST-POS = ZERO
               GO TO 1450-END
           END-IF
           MOVE 'ELAPSED' TO DU-FUNCTION
           MOVE OI-BILL-DATE TO DU-DATE-1
           MOVE WS-TODAY-DATE TO DU-DATE-2
           CALL 'DATEUTIL' USING DU-FUNCTION DU-DATE-1 DU-DATE-2
               DU-N DU-RESULT-DATE DU-ELAPSED DU-RETURN-CODE
           MOVE DU-ELAPSED TO WS-DAYS-OPEN
           IF WS-DAYS-OPEN NOT > WS-OVERDUE-DAYS
               GO TO 1450-END
           END-IF
           ADD OI-OPEN-AMOUNT TO WS-ST-OVERDUE (WS-ST-POS)
           IF WS-DAYS-OPEN > WS-ST-DAYS (WS-ST-POS)
               MOVE WS-DAYS-OPEN TO WS-ST-DAYS (WS-ST-POS)
           END-IF.
       1450-END. EXIT.

      * The first mobile, landline and e-mail on file for each
      * student - a coordinator may call or write.
       1500-LOAD-CONTACTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS NOT = '00'
               GO TO 1500-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CONTACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 1550-STORE-CONTACT THRU 1550-END
               END-READ
           END-PERFORM
           CLOSE CONTACT-FILE.
       1500-END. EXIT.

       1550-STORE-CONTACT.
           MOVE CT-CLIENT-CODE TO WS-FIND-CODE
           PERFORM 1900-FIND-STUDENT THRU 1900-END
           IF WS-ST-POS = ZERO
               GO TO 1550-END
           END-IF
           IF CT-MOBILE AND WS-ST-MOBILE (WS-ST-POS) = SPACES
               MOVE CT-VALUE TO WS-ST-MOBILE (WS-ST-POS)
           END-IF
           IF CT-LANDLINE AND WS-ST-PHONE (WS-ST-POS) = SPACES
               MOVE CT-VALUE TO WS-ST-PHONE (WS-ST-POS)
           END-IF
           IF CT-EMAIL AND WS-ST-EMAIL (WS-ST-POS) = SPACES
               MOVE CT-VALUE TO WS-ST-EMAIL (WS-ST-POS)
           END-IF.
       1550-END. EXIT.

       1900-FIND-STUDENT.
           MOVE ZERO TO WS-ST-POS
           PERFORM VARYING WS-S FROM 1 BY 1
               UNTIL WS-S > WS-ST-COUNT OR WS-ST-POS > ZERO
               IF WS-ST-CODE (WS-S) = WS-FIND-CODE
                   MOVE WS-S TO WS-ST-POS
               END-IF
           END-PERFORM.
       1900-END. EXIT.

       2000-SCORE-STUDENTS.
           PERFORM 2100-SCORE-ONE THRU 2100-END
               VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-ST-COUNT.
       2000-END. EXIT.

       2100-SCORE-ONE.
           ADD 1 TO WS-SCORED-COUNT
           MOVE ZERO TO WS-SCORE
           IF WS-ST-HELD (WS-S) > ZERO
               COMPUTE WS-PROJECTED-PCT ROUNDED =
                   WS-ST-ATTENDED (WS-S) * 100 / WS-ST-HELD (WS-S)
               IF WS-PROJECTED-PCT < WS-ATT-THRESHOLD
                   ADD 30 TO WS-SCORE
               END-IF
           END-IF
           IF WS-ST-AE-COUNT (WS-S) > ZERO
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-ST-AE-SUM (WS-S) / WS-ST-AE-COUNT (WS-S)
               IF WS-AVERAGE < WS-PASS-AVERAGE
                   ADD 30 TO WS-SCORE
               END-IF
           END-IF
           IF WS-ST-OVERDUE (WS-S) > ZERO
               IF WS-ST-DAYS (WS-S) > 90
                   ADD 25 TO WS-SCORE
               ELSE
                   ADD 20 TO WS-SCORE
               END-IF
           END-IF
           IF WS-ST-PRIOR-STANDING (WS-S) = 'P'
               ADD 15 TO WS-SCORE
           END-IF
           IF WS-SCORE < WS-MIN-SCORE OR WS-SCORE = ZERO
               GO TO 2100-END
           END-IF
           MOVE WS-SCORE TO SR-SCORE
           MOVE WS-ST-CODE (WS-S) TO SR-CODE
           MOVE WS-S TO SR-SLOT
           RELEASE SORT-REC.
       2100-END. EXIT.

       3000-PRINT-LIST.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "RETENTION-RISK: cannot open report, status "
                   WS-REPORT-STATUS
               GO TO 3000-END
           END-IF
           OPEN INPUT CLIENT-MASTER-FILE
           OPEN INPUT SORTED-FILE
           MOVE WS-TERM TO WS-T-TERM
           MOVE WS-TODAY-DATE TO WS-T-DATE
           WRITE REPORT-LINE FROM WS-TITLE-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "SCORE " WS-MIN-SCORE " OR MORE, HIGHEST RISK FIRST"
               " - ATTENDANCE 30, GRADES 30, FINANCES 20/25,"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE "PROBATION LAST TERM 15" TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           PERFORM UNTIL WS-SORTED-EOF = 'Y'
               READ SORTED-FILE
                   AT END
                       MOVE 'Y' TO WS-SORTED-EOF
                   NOT AT END
                       PERFORM 3100-PRINT-ONE THRU 3100-END
               END-READ
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL '=' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "STUDENTS SCORED: " WS-SCORED-COUNT
               "  LISTED FOR INTERVENTION: " WS-LISTED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "OF THOSE LISTED - ATTENDANCE: " WS-ATT-COUNT
               "  GRADES: " WS-GRADE-COUNT
               "  FINANCES: " WS-FIN-COUNT
               "  PROBATION: " WS-PROB-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           CLOSE SORTED-FILE
           CLOSE CLIENT-MASTER-FILE
           CLOSE REPORT-FILE.
       3000-END. EXIT.

       3100-PRINT-ONE.
           ADD 1 TO WS-RANK
           ADD 1 TO WS-LISTED-COUNT
           MOVE SW-SLOT TO WS-S
           MOVE SW-CODE TO CM-CLIENT-CODE
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO CM-CLIENT-NAME
           END-READ
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RANK TO WS-D-RANK
           MOVE SW-CODE TO WS-D-CODE
           MOVE CM-CLIENT-NAME TO WS-D-NAME
           MOVE SW-SCORE TO WS-D-SCORE
           MOVE WS-ST-COURSES (WS-S) TO WS-D-COURSES
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           PERFORM 3200-PRINT-REASONS THRU 3200-END
           PERFORM 3300-PRINT-CONTACTS THRU 3300-END.
       3100-END. EXIT.

      * Every factor that added to the score is spelled out, with
      * the figures behind it.
       3200-PRINT-REASONS.
           IF WS-ST-HELD (WS-S) > ZERO
               COMPUTE WS-PROJECTED-PCT ROUNDED =
                   WS-ST-ATTENDED (WS-S) * 100 / WS-ST-HELD (WS-S)
               IF WS-PROJECTED-PCT < WS-ATT-THRESHOLD
                   ADD 1 TO WS-ATT-COUNT
                   MOVE WS-PROJECTED-PCT TO WS-PCT-EDIT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "      ATTENDANCE " WS-PCT-EDIT "% ("
                       WS-ST-ATTENDED (WS-S) " OF " WS-ST-HELD (WS-S)
                       " CLASSES) - MINIMUM " WS-ATT-THRESHOLD "%"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE REPORT-LINE FROM WS-RPT-LINE
               END-IF
           END-IF
           IF WS-ST-AE-COUNT (WS-S) > ZERO
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-ST-AE-SUM (WS-S) / WS-ST-AE-COUNT (WS-S)
               IF WS-AVERAGE < WS-PASS-AVERAGE
                   ADD 1 TO WS-GRADE-COUNT
                   MOVE WS-AVERAGE TO WS-AVG-EDIT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "      ASSESSMENT AVERAGE " WS-AVG-EDIT
                       " OVER " WS-ST-AE-COUNT (WS-S) " RESULT(S), "
                       WS-ST-AE-FAILED (WS-S) " BELOW "
                       WS-PASS-AVERAGE
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE REPORT-LINE FROM WS-RPT-LINE
               END-IF
           END-IF
           IF WS-ST-OVERDUE (WS-S) > ZERO
               ADD 1 TO WS-FIN-COUNT
               MOVE WS-ST-OVERDUE (WS-S) TO WS-AMOUNT-EDIT
               MOVE WS-ST-DAYS (WS-S) TO WS-DAYS-EDIT
               MOVE SPACES TO WS-RPT-LINE
               STRING "      TUITION OVERDUE R$ " WS-AMOUNT-EDIT
                   " - OLDEST " WS-DAYS-EDIT " DAYS"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
           END-IF
           IF WS-ST-PRIOR-STANDING (WS-S) = 'P'
               ADD 1 TO WS-PROB-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "      ON PROBATION AFTER "
                   WS-ST-PRIOR-TERM (WS-S) " - "
                   WS-ST-PROB-TERMS (WS-S) " TERM(S) ON PROBATION"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
           END-IF.
       3200-END. EXIT.

       3300-PRINT-CONTACTS.
           IF WS-ST-MOBILE (WS-S) = SPACES
               AND WS-ST-PHONE (WS-S) = SPACES
               AND WS-ST-EMAIL (WS-S) = SPACES
               MOVE "      NO CONTACT ON FILE" TO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
               GO TO 3300-END
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "      MOBILE: " WS-ST-MOBILE (WS-S)
               "  PHONE: " WS-ST-PHONE (WS-S)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           IF WS-ST-EMAIL (WS-S) NOT = SPACES
               MOVE SPACES TO WS-RPT-LINE
               STRING "      E-MAIL: " WS-ST-EMAIL (WS-S)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
           END-IF.
       3300-END. EXIT.

       9000-END-JOB.
           SET JL-CALL-END TO TRUE
           MOVE WS-LISTED-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT.
       9000-END. EXIT.

       END PROGRAM RETENTION-RISK.
