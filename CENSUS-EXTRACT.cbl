      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Annual INEP higher-education census (Censo da
      *          Educacao Superior) extract. Every student enrolled in
      *          a term starting in the census year (CENSUS_YEAR,
      *          default last year) on enrollment.txt, or certified on
      *          cert-register.txt during the year, gets a student
      *          record (41) and a student-course link record (42) in
      *          the INEP pipe-delimited layout on census-inep.txt,
      *          after the institution header (40). The link carries
      *          the program from curricula.txt, the entry term, the
      *          credit hours completed from the passing results on
      *          grade-history.txt and the enrollment situation:
      *            2 enrolled  - an active course line in the year
      *            3 locked    - every course line dropped
      *            4 withdrawn - no active line and a withdrawal
      *            6 graduated - on the certificate register
      *          Name, CPF and address come from the client master;
      *          the birth date from the applicant file, the one
      *          register that keeps it. census-errors.txt is the
      *          pre-submission report: a student missing a mandatory
      *          field (CPF, birth date, address, program) is listed
      *          with every problem found and kept out of the extract
      *          until it is corrected.
      * Tectonics: cobc
      * Note: INEP_IES_CODE carries the institution's INEP code for
      *       the header record. APPLICANTS_FILE overrides the
      *       applicant file, as in DRIVER-BATCH.
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSUS-EXTRACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-FILE ASSIGN TO '..\terms.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERM-FILE-STATUS.

           SELECT COURSE-FILE ASSIGN TO '..\course-catalog.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COURSE-STATUS.

           SELECT CURRICULUM-FILE ASSIGN TO '..\curricula.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CURRIC-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO '..\enrollment.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENROLL-STATUS.

           SELECT CERT-REGISTER-FILE ASSIGN TO '..\cert-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.

           SELECT GRADE-HISTORY-FILE ASSIGN TO '..\grade-history.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT APPLICANT-FILE ASSIGN TO WS-APPLICANT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPLICANT-STATUS.

           SELECT CLIENT-MASTER-FILE ASSIGN TO WS-MASTER-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CLIENT-CODE
           ALTERNATE RECORD KEY IS CM-CLIENT-NAME WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT CENSUS-FILE ASSIGN TO '..\census-inep.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CENSUS-STATUS.

           SELECT ERROR-FILE ASSIGN TO '..\census-errors.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERROR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TERM-FILE.
       COPY TERMREC REPLACING ==:RECNAME:== BY ==TERM-LINE==.

       FD COURSE-FILE.
       COPY COURSEREC REPLACING ==:RECNAME:== BY ==COURSE-LINE==.

       FD CURRICULUM-FILE.
       COPY CURRICREC REPLACING ==:RECNAME:== BY ==CURRICULUM-LINE==.

       FD ENROLLMENT-FILE.
       COPY ENROLLREC REPLACING ==:RECNAME:== BY ==ENROLL-LINE==.

       FD CERT-REGISTER-FILE.
       01 CERT-REGISTER-LINE.
           05 CR-SERIAL PIC 9(7).
           05 FILLER PIC X(1).
           05 CR-CLIENT-CODE PIC 9(7).
           05 FILLER PIC X(1).
           05 CR-PROGRAM-CODE PIC X(6).
           05 FILLER PIC X(1).
           05 CR-DATE PIC 9(8).

       FD GRADE-HISTORY-FILE.
       COPY GRDHIST REPLACING ==:RECNAME:== BY ==HISTORY-LINE==.

       FD APPLICANT-FILE.
       COPY APPLICREC REPLACING ==:RECNAME:== BY ==APPLICANT-LINE==.

       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.

       FD CENSUS-FILE.
       01 CENSUS-LINE PIC X(200).

       FD ERROR-FILE.
       01 ERROR-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TERM-FILE-STATUS PIC X(2).
       01 WS-COURSE-STATUS PIC X(2).
       01 WS-CURRIC-STATUS PIC X(2).
       01 WS-ENROLL-STATUS PIC X(2).
       01 WS-REGISTER-STATUS PIC X(2).
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-APPLICANT-FILENAME PIC X(100).
       01 WS-APPLICANT-STATUS PIC X(2).
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-CENSUS-STATUS PIC X(2).
       01 WS-ERROR-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
       01 WS-COURSE-FILE-END PIC X(1) VALUE 'N'.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-YEAR-ENTRY PIC X(4).
       01 WS-YEAR PIC 9(4).
       01 WS-IES-CODE PIC X(8).
       COPY CRSTABLE.
       01 WS-TM-COUNT PIC 9(2) COMP VALUE ZERO.
       01 WS-TM-TABLE.
           05 WS-TM-TERM PIC X(6) OCCURS 20 TIMES.
       01 WS-TM PIC 9(2) COMP.
       01 WS-TERM-IN-YEAR PIC X(1).
       01 WS-CU-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-CU-TABLE.
           05 WS-CU-ENTRY OCCURS 200 TIMES.
               10 WS-CU-PROGRAM PIC X(6).
               10 WS-CU-COURSE PIC X(6).
               10 WS-CU-CREDITS PIC 9(2).
       01 WS-CU PIC 9(3) COMP.
       01 WS-CU-POS PIC 9(3) COMP.
       01 WS-ST-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-ST-TABLE.
           05 WS-ST-ENTRY OCCURS 3000 TIMES.
               10 WS-ST-CODE PIC 9(7).
               10 WS-ST-PROGRAM PIC X(6).
               10 WS-ST-ENTRY-TERM PIC X(6).
               10 WS-ST-ACTIVE PIC 9(3).
               10 WS-ST-DROPPED PIC 9(3).
               10 WS-ST-WITHDRAWN PIC 9(3).
               10 WS-ST-UNKNOWN-COURSES PIC 9(3).
               10 WS-ST-CERT-DATE PIC 9(8).
               10 WS-ST-CREDITS PIC 9(4).
               10 WS-ST-BIRTH-DATE PIC 9(8).
       01 WS-S PIC 9(4) COMP.
       01 WS-ST-POS PIC 9(4) COMP.
       01 WS-ST-OVERFLOW PIC 9(7) VALUE ZERO.
       01 WS-FIND-CODE PIC 9(7).
       01 WS-SITUATION PIC X(1).
       01 WS-ERRORS-FOUND PIC 9(2).
       01 WS-SCOPE-COUNT PIC 9(5).
       01 WS-EXTRACTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ERROR-STUDENTS PIC 9(5) VALUE ZERO.
       01 WS-ERROR-TOTAL PIC 9(5) VALUE ZERO.
       01 WS-WARNING-TOTAL PIC 9(5) VALUE ZERO.
       01 WS-SITUATION-COUNTS.
           05 WS-ENROLLED-COUNT PIC 9(5) VALUE ZERO.
           05 WS-LOCKED-COUNT PIC 9(5) VALUE ZERO.
           05 WS-WITHDRAWN-COUNT PIC 9(5) VALUE ZERO.
           05 WS-GRADUATED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ERROR-TEXT PIC X(50).
       01 WS-ERROR-DETAIL.
           05 WS-E-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-E-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-E-TEXT PIC X(50).
       01 WS-CHECK-TAX-ID PIC X(14).
       01 WS-TAX-ID-SWITCH PIC X(1).
           88 WS-TAX-ID-VALID VALUE 'Y'.
           88 WS-TAX-ID-INVALID VALUE 'N'.
       01 WS-TAX-SAME-SWITCH PIC X(1).
           88 WS-TAX-ALL-SAME VALUE 'Y'.
           88 WS-TAX-NOT-ALL-SAME VALUE 'N'.
       01 WS-TAX-DIGITS.
           05 WS-TAX-DIGIT PIC 9(1) OCCURS 14 TIMES.
       01 WS-TAX-IDX PIC 9(2) COMP.
       01 WS-TAX-SUM PIC 9(5).
       01 WS-TAX-REM PIC 9(2).
       01 WS-TAX-QUOT PIC 9(4).
       01 WS-TAX-DV-1 PIC 9(2).
       01 WS-TAX-DV-2 PIC 9(2).
       01 WS-DATE-SPLIT.
           05 WS-SPLIT-YYYY PIC 9(4).
           05 WS-SPLIT-MM PIC 9(2).
           05 WS-SPLIT-DD PIC 9(2).
       01 WS-INEP-DATE.
           05 WS-INEP-DD PIC 9(2).
           05 WS-INEP-MM PIC 9(2).
           05 WS-INEP-YYYY PIC 9(4).
       01 WS-CONCLUSION-DATE PIC X(8).
       01 WS-CEP-TEXT PIC 9(8).
       01 WS-CREDITS-TEXT PIC 9(4).
       01 WS-CENSUS-TEXT PIC X(200).
       01 WS-RPT-LINE PIC X(80).
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "CENSUS-EXTRACT" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 0100-READ-PARAMETERS THRU 0100-END
           PERFORM 1000-LOAD-TERMS THRU 1000-END
           PERFORM 1100-LOAD-COURSE-CATALOG THRU 1100-END
           PERFORM 1200-LOAD-CURRICULA THRU 1200-END
           PERFORM 1300-LOAD-ENROLLMENT THRU 1300-END
           PERFORM 1400-LOAD-CERT-REGISTER THRU 1400-END
           IF WS-ST-COUNT = ZERO
               DISPLAY "CENSUS-EXTRACT: no students enrolled or "
                   "certified in " WS-YEAR " - nothing extracted"
               MOVE 4 TO RETURN-CODE
               PERFORM 9000-END-JOB THRU 9000-END
               GOBACK
           END-IF
           PERFORM 1370-LOAD-ENTRY-TERMS THRU 1370-END
           PERFORM 1500-LOAD-CREDITS THRU 1500-END
           PERFORM 1600-LOAD-BIRTH-DATES THRU 1600-END
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "CENSUS-EXTRACT: cannot open master, status "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-END-JOB THRU 9000-END
               GOBACK
           END-IF
           OPEN OUTPUT CENSUS-FILE
           OPEN OUTPUT ERROR-FILE
           IF WS-CENSUS-STATUS NOT = '00'
               OR WS-ERROR-STATUS NOT = '00'
               DISPLAY "CENSUS-EXTRACT: cannot open outputs, status "
                   WS-CENSUS-STATUS "/" WS-ERROR-STATUS
               CLOSE CLIENT-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-END-JOB THRU 9000-END
               GOBACK
           END-IF
           PERFORM 2000-WRITE-HEADERS THRU 2000-END
           PERFORM 3000-EXTRACT-STUDENT THRU 3000-END
               VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-ST-COUNT
           PERFORM 4000-WRITE-SUMMARY THRU 4000-END
           CLOSE CENSUS-FILE
           CLOSE ERROR-FILE
           CLOSE CLIENT-MASTER-FILE
           DISPLAY "CENSUS-EXTRACT: " WS-EXTRACTED-COUNT
               " student(s) extracted for " WS-YEAR ", "
               WS-ERROR-STUDENTS " held back with " WS-ERROR-TOTAL
               " error(s)"
           IF WS-ERROR-STUDENTS > ZERO OR WS-ST-OVERFLOW > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9000-END-JOB THRU 9000-END
           GOBACK.

       0100-READ-PARAMETERS.
           MOVE SPACES TO WS-YEAR-ENTRY
           ACCEPT WS-YEAR-ENTRY FROM ENVIRONMENT "CENSUS_YEAR"
           IF WS-YEAR-ENTRY IS NUMERIC
               MOVE WS-YEAR-ENTRY TO WS-YEAR
           ELSE
               MOVE WS-TODAY-DATE (1:4) TO WS-YEAR
               SUBTRACT 1 FROM WS-YEAR
           END-IF
           MOVE SPACES TO WS-IES-CODE
           ACCEPT WS-IES-CODE FROM ENVIRONMENT "INEP_IES_CODE"
           MOVE SPACES TO WS-APPLICANT-FILENAME
           ACCEPT WS-APPLICANT-FILENAME
               FROM ENVIRONMENT "APPLICANTS_FILE"
           IF WS-APPLICANT-FILENAME = SPACES
               MOVE '..\applicants.txt' TO WS-APPLICANT-FILENAME
           END-IF
           MOVE SPACES TO WS-MASTER-FILENAME
           ACCEPT WS-MASTER-FILENAME
               FROM ENVIRONMENT "CLIENT_MASTER_FILE"
           IF WS-MASTER-FILENAME = SPACES
               MOVE '..\clients.dat' TO WS-MASTER-FILENAME
           END-IF.
       0100-END. EXIT.

      * The census year is the year each term starts in.
       1000-LOAD-TERMS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TERM-FILE
           IF WS-TERM-FILE-STATUS NOT = '00'
               DISPLAY "CENSUS-EXTRACT: no term master on file, "
                   "status " WS-TERM-FILE-STATUS
               GO TO 1000-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TERM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TM-START-DATE (1:4) = WS-YEAR
                           AND WS-TM-COUNT < 20
                           ADD 1 TO WS-TM-COUNT
                           MOVE TM-TERM TO WS-TM-TERM (WS-TM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-FILE.
       1000-END. EXIT.

       1100-LOAD-COURSE-CATALOG.
           MOVE ZERO TO WS-COURSE-COUNT
           OPEN INPUT COURSE-FILE
           IF WS-COURSE-STATUS NOT = '00'
               DISPLAY "CENSUS-EXTRACT: no course catalog on file"
               GO TO 1100-END
           END-IF
           PERFORM UNTIL WS-COURSE-FILE-END = 'Y'
               READ COURSE-FILE
                   AT END
                       MOVE 'Y' TO WS-COURSE-FILE-END
                   NOT AT END
                       IF WS-COURSE-COUNT < 20
                           ADD 1 TO WS-COURSE-COUNT
                           MOVE COURSE-CODE TO
                               WS-CRS-CODE (WS-COURSE-COUNT)
                           MOVE COURSE-NAME TO
                               WS-CRS-NAME (WS-COURSE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COURSE-FILE.
       1100-END. EXIT.

       1200-LOAD-CURRICULA.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CURRICULUM-FILE
           IF WS-CURRIC-STATUS NOT = '00'
               DISPLAY "CENSUS-EXTRACT: no curricula on file, status "
                   WS-CURRIC-STATUS
               GO TO 1200-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CURRICULUM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-CU-COUNT < 200
                           ADD 1 TO WS-CU-COUNT
                           MOVE CU-PROGRAM-CODE
                               TO WS-CU-PROGRAM (WS-CU-COUNT)
                           MOVE CU-COURSE-CODE
                               TO WS-CU-COURSE (WS-CU-COUNT)
                           MOVE CU-CREDIT-HOURS
                               TO WS-CU-CREDITS (WS-CU-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CURRICULUM-FILE.
       1200-END. EXIT.

      * The situation counts only the census year's terms. The
      * program is the first curriculum carrying one of the student's
      * courses - the register keeps no program of its own.
       1300-LOAD-ENROLLMENT.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ENROLLMENT-FILE
           IF WS-ENROLL-STATUS NOT = '00'
               DISPLAY "CENSUS-EXTRACT: no enrollment register on "
                   "file, status " WS-ENROLL-STATUS
               GO TO 1300-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ENROLLMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 1350-STORE-ENROLLMENT THRU 1350-END
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE.
       1300-END. EXIT.

       1350-STORE-ENROLLMENT.
           MOVE 'N' TO WS-TERM-IN-YEAR
           PERFORM VARYING WS-TM FROM 1 BY 1
               UNTIL WS-TM > WS-TM-COUNT OR WS-TERM-IN-YEAR = 'Y'
               IF WS-TM-TERM (WS-TM) = EN-TERM
                   MOVE 'Y' TO WS-TERM-IN-YEAR
               END-IF
           END-PERFORM
           IF WS-TERM-IN-YEAR = 'N'
               GO TO 1350-END
           END-IF
           MOVE EN-STUDENT-CODE TO WS-FIND-CODE
           PERFORM 1900-FIND-STUDENT THRU 1900-END
           IF WS-ST-POS = ZERO
               PERFORM 1950-ADD-STUDENT THRU 1950-END
               IF WS-ST-POS = ZERO
                   GO TO 1350-END
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN EN-DROPPED
                   ADD 1 TO WS-ST-DROPPED (WS-ST-POS)
               WHEN EN-WITHDRAWN
                   ADD 1 TO WS-ST-WITHDRAWN (WS-ST-POS)
               WHEN OTHER
                   ADD 1 TO WS-ST-ACTIVE (WS-ST-POS)
           END-EVALUATE
           SET WS-COURSE-IDX TO 1
           SEARCH WS-COURSE-ENTRY
               AT END
                   ADD 1 TO WS-ST-UNKNOWN-COURSES (WS-ST-POS)
               WHEN WS-CRS-CODE (WS-COURSE-IDX) = EN-COURSE-CODE
                   CONTINUE
           END-SEARCH
           IF WS-ST-PROGRAM (WS-ST-POS) = SPACES
               PERFORM VARYING WS-CU FROM 1 BY 1
                   UNTIL WS-CU > WS-CU-COUNT
                   OR WS-ST-PROGRAM (WS-ST-POS) NOT = SPACES
                   IF WS-CU-COURSE (WS-CU) = EN-COURSE-CODE
                       MOVE WS-CU-PROGRAM (WS-CU)
                           TO WS-ST-PROGRAM (WS-ST-POS)
                   END-IF
               END-PERFORM
           END-IF.
       1350-END. EXIT.

      * Second pass: the entry term is the earliest term on the
      * register for each student in scope, in any year.
       1370-LOAD-ENTRY-TERMS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ENROLLMENT-FILE
           IF WS-ENROLL-STATUS NOT = '00'
               GO TO 1370-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ENROLLMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE EN-STUDENT-CODE TO WS-FIND-CODE
                       PERFORM 1900-FIND-STUDENT THRU 1900-END
                       IF WS-ST-POS > ZERO
                           IF WS-ST-ENTRY-TERM (WS-ST-POS) = SPACES
                               OR EN-TERM
                                   < WS-ST-ENTRY-TERM (WS-ST-POS)
                               MOVE EN-TERM
                                   TO WS-ST-ENTRY-TERM (WS-ST-POS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE.
       1370-END. EXIT.

      * A certificate issued in the census year makes the student a
      * graduate of the certified program, whether or not the student
      * still sat a course that year.
       1400-LOAD-CERT-REGISTER.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CERT-REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = '00'
               GO TO 1400-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CERT-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CR-DATE (1:4) = WS-YEAR
                           MOVE CR-CLIENT-CODE TO WS-FIND-CODE
                           PERFORM 1900-FIND-STUDENT THRU 1900-END
                           IF WS-ST-POS = ZERO
                               PERFORM 1950-ADD-STUDENT THRU 1950-END
                           END-IF
                           IF WS-ST-POS > ZERO
                               MOVE CR-DATE
                                   TO WS-ST-CERT-DATE (WS-ST-POS)
                               MOVE CR-PROGRAM-CODE
                                   TO WS-ST-PROGRAM (WS-ST-POS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CERT-REGISTER-FILE.
       1400-END. EXIT.

      * Credit hours completed are the passing results to date
      * (average 5.00 or better, the COMPLETION-SWEEP rule), priced
      * at the course's credit hours on curricula.txt.
       1500-LOAD-CREDITS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT GRADE-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY "CENSUS-EXTRACT: no grade history on file - "
                   "credit hours reported as zero"
               GO TO 1500-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GRADE-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HIST-AVERAGE NOT < 5
                           AND HIST-EVALUATION NOT = 'W'
                           AND HIST-EVALUATION NOT = 'FREQ-FAIL'
                           AND HIST-TERM (1:4) NOT > WS-YEAR
                           PERFORM 1550-ADD-CREDITS THRU 1550-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRADE-HISTORY-FILE.
       1500-END. EXIT.

       1550-ADD-CREDITS.
           MOVE HIST-STUDENT-CODE TO WS-FIND-CODE
           PERFORM 1900-FIND-STUDENT THRU 1900-END
           IF WS-ST-POS = ZERO
               GO TO 1550-END
           END-IF
           MOVE ZERO TO WS-CU-POS
           PERFORM VARYING WS-CU FROM 1 BY 1
               UNTIL WS-CU > WS-CU-COUNT OR WS-CU-POS > ZERO
               IF WS-CU-COURSE (WS-CU) = HIST-COURSE-CODE
                   MOVE WS-CU TO WS-CU-POS
               END-IF
           END-PERFORM
           IF WS-CU-POS > ZERO
               ADD WS-CU-CREDITS (WS-CU-POS)
                   TO WS-ST-CREDITS (WS-ST-POS)
           END-IF.
       1550-END. EXIT.

       1600-LOAD-BIRTH-DATES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT APPLICANT-FILE
           IF WS-APPLICANT-STATUS NOT = '00'
               DISPLAY "CENSUS-EXTRACT: no applicant file - every "
                   "birth date will be reported missing"
               GO TO 1600-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ APPLICANT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE AP-CLIENT-CODE TO WS-FIND-CODE
                       PERFORM 1900-FIND-STUDENT THRU 1900-END
                       IF WS-ST-POS > ZERO
                           AND AP-BIRTH-DATE IS NUMERIC
                           MOVE AP-BIRTH-DATE
                               TO WS-ST-BIRTH-DATE (WS-ST-POS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICANT-FILE.
       1600-END. EXIT.

       1900-FIND-STUDENT.
           MOVE ZERO TO WS-ST-POS
           PERFORM VARYING WS-S FROM 1 BY 1
               UNTIL WS-S > WS-ST-COUNT OR WS-ST-POS > ZERO
               IF WS-ST-CODE (WS-S) = WS-FIND-CODE
                   MOVE WS-S TO WS-ST-POS
               END-IF
           END-PERFORM.
       1900-END. EXIT.

       1950-ADD-STUDENT.
           MOVE ZERO TO WS-ST-POS
           IF WS-ST-COUNT >= 3000
               ADD 1 TO WS-ST-OVERFLOW
               GO TO 1950-END
           END-IF
           ADD 1 TO WS-ST-COUNT
           MOVE WS-ST-COUNT TO WS-ST-POS
           INITIALIZE WS-ST-ENTRY (WS-ST-POS)
           MOVE WS-FIND-CODE TO WS-ST-CODE (WS-ST-POS).
       1950-END. EXIT.

       2000-WRITE-HEADERS.
           MOVE SPACES TO WS-CENSUS-TEXT
           STRING "40|" DELIMITED BY SIZE
               WS-IES-CODE DELIMITED BY SPACE
               "|" WS-YEAR DELIMITED BY SIZE
               INTO WS-CENSUS-TEXT
           WRITE CENSUS-LINE FROM WS-CENSUS-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "INEP CENSUS PRE-SUBMISSION ERRORS - YEAR " WS-YEAR
               "  RUN " WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE ERROR-LINE FROM WS-RPT-LINE
           MOVE "STUDENTS LISTED ARE HELD OUT OF census-inep.txt UNTIL"
               TO WS-RPT-LINE
           WRITE ERROR-LINE FROM WS-RPT-LINE
           MOVE "CORRECTED; WARNINGS DO NOT HOLD A STUDENT BACK."
               TO WS-RPT-LINE
           WRITE ERROR-LINE FROM WS-RPT-LINE
           MOVE SPACES TO ERROR-LINE
           WRITE ERROR-LINE
           IF WS-IES-CODE = SPACES
               MOVE "INSTITUTION CODE NOT SET (INEP_IES_CODE) - HEADER"
                   TO WS-RPT-LINE
               WRITE ERROR-LINE FROM WS-RPT-LINE
               MOVE "RECORD 40 CARRIES NO INSTITUTION CODE"
                   TO WS-RPT-LINE
               WRITE ERROR-LINE FROM WS-RPT-LINE
               MOVE SPACES TO ERROR-LINE
               WRITE ERROR-LINE
               ADD 1 TO WS-ERROR-TOTAL
           END-IF.
       2000-END. EXIT.

      * Every mandatory field is checked before anything is written,
      * so the report lists all of a student's problems at once.
       3000-EXTRACT-STUDENT.
           MOVE ZERO TO WS-ERRORS-FOUND
           MOVE WS-ST-CODE (WS-S) TO CM-CLIENT-CODE
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO CM-CLIENT-NAME
                   MOVE "NOT ON THE CLIENT MASTER" TO WS-ERROR-TEXT
                   PERFORM 3900-WRITE-ERROR THRU 3900-END
                   GO TO 3000-END
           END-READ
           IF CM-CLIENT-NAME = SPACES
               MOVE "NAME MISSING" TO WS-ERROR-TEXT
               PERFORM 3900-WRITE-ERROR THRU 3900-END
           END-IF
           MOVE CM-TAX-ID TO WS-CHECK-TAX-ID
           EVALUATE TRUE
               WHEN WS-CHECK-TAX-ID = SPACES
                   MOVE "CPF MISSING" TO WS-ERROR-TEXT
                   PERFORM 3900-WRITE-ERROR THRU 3900-END
               WHEN WS-CHECK-TAX-ID (1:11) IS NUMERIC
                   AND WS-CHECK-TAX-ID (12:3) = SPACES
                   PERFORM 3100-CHECK-CPF THRU 3100-END
                   IF WS-TAX-ID-INVALID
                       MOVE "CPF CHECK DIGITS INVALID" TO WS-ERROR-TEXT
                       PERFORM 3900-WRITE-ERROR THRU 3900-END
                   END-IF
               WHEN OTHER
                   MOVE "TAX ID ON FILE IS NOT A CPF" TO WS-ERROR-TEXT
                   PERFORM 3900-WRITE-ERROR THRU 3900-END
           END-EVALUATE
           MOVE WS-ST-BIRTH-DATE (WS-S) TO WS-DATE-SPLIT
           IF WS-ST-BIRTH-DATE (WS-S) = ZERO
               MOVE "BIRTH DATE MISSING" TO WS-ERROR-TEXT
               PERFORM 3900-WRITE-ERROR THRU 3900-END
           ELSE
               IF WS-SPLIT-MM < 1 OR WS-SPLIT-MM > 12
                   OR WS-SPLIT-DD < 1 OR WS-SPLIT-DD > 31
                   OR WS-SPLIT-YYYY < 1900
                   OR WS-ST-BIRTH-DATE (WS-S) > WS-TODAY-DATE
                   MOVE "BIRTH DATE INVALID" TO WS-ERROR-TEXT
                   PERFORM 3900-WRITE-ERROR THRU 3900-END
               END-IF
           END-IF
           IF CM-CLIENT-STATE = SPACES
               OR CM-CLIENT-CITY = SPACES
               OR CM-CLIENT-CEP = ZERO
               MOVE "ADDRESS INCOMPLETE (UF, CITY OR CEP)"
                   TO WS-ERROR-TEXT
               PERFORM 3900-WRITE-ERROR THRU 3900-END
           END-IF
           IF WS-ST-PROGRAM (WS-S) = SPACES
               MOVE "NO PROGRAM - NO COURSE ON ANY CURRICULUM"
                   TO WS-ERROR-TEXT
               PERFORM 3900-WRITE-ERROR THRU 3900-END
           END-IF
           IF WS-ST-UNKNOWN-COURSES (WS-S) > ZERO
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "WARNING: " WS-ST-UNKNOWN-COURSES (WS-S)
                   " COURSE(S) NOT ON THE CATALOG"
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               MOVE WS-ST-CODE (WS-S) TO WS-E-CODE
               MOVE CM-CLIENT-NAME TO WS-E-NAME
               MOVE WS-ERROR-TEXT TO WS-E-TEXT
               WRITE ERROR-LINE FROM WS-ERROR-DETAIL
               ADD 1 TO WS-WARNING-TOTAL
           END-IF
           IF WS-ERRORS-FOUND > ZERO
               GO TO 3000-END
           END-IF
           PERFORM 3200-SET-SITUATION THRU 3200-END
           PERFORM 3300-WRITE-RECORDS THRU 3300-END.
       3000-END. EXIT.

      * Standard Receita Federal CPF check, as WRITE-FILE validates
      * it at entry: two mod-11 digits, all-same digits refused.
       3100-CHECK-CPF.
           SET WS-TAX-ID-VALID TO TRUE
           SET WS-TAX-ALL-SAME TO TRUE
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
               UNTIL WS-TAX-IDX > 11
               MOVE WS-CHECK-TAX-ID (WS-TAX-IDX:1)
                   TO WS-TAX-DIGIT (WS-TAX-IDX)
               IF WS-TAX-DIGIT (WS-TAX-IDX) NOT = WS-TAX-DIGIT (1)
                   SET WS-TAX-NOT-ALL-SAME TO TRUE
               END-IF
           END-PERFORM
           IF WS-TAX-ALL-SAME
               SET WS-TAX-ID-INVALID TO TRUE
               GO TO 3100-END
           END-IF
           MOVE ZERO TO WS-TAX-SUM
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
               UNTIL WS-TAX-IDX > 9
               COMPUTE WS-TAX-SUM = WS-TAX-SUM
                   + WS-TAX-DIGIT (WS-TAX-IDX) * (11 - WS-TAX-IDX)
           END-PERFORM
           PERFORM 3150-MOD-11 THRU 3150-END
           MOVE WS-TAX-DV-1 TO WS-TAX-DV-2
           MOVE ZERO TO WS-TAX-SUM
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
               UNTIL WS-TAX-IDX > 10
               COMPUTE WS-TAX-SUM = WS-TAX-SUM
                   + WS-TAX-DIGIT (WS-TAX-IDX) * (12 - WS-TAX-IDX)
           END-PERFORM
           PERFORM 3150-MOD-11 THRU 3150-END
           IF WS-TAX-DIGIT (10) NOT = WS-TAX-DV-2
               OR WS-TAX-DIGIT (11) NOT = WS-TAX-DV-1
               SET WS-TAX-ID-INVALID TO TRUE
           END-IF.
       3100-END. EXIT.

       3150-MOD-11.
           DIVIDE WS-TAX-SUM BY 11 GIVING WS-TAX-QUOT
               REMAINDER WS-TAX-REM
           IF WS-TAX-REM < 2
               MOVE ZERO TO WS-TAX-DV-1
           ELSE
               COMPUTE WS-TAX-DV-1 = 11 - WS-TAX-REM
           END-IF.
       3150-END. EXIT.

      * INEP situation codes: 2 enrolled, 3 locked, 4 withdrawn,
      * 6 graduated.
       3200-SET-SITUATION.
           MOVE SPACES TO WS-CONCLUSION-DATE
           EVALUATE TRUE
               WHEN WS-ST-CERT-DATE (WS-S) > ZERO
                   MOVE '6' TO WS-SITUATION
                   ADD 1 TO WS-GRADUATED-COUNT
                   MOVE WS-ST-CERT-DATE (WS-S) TO WS-DATE-SPLIT
                   MOVE WS-SPLIT-DD TO WS-INEP-DD
                   MOVE WS-SPLIT-MM TO WS-INEP-MM
                   MOVE WS-SPLIT-YYYY TO WS-INEP-YYYY
                   MOVE WS-INEP-DATE TO WS-CONCLUSION-DATE
               WHEN WS-ST-ACTIVE (WS-S) > ZERO
                   MOVE '2' TO WS-SITUATION
                   ADD 1 TO WS-ENROLLED-COUNT
               WHEN WS-ST-WITHDRAWN (WS-S) > ZERO
                   MOVE '4' TO WS-SITUATION
                   ADD 1 TO WS-WITHDRAWN-COUNT
               WHEN OTHER
                   MOVE '3' TO WS-SITUATION
                   ADD 1 TO WS-LOCKED-COUNT
           END-EVALUATE.
       3200-END. EXIT.

       3300-WRITE-RECORDS.
           MOVE WS-ST-BIRTH-DATE (WS-S) TO WS-DATE-SPLIT
           MOVE WS-SPLIT-DD TO WS-INEP-DD
           MOVE WS-SPLIT-MM TO WS-INEP-MM
           MOVE WS-SPLIT-YYYY TO WS-INEP-YYYY
           MOVE CM-CLIENT-CEP TO WS-CEP-TEXT
           MOVE SPACES TO WS-CENSUS-TEXT
           STRING "41|" DELIMITED BY SIZE
               WS-ST-CODE (WS-S) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (CM-CLIENT-NAME TRAILING)
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-CHECK-TAX-ID (1:11) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-INEP-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               CM-CLIENT-STATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM (CM-CLIENT-CITY TRAILING)
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-CEP-TEXT DELIMITED BY SIZE
               INTO WS-CENSUS-TEXT
           WRITE CENSUS-LINE FROM WS-CENSUS-TEXT
           MOVE WS-ST-CREDITS (WS-S) TO WS-CREDITS-TEXT
           MOVE SPACES TO WS-CENSUS-TEXT
           STRING "42|" DELIMITED BY SIZE
               WS-ST-CODE (WS-S) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-ST-PROGRAM (WS-S) DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               WS-SITUATION DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-ST-ENTRY-TERM (WS-S) DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               WS-CREDITS-TEXT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-CONCLUSION-DATE DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               WS-YEAR DELIMITED BY SIZE
               INTO WS-CENSUS-TEXT
           WRITE CENSUS-LINE FROM WS-CENSUS-TEXT
           ADD 1 TO WS-EXTRACTED-COUNT.
       3300-END. EXIT.

       3900-WRITE-ERROR.
           IF WS-ERRORS-FOUND = ZERO
               ADD 1 TO WS-ERROR-STUDENTS
           END-IF
           ADD 1 TO WS-ERRORS-FOUND
           ADD 1 TO WS-ERROR-TOTAL
           MOVE WS-ST-CODE (WS-S) TO WS-E-CODE
           MOVE CM-CLIENT-NAME TO WS-E-NAME
           MOVE WS-ERROR-TEXT TO WS-E-TEXT
           WRITE ERROR-LINE FROM WS-ERROR-DETAIL.
       3900-END. EXIT.

       4000-WRITE-SUMMARY.
           MOVE SPACES TO ERROR-LINE
           WRITE ERROR-LINE
           MOVE ALL '=' TO ERROR-LINE
           WRITE ERROR-LINE
           MOVE WS-ST-COUNT TO WS-SCOPE-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "STUDENTS IN SCOPE: " WS-SCOPE-COUNT
               "  EXTRACTED: " WS-EXTRACTED-COUNT
               "  HELD BACK: " WS-ERROR-STUDENTS
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE ERROR-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ERRORS: " WS-ERROR-TOTAL
               "  WARNINGS: " WS-WARNING-TOTAL
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE ERROR-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "EXTRACTED - ENROLLED: " WS-ENROLLED-COUNT
               "  LOCKED: " WS-LOCKED-COUNT
               "  WITHDRAWN: " WS-WITHDRAWN-COUNT
               "  GRADUATED: " WS-GRADUATED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE ERROR-LINE FROM WS-RPT-LINE
           IF WS-ST-OVERFLOW > ZERO
               MOVE SPACES TO WS-RPT-LINE
               STRING "STUDENT TABLE FULL - " WS-ST-OVERFLOW
                   " STUDENT(S) NOT EXTRACTED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE ERROR-LINE FROM WS-RPT-LINE
           END-IF.
       4000-END. EXIT.

       9000-END-JOB.
           SET JL-CALL-END TO TRUE
           MOVE WS-EXTRACTED-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT.
       9000-END. EXIT.

       END PROGRAM CENSUS-EXTRACT.
