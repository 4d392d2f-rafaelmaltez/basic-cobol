      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Course-evaluation survey response, one line per
      *          student, term and course on survey-responses.txt -
      *          the section sat, five questions scored 1 to 5 (0 =
      *          left blank) and a free-text comment. The student code
      *          is kept only so SURVEY-ENTRY can hold each student to
      *          one response; SURVEY-REPORT never prints it. The same
      *          layout is used for the survey-import.txt feed.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY SURVEYREC REPLACING ==:RECNAME:==
      *              BY ==SURVEY-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 SV-STUDENT-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SV-TERM PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SV-COURSE-CODE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SV-SECTION PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SV-SCORES.
               10 SV-SCORE PIC 9(1) OCCURS 5 TIMES.
           05 FILLER PIC X(1) VALUE SPACE.
           05 SV-ENTRY-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SV-COMMENT PIC X(60).
