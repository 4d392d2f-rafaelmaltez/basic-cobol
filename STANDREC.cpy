      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Academic standing history record, one line per
      *          student per term on standing-history.txt, appended
      *          by the end-of-term ACAD-STANDING run - the credits
      *          counted, the cumulative credit-weighted average, the
      *          standing reached (G good standing, P probation, D
      *          dismissed) and how many probation terms in a row the
      *          student has had. WRITING-FILES refuses enrollment in
      *          a later term to a student whose latest line is D.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY STANDREC REPLACING ==:RECNAME:==
      *              BY ==STANDING-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 STD-STUDENT-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 STD-TERM PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 STD-RUN-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 STD-CREDITS PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 STD-CUM-AVERAGE PIC 9(2)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 STD-STANDING PIC X(1).
               88 STD-GOOD VALUE 'G'.
               88 STD-PROBATION VALUE 'P'.
               88 STD-DISMISSED VALUE 'D'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 STD-PROB-TERMS PIC 9(1).
