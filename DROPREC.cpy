      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Course drop register line, one per drop or
      *          withdrawal accepted by DROP-APPLY on
      *          drop-register.txt - student, term, course, section,
      *          effective date, D (dropped inside the add/drop
      *          window) or W (withdrawn after it), the tuition credit
      *          it earned and how that credit reached the student:
      *          A = a credit note through ADJUST-APPLY because the
      *          term was already billed, B = left for TUITION-BILL
      *          to net when it bills the term.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY DROPREC REPLACING ==:RECNAME:==
      *              BY ==DROP-REG-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 DR-STUDENT-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DR-TERM PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DR-COURSE-CODE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DR-SECTION PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DR-EFF-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DR-TYPE PIC X(1).
               88 DR-DROP VALUE 'D'.
               88 DR-WITHDRAWAL VALUE 'W'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DR-TUITION PIC 9(7)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DR-CREDIT-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DR-CREDIT-ROUTE PIC X(1).
               88 DR-CREDIT-NOTE VALUE 'A'.
               88 DR-NET-AT-BILLING VALUE 'B'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DR-ENTRY-DATE PIC 9(8).
