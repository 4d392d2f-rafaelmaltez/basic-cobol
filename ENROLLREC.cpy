      *   01/09/2026 RM  Added EN-SECTION, the section the student
      *                  was seated in (spaces = the course has no
      *                  sections on file).
      *   15/10/2026 RM  Added EN-STATUS and EN-STATUS-DATE: DROP-APPLY
      *                  marks a dropped (D) or withdrawn (W) course
      *                  with its effective date instead of deleting
      *                  the line. Space is an active enrollment, and
      *                  only active lines hold a seat.
      ******************************************************************
       01 :RECNAME:.
           05 EN-STUDENT-CODE PIC 9(7).
           05 EN-COURSE-CODE PIC X(6).
           05 FILLER PIC X(1) VALUE ','.
           05 EN-SECTION PIC X(3).
           05 FILLER PIC X(1) VALUE ','.
           05 EN-STATUS PIC X(1).
               88 EN-ACTIVE VALUE SPACE.
               88 EN-DROPPED VALUE 'D'.
               88 EN-WITHDRAWN VALUE 'W'.
           05 FILLER PIC X(1) VALUE ','.
           05 EN-STATUS-DATE PIC 9(8).
