      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Driving exam booking, one line per booked exam on
      *          exam-bookings.txt - the applicant, the exam type
      *          (theory or practical), the date and slot, the
      *          examiner, and the result once EXAM-RESULT has keyed
      *          it. EXAM-BOOK writes the booking, EXAM-RESULT
      *          completes it, DRIVER-BATCH only registers a new
      *          permit for an applicant with a passed practical on
      *          file, and EXAM-SHEET / EXAM-STATS report from it.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY EXAMBKREC REPLACING ==:RECNAME:==
      *              BY ==BOOKING-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 EB-CLIENT-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EB-EXAM-TYPE PIC X(1).
               88 EB-THEORY VALUE 'T'.
               88 EB-PRACTICAL VALUE 'P'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 EB-EXAM-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EB-SLOT PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EB-EXAMINER-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EB-RESULT PIC X(1).
               88 EB-AWAITING-RESULT VALUE SPACE.
               88 EB-PASSED VALUE 'P'.
               88 EB-FAILED VALUE 'F'.
               88 EB-NO-SHOW VALUE 'N'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 EB-RESULT-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EB-BOOKED-DATE PIC 9(8).
