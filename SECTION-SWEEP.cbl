      *   01/09/2026 RM  A waitlist larger than the table skips
      *                  promotion and leaves the file untouched,
      *                  instead of the rewrite dropping students.
      *   15/10/2026 RM  Only active enrollment lines hold a seat, so
      *                  a course dropped or withdrawn through
      *                  DROP-APPLY frees its seat for the waitlist.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTION-SWEEP.
                                   = EN-TERM
                                   AND WS-SEC-SECTION (WS-SEC)
                                   = EN-SECTION
                                   AND EN-ACTIVE
                                   ADD 1 TO WS-SEC-TAKEN (WS-SEC)
                               END-IF
                           END-PERFORM
