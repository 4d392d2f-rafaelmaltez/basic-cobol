      *                  file - the register only gains rows as
      *                  enrollments are keyed, so the first nightly
      *                  runs must not kill the chain.
      *   15/10/2026 RM  Dropped and withdrawn enrollment lines are
      *                  left out, as are the W results DROP-APPLY
      *                  files for withdrawals, so a student who left
      *                  a course is no longer reported either way.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-RECON.
                           MOVE 'Y' TO WS-ENROLL-EOF
                       NOT AT END
                           IF EN-TERM = WS-TERM
                               AND EN-ACTIVE
                               AND WS-EN-COUNT < 2000
                               ADD 1 TO WS-EN-COUNT
                               MOVE EN-STUDENT-CODE
                           MOVE 'Y' TO WS-HISTORY-EOF
                       NOT AT END
                           IF HIST-TERM = WS-TERM
                               AND HIST-EVALUATION NOT = 'W'
                               AND WS-GR-COUNT < 2000
                               ADD 1 TO WS-GR-COUNT
                               MOVE HIST-STUDENT-CODE
