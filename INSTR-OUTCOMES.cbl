      * Tectonics: cobc
      * Modification History:
      *   01/09/2026 RM  Original version.
      *   15/10/2026 RM  A W (withdrawn) result from DROP-APPLY is not
      *                  a grade and no longer counts as a fail.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTR-OUTCOMES.
                       MOVE 'Y' TO WS-HISTORY-EOF
                   NOT AT END
                       IF HIST-TERM = WS-TERM
                           AND HIST-EVALUATION NOT = 'W'
                           PERFORM 2100-TALLY-ONE THRU 2100-END
                       END-IF
               END-READ
