      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Nightly attendance derivation - totals the class
      *          sessions on roll-call.txt per student and term
      *          (classes held = sessions the student was called in,
      *          classes attended = those marked present) and
      *          rewrites attendance.txt with them, so GRADE-BATCH,
      *          ATTEND-WARN and the other attendance readers see the
      *          same AT- totals they always have, only now backed by
      *          dated sessions. A student/term with no roll-call
      *          sessions keeps the totals keyed for it, so terms and
      *          classes still on paper registers are not lost.
      * Tectonics: cobc
      * Note: with no roll-call file on disk attendance.txt is left
      *       exactly as it is.
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTEND-DERIVE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLL-CALL-FILE ASSIGN TO '..\roll-call.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROLL-STATUS.

           SELECT ATTENDANCE-FILE ASSIGN TO '..\attendance.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ATTEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ROLL-CALL-FILE.
       COPY ROLLCALLREC REPLACING ==:RECNAME:== BY ==ROLL-CALL-LINE==.

       FD ATTENDANCE-FILE.
       COPY ATTENDREC REPLACING ==:RECNAME:== BY ==ATTEND-LINE==.

       WORKING-STORAGE SECTION.
       01 WS-ROLL-STATUS PIC X(2).
       01 WS-ATTEND-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
       01 WS-OVERFLOW PIC X(1) VALUE 'N'.
       01 WS-DV-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-DV-TABLE.
           05 WS-DV-ENTRY OCCURS 5000 TIMES.
               10 WS-DV-STUDENT PIC 9(7).
               10 WS-DV-TERM PIC X(6).
               10 WS-DV-HELD PIC 9(5).
               10 WS-DV-ATTENDED PIC 9(5).
       01 WS-DV PIC 9(4) COMP.
       01 WS-KP-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-KP-TABLE.
           05 WS-KP-ENTRY OCCURS 5000 TIMES.
               10 WS-KP-LINE PIC X(22).
       01 WS-KP PIC 9(4) COMP.
       01 WS-FOUND PIC X(1).
       01 WS-SESSION-COUNT PIC 9(7) VALUE ZERO.
       01 WS-KEPT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DERIVED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CAPPED-COUNT PIC 9(5) VALUE ZERO.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "ATTEND-DERIVE" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           MOVE 0 TO RETURN-CODE
           PERFORM 1000-TOTAL-ROLL-CALL THRU 1000-END
           IF WS-ROLL-STATUS = '35'
               DISPLAY "ATTEND-DERIVE: no roll-call file - "
                   "attendance.txt left unchanged"
               PERFORM 9000-END-JOB THRU 9000-END
               GOBACK
           END-IF
           IF WS-OVERFLOW = 'Y'
               DISPLAY "ATTEND-DERIVE: more than 5000 student/term "
                   "totals - attendance.txt left unchanged"
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-END-JOB THRU 9000-END
               GOBACK
           END-IF
           PERFORM 2000-KEEP-KEYED-TOTALS THRU 2000-END
           IF WS-OVERFLOW = 'Y'
               DISPLAY "ATTEND-DERIVE: more than 5000 keyed "
                   "attendance lines - attendance.txt left unchanged"
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-END-JOB THRU 9000-END
               GOBACK
           END-IF
           PERFORM 3000-REWRITE-ATTENDANCE THRU 3000-END
           DISPLAY "ATTEND-DERIVE: " WS-SESSION-COUNT
               " roll-call line(s), " WS-DERIVED-COUNT
               " total(s) derived, " WS-KEPT-COUNT
               " keyed total(s) kept"
           IF WS-CAPPED-COUNT > ZERO
               DISPLAY "ATTEND-DERIVE: " WS-CAPPED-COUNT
                   " total(s) capped at 999 classes"
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 9000-END-JOB THRU 9000-END
           GOBACK.

       1000-TOTAL-ROLL-CALL.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ROLL-CALL-FILE
           IF WS-ROLL-STATUS NOT = '00'
               GO TO 1000-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y' OR WS-OVERFLOW = 'Y'
               READ ROLL-CALL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-SESSION-COUNT
                       PERFORM 1100-ADD-SESSION THRU 1100-END
               END-READ
           END-PERFORM
           CLOSE ROLL-CALL-FILE.
       1000-END. EXIT.

       1100-ADD-SESSION.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-DV FROM 1 BY 1
               UNTIL WS-DV > WS-DV-COUNT OR WS-FOUND = 'Y'
               IF WS-DV-STUDENT (WS-DV) = RL-STUDENT-CODE
                   AND WS-DV-TERM (WS-DV) = RL-TERM
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               SUBTRACT 1 FROM WS-DV
           ELSE
               IF WS-DV-COUNT = 5000
                   MOVE 'Y' TO WS-OVERFLOW
                   GO TO 1100-END
               END-IF
               ADD 1 TO WS-DV-COUNT
               MOVE WS-DV-COUNT TO WS-DV
               MOVE RL-STUDENT-CODE TO WS-DV-STUDENT (WS-DV)
               MOVE RL-TERM TO WS-DV-TERM (WS-DV)
               MOVE ZERO TO WS-DV-HELD (WS-DV)
               MOVE ZERO TO WS-DV-ATTENDED (WS-DV)
           END-IF
           ADD 1 TO WS-DV-HELD (WS-DV)
           IF RL-PRESENT
               ADD 1 TO WS-DV-ATTENDED (WS-DV)
           END-IF.
       1100-END. EXIT.

      * Keyed lines are kept only for a student/term the roll call
      * says nothing about; otherwise the derived totals replace
      * them.
       2000-KEEP-KEYED-TOTALS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ATTENDANCE-FILE
           IF WS-ATTEND-STATUS NOT = '00'
               GO TO 2000-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y' OR WS-OVERFLOW = 'Y'
               READ ATTENDANCE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE 'N' TO WS-FOUND
                       PERFORM VARYING WS-DV FROM 1 BY 1
                           UNTIL WS-DV > WS-DV-COUNT
                           OR WS-FOUND = 'Y'
                           IF WS-DV-STUDENT (WS-DV) = AT-STUDENT-CODE
                               AND WS-DV-TERM (WS-DV) = AT-TERM
                               MOVE 'Y' TO WS-FOUND
                           END-IF
                       END-PERFORM
                       IF WS-FOUND = 'N'
                           IF WS-KP-COUNT = 5000
                               MOVE 'Y' TO WS-OVERFLOW
                           ELSE
                               ADD 1 TO WS-KP-COUNT
                               MOVE ATTEND-LINE
                                   TO WS-KP-LINE (WS-KP-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ATTENDANCE-FILE.
       2000-END. EXIT.

       3000-REWRITE-ATTENDANCE.
           OPEN OUTPUT ATTENDANCE-FILE
           IF WS-ATTEND-STATUS NOT = '00'
               DISPLAY "ATTEND-DERIVE: cannot rewrite attendance "
                   "file, status " WS-ATTEND-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 3000-END
           END-IF
           PERFORM VARYING WS-KP FROM 1 BY 1 UNTIL WS-KP > WS-KP-COUNT
               MOVE WS-KP-LINE (WS-KP) TO ATTEND-LINE
               WRITE ATTEND-LINE
               ADD 1 TO WS-KEPT-COUNT
           END-PERFORM
           PERFORM VARYING WS-DV FROM 1 BY 1 UNTIL WS-DV > WS-DV-COUNT
               MOVE SPACES TO ATTEND-LINE
               MOVE ',' TO ATTEND-LINE (8:1)
               MOVE ',' TO ATTEND-LINE (15:1)
               MOVE ',' TO ATTEND-LINE (19:1)
               MOVE WS-DV-STUDENT (WS-DV) TO AT-STUDENT-CODE
               MOVE WS-DV-TERM (WS-DV) TO AT-TERM
               IF WS-DV-HELD (WS-DV) > 999
                   MOVE 999 TO AT-CLASSES-HELD
                   ADD 1 TO WS-CAPPED-COUNT
               ELSE
                   MOVE WS-DV-HELD (WS-DV) TO AT-CLASSES-HELD
               END-IF
               IF WS-DV-ATTENDED (WS-DV) > 999
                   MOVE 999 TO AT-CLASSES-ATTENDED
               ELSE
                   MOVE WS-DV-ATTENDED (WS-DV) TO AT-CLASSES-ATTENDED
               END-IF
               WRITE ATTEND-LINE
               ADD 1 TO WS-DERIVED-COUNT
           END-PERFORM
           CLOSE ATTENDANCE-FILE.
       3000-END. EXIT.

       9000-END-JOB.
           SET JL-CALL-END TO TRUE
           MOVE WS-DERIVED-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT.
       9000-END. EXIT.

       END PROGRAM ATTEND-DERIVE.
