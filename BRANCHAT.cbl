      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Shared branch-as-of-date lookup subprogram. The first
      *          call in a run loads branch-transfer-history.txt into
      *          storage; every call then answers which branch the
      *          client belonged to on the date asked: the old branch
      *          of the client's first transfer effective after that
      *          date, or the new branch of the last transfer when
      *          the date is on or after every effective date. A
      *          client with no transfer on file is left to the
      *          caller's current branch. BRANCH-TRANSFER never files
      *          a transfer effective before the client's previous
      *          one, so the history is in effective-date order per
      *          client. A history larger than the table is reported
      *          once; clients past the cap fall back to the current
      *          branch. See BRATPARM.cpy for the calling convention.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCHAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFER-HIST-FILE
           ASSIGN TO '..\branch-transfer-history.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSFER-HIST-FILE.
       COPY XFERHISTREC REPLACING ==:RECNAME:==
           BY ==TRANSFER-HIST-LINE==.

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-HISTORY-EOF PIC X(1) VALUE 'N'.
       01 WS-LOADED PIC X(1) VALUE 'N'.
       01 WS-XH-OVERFLOW PIC X(1) VALUE 'N'.
           88 WS-XH-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-XH-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-XH-TABLE.
           05 WS-XH-ENTRY OCCURS 5000 TIMES.
               10 WS-XH-CLIENT-CODE PIC 9(7).
               10 WS-XH-OLD-BRANCH PIC 9(3).
               10 WS-XH-NEW-BRANCH PIC 9(3).
               10 WS-XH-EFFECTIVE-DATE PIC 9(8).
       01 WS-XH-IDX PIC 9(4) COMP.
       01 WS-DECIDED PIC X(1).
       LINKAGE SECTION.
       COPY BRATPARM.
       PROCEDURE DIVISION USING BA-CALL-CLIENT-CODE BA-CALL-DATE
           BA-CALL-BRANCH BA-CALL-RESULT.
       0000-MAIN.
           IF WS-LOADED = 'N'
               PERFORM 1000-LOAD-HISTORY THRU 1000-END
           END-IF
           SET BA-NEVER-TRANSFERRED TO TRUE
           MOVE 'N' TO WS-DECIDED
           PERFORM VARYING WS-XH-IDX FROM 1 BY 1
               UNTIL WS-XH-IDX > WS-XH-COUNT OR WS-DECIDED = 'Y'
               IF WS-XH-CLIENT-CODE (WS-XH-IDX) = BA-CALL-CLIENT-CODE
                   SET BA-TRANSFERRED TO TRUE
                   IF WS-XH-EFFECTIVE-DATE (WS-XH-IDX) > BA-CALL-DATE
                       MOVE WS-XH-OLD-BRANCH (WS-XH-IDX)
                           TO BA-CALL-BRANCH
                       MOVE 'Y' TO WS-DECIDED
                   ELSE
                       MOVE WS-XH-NEW-BRANCH (WS-XH-IDX)
                           TO BA-CALL-BRANCH
                   END-IF
               END-IF
           END-PERFORM
           GOBACK.

       1000-LOAD-HISTORY.
           MOVE 'Y' TO WS-LOADED
           OPEN INPUT TRANSFER-HIST-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               GO TO 1000-END
           END-IF
           PERFORM UNTIL WS-HISTORY-EOF = 'Y'
               READ TRANSFER-HIST-FILE
                   AT END
                       MOVE 'Y' TO WS-HISTORY-EOF
                   NOT AT END
                       IF WS-XH-COUNT < 5000
                           ADD 1 TO WS-XH-COUNT
                           MOVE XH-CLIENT-CODE
                               TO WS-XH-CLIENT-CODE (WS-XH-COUNT)
                           MOVE XH-OLD-BRANCH
                               TO WS-XH-OLD-BRANCH (WS-XH-COUNT)
                           MOVE XH-NEW-BRANCH
                               TO WS-XH-NEW-BRANCH (WS-XH-COUNT)
                           MOVE XH-EFFECTIVE-DATE
                               TO WS-XH-EFFECTIVE-DATE (WS-XH-COUNT)
                       ELSE
                           SET WS-XH-TABLE-OVERFLOWED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSFER-HIST-FILE
           IF WS-XH-TABLE-OVERFLOWED
               DISPLAY "BRANCHAT: transfer history is larger than "
                   "the table - later transfers are not applied to "
                   "past activity"
           END-IF.
       1000-END. EXIT.
       END PROGRAM BRANCHAT.
