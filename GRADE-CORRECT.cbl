      *                  checked against the user file's permission
      *                  level and a refusal lands on the security
      *                  log before the run aborts.
      *   15/10/2026 RM  A console run now signs on through SIGNON
      *                  (operator id and password, lockout) instead
      *                  of taking the keyed id on trust; a job-chain
      *                  run keeps the JOB_USER_ID identity signed on
      *                  upstream.
      *   15/10/2026 RM  Every run signs on through SIGNON; a
      *                  JOB_USER_ID already in the environment no
      *                  longer stands in for the password. The
      *                  signed-on id goes to JOBLOG and the grade
      *                  audit through JOB_USER_ID.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-CORRECT.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GRADE-AUDIT-STATUS.

           SELECT SECURITY-LOG-FILE ASSIGN TO '..\security-log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECURITY-STATUS.
       FD GRADE-AUDIT-FILE.
       COPY GRDAUDREC REPLACING ==:RECNAME:== BY ==GRADE-AUDIT-LINE==.

       FD SECURITY-LOG-FILE.
       01 SECURITY-LOG-LINE.
           05 SEC-DATE PIC 9(8).
       01 WS-TM PIC 9(2) COMP.
       01 WS-TM-POS PIC 9(2) COMP.
       01 WS-TERM-OK PIC X(1).
       01 WS-SECURITY-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-OPERATOR-LEVEL PIC 9(1) VALUE 1.
       COPY SIGNONPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
       0070-END. EXIT.

      * A regrade rewrites history - only a supervisor (level 3) or
      * better may run it. The operator always signs on through
      * SIGNON with id and password; the program is run by hand,
      * never from the job chain, so there is no identity to inherit.
       0050-CHECK-AUTHORITY.
           PERFORM 0055-CONSOLE-SIGN-ON THRU 0055-END
           IF WS-OPERATOR-LEVEL < 3
               DISPLAY "GRADE-CORRECT: supervisor level needed - "
                   "run refused for " WS-OPERATOR-ID
               PERFORM 0060-WRITE-SECURITY-LOG THRU 0060-END
           END-IF.
       0050-END. EXIT.

       0055-CONSOLE-SIGN-ON.
           SET SO-SIGN-ON TO TRUE
           MOVE 'GRADE-CORRECT' TO SO-CALL-PROGRAM
           CALL "SIGNON" USING SO-CALL-FUNCTION SO-CALL-PROGRAM
               SO-CALL-USER-ID SO-CALL-USER-NAME SO-CALL-USER-LEVEL
               SO-CALL-TARGET-ID SO-CALL-NEW-PASSWORD
               SO-CALL-RETURN-CODE
           IF NOT SO-SIGNED-ON
               DISPLAY "GRADE-CORRECT: sign-on failed - run aborted"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SO-CALL-USER-ID TO WS-OPERATOR-ID
           MOVE SO-CALL-USER-LEVEL TO WS-OPERATOR-LEVEL
           DISPLAY "JOB_USER_ID" UPON ENVIRONMENT-NAME
           DISPLAY WS-OPERATOR-ID UPON ENVIRONMENT-VALUE.
       0055-END. EXIT.

       0060-WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG-FILE
           IF WS-SECURITY-STATUS = '35'
