      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Shared operator sign-on for the interactive programs.
      *          Until now each program took whatever id was typed as
      *          long as it was on users.txt, so anyone who knew a
      *          supervisor's id had supervisor rights. The operator
      *          now also gives a password, held on the user file
      *          only as a hash (HASHCHAIN over id and password). A
      *          password is chosen on first use, must be changed
      *          after an admin reset and once it is older than
      *          PASSWORD_MAX_DAYS (default 090), and
      *          SIGNON_MAX_FAILS (default 3) wrong passwords in a
      *          row lock the id out until an admin resets it. Every
      *          success, failure, lockout, change and reset is
      *          written to security-log.txt. See SIGNONPARM.cpy for
      *          the calling convention.
      * Tectonics: cobc
      * Note: with no users.txt at all the keyed id is accepted
      *       unverified at admin level, the allowance the programs
      *       have always made for a clean environment.
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO '..\users.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-USER-STATUS.

           SELECT SECURITY-LOG-FILE ASSIGN TO '..\security-log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECURITY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USER-FILE.
       01 USER-FILE-LINE PIC X(54).

       FD SECURITY-LOG-FILE.
       01 SECURITY-LOG-LINE.
           05 SEC-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 SEC-TIME PIC 9(8).
           05 FILLER PIC X(1).
           05 SEC-PROGRAM PIC X(20).
           05 FILLER PIC X(1).
           05 SEC-USER-ID PIC X(8).
           05 FILLER PIC X(1).
           05 SEC-DETAIL PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-USER-STATUS PIC X(2).
       01 WS-SECURITY-STATUS PIC X(2).
       01 WS-USER-EOF PIC X(1).
       01 WS-USER-FILE-FOUND PIC X(1).
       COPY USERREC REPLACING ==:RECNAME:== BY ==USER-LINE==.
       01 WS-UT-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-UT-TABLE.
           05 WS-UT-LINE PIC X(54) OCCURS 500 TIMES.
       01 WS-UT-OVERFLOW PIC X(1).
       01 WS-U PIC 9(3) COMP.
       01 WS-U-FOUND PIC 9(3) COMP.
       01 WS-SEEK-ID PIC X(8).
       01 WS-TRIES PIC 9(1).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-MAX-DAYS-PARM PIC X(3).
       01 WS-MAX-DAYS PIC 9(3).
       01 WS-MAX-FAILS-PARM PIC X(1).
       01 WS-MAX-FAILS PIC 9(1).
       01 WS-PASSWORD PIC X(16).
       01 WS-NEW-PASSWORD PIC X(16).
       01 WS-CONFIRM-PASSWORD PIC X(16).
       01 WS-PW-LENGTH PIC 9(2).
       01 WS-HASH-ID PIC X(8).
       01 WS-HASH-PASSWORD PIC X(16).
       01 WS-HASH-VALUE PIC 9(9).
       01 WS-HASH-RESULT PIC X(9).
       01 WS-MUST-CHANGE PIC X(1).
       01 WS-CHANGE-OK PIC X(1).
       01 WS-CHANGE-TRIES PIC 9(1).
       01 WS-LOG-USER-ID PIC X(8).
       01 WS-LOG-DETAIL PIC X(30).
       COPY HASHPARM.
       COPY DTUPARMS.
       LINKAGE SECTION.
       COPY SIGNONPARM.
       PROCEDURE DIVISION USING SO-CALL-FUNCTION SO-CALL-PROGRAM
           SO-CALL-USER-ID SO-CALL-USER-NAME SO-CALL-USER-LEVEL
           SO-CALL-TARGET-ID SO-CALL-NEW-PASSWORD
           SO-CALL-RETURN-CODE.
       0000-MAIN.
           MOVE 8 TO SO-CALL-RETURN-CODE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-MAX-DAYS-PARM
           ACCEPT WS-MAX-DAYS-PARM FROM ENVIRONMENT "PASSWORD_MAX_DAYS"
           IF WS-MAX-DAYS-PARM IS NUMERIC
               MOVE WS-MAX-DAYS-PARM TO WS-MAX-DAYS
           ELSE
               MOVE 90 TO WS-MAX-DAYS
           END-IF
           MOVE SPACES TO WS-MAX-FAILS-PARM
           ACCEPT WS-MAX-FAILS-PARM FROM ENVIRONMENT "SIGNON_MAX_FAILS"
           IF WS-MAX-FAILS-PARM IS NUMERIC
               AND WS-MAX-FAILS-PARM > ZERO
               MOVE WS-MAX-FAILS-PARM TO WS-MAX-FAILS
           ELSE
               MOVE 3 TO WS-MAX-FAILS
           END-IF
           PERFORM 1000-LOAD-USERS THRU 1000-END
           EVALUATE TRUE
               WHEN SO-SIGN-ON
                   PERFORM 2000-SIGN-ON THRU 2000-END
               WHEN SO-RESET
                   PERFORM 5000-ADMIN-RESET THRU 5000-END
               WHEN OTHER
                   DISPLAY "SIGNON: unknown function "
                       SO-CALL-FUNCTION
           END-EVALUATE
           GOBACK.

       1000-LOAD-USERS.
           MOVE ZERO TO WS-UT-COUNT
           MOVE 'N' TO WS-UT-OVERFLOW
           MOVE 'N' TO WS-USER-EOF
           MOVE 'N' TO WS-USER-FILE-FOUND
           OPEN INPUT USER-FILE
           IF WS-USER-STATUS NOT = '00'
               GO TO 1000-END
           END-IF
           MOVE 'Y' TO WS-USER-FILE-FOUND
           PERFORM UNTIL WS-USER-EOF = 'Y'
               READ USER-FILE
                   AT END
                       MOVE 'Y' TO WS-USER-EOF
                   NOT AT END
                       IF WS-UT-COUNT < 500
                           ADD 1 TO WS-UT-COUNT
                           MOVE USER-FILE-LINE
                               TO WS-UT-LINE (WS-UT-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-UT-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE.
       1000-END. EXIT.

       1100-FIND-USER.
           MOVE ZERO TO WS-U-FOUND
           PERFORM VARYING WS-U FROM 1 BY 1
               UNTIL WS-U > WS-UT-COUNT OR WS-U-FOUND > ZERO
               IF WS-UT-LINE (WS-U) (1:8) = WS-SEEK-ID
                   MOVE WS-U TO WS-U-FOUND
               END-IF
           END-PERFORM
           IF WS-U-FOUND > ZERO
               MOVE WS-UT-LINE (WS-U-FOUND) TO USER-LINE
               IF USER-FAIL-COUNT IS NOT NUMERIC
                   MOVE ZERO TO USER-FAIL-COUNT
               END-IF
               IF USER-PW-DATE IS NOT NUMERIC
                   MOVE ZERO TO USER-PW-DATE
               END-IF
           END-IF.
       1100-END. EXIT.

      * The user file is rewritten whole from the table after every
      * change - never from a truncated table.
       1500-SAVE-USERS.
           MOVE USER-LINE TO WS-UT-LINE (WS-U-FOUND)
           IF WS-UT-OVERFLOW = 'Y'
               DISPLAY "SIGNON: user file larger than the table - "
                   "not updated"
               GO TO 1500-END
           END-IF
           OPEN OUTPUT USER-FILE
           IF WS-USER-STATUS NOT = '00'
               DISPLAY "SIGNON: cannot rewrite user file, status "
                   WS-USER-STATUS
               GO TO 1500-END
           END-IF
           PERFORM VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-UT-COUNT
               WRITE USER-FILE-LINE FROM WS-UT-LINE (WS-U)
           END-PERFORM
           CLOSE USER-FILE.
       1500-END. EXIT.

       2000-SIGN-ON.
           MOVE ZERO TO WS-TRIES
           IF WS-USER-FILE-FOUND = 'N'
               PERFORM 2050-UNVERIFIED-SIGN-ON THRU 2050-END
               GO TO 2000-END
           END-IF
           PERFORM 2100-ONE-ATTEMPT THRU 2100-END
               UNTIL SO-SIGNED-ON OR SO-LOCKED-OUT OR WS-TRIES >= 3
           IF SO-SIGNED-ON
               DISPLAY "Signed on: " SO-CALL-USER-ID " "
                   SO-CALL-USER-NAME
           END-IF.
       2000-END. EXIT.

       2050-UNVERIFIED-SIGN-ON.
           MOVE SPACES TO SO-CALL-USER-ID
           PERFORM UNTIL SO-CALL-USER-ID NOT = SPACES
               DISPLAY "Operator id: "
               ACCEPT SO-CALL-USER-ID
           END-PERFORM
           DISPLAY "No user file on file - operator id accepted "
               "unverified"
           MOVE 'UNVERIFIED' TO SO-CALL-USER-NAME
           MOVE 4 TO SO-CALL-USER-LEVEL
           MOVE ZERO TO SO-CALL-RETURN-CODE
           MOVE SO-CALL-USER-ID TO WS-LOG-USER-ID
           MOVE 'SIGNON UNVERIFIED - NO USERS' TO WS-LOG-DETAIL
           PERFORM 8000-WRITE-SECURITY-LOG THRU 8000-END.
       2050-END. EXIT.

      * One id/password attempt. An unknown id and a wrong password
      * get the same answer on the console; the security log tells
      * them apart.
       2100-ONE-ATTEMPT.
           ADD 1 TO WS-TRIES
           DISPLAY "Operator id: "
           ACCEPT SO-CALL-USER-ID
           MOVE SO-CALL-USER-ID TO WS-LOG-USER-ID
           MOVE SO-CALL-USER-ID TO WS-SEEK-ID
           PERFORM 1100-FIND-USER THRU 1100-END
           IF WS-U-FOUND = ZERO OR SO-CALL-USER-ID = SPACES
               DISPLAY "Operator id or password not accepted"
               MOVE 'SIGNON FAILED: UNKNOWN ID' TO WS-LOG-DETAIL
               PERFORM 8000-WRITE-SECURITY-LOG THRU 8000-END
               GO TO 2100-END
           END-IF
           IF USER-LOCKED
               DISPLAY "Operator id is locked out - ask an "
                   "administrator for a password reset"
               MOVE 'SIGNON REFUSED: LOCKED OUT' TO WS-LOG-DETAIL
               PERFORM 8000-WRITE-SECURITY-LOG THRU 8000-END
               MOVE 12 TO SO-CALL-RETURN-CODE
               GO TO 2100-END
           END-IF
           IF USER-PW-HASH = SPACES
               DISPLAY "First sign-on - choose a password"
               PERFORM 3000-CHANGE-PASSWORD THRU 3000-END
               IF WS-CHANGE-OK = 'Y'
                   MOVE 'PASSWORD SET ON FIRST USE' TO WS-LOG-DETAIL
                   PERFORM 8000-WRITE-SECURITY-LOG THRU 8000-END
                   PERFORM 2900-SIGNED-ON THRU 2900-END
               ELSE
                   MOVE 'SIGNON FAILED: NO PASSWORD SET'
                       TO WS-LOG-DETAIL
                   PERFORM 8000-WRITE-SECURITY-LOG THRU 8000-END
               END-IF
               GO TO 2100-END
           END-IF
           DISPLAY "Password: "
           ACCEPT WS-PASSWORD
           MOVE SO-CALL-USER-ID TO WS-HASH-ID
           MOVE WS-PASSWORD TO WS-HASH-PASSWORD
           PERFORM 7000-HASH-PASSWORD THRU 7000-END
           IF WS-HASH-RESULT NOT = USER-PW-HASH
               PERFORM 2200-COUNT-FAILURE THRU 2200-END
               GO TO 2100-END
           END-IF
           MOVE ZERO TO USER-FAIL-COUNT
           PERFORM 2300-CHECK-EXPIRY THRU 2300-END
           IF WS-MUST-CHANGE = 'Y'
               PERFORM 3000-CHANGE-PASSWORD THRU 3000-END
               IF WS-CHANGE-OK = 'N'
                   MOVE 'SIGNON FAILED: CHANGE NOT MADE'
                       TO WS-LOG-DETAIL
                   PERFORM 8000-WRITE-SECURITY-LOG THRU 8000-END
                   PERFORM 1500-SAVE-USERS THRU 1500-END
                   MOVE 3 TO WS-TRIES
                   GO TO 2100-END
               END-IF
               MOVE 'PASSWORD CHANGED' TO WS-LOG-DETAIL
               PERFORM 8000-WRITE-SECURITY-LOG THRU 8000-END
           END-IF
           PERFORM 2900-SIGNED-ON THRU 2900-END.
       2100-END. EXIT.

       2200-COUNT-FAILURE.
           DISPLAY "Operator id or password not accepted"
           ADD 1 TO USER-FAIL-COUNT
           IF USER-FAIL-COUNT >= WS-MAX-FAILS
               SET USER-LOCKED TO TRUE
               DISPLAY "Too many failed sign-ons - operator id "
                   "locked out"
               MOVE 'LOCKED OUT AFTER FAILED SIGNON' TO WS-LOG-DETAIL
               MOVE 12 TO SO-CALL-RETURN-CODE
           ELSE
               MOVE 'SIGNON FAILED: BAD PASSWORD' TO WS-LOG-DETAIL
           END-IF
           PERFORM 8000-WRITE-SECURITY-LOG THRU 8000-END
           PERFORM 1500-SAVE-USERS THRU 1500-END.
       2200-END. EXIT.

      * A zero date means an admin reset: the temporary password works
      * once, for the change.
       2300-CHECK-EXPIRY.
           MOVE 'N' TO WS-MUST-CHANGE
           IF USER-PW-DATE = ZERO
               DISPLAY "Password was reset - choose a new one"
               MOVE 'Y' TO WS-MUST-CHANGE
               GO TO 2300-END
           END-IF
           MOVE 'ELAPSED' TO DU-FUNCTION
           MOVE USER-PW-DATE TO DU-DATE-1
           MOVE WS-TODAY-DATE TO DU-DATE-2
           CALL 'DATEUTIL' USING DU-FUNCTION DU-DATE-1 DU-DATE-2
               DU-N DU-RESULT-DATE DU-ELAPSED DU-RETURN-CODE
           IF DU-ELAPSED > WS-MAX-DAYS
               DISPLAY "Password older than " WS-MAX-DAYS
                   " days - choose a new one"
               MOVE 'Y' TO WS-MUST-CHANGE
           END-IF.
       2300-END. EXIT.

       2900-SIGNED-ON.
           MOVE ZERO TO USER-FAIL-COUNT
           MOVE USER-NAME TO SO-CALL-USER-NAME
           IF USER-LEVEL IS NUMERIC AND USER-LEVEL > ZERO
               MOVE USER-LEVEL TO SO-CALL-USER-LEVEL
           ELSE
               MOVE 1 TO SO-CALL-USER-LEVEL
           END-IF
           MOVE ZERO TO SO-CALL-RETURN-CODE
           MOVE 'SIGNON OK' TO WS-LOG-DETAIL
           PERFORM 8000-WRITE-SECURITY-LOG THRU 8000-END
           PERFORM 1500-SAVE-USERS THRU 1500-END.
       2900-END. EXIT.

      * New password, keyed twice: 6 to 16 characters and not the
      * one it replaces. Three tries.
       3000-CHANGE-PASSWORD.
           MOVE 'N' TO WS-CHANGE-OK
           MOVE ZERO TO WS-CHANGE-TRIES
           PERFORM 3100-ONE-CHANGE THRU 3100-END
               UNTIL WS-CHANGE-OK = 'Y' OR WS-CHANGE-TRIES >= 3.
       3000-END. EXIT.

       3100-ONE-CHANGE.
           ADD 1 TO WS-CHANGE-TRIES
           DISPLAY "New password (6 to 16 characters): "
           ACCEPT WS-NEW-PASSWORD
           DISPLAY "Repeat the new password: "
           ACCEPT WS-CONFIRM-PASSWORD
           IF WS-NEW-PASSWORD NOT = WS-CONFIRM-PASSWORD
               DISPLAY "The two entries differ - not changed"
               GO TO 3100-END
           END-IF
           MOVE 16 TO WS-PW-LENGTH
           PERFORM UNTIL WS-PW-LENGTH = ZERO
               OR WS-NEW-PASSWORD (WS-PW-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-PW-LENGTH
           END-PERFORM
           IF WS-PW-LENGTH < 6
               DISPLAY "Password too short - not changed"
               GO TO 3100-END
           END-IF
           MOVE SO-CALL-USER-ID TO WS-HASH-ID
           MOVE WS-NEW-PASSWORD TO WS-HASH-PASSWORD
           PERFORM 7000-HASH-PASSWORD THRU 7000-END
           IF WS-HASH-RESULT = USER-PW-HASH
               DISPLAY "New password must differ from the old one"
               GO TO 3100-END
           END-IF
           MOVE WS-HASH-RESULT TO USER-PW-HASH
           MOVE WS-TODAY-DATE TO USER-PW-DATE
           MOVE ZERO TO USER-FAIL-COUNT
           MOVE 'N' TO USER-LOCK-FLAG
           MOVE 'Y' TO WS-CHANGE-OK.
       3100-END. EXIT.

      * Admin reset: a temporary password, the failure count cleared
      * and the lockout lifted; the zero date forces the change.
       5000-ADMIN-RESET.
           MOVE SO-CALL-USER-ID TO WS-LOG-USER-ID
           MOVE SO-CALL-TARGET-ID TO WS-SEEK-ID
           PERFORM 1100-FIND-USER THRU 1100-END
           IF WS-U-FOUND = ZERO OR SO-CALL-TARGET-ID = SPACES
               MOVE 16 TO SO-CALL-RETURN-CODE
               GO TO 5000-END
           END-IF
           MOVE SO-CALL-TARGET-ID TO WS-HASH-ID
           MOVE SO-CALL-NEW-PASSWORD TO WS-HASH-PASSWORD
           PERFORM 7000-HASH-PASSWORD THRU 7000-END
           MOVE WS-HASH-RESULT TO USER-PW-HASH
           MOVE ZERO TO USER-PW-DATE
           MOVE ZERO TO USER-FAIL-COUNT
           MOVE 'N' TO USER-LOCK-FLAG
           PERFORM 1500-SAVE-USERS THRU 1500-END
           MOVE SPACES TO WS-LOG-DETAIL
           STRING 'PASSWORD RESET FOR ' SO-CALL-TARGET-ID
               DELIMITED BY SIZE INTO WS-LOG-DETAIL
           PERFORM 8000-WRITE-SECURITY-LOG THRU 8000-END
           MOVE ZERO TO SO-CALL-RETURN-CODE.
       5000-END. EXIT.

      * The id is folded in ahead of the password so two operators
      * with the same password carry different hashes.
       7000-HASH-PASSWORD.
           MOVE ZERO TO HC-PREV-HASH
           MOVE ZERO TO HC-SEQUENCE
           MOVE SPACES TO HC-TEXT
           STRING WS-HASH-ID WS-HASH-PASSWORD
               DELIMITED BY SIZE INTO HC-TEXT
           MOVE 24 TO HC-TEXT-LENGTH
           CALL "HASHCHAIN" USING HC-PREV-HASH HC-SEQUENCE HC-TEXT
               HC-TEXT-LENGTH HC-HASH
           MOVE HC-HASH TO WS-HASH-VALUE
           MOVE WS-HASH-VALUE TO WS-HASH-RESULT.
       7000-END. EXIT.

       8000-WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG-FILE
           IF WS-SECURITY-STATUS = '35'
               OPEN OUTPUT SECURITY-LOG-FILE
               CLOSE SECURITY-LOG-FILE
               OPEN EXTEND SECURITY-LOG-FILE
           END-IF
           IF WS-SECURITY-STATUS NOT = '00'
               DISPLAY "SIGNON: cannot open security log, status "
                   WS-SECURITY-STATUS
           ELSE
               MOVE SPACES TO SECURITY-LOG-LINE
               ACCEPT SEC-DATE FROM DATE YYYYMMDD
               ACCEPT SEC-TIME FROM TIME
               MOVE SO-CALL-PROGRAM TO SEC-PROGRAM
               MOVE WS-LOG-USER-ID TO SEC-USER-ID
               MOVE WS-LOG-DETAIL TO SEC-DETAIL
               WRITE SECURITY-LOG-LINE
               CLOSE SECURITY-LOG-FILE
           END-IF.
       8000-END. EXIT.

       END PROGRAM SIGNON.
