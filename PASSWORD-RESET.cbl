      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Admin reset of an operator's password, for the
      *          operator who has forgotten it or been locked out by
      *          SIGNON. The admin (level 4) signs on through SIGNON
      *          in the usual way, names the operator and keys a
      *          temporary password twice; SIGNON stores its hash,
      *          clears the failure count and lockout, and forces the
      *          operator to choose a new password at the next
      *          sign-on. Every reset is on security-log.txt under the
      *          admin's id; an admin cannot reset their own id here.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASSWORD-RESET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-LOG-FILE ASSIGN TO '..\security-log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECURITY-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       01 WS-SECURITY-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-OPERATOR-LEVEL PIC 9(1) VALUE 1.
       01 WS-TARGET-ID PIC X(8).
       01 WS-TEMP-PASSWORD PIC X(16).
       01 WS-CONFIRM-PASSWORD PIC X(16).
       01 WS-MORE PIC X(1) VALUE 'Y'.
       01 WS-RESET-COUNT PIC 9(3) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(3) VALUE ZERO.
       COPY SIGNONPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           SET SO-SIGN-ON TO TRUE
           MOVE 'PASSWORD-RESET' TO SO-CALL-PROGRAM
           CALL "SIGNON" USING SO-CALL-FUNCTION SO-CALL-PROGRAM
               SO-CALL-USER-ID SO-CALL-USER-NAME SO-CALL-USER-LEVEL
               SO-CALL-TARGET-ID SO-CALL-NEW-PASSWORD
               SO-CALL-RETURN-CODE
           IF NOT SO-SIGNED-ON
               DISPLAY "PASSWORD-RESET: sign-on failed - run aborted"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SO-CALL-USER-ID TO WS-OPERATOR-ID
           MOVE SO-CALL-USER-LEVEL TO WS-OPERATOR-LEVEL
           IF WS-OPERATOR-LEVEL < 4
               DISPLAY "PASSWORD-RESET: admin level needed - "
                   "run refused"
               PERFORM 0180-WRITE-SECURITY-LOG THRU 0180-END
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-MORE NOT = 'Y'
               PERFORM 1000-RESET-ONE THRU 1000-END
               DISPLAY "Reset another operator? (Y/N): "
               ACCEPT WS-MORE
           END-PERFORM
           DISPLAY "PASSWORD-RESET: " WS-RESET-COUNT " reset, "
               WS-REJECT-COUNT " rejected"
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       0180-WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG-FILE
           IF WS-SECURITY-STATUS = '35'
               OPEN OUTPUT SECURITY-LOG-FILE
               CLOSE SECURITY-LOG-FILE
               OPEN EXTEND SECURITY-LOG-FILE
           END-IF
           IF WS-SECURITY-STATUS NOT = '00'
               DISPLAY "PASSWORD-RESET: cannot open security log, "
                   "status " WS-SECURITY-STATUS
           ELSE
               MOVE SPACES TO SECURITY-LOG-LINE
               ACCEPT SEC-DATE FROM DATE YYYYMMDD
               ACCEPT SEC-TIME FROM TIME
               MOVE 'PASSWORD-RESET' TO SEC-PROGRAM
               MOVE WS-OPERATOR-ID TO SEC-USER-ID
               MOVE 'DENIED: ADMIN NEEDED' TO SEC-DETAIL
               WRITE SECURITY-LOG-LINE
               CLOSE SECURITY-LOG-FILE
           END-IF.
       0180-END. EXIT.

       1000-RESET-ONE.
           DISPLAY "Operator id to reset: "
           ACCEPT WS-TARGET-ID
           IF WS-TARGET-ID = SPACES
               DISPLAY "No operator id given - not reset"
               ADD 1 TO WS-REJECT-COUNT
               GO TO 1000-END
           END-IF
           IF WS-TARGET-ID = WS-OPERATOR-ID
               DISPLAY "Your own password is changed at sign-on, "
                   "not reset here"
               ADD 1 TO WS-REJECT-COUNT
               GO TO 1000-END
           END-IF
           DISPLAY "Temporary password (6 to 16 characters): "
           ACCEPT WS-TEMP-PASSWORD
           DISPLAY "Repeat the temporary password: "
           ACCEPT WS-CONFIRM-PASSWORD
           IF WS-TEMP-PASSWORD NOT = WS-CONFIRM-PASSWORD
               DISPLAY "The two entries differ - not reset"
               ADD 1 TO WS-REJECT-COUNT
               GO TO 1000-END
           END-IF
           IF WS-TEMP-PASSWORD (6:1) = SPACE
               OR WS-TEMP-PASSWORD (1:1) = SPACE
               DISPLAY "Temporary password too short - not reset"
               ADD 1 TO WS-REJECT-COUNT
               GO TO 1000-END
           END-IF
           SET SO-RESET TO TRUE
           MOVE WS-OPERATOR-ID TO SO-CALL-USER-ID
           MOVE WS-TARGET-ID TO SO-CALL-TARGET-ID
           MOVE WS-TEMP-PASSWORD TO SO-CALL-NEW-PASSWORD
           CALL "SIGNON" USING SO-CALL-FUNCTION SO-CALL-PROGRAM
               SO-CALL-USER-ID SO-CALL-USER-NAME SO-CALL-USER-LEVEL
               SO-CALL-TARGET-ID SO-CALL-NEW-PASSWORD
               SO-CALL-RETURN-CODE
           IF SO-SIGNED-ON
               DISPLAY "Password of " WS-TARGET-ID " reset - to be "
                   "changed at the next sign-on"
               ADD 1 TO WS-RESET-COUNT
           ELSE
               DISPLAY "Operator " WS-TARGET-ID
                   " not on the user file - not reset"
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           MOVE SPACES TO SO-CALL-NEW-PASSWORD.
       1000-END. EXIT.

       END PROGRAM PASSWORD-RESET.
