      * Tectonics: cobc
      * Modification History:
      *   01/09/2026 RM  Original version.
      *   15/10/2026 RM  The operator now signs on through SIGNON
      *                  (id and password) before keying, data entry
      *                  level (2) or better; a refusal lands on the
      *                  security log and the signed-on id is passed
      *                  to JOBLOG through JOB_USER_ID.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSESS-ENTRY.
           ALTERNATE RECORD KEY IS CM-CLIENT-NAME WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT SECURITY-LOG-FILE ASSIGN TO '..\security-log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECURITY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ASSESSMENT-FILE.
       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.

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
       01 WS-ASSESS-STATUS PIC X(2).
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-DUPLICATE PIC X(1).
       01 WS-ENTERED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SECURITY-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-OPERATOR-LEVEL PIC 9(1) VALUE 1.
       01 WS-SIGNON-SWITCH PIC X(1).
           88 WS-SIGNON-OK VALUE 'Y'.
           88 WS-SIGNON-NOT-OK VALUE 'N'.
       COPY JOBLOGPARM.
       COPY SIGNONPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 0100-OPERATOR-SIGN-ON THRU 0100-END
           IF WS-SIGNON-NOT-OK
               DISPLAY "ASSESS-ENTRY: sign-on failed - run aborted"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-OPERATOR-LEVEL < 2
               DISPLAY "ASSESS-ENTRY: data entry level needed - "
                   "run refused"
               PERFORM 0180-WRITE-SECURITY-LOG THRU 0180-END
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "ASSESS-ENTRY" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
               JL-CALL-RECORD-COUNT
           GOBACK.

       0100-OPERATOR-SIGN-ON.
           SET WS-SIGNON-NOT-OK TO TRUE
           SET SO-SIGN-ON TO TRUE
           MOVE 'ASSESS-ENTRY' TO SO-CALL-PROGRAM
           CALL "SIGNON" USING SO-CALL-FUNCTION SO-CALL-PROGRAM
               SO-CALL-USER-ID SO-CALL-USER-NAME SO-CALL-USER-LEVEL
               SO-CALL-TARGET-ID SO-CALL-NEW-PASSWORD
               SO-CALL-RETURN-CODE
           IF SO-SIGNED-ON
               MOVE SO-CALL-USER-ID TO WS-OPERATOR-ID
               MOVE SO-CALL-USER-LEVEL TO WS-OPERATOR-LEVEL
               SET WS-SIGNON-OK TO TRUE
               DISPLAY "JOB_USER_ID" UPON ENVIRONMENT-NAME
               DISPLAY WS-OPERATOR-ID UPON ENVIRONMENT-VALUE
           END-IF.
       0100-END. EXIT.

       0180-WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG-FILE
           IF WS-SECURITY-STATUS = '35'
               OPEN OUTPUT SECURITY-LOG-FILE
               CLOSE SECURITY-LOG-FILE
               OPEN EXTEND SECURITY-LOG-FILE
           END-IF
           IF WS-SECURITY-STATUS NOT = '00'
               DISPLAY "ASSESS-ENTRY: cannot open security log, "
                   "status " WS-SECURITY-STATUS
           ELSE
               MOVE SPACES TO SECURITY-LOG-LINE
               ACCEPT SEC-DATE FROM DATE YYYYMMDD
               ACCEPT SEC-TIME FROM TIME
               MOVE 'ASSESS-ENTRY' TO SEC-PROGRAM
               MOVE WS-OPERATOR-ID TO SEC-USER-ID
               MOVE 'DENIED: DATA ENTRY NEEDED' TO SEC-DETAIL
               WRITE SECURITY-LOG-LINE
               CLOSE SECURITY-LOG-FILE
           END-IF.
       0180-END. EXIT.

       1000-ENTER-ONE.
           DISPLAY "Student (client) code: "
           ACCEPT WS-STUDENT
