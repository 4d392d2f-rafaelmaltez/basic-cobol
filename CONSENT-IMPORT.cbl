      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Applies the web team's consent feed (consent-feed.txt,
      *          CNSFEEDREC) to the LGPD consent register
      *          (consents.txt). Each line grants or revokes one
      *          purpose for one client the way the WRITING-FILES
      *          consent option does, stamped channel W and operator
      *          WEBFEED; a revoke for a client with no line on file
      *          is still recorded, so the opt-out is on the register
      *          before any grant arrives. Lines with an unknown
      *          client, purpose or action are written to
      *          consent-rejects.txt. Ends 4 when there is no feed or
      *          anything was rejected, 16 when the register is too
      *          large to be rewritten safely.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSENT-IMPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-MASTER-FILE ASSIGN TO WS-MASTER-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CLIENT-CODE
           ALTERNATE RECORD KEY IS CM-CLIENT-NAME WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT CONSENT-FEED-FILE ASSIGN TO '..\consent-feed.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.

           SELECT CONSENT-FILE ASSIGN TO '..\consents.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONSENT-STATUS.

           SELECT REJECTS-FILE ASSIGN TO '..\consent-rejects.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJECTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.

       FD CONSENT-FEED-FILE.
       COPY CNSFEEDREC REPLACING ==:RECNAME:==
           BY ==CONSENT-FEED-LINE==.

       FD CONSENT-FILE.
       COPY CONSENTREC REPLACING ==:RECNAME:== BY ==CONSENT-LINE==.

       FD REJECTS-FILE.
       COPY REJECTREC REPLACING ==:RECNAME:== BY ==REJECT-LINE==.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-FEED-STATUS PIC X(2).
       01 WS-FEED-EOF PIC X(1) VALUE 'N'.
       01 WS-CONSENT-STATUS PIC X(2).
       01 WS-CONSENT-EOF PIC X(1) VALUE 'N'.
       01 WS-REJECTS-STATUS PIC X(2).
       01 WS-REJECT-REASON PIC X(30).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-GRANTED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REVOKED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CS-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-CS-OVERFLOW PIC X(1) VALUE 'N'.
           88 WS-CS-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-CS-TABLE.
           05 WS-CS-ENTRY OCCURS 20000 TIMES.
               10 WS-CS-RECORD PIC X(40).
       01 WS-CS-IDX PIC 9(5) COMP.
       01 WS-CS-POS PIC 9(5) COMP.
       COPY CNSPURP-TABLE.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "CONSENT-IMPORT" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN INPUT CONSENT-FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY "CONSENT-IMPORT: no consent feed today, status "
                   WS-FEED-STATUS
               MOVE 4 TO RETURN-CODE
               SET JL-CALL-END TO TRUE
               CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
                   JL-CALL-RECORD-COUNT
               GOBACK
           END-IF
           PERFORM 1000-LOAD-CONSENTS THRU 1000-END
      * A register the table could not hold in full cannot be
      * rewritten without dropping the consents past the cap.
           IF WS-CS-TABLE-OVERFLOWED
               DISPLAY "CONSENT-IMPORT: consent register is larger "
                   "than the table - feed not applied"
               CLOSE CONSENT-FEED-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-MASTER-FILENAME
           ACCEPT WS-MASTER-FILENAME
               FROM ENVIRONMENT "CLIENT_MASTER_FILE"
           IF WS-MASTER-FILENAME = SPACES
               MOVE '..\clients.dat' TO WS-MASTER-FILENAME
           END-IF
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "CONSENT-IMPORT: cannot open master, status "
                   WS-MASTER-STATUS
               CLOSE CONSENT-FEED-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-FEED-EOF = 'Y'
               READ CONSENT-FEED-FILE
                   AT END
                       MOVE 'Y' TO WS-FEED-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 2000-APPLY-ONE THRU 2000-END
               END-READ
           END-PERFORM
           CLOSE CONSENT-FEED-FILE
           CLOSE CLIENT-MASTER-FILE
           PERFORM 3000-REWRITE-CONSENTS THRU 3000-END
           DISPLAY "CONSENT-IMPORT: " WS-READ-COUNT " feed line(s), "
               WS-GRANTED-COUNT " granted, " WS-REVOKED-COUNT
               " revoked, " WS-REJECTED-COUNT " rejected"
           IF WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           SET JL-CALL-END TO TRUE
           COMPUTE JL-CALL-RECORD-COUNT =
               WS-GRANTED-COUNT + WS-REVOKED-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

       1000-LOAD-CONSENTS.
           OPEN INPUT CONSENT-FILE
           IF WS-CONSENT-STATUS NOT = '00'
               GO TO 1000-END
           END-IF
           PERFORM UNTIL WS-CONSENT-EOF = 'Y'
               READ CONSENT-FILE
                   AT END
                       MOVE 'Y' TO WS-CONSENT-EOF
                   NOT AT END
                       IF WS-CS-COUNT < 20000
                           ADD 1 TO WS-CS-COUNT
                           MOVE CONSENT-LINE
                               TO WS-CS-RECORD (WS-CS-COUNT)
                       ELSE
                           SET WS-CS-TABLE-OVERFLOWED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONSENT-FILE.
       1000-END. EXIT.

      * Grant restarts the line with the feed's date; revoke keeps the
      * grant date and stamps the revoke date, the same rule as the
      * desk's consent option.
       2000-APPLY-ONE.
           IF CW-CLIENT-CODE NOT NUMERIC
               MOVE "NON-NUMERIC CLIENT CODE" TO WS-REJECT-REASON
               PERFORM 2500-WRITE-REJECT THRU 2500-END
               GO TO 2000-END
           END-IF
           MOVE CW-CLIENT-CODE TO CM-CLIENT-CODE
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   MOVE "CLIENT NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM 2500-WRITE-REJECT THRU 2500-END
                   GO TO 2000-END
           END-READ
           SET WS-CP-IDX TO 1
           SEARCH WS-CP-ENTRY
               AT END
                   MOVE "UNKNOWN CONSENT PURPOSE" TO WS-REJECT-REASON
                   PERFORM 2500-WRITE-REJECT THRU 2500-END
                   GO TO 2000-END
               WHEN WS-CP-CODE (WS-CP-IDX) = CW-PURPOSE
                   CONTINUE
           END-SEARCH
           IF NOT CW-GRANT AND NOT CW-REVOKE
               MOVE "ACTION NOT G OR R" TO WS-REJECT-REASON
               PERFORM 2500-WRITE-REJECT THRU 2500-END
               GO TO 2000-END
           END-IF
           IF CW-DATE NOT NUMERIC OR CW-DATE = ZERO
               MOVE WS-TODAY-DATE TO CW-DATE
           END-IF
           MOVE ZERO TO WS-CS-POS
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT
               OR WS-CS-POS > ZERO
               MOVE WS-CS-RECORD (WS-CS-IDX) TO CONSENT-LINE
               IF CS-CLIENT-CODE = CW-CLIENT-CODE
                   AND CS-PURPOSE = CW-PURPOSE
                   MOVE WS-CS-IDX TO WS-CS-POS
               END-IF
           END-PERFORM
           IF WS-CS-POS > ZERO
               MOVE WS-CS-RECORD (WS-CS-POS) TO CONSENT-LINE
           ELSE
               IF WS-CS-COUNT NOT < 20000
                   MOVE "CONSENT REGISTER FULL" TO WS-REJECT-REASON
                   PERFORM 2500-WRITE-REJECT THRU 2500-END
                   GO TO 2000-END
               END-IF
               ADD 1 TO WS-CS-COUNT
               MOVE WS-CS-COUNT TO WS-CS-POS
               MOVE SPACES TO CONSENT-LINE
               MOVE CW-CLIENT-CODE TO CS-CLIENT-CODE
               MOVE CW-PURPOSE TO CS-PURPOSE
               MOVE ZERO TO CS-GRANT-DATE
           END-IF
           IF CW-GRANT
               SET CS-GRANTED TO TRUE
               MOVE CW-DATE TO CS-GRANT-DATE
               MOVE ZERO TO CS-REVOKE-DATE
               ADD 1 TO WS-GRANTED-COUNT
           ELSE
               SET CS-REVOKED TO TRUE
               MOVE CW-DATE TO CS-REVOKE-DATE
               ADD 1 TO WS-REVOKED-COUNT
           END-IF
           MOVE 'W' TO CS-CHANNEL
           MOVE 'WEBFEED' TO CS-OPERATOR
           MOVE CONSENT-LINE TO WS-CS-RECORD (WS-CS-POS).
       2000-END. EXIT.

      * Expects WS-REJECT-REASON loaded by the caller before the call.
       2500-WRITE-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           INITIALIZE REJECT-LINE
           ACCEPT REJ-DATE FROM DATE YYYYMMDD
           ACCEPT REJ-TIME FROM TIME
           MOVE WS-REJECT-REASON TO REJ-REASON
           MOVE CONSENT-FEED-LINE TO REJ-RAW-LINE
           OPEN EXTEND REJECTS-FILE
           IF WS-REJECTS-STATUS = '35'
               OPEN OUTPUT REJECTS-FILE
               CLOSE REJECTS-FILE
               OPEN EXTEND REJECTS-FILE
           END-IF
           IF WS-REJECTS-STATUS NOT = '00'
               DISPLAY "CONSENT-IMPORT: cannot open rejects file, "
                   "status " WS-REJECTS-STATUS
           ELSE
               WRITE REJECT-LINE
               IF WS-REJECTS-STATUS NOT = '00'
                   DISPLAY "CONSENT-IMPORT: rejects write failed, "
                       "status " WS-REJECTS-STATUS
               END-IF
               CLOSE REJECTS-FILE
           END-IF.
       2500-END. EXIT.

       3000-REWRITE-CONSENTS.
           IF WS-GRANTED-COUNT = ZERO AND WS-REVOKED-COUNT = ZERO
               GO TO 3000-END
           END-IF
           OPEN OUTPUT CONSENT-FILE
           IF WS-CONSENT-STATUS NOT = '00'
               DISPLAY "CONSENT-IMPORT: cannot rewrite consent "
                   "register, status " WS-CONSENT-STATUS
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 3000-END
           END-IF
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT
               MOVE WS-CS-RECORD (WS-CS-IDX) TO CONSENT-LINE
               WRITE CONSENT-LINE
           END-PERFORM
           CLOSE CONSENT-FILE.
       3000-END. EXIT.

       END PROGRAM CONSENT-IMPORT.
