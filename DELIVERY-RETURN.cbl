      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Reads back the messaging gateway's delivery return
      *          file (delivery-returns.txt) for the e-mails and SMS
      *          MSGQUEUE put on the outbound queue. Each return is
      *          matched by message id to the queued line on the
      *          correspondence register and its outcome - delivered
      *          or bounced - is added to the register under the same
      *          id. A bounce stamps the address on the client's
      *          delivery preference, so DELIVCHK sends the client's
      *          next documents on paper, and the bounced document is
      *          listed on delivery-bounces.txt to be printed and
      *          posted. The return file is emptied once read; an id
      *          not on the register, an outcome already recorded or
      *          an unknown result code goes to
      *          delivery-return-rejects.txt.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELIVERY-RETURN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELIVERY-RET-FILE ASSIGN TO '..\delivery-returns.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETURN-STATUS.

           SELECT CORR-REGISTER-FILE
           ASSIGN TO '..\correspondence-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.

           SELECT DELIVERY-PREF-FILE ASSIGN TO '..\delivery-prefs.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PREF-STATUS.

           SELECT REJECTS-FILE
           ASSIGN TO '..\delivery-return-rejects.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJECTS-STATUS.

           SELECT REPORT-FILE ASSIGN TO '..\delivery-bounces.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DELIVERY-RET-FILE.
       COPY DLVRETREC REPLACING ==:RECNAME:== BY ==DELIVERY-RET-LINE==.

       FD CORR-REGISTER-FILE.
       COPY CORRREGREC REPLACING ==:RECNAME:== BY ==CORR-REG-LINE==.

       FD DELIVERY-PREF-FILE.
       COPY DLVPREFREC REPLACING ==:RECNAME:==
           BY ==DELIVERY-PREF-LINE==.

       FD REJECTS-FILE.
       COPY REJECTREC REPLACING ==:RECNAME:== BY ==REJECT-LINE==.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-RETURN-STATUS PIC X(2).
       01 WS-RETURN-EOF PIC X(1) VALUE 'N'.
       01 WS-REGISTER-STATUS PIC X(2).
       01 WS-REGISTER-EOF PIC X(1) VALUE 'N'.
       01 WS-PREF-STATUS PIC X(2).
       01 WS-PREF-EOF PIC X(1) VALUE 'N'.
       01 WS-REJECTS-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-REJECT-REASON PIC X(30).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DELIVERED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BOUNCED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PREFS-CHANGED PIC X(1) VALUE 'N'.
      * Returns read this run. WS-RT-STATE: N not yet matched, M
      * matched to a queued line, A outcome already on the register.
       01 WS-RT-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-RT-OVERFLOW PIC X(1) VALUE 'N'.
           88 WS-RT-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-RT-TABLE.
           05 WS-RT-ENTRY OCCURS 2000 TIMES.
               10 WS-RT-RECORD PIC X(62).
               10 WS-RT-STATE PIC X(1).
               10 WS-RT-CLIENT-CODE PIC 9(7).
               10 WS-RT-CHANNEL PIC X(1).
               10 WS-RT-DOC-TYPE PIC X(10).
               10 WS-RT-PROGRAM PIC X(20).
               10 WS-RT-ADDRESS PIC X(40).
       01 WS-RT-IDX PIC 9(4) COMP.
       01 WS-RT-PRIOR PIC 9(4) COMP.
       01 WS-DUPLICATE PIC X(1).
       01 WS-DP-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-DP-OVERFLOW PIC X(1) VALUE 'N'.
           88 WS-DP-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-DP-TABLE.
           05 WS-DP-ENTRY OCCURS 5000 TIMES.
               10 WS-DP-RECORD PIC X(118).
       01 WS-DP-IDX PIC 9(4) COMP.
       01 WS-DP-POS PIC 9(4) COMP.
       01 WS-BOUNCE-DETAIL.
           05 WS-B-CODE PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-B-CHANNEL PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-B-DOC-TYPE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-B-PROGRAM PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-B-ADDRESS PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-B-REASON PIC X(30).
       01 WS-RPT-LINE PIC X(120).
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "DELIVERY-RETURN" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1000-LOAD-RETURNS THRU 1000-END
           IF WS-RT-COUNT = ZERO AND NOT WS-RT-TABLE-OVERFLOWED
               DISPLAY "DELIVERY-RETURN: no delivery returns from "
                   "the gateway"
               MOVE 4 TO RETURN-CODE
               SET JL-CALL-END TO TRUE
               CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
                   JL-CALL-RECORD-COUNT
               GOBACK
           END-IF
      * A return file the table could not hold in full is left on
      * file untouched, so nothing past the cap is lost.
           IF WS-RT-TABLE-OVERFLOWED
               DISPLAY "DELIVERY-RETURN: return file is larger than "
                   "the table - nothing applied"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-LOAD-PREFERENCES THRU 1100-END
           IF WS-DP-TABLE-OVERFLOWED
               DISPLAY "DELIVERY-RETURN: delivery preferences are "
                   "larger than the table - nothing applied"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2000-MATCH-REGISTER THRU 2000-END
           OPEN EXTEND CORR-REGISTER-FILE
           IF WS-REGISTER-STATUS = '35'
               OPEN OUTPUT CORR-REGISTER-FILE
               CLOSE CORR-REGISTER-FILE
               OPEN EXTEND CORR-REGISTER-FILE
           END-IF
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY "DELIVERY-RETURN: cannot open correspondence "
                   "register, status " WS-REGISTER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM 3000-WRITE-HEADINGS THRU 3000-END
           PERFORM 3100-APPLY-ONE THRU 3100-END
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
           CLOSE CORR-REGISTER-FILE
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "DELIVERED: " WS-DELIVERED-COUNT
               "   BOUNCED: " WS-BOUNCED-COUNT
               "   REJECTED: " WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           CLOSE REPORT-FILE
           IF WS-PREFS-CHANGED = 'Y'
               PERFORM 4000-REWRITE-PREFERENCES THRU 4000-END
           END-IF
      * Every return is now on the register or the rejects file.
           OPEN OUTPUT DELIVERY-RET-FILE
           CLOSE DELIVERY-RET-FILE
           DISPLAY "DELIVERY-RETURN: " WS-READ-COUNT " return(s), "
               WS-DELIVERED-COUNT " delivered, " WS-BOUNCED-COUNT
               " bounced, " WS-REJECTED-COUNT " rejected"
           IF WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           SET JL-CALL-END TO TRUE
           MOVE WS-READ-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

       1000-LOAD-RETURNS.
           OPEN INPUT DELIVERY-RET-FILE
           IF WS-RETURN-STATUS NOT = '00'
               GO TO 1000-END
           END-IF
           PERFORM UNTIL WS-RETURN-EOF = 'Y'
               READ DELIVERY-RET-FILE
                   AT END
                       MOVE 'Y' TO WS-RETURN-EOF
                   NOT AT END
                       IF DELIVERY-RET-LINE = SPACES
                           CONTINUE
                       ELSE
                           IF WS-RT-COUNT < 2000
                               ADD 1 TO WS-RT-COUNT
                               MOVE DELIVERY-RET-LINE
                                   TO WS-RT-RECORD (WS-RT-COUNT)
                               MOVE 'N' TO WS-RT-STATE (WS-RT-COUNT)
                           ELSE
                               SET WS-RT-TABLE-OVERFLOWED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DELIVERY-RET-FILE
           MOVE WS-RT-COUNT TO WS-READ-COUNT.
       1000-END. EXIT.

       1100-LOAD-PREFERENCES.
           OPEN INPUT DELIVERY-PREF-FILE
           IF WS-PREF-STATUS NOT = '00'
               GO TO 1100-END
           END-IF
           PERFORM UNTIL WS-PREF-EOF = 'Y'
               READ DELIVERY-PREF-FILE
                   AT END
                       MOVE 'Y' TO WS-PREF-EOF
                   NOT AT END
                       IF WS-DP-COUNT < 5000
                           ADD 1 TO WS-DP-COUNT
                           MOVE DELIVERY-PREF-LINE
                               TO WS-DP-RECORD (WS-DP-COUNT)
                       ELSE
                           SET WS-DP-TABLE-OVERFLOWED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DELIVERY-PREF-FILE.
       1100-END. EXIT.

      * One pass of the register: a queued line gives the return its
      * client, channel, document and address; a delivered or
      * bounced line already under the id means the outcome was
      * recorded by an earlier run.
       2000-MATCH-REGISTER.
           OPEN INPUT CORR-REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = '00'
               GO TO 2000-END
           END-IF
           PERFORM UNTIL WS-REGISTER-EOF = 'Y'
               READ CORR-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-REGISTER-EOF
                   NOT AT END
                       IF CO-MSG-ID NOT = SPACES
                           PERFORM 2100-MATCH-ONE THRU 2100-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CORR-REGISTER-FILE.
       2000-END. EXIT.

       2100-MATCH-ONE.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
               MOVE WS-RT-RECORD (WS-RT-IDX) TO DELIVERY-RET-LINE
               IF RT-MSG-ID = CO-MSG-ID
                   EVALUATE TRUE
                       WHEN CO-QUEUED
                           AND WS-RT-STATE (WS-RT-IDX) = 'N'
                           MOVE 'M' TO WS-RT-STATE (WS-RT-IDX)
                           MOVE CO-CLIENT-CODE
                               TO WS-RT-CLIENT-CODE (WS-RT-IDX)
                           MOVE CO-CHANNEL TO WS-RT-CHANNEL (WS-RT-IDX)
                           MOVE CO-DOC-TYPE
                               TO WS-RT-DOC-TYPE (WS-RT-IDX)
                           MOVE CO-PROGRAM TO WS-RT-PROGRAM (WS-RT-IDX)
                           MOVE CO-ADDRESS TO WS-RT-ADDRESS (WS-RT-IDX)
                       WHEN CO-DELIVERED OR CO-BOUNCED
                           MOVE 'A' TO WS-RT-STATE (WS-RT-IDX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
       2100-END. EXIT.

       3000-WRITE-HEADINGS.
           MOVE SPACES TO WS-RPT-LINE
           STRING "BOUNCED / FAILED ELECTRONIC DELIVERIES - PRINT AND "
               "POST ON PAPER - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "CLIENT   CHANNEL DOCUMENT    PROGRAM             "
               "  ADDRESS                                   REASON"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE.
       3000-END. EXIT.

      * A gateway that reports the same message twice in one file
      * gets the first report applied and the repeat rejected.
       3100-APPLY-ONE.
           MOVE WS-RT-RECORD (WS-RT-IDX) TO DELIVERY-RET-LINE
           IF NOT RT-DELIVERED AND NOT RT-BOUNCED
               MOVE 'INVALID RESULT CODE' TO WS-REJECT-REASON
               PERFORM 3500-WRITE-REJECT THRU 3500-END
               GO TO 3100-END
           END-IF
           IF WS-RT-STATE (WS-RT-IDX) = 'N'
               MOVE 'MESSAGE ID NOT ON REGISTER' TO WS-REJECT-REASON
               PERFORM 3500-WRITE-REJECT THRU 3500-END
               GO TO 3100-END
           END-IF
           IF WS-RT-STATE (WS-RT-IDX) = 'A'
               MOVE 'OUTCOME ALREADY RECORDED' TO WS-REJECT-REASON
               PERFORM 3500-WRITE-REJECT THRU 3500-END
               GO TO 3100-END
           END-IF
           MOVE 'N' TO WS-DUPLICATE
           PERFORM VARYING WS-RT-PRIOR FROM 1 BY 1
               UNTIL WS-RT-PRIOR >= WS-RT-IDX
               IF WS-RT-RECORD (WS-RT-PRIOR) (1:20) = RT-MSG-ID
                   MOVE 'Y' TO WS-DUPLICATE
               END-IF
           END-PERFORM
           IF WS-DUPLICATE = 'Y'
               MOVE 'DUPLICATE RETURN FOR MESSAGE' TO WS-REJECT-REASON
               PERFORM 3500-WRITE-REJECT THRU 3500-END
               GO TO 3100-END
           END-IF
           MOVE SPACES TO CORR-REG-LINE
           IF RT-DATE IS NUMERIC AND RT-DATE NOT = ZERO
               MOVE RT-DATE TO CO-DATE
           ELSE
               MOVE WS-TODAY-DATE TO CO-DATE
           END-IF
           ACCEPT CO-TIME FROM TIME
           MOVE WS-RT-CLIENT-CODE (WS-RT-IDX) TO CO-CLIENT-CODE
           MOVE WS-RT-DOC-TYPE (WS-RT-IDX) TO CO-DOC-TYPE
           MOVE WS-RT-PROGRAM (WS-RT-IDX) TO CO-PROGRAM
           MOVE WS-RT-CHANNEL (WS-RT-IDX) TO CO-CHANNEL
           MOVE RT-RESULT TO CO-OUTCOME
           MOVE RT-MSG-ID TO CO-MSG-ID
           MOVE WS-RT-ADDRESS (WS-RT-IDX) TO CO-ADDRESS
           WRITE CORR-REG-LINE
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY "DELIVERY-RETURN: register write failed, "
                   "status " WS-REGISTER-STATUS
           END-IF
           IF RT-DELIVERED
               ADD 1 TO WS-DELIVERED-COUNT
               GO TO 3100-END
           END-IF
           ADD 1 TO WS-BOUNCED-COUNT
           PERFORM 3200-MARK-BOUNCE THRU 3200-END
           MOVE WS-RT-CLIENT-CODE (WS-RT-IDX) TO WS-B-CODE
           IF WS-RT-CHANNEL (WS-RT-IDX) = 'S'
               MOVE 'SMS' TO WS-B-CHANNEL
           ELSE
               MOVE 'E-MAIL' TO WS-B-CHANNEL
           END-IF
           MOVE WS-RT-DOC-TYPE (WS-RT-IDX) TO WS-B-DOC-TYPE
           MOVE WS-RT-PROGRAM (WS-RT-IDX) TO WS-B-PROGRAM
           MOVE WS-RT-ADDRESS (WS-RT-IDX) TO WS-B-ADDRESS
           MOVE RT-REASON TO WS-B-REASON
           WRITE REPORT-LINE FROM WS-BOUNCE-DETAIL.
       3100-END. EXIT.

      * The address that bounced is kept on the client's preference;
      * DELIVCHK will not use it again until a new contact is keyed.
       3200-MARK-BOUNCE.
           MOVE ZERO TO WS-DP-POS
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > WS-DP-COUNT OR WS-DP-POS > ZERO
               MOVE WS-DP-RECORD (WS-DP-IDX) TO DELIVERY-PREF-LINE
               IF DP-CLIENT-CODE = WS-RT-CLIENT-CODE (WS-RT-IDX)
                   MOVE WS-DP-IDX TO WS-DP-POS
               END-IF
           END-PERFORM
           IF WS-DP-POS = ZERO
               GO TO 3200-END
           END-IF
           IF WS-RT-CHANNEL (WS-RT-IDX) = 'S'
               MOVE WS-RT-ADDRESS (WS-RT-IDX) TO DP-SMS-FAILED
               MOVE CO-DATE TO DP-SMS-FAIL-DATE
           ELSE
               MOVE WS-RT-ADDRESS (WS-RT-IDX) TO DP-EMAIL-BOUNCED
               MOVE CO-DATE TO DP-EMAIL-BOUNCE-DATE
           END-IF
           MOVE DELIVERY-PREF-LINE TO WS-DP-RECORD (WS-DP-POS)
           MOVE 'Y' TO WS-PREFS-CHANGED.
       3200-END. EXIT.

       3500-WRITE-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           INITIALIZE REJECT-LINE
           ACCEPT REJ-DATE FROM DATE YYYYMMDD
           ACCEPT REJ-TIME FROM TIME
           MOVE WS-REJECT-REASON TO REJ-REASON
           MOVE DELIVERY-RET-LINE TO REJ-RAW-LINE
           OPEN EXTEND REJECTS-FILE
           IF WS-REJECTS-STATUS = '35'
               OPEN OUTPUT REJECTS-FILE
               CLOSE REJECTS-FILE
               OPEN EXTEND REJECTS-FILE
           END-IF
           IF WS-REJECTS-STATUS NOT = '00'
               DISPLAY "DELIVERY-RETURN: cannot open rejects file, "
                   "status " WS-REJECTS-STATUS
           ELSE
               WRITE REJECT-LINE
               IF WS-REJECTS-STATUS NOT = '00'
                   DISPLAY "DELIVERY-RETURN: rejects write failed, "
                       "status " WS-REJECTS-STATUS
               END-IF
               CLOSE REJECTS-FILE
           END-IF.
       3500-END. EXIT.

       4000-REWRITE-PREFERENCES.
           OPEN OUTPUT DELIVERY-PREF-FILE
           IF WS-PREF-STATUS NOT = '00'
               DISPLAY "DELIVERY-RETURN: cannot rewrite delivery "
                   "preferences, status " WS-PREF-STATUS
               GO TO 4000-END
           END-IF
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > WS-DP-COUNT
               MOVE WS-DP-RECORD (WS-DP-IDX) TO DELIVERY-PREF-LINE
               WRITE DELIVERY-PREF-LINE
           END-PERFORM
           CLOSE DELIVERY-PREF-FILE.
       4000-END. EXIT.

       END PROGRAM DELIVERY-RETURN.
