      *   22/08/2026 RM  Original version.
      *   01/09/2026 RM  Verify the client-code check digit before
      *                  the master read (STRICT mode refuses).
      *   15/10/2026 RM  Shows the client's customer-service tickets
      *                  from tickets.txt - category, status, who has
      *                  it and how it was resolved.
      *   15/10/2026 RM  Correspondence lines show the e-mail / SMS
      *                  channel, queued / delivered / bounced outcome
      *                  and the address used for electronic delivery.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENT-360.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CORR-STATUS.

           SELECT TICKET-FILE ASSIGN TO '..\tickets.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TICKET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-MASTER-FILE.
       FD CORR-REGISTER-FILE.
       COPY CORRREGREC REPLACING ==:RECNAME:== BY ==CORR-REG-LINE==.

       FD TICKET-FILE.
       COPY TICKETREC REPLACING ==:RECNAME:== BY ==TICKET-LINE==.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-GRADE-HIST-STATUS PIC X(2).
       01 WS-CONTACT-STATUS PIC X(2).
       01 WS-CORR-STATUS PIC X(2).
       01 WS-TICKET-STATUS PIC X(2).
       01 WS-INQUIRY-CODE PIC 9(7).
       01 WS-PARTNER-CODE PIC 9(7).
       01 WS-FOUND-SWITCH PIC X(1).
               PERFORM 6000-SHOW-GRADE-HISTORY THRU 6000-END
               PERFORM 6500-SHOW-CONTACTS THRU 6500-END
               PERFORM 7000-SHOW-CORRESPONDENCE THRU 7000-END
               PERFORM 7500-SHOW-TICKETS THRU 7500-END
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           IF CO-CLIENT-CODE = WS-INQUIRY-CODE
                               IF CO-BY-PAPER
                                   DISPLAY CO-DATE " " CO-DOC-TYPE
                                       " by " CO-PROGRAM
                               ELSE
                                   DISPLAY CO-DATE " " CO-DOC-TYPE
                                       " by " CO-PROGRAM
                                       " " CO-CHANNEL "/" CO-OUTCOME
                                       " " CO-ADDRESS
                               END-IF
                               ADD 1 TO WS-SECTION-COUNT
                           END-IF
                   END-READ
           END-IF.
       7000-END. EXIT.

       7500-SHOW-TICKETS.
           DISPLAY "----- SERVICE TICKETS -----"
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT TICKET-FILE
           IF WS-TICKET-STATUS NOT = '00'
               DISPLAY "(no ticket register on file)"
           ELSE
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ TICKET-FILE
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           IF TK-CLIENT-CODE = WS-INQUIRY-CODE
                               PERFORM 7600-SHOW-ONE-TICKET
                                   THRU 7600-END
                               ADD 1 TO WS-SECTION-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TICKET-FILE
               IF WS-SECTION-COUNT = ZERO
                   DISPLAY "(no tickets for this client)"
               END-IF
           END-IF.
       7500-END. EXIT.

       7600-SHOW-ONE-TICKET.
           DISPLAY TK-OPEN-DATE " #" TK-TICKET-NUMBER " "
               TK-CATEGORY " " TK-SUMMARY " by " TK-OPERATOR
           EVALUATE TRUE
               WHEN TK-OPEN
                   DISPLAY "    open - not yet assigned"
               WHEN TK-IN-PROGRESS
                   DISPLAY "    in progress with " TK-ASSIGNED-TO
               WHEN OTHER
                   DISPLAY "    closed " TK-CLOSE-DATE " by "
                       TK-CLOSED-BY ": " TK-RESOLUTION
           END-EVALUATE.
       7600-END. EXIT.

       END PROGRAM CLIENT-360.
