      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Shared writer of the outbound message queue
      *          (outbound-messages.txt) the messaging gateway collects
      *          e-mails and SMS from, in place of the printed copy for
      *          clients whose delivery preference is electronic. Each
      *          message gets an id - date, time and a run sequence -
      *          written on its header, body and trailer lines; when
      *          the message is closed it is recorded on the
      *          correspondence register as queued, with channel, id
      *          and address, so DELIVERY-RETURN can match the
      *          gateway's delivery or bounce back to it. The queue is
      *          appended to, the way CORRLOG appends to the register
      *          (the register line itself is written through CORRLOG).
      *          See MSGQPARM.cpy for the calling convention.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 RM  Original version.
      *   15/10/2026 RM  The queued message is registered through
      *                  CORRLOG instead of writing the correspondence
      *                  register here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGQUEUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUT-MESSAGE-FILE ASSIGN TO '..\outbound-messages.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OUT-MESSAGE-FILE.
       COPY OUTMSGREC REPLACING ==:RECNAME:== BY ==OUT-MESSAGE-LINE==.

       WORKING-STORAGE SECTION.
       01 WS-QUEUE-STATUS PIC X(2).
       01 WS-MESSAGE-OPEN PIC X(1) VALUE 'N'.
           88 WS-IN-MESSAGE VALUE 'Y'.
       01 WS-RUN-SEQUENCE PIC 9(4) VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MSG-ID.
           05 WS-MSG-DATE PIC 9(8).
           05 WS-MSG-TIME PIC 9(8).
           05 WS-MSG-SEQUENCE PIC 9(4).
       01 WS-MSG-CHANNEL PIC X(1).
       01 WS-MSG-CLIENT-CODE PIC 9(7).
       01 WS-MSG-ADDRESS PIC X(40).
       01 WS-MSG-DOC-TYPE PIC X(10).
       01 WS-MSG-PROGRAM PIC X(20).
       COPY CORRLOGPARM.
       LINKAGE SECTION.
       COPY MSGQPARM.
       PROCEDURE DIVISION USING MQ-CALL-FUNCTION MQ-CALL-CLIENT-CODE
           MQ-CALL-ADDRESS MQ-CALL-DOC-TYPE MQ-CALL-PROGRAM
           MQ-CALL-TEXT MQ-CALL-MSG-ID MQ-CALL-RETURN-CODE.
       0000-MAIN.
           MOVE ZERO TO MQ-CALL-RETURN-CODE
           EVALUATE TRUE
               WHEN MQ-START-EMAIL
                   MOVE 'E' TO WS-MSG-CHANNEL
                   PERFORM 1000-OPEN-MESSAGE THRU 1000-END
               WHEN MQ-ADD-LINE
                   PERFORM 2000-ADD-LINE THRU 2000-END
               WHEN MQ-END-EMAIL
                   PERFORM 3000-CLOSE-MESSAGE THRU 3000-END
               WHEN MQ-SEND-SMS
                   MOVE 'S' TO WS-MSG-CHANNEL
                   PERFORM 1000-OPEN-MESSAGE THRU 1000-END
                   IF MQ-QUEUED
                       PERFORM 2000-ADD-LINE THRU 2000-END
                       PERFORM 3000-CLOSE-MESSAGE THRU 3000-END
                   END-IF
               WHEN OTHER
                   DISPLAY "MSGQUEUE: unknown function "
                       MQ-CALL-FUNCTION
                   MOVE 16 TO MQ-CALL-RETURN-CODE
           END-EVALUATE
           GOBACK.

      * A message left open by the caller is closed before the next
      * one starts, so the gateway never sees two bodies run together.
       1000-OPEN-MESSAGE.
           IF WS-IN-MESSAGE
               PERFORM 3000-CLOSE-MESSAGE THRU 3000-END
           END-IF
           MOVE SPACES TO MQ-CALL-MSG-ID
           IF MQ-CALL-ADDRESS = SPACES
               DISPLAY "MSGQUEUE: no address for client "
                   MQ-CALL-CLIENT-CODE " - nothing queued"
               MOVE 8 TO MQ-CALL-RETURN-CODE
               GO TO 1000-END
           END-IF
           OPEN EXTEND OUT-MESSAGE-FILE
           IF WS-QUEUE-STATUS = '35'
               OPEN OUTPUT OUT-MESSAGE-FILE
               CLOSE OUT-MESSAGE-FILE
               OPEN EXTEND OUT-MESSAGE-FILE
           END-IF
           IF WS-QUEUE-STATUS NOT = '00'
               DISPLAY "MSGQUEUE: cannot open outbound queue, "
                   "status " WS-QUEUE-STATUS
               MOVE 16 TO MQ-CALL-RETURN-CODE
               GO TO 1000-END
           END-IF
           ADD 1 TO WS-RUN-SEQUENCE
           ACCEPT WS-MSG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-MSG-TIME FROM TIME
           MOVE WS-RUN-SEQUENCE TO WS-MSG-SEQUENCE
           MOVE MQ-CALL-CLIENT-CODE TO WS-MSG-CLIENT-CODE
           MOVE MQ-CALL-ADDRESS TO WS-MSG-ADDRESS
           MOVE MQ-CALL-DOC-TYPE TO WS-MSG-DOC-TYPE
           MOVE MQ-CALL-PROGRAM TO WS-MSG-PROGRAM
           MOVE SPACES TO OUT-MESSAGE-LINE
           SET OM-HEADER TO TRUE
           MOVE WS-MSG-ID TO OM-MSG-ID
           MOVE WS-MSG-CHANNEL TO OM-CHANNEL
           MOVE WS-MSG-CLIENT-CODE TO OM-CLIENT-CODE
           MOVE WS-MSG-ADDRESS TO OM-ADDRESS
           MOVE WS-MSG-DOC-TYPE TO OM-DOC-TYPE
           MOVE WS-MSG-PROGRAM TO OM-PROGRAM
           WRITE OUT-MESSAGE-LINE
           IF WS-QUEUE-STATUS NOT = '00'
               DISPLAY "MSGQUEUE: outbound queue write failed, "
                   "status " WS-QUEUE-STATUS
               CLOSE OUT-MESSAGE-FILE
               MOVE 16 TO MQ-CALL-RETURN-CODE
               GO TO 1000-END
           END-IF
           MOVE 'Y' TO WS-MESSAGE-OPEN
           MOVE ZERO TO WS-LINE-COUNT
           MOVE WS-MSG-ID TO MQ-CALL-MSG-ID.
       1000-END. EXIT.

       2000-ADD-LINE.
           IF NOT WS-IN-MESSAGE
               MOVE 8 TO MQ-CALL-RETURN-CODE
               GO TO 2000-END
           END-IF
           MOVE SPACES TO OUT-MESSAGE-LINE
           SET OM-BODY TO TRUE
           MOVE WS-MSG-ID TO OM-MSG-ID
           MOVE MQ-CALL-TEXT TO OM-TEXT
           WRITE OUT-MESSAGE-LINE
           ADD 1 TO WS-LINE-COUNT.
       2000-END. EXIT.

       3000-CLOSE-MESSAGE.
           IF NOT WS-IN-MESSAGE
               GO TO 3000-END
           END-IF
           MOVE SPACES TO OUT-MESSAGE-LINE
           SET OM-TRAILER TO TRUE
           MOVE WS-MSG-ID TO OM-MSG-ID
           MOVE WS-LINE-COUNT TO OM-LINE-COUNT
           WRITE OUT-MESSAGE-LINE
           CLOSE OUT-MESSAGE-FILE
           MOVE 'N' TO WS-MESSAGE-OPEN
           PERFORM 3100-REGISTER-QUEUED THRU 3100-END.
       3000-END. EXIT.

       3100-REGISTER-QUEUED.
           MOVE WS-MSG-CLIENT-CODE TO CL-CALL-CLIENT-CODE
           MOVE WS-MSG-DOC-TYPE TO CL-CALL-DOC-TYPE
           MOVE WS-MSG-PROGRAM TO CL-CALL-PROGRAM
           MOVE WS-MSG-CHANNEL TO CL-CALL-CHANNEL
           MOVE 'Q' TO CL-CALL-OUTCOME
           MOVE WS-MSG-ID TO CL-CALL-MSG-ID
           MOVE WS-MSG-ADDRESS TO CL-CALL-ADDRESS
           CALL "CORRLOG" USING CL-CALL-CLIENT-CODE
               CL-CALL-DOC-TYPE CL-CALL-PROGRAM
               CL-CALL-DELIVERY.
       3100-END. EXIT.
       END PROGRAM MSGQUEUE.
