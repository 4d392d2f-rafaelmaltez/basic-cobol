      *       table's last line); READJUST_EFF_DATE dates the new
      *       rates (default: first day of month after next). A rate
      *       already readjusted to that date is not generated twice.
      *       Rate changes approved on the approval queue are added
      *       to rate-table.txt first.
      * Modification History:
      *   01/09/2026 RM  Original version.
      *   15/10/2026 RM  Individual rate-table changes keyed in
      *                  CONFIG-MAINT and approved by a second operator
      *                  in APPROVAL-QUEUE are now added to
      *                  rate-table.txt at the start of the run and
      *                  marked applied on the queue.
      *   15/10/2026 RM  A client whose delivery preference is e-mail
      *                  or SMS gets the readjustment letter through
      *                  the outbound message queue (MSGQUEUE) instead
      *                  of on paper; paper stays the fallback
      *                  (DELIVCHK).
      *   15/10/2026 RM  The letter is headed with the name and CNPJ
      *                  of the company the client's branch belongs
      *                  to.
      *   15/10/2026 RM  Passes CORRLOG's delivery details, blank
      *                  for a printed document.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE-READJUST.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LETTER-STATUS.

           SELECT APPROVAL-QUEUE-FILE ASSIGN TO '..\approval-queue.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INDEX-FILE.
       FD LETTER-FILE.
       01 LETTER-LINE PIC X(80).

       FD APPROVAL-QUEUE-FILE.
       COPY APPRQREC REPLACING ==:RECNAME:==
           BY ==APPROVAL-QUEUE-LINE==.

       WORKING-STORAGE SECTION.
       01 WS-INDEX-STATUS PIC X(2).
       01 WS-RATE-STATUS PIC X(2).
       01 WS-CEP-SPLIT.
           05 WS-CEP-HI PIC 9(5).
           05 WS-CEP-LO PIC 9(3).
       01 WS-QUEUE-STATUS PIC X(2).
       01 WS-QUEUE-EOF PIC X(1) VALUE 'N'.
       01 WS-AQ-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-AQ-TABLE.
           05 WS-AQ-ENTRY PIC X(172) OCCURS 2000 TIMES.
       01 WS-AQ-OVERFLOW PIC X(1) VALUE 'N'.
       01 WS-Q PIC 9(4) COMP.
       01 WS-APPROVED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BY-EMAIL PIC X(1).
       01 WS-BY-SMS PIC X(1).
       COPY CORRLOGPARM.
       COPY DLVPARM.
       COPY MSGQPARM.
       COPY JOBLOGPARM.
       COPY CMPLKPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           IF WS-INPUT-FILENAME = SPACES
               MOVE '../clients.txt' TO WS-INPUT-FILENAME
           END-IF
           PERFORM 0050-APPLY-APPROVED-RATES THRU 0050-END
           PERFORM 0090-LOAD-ADDRESS-FLAGS THRU 0090-END
           PERFORM 0100-PICK-INDEX THRU 0100-END
           IF WS-PCT-FOUND = 'N'
               DISPLAY "RATE-READJUST: " WS-APPROVED-COUNT
                   " approved rate change(s) added"
               DISPLAY "RATE-READJUST: no index percentage on "
                   "file - nothing to readjust"
               MOVE 16 TO RETURN-CODE
           END-IF
           DISPLAY "RATE-READJUST: " WS-NEW-COUNT " rate(s) "
               "generated at " WS-PCT "%, " WS-LETTER-COUNT
               " letter(s), " WS-APPROVED-COUNT
               " approved rate change(s) added"
           IF WS-NEW-COUNT = ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               JL-CALL-RECORD-COUNT
           GOBACK.

      * Rate changes a second operator approved on the approval
      * queue go onto the rate table as keyed, ahead of the
      * readjustment, and are marked applied. The queue is never
      * rewritten from a truncated table.
       0050-APPLY-APPROVED-RATES.
           OPEN INPUT APPROVAL-QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = '00'
               GO TO 0050-END
           END-IF
           PERFORM UNTIL WS-QUEUE-EOF = 'Y'
               READ APPROVAL-QUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-QUEUE-EOF
                   NOT AT END
                       IF WS-AQ-COUNT >= 2000
                           MOVE 'Y' TO WS-AQ-OVERFLOW
                       ELSE
                           ADD 1 TO WS-AQ-COUNT
                           MOVE APPROVAL-QUEUE-LINE
                               TO WS-AQ-ENTRY (WS-AQ-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPROVAL-QUEUE-FILE
           IF WS-AQ-OVERFLOW = 'Y'
               DISPLAY "RATE-READJUST: approval queue larger than "
                   "the table - approved rate changes not taken"
               GO TO 0050-END
           END-IF
           OPEN EXTEND RATE-FILE
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY "RATE-READJUST: cannot extend rate table, "
                   "status " WS-RATE-STATUS
               GO TO 0050-END
           END-IF
           PERFORM 0060-APPLY-ONE-RATE THRU 0060-END
               VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-AQ-COUNT
           CLOSE RATE-FILE
           IF WS-APPROVED-COUNT = ZERO
               GO TO 0050-END
           END-IF
           OPEN OUTPUT APPROVAL-QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = '00'
               DISPLAY "RATE-READJUST: cannot rewrite the approval "
                   "queue, status " WS-QUEUE-STATUS
               GO TO 0050-END
           END-IF
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-AQ-COUNT
               MOVE WS-AQ-ENTRY (WS-Q) TO APPROVAL-QUEUE-LINE
               WRITE APPROVAL-QUEUE-LINE
           END-PERFORM
           CLOSE APPROVAL-QUEUE-FILE.
       0050-END. EXIT.

       0060-APPLY-ONE-RATE.
           MOVE WS-AQ-ENTRY (WS-Q) TO APPROVAL-QUEUE-LINE
           IF NOT (AQ-RATE-CHANGE AND AQ-APPROVED)
               GO TO 0060-END
           END-IF
           MOVE SPACES TO RATE-LINE
           MOVE ',' TO RATE-LINE (2:1)
           MOVE ',' TO RATE-LINE (5:1)
           MOVE ',' TO RATE-LINE (14:1)
           MOVE AQ-RT-STATUS TO RATE-STATUS
           MOVE AQ-RT-UF TO RATE-UF
           MOVE AQ-RT-EFF-DATE TO RATE-EFF-DATE
           MOVE AQ-RT-AMOUNT TO RATE-AMOUNT
           WRITE RATE-LINE
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY "RATE-READJUST: rate write failed, status "
                   WS-RATE-STATUS
               GO TO 0060-END
           END-IF
           DISPLAY "RATE-READJUST: item " AQ-ITEM-NUMBER " status "
               AQ-RT-STATUS " UF " AQ-RT-UF " " AQ-RT-AMOUNT
               " from " AQ-RT-EFF-DATE " approved by " AQ-CHECKER-ID
           SET AQ-APPLIED TO TRUE
           MOVE WS-TODAY-DATE TO AQ-APPLIED-DATE
           MOVE APPROVAL-QUEUE-LINE TO WS-AQ-ENTRY (WS-Q)
           ADD 1 TO WS-APPROVED-COUNT.
       0060-END. EXIT.

       0090-LOAD-ADDRESS-FLAGS.
           OPEN INPUT ADDRESS-FLAGS-FILE
           IF WS-FLAGS-STATUS = '00'
       3000-END. EXIT.

       3100-WRITE-ONE-LETTER.
           PERFORM 3050-CHOOSE-CHANNEL THRU 3050-END
           MOVE CLIENT-CEP TO WS-CEP-SPLIT
           MOVE WS-CEP-HI TO WS-CEP-FIRST
           MOVE WS-CEP-LO TO WS-CEP-LAST
           MOVE ALL "=" TO LETTER-LINE
           PERFORM 3150-PUT-LINE THRU 3150-END
           SET CY-BY-BRANCH TO TRUE
           MOVE CLIENT-BRANCH TO CY-CALL-BRANCH
           CALL "COMPANYLK" USING CY-CALL-FUNCTION CY-CALL-BRANCH
               CY-CALL-INDEX CY-CALL-COMPANY CY-CALL-RESULT
           MOVE SPACES TO WS-LETTER-TEXT
           STRING CY-NAME "  CNPJ: " CY-CNPJ
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           MOVE WS-LETTER-TEXT TO LETTER-LINE
           PERFORM 3150-PUT-LINE THRU 3150-END
           MOVE SPACES TO LETTER-LINE
           PERFORM 3150-PUT-LINE THRU 3150-END
           MOVE CLIENT-NAME TO LETTER-LINE
           PERFORM 3150-PUT-LINE THRU 3150-END
           MOVE SPACES TO WS-LETTER-TEXT
           STRING CLIENT-STREET ", " CLIENT-NUMBER
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           MOVE WS-LETTER-TEXT TO LETTER-LINE
           PERFORM 3150-PUT-LINE THRU 3150-END
           MOVE SPACES TO WS-LETTER-TEXT
           STRING CLIENT-CITY " " CLIENT-STATE " " WS-CEP-EDIT
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           MOVE WS-LETTER-TEXT TO LETTER-LINE
           PERFORM 3150-PUT-LINE THRU 3150-END
           MOVE SPACES TO LETTER-LINE
           PERFORM 3150-PUT-LINE THRU 3150-END
           MOVE "As provided for in your contract, the monthly"
               TO LETTER-LINE
           PERFORM 3150-PUT-LINE THRU 3150-END
           MOVE WS-PCT TO WS-PCT-EDIT
           MOVE SPACES TO WS-LETTER-TEXT
           STRING "fee will be readjusted by " WS-PCT-EDIT
               "% (" WS-INDEX-NAME ")"
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           MOVE WS-LETTER-TEXT TO LETTER-LINE
           PERFORM 3150-PUT-LINE THRU 3150-END
           MOVE SPACES TO WS-LETTER-TEXT
           STRING "effective " WS-EFF-DATE "."
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           MOVE WS-LETTER-TEXT TO LETTER-LINE
           PERFORM 3150-PUT-LINE THRU 3150-END
           MOVE SPACES TO LETTER-LINE
           PERFORM 3150-PUT-LINE THRU 3150-END
           ADD 1 TO WS-LETTER-COUNT
           PERFORM 3160-FINISH-DELIVERY THRU 3160-END.
       3100-END. EXIT.

      * The client's delivery preference decides where the letter
      * goes. An SMS is a one-line notice queued first; an e-mail is
      * opened on the outbound queue and takes the letter lines in
      * place of the printed page. Paper is kept whenever nothing
      * electronic can be sent, or the e-mail could not be queued.
       3050-CHOOSE-CHANNEL.
           MOVE CLIENT-CODE TO DV-CALL-CLIENT-CODE
           CALL "DELIVCHK" USING DV-CALL-CLIENT-CODE DV-CALL-PAPER
               DV-CALL-EMAIL DV-CALL-SMS DV-CALL-EMAIL-ADDRESS
               DV-CALL-MOBILE
           MOVE 'N' TO WS-BY-EMAIL
           MOVE 'N' TO WS-BY-SMS
           MOVE CLIENT-CODE TO MQ-CALL-CLIENT-CODE
           MOVE 'READJUST' TO MQ-CALL-DOC-TYPE
           MOVE 'RATE-READJUST' TO MQ-CALL-PROGRAM
           IF DV-SEND-SMS
               MOVE WS-PCT TO WS-PCT-EDIT
               MOVE SPACES TO MQ-CALL-TEXT
               STRING "Your monthly fee will be readjusted by "
                   WS-PCT-EDIT "% (" WS-INDEX-NAME ") effective "
                   WS-EFF-DATE
                   DELIMITED BY SIZE INTO MQ-CALL-TEXT
               MOVE DV-CALL-MOBILE TO MQ-CALL-ADDRESS
               SET MQ-SEND-SMS TO TRUE
               CALL "MSGQUEUE" USING MQ-CALL-FUNCTION
                   MQ-CALL-CLIENT-CODE MQ-CALL-ADDRESS MQ-CALL-DOC-TYPE
                   MQ-CALL-PROGRAM MQ-CALL-TEXT MQ-CALL-MSG-ID
                   MQ-CALL-RETURN-CODE
               IF MQ-QUEUED
                   MOVE 'Y' TO WS-BY-SMS
               END-IF
           END-IF
           IF DV-SEND-EMAIL
               MOVE DV-CALL-EMAIL-ADDRESS TO MQ-CALL-ADDRESS
               SET MQ-START-EMAIL TO TRUE
               CALL "MSGQUEUE" USING MQ-CALL-FUNCTION
                   MQ-CALL-CLIENT-CODE MQ-CALL-ADDRESS MQ-CALL-DOC-TYPE
                   MQ-CALL-PROGRAM MQ-CALL-TEXT MQ-CALL-MSG-ID
                   MQ-CALL-RETURN-CODE
               IF MQ-QUEUED
                   MOVE 'Y' TO WS-BY-EMAIL
               ELSE
                   SET DV-SEND-PAPER TO TRUE
               END-IF
           END-IF
           IF WS-BY-EMAIL = 'N' AND WS-BY-SMS = 'N'
               SET DV-SEND-PAPER TO TRUE
           END-IF.
       3050-END. EXIT.

       3150-PUT-LINE.
           IF DV-SEND-PAPER
               WRITE LETTER-LINE
           END-IF
           IF WS-BY-EMAIL = 'Y'
               MOVE LETTER-LINE TO MQ-CALL-TEXT
               SET MQ-ADD-LINE TO TRUE
               CALL "MSGQUEUE" USING MQ-CALL-FUNCTION
                   MQ-CALL-CLIENT-CODE MQ-CALL-ADDRESS MQ-CALL-DOC-TYPE
                   MQ-CALL-PROGRAM MQ-CALL-TEXT MQ-CALL-MSG-ID
                   MQ-CALL-RETURN-CODE
           END-IF.
       3150-END. EXIT.

      * MSGQUEUE records the e-mail and SMS on the correspondence
      * register as queued; the printed copy is recorded here.
       3160-FINISH-DELIVERY.
           IF WS-BY-EMAIL = 'Y'
               SET MQ-END-EMAIL TO TRUE
               CALL "MSGQUEUE" USING MQ-CALL-FUNCTION
                   MQ-CALL-CLIENT-CODE MQ-CALL-ADDRESS MQ-CALL-DOC-TYPE
                   MQ-CALL-PROGRAM MQ-CALL-TEXT MQ-CALL-MSG-ID
                   MQ-CALL-RETURN-CODE
           END-IF
           IF DV-SEND-PAPER
               MOVE CLIENT-CODE TO CL-CALL-CLIENT-CODE
               MOVE 'READJUST' TO CL-CALL-DOC-TYPE
               MOVE 'RATE-READJUST' TO CL-CALL-PROGRAM
               MOVE SPACES TO CL-CALL-DELIVERY
               CALL "CORRLOG" USING CL-CALL-CLIENT-CODE
                   CL-CALL-DOC-TYPE CL-CALL-PROGRAM
                   CL-CALL-DELIVERY
           END-IF.
       3160-END. EXIT.

       END PROGRAM RATE-READJUST.
