      * Note: the term comes from GRADE_TERM or the console prompt.
      * Modification History:
      *   22/08/2026 RM  Original version.
      *   15/10/2026 RM  A client whose delivery preference is e-mail
      *                  or SMS gets the letter through the outbound
      *                  message queue (MSGQUEUE) instead of on paper;
      *                  paper stays the fallback (DELIVCHK).
      *   15/10/2026 RM  The letter is headed with the name and CNPJ
      *                  of the company the client's branch belongs
      *                  to.
      *   15/10/2026 RM  Passes CORRLOG's delivery details, blank
      *                  for a printed document.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-LETTERS.
       01 WS-CEP-SPLIT.
           05 WS-CEP-HI PIC 9(5).
           05 WS-CEP-LO PIC 9(3).
       01 WS-BY-EMAIL PIC X(1).
       01 WS-BY-SMS PIC X(1).
       COPY CORRLOGPARM.
       COPY DLVPARM.
       COPY MSGQPARM.
       COPY JOBLOGPARM.
       COPY CMPLKPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
       2100-END. EXIT.

       2200-WRITE-ONE-LETTER.
           PERFORM 2150-CHOOSE-CHANNEL THRU 2150-END
           MOVE CM-CLIENT-CEP TO WS-CEP-SPLIT
           MOVE WS-CEP-HI TO WS-CEP-FIRST
           MOVE WS-CEP-LO TO WS-CEP-LAST
           MOVE ALL "=" TO LETTER-LINE
           PERFORM 2250-PUT-LINE THRU 2250-END
           SET CY-BY-BRANCH TO TRUE
           MOVE CM-BRANCH TO CY-CALL-BRANCH
           CALL "COMPANYLK" USING CY-CALL-FUNCTION CY-CALL-BRANCH
               CY-CALL-INDEX CY-CALL-COMPANY CY-CALL-RESULT
           MOVE SPACES TO WS-LETTER-TEXT
           STRING CY-NAME "  CNPJ: " CY-CNPJ
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           MOVE WS-LETTER-TEXT TO LETTER-LINE
           PERFORM 2250-PUT-LINE THRU 2250-END
           MOVE SPACES TO LETTER-LINE
           PERFORM 2250-PUT-LINE THRU 2250-END
           MOVE CM-CLIENT-NAME TO LETTER-LINE
           PERFORM 2250-PUT-LINE THRU 2250-END
           MOVE SPACES TO WS-LETTER-TEXT
           STRING CM-CLIENT-STREET ", " CM-CLIENT-NUMBER
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           MOVE WS-LETTER-TEXT TO LETTER-LINE
           PERFORM 2250-PUT-LINE THRU 2250-END
           MOVE SPACES TO WS-LETTER-TEXT
           STRING CM-CLIENT-CITY " " CM-CLIENT-STATE " "
               WS-CEP-EDIT
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           MOVE WS-LETTER-TEXT TO LETTER-LINE
           PERFORM 2250-PUT-LINE THRU 2250-END
           MOVE SPACES TO LETTER-LINE
           PERFORM 2250-PUT-LINE THRU 2250-END
           MOVE SPACES TO WS-LETTER-TEXT
           STRING "Term " WS-TERM "  -  Overall average: "
               WS-STUDENT-AVG
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           MOVE WS-LETTER-TEXT TO LETTER-LINE
           PERFORM 2250-PUT-LINE THRU 2250-END
           MOVE SPACES TO LETTER-LINE
           PERFORM 2250-PUT-LINE THRU 2250-END
           IF WS-STUDENT-AVG >= WS-HONOR-FLOOR
               ADD 1 TO WS-HONOR-COUNT
               MOVE "Congratulations! Your results place you on"
                   TO LETTER-LINE
               PERFORM 2250-PUT-LINE THRU 2250-END
               MOVE "the honor roll for this term." TO LETTER-LINE
               PERFORM 2250-PUT-LINE THRU 2250-END
           ELSE
               ADD 1 TO WS-RISK-COUNT
               MOVE "Your results this term are below the minimum"
                   TO LETTER-LINE
               PERFORM 2250-PUT-LINE THRU 2250-END
               MOVE "passing band. Please contact the coordination"
                   TO LETTER-LINE
               PERFORM 2250-PUT-LINE THRU 2250-END
               MOVE "office about the recovery examination."
                   TO LETTER-LINE
               PERFORM 2250-PUT-LINE THRU 2250-END
               MOVE SPACES TO WS-LETTER-TEXT
               STRING "Recovery eligibility band: "
                   WS-RECOVERY-MIN " to " WS-RECOVERY-MAX
                   DELIMITED BY SIZE INTO WS-LETTER-TEXT
               MOVE WS-LETTER-TEXT TO LETTER-LINE
               PERFORM 2250-PUT-LINE THRU 2250-END
           END-IF
           MOVE SPACES TO LETTER-LINE
           PERFORM 2250-PUT-LINE THRU 2250-END
           PERFORM 2260-FINISH-DELIVERY THRU 2260-END.
       2200-END. EXIT.

      * The client's delivery preference decides where the letter
      * goes. An SMS is a one-line result queued first; an e-mail is
      * opened on the outbound queue and takes the letter lines in
      * place of the printed page. Paper is kept whenever nothing
      * electronic can be sent, or the e-mail could not be queued.
       2150-CHOOSE-CHANNEL.
           MOVE CM-CLIENT-CODE TO DV-CALL-CLIENT-CODE
           CALL "DELIVCHK" USING DV-CALL-CLIENT-CODE DV-CALL-PAPER
               DV-CALL-EMAIL DV-CALL-SMS DV-CALL-EMAIL-ADDRESS
               DV-CALL-MOBILE
           MOVE 'N' TO WS-BY-EMAIL
           MOVE 'N' TO WS-BY-SMS
           MOVE CM-CLIENT-CODE TO MQ-CALL-CLIENT-CODE
           MOVE 'RESULT' TO MQ-CALL-DOC-TYPE
           MOVE 'GRADE-LETTERS' TO MQ-CALL-PROGRAM
           IF DV-SEND-SMS
               MOVE SPACES TO MQ-CALL-TEXT
               IF WS-STUDENT-AVG >= WS-HONOR-FLOOR
                   STRING "Term " WS-TERM " average " WS-STUDENT-AVG
                       " - congratulations, honor roll!"
                       DELIMITED BY SIZE INTO MQ-CALL-TEXT
               ELSE
                   STRING "Term " WS-TERM " average " WS-STUDENT-AVG
                       " - below passing, see coordination office"
                       DELIMITED BY SIZE INTO MQ-CALL-TEXT
               END-IF
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
       2150-END. EXIT.

       2250-PUT-LINE.
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
       2250-END. EXIT.

      * MSGQUEUE records the e-mail and SMS on the correspondence
      * register as queued; the printed copy is recorded here.
       2260-FINISH-DELIVERY.
           IF WS-BY-EMAIL = 'Y'
               SET MQ-END-EMAIL TO TRUE
               CALL "MSGQUEUE" USING MQ-CALL-FUNCTION
                   MQ-CALL-CLIENT-CODE MQ-CALL-ADDRESS MQ-CALL-DOC-TYPE
                   MQ-CALL-PROGRAM MQ-CALL-TEXT MQ-CALL-MSG-ID
                   MQ-CALL-RETURN-CODE
           END-IF
           IF DV-SEND-PAPER
               MOVE CM-CLIENT-CODE TO CL-CALL-CLIENT-CODE
               MOVE 'RESULT' TO CL-CALL-DOC-TYPE
               MOVE 'GRADE-LETTERS' TO CL-CALL-PROGRAM
               MOVE SPACES TO CL-CALL-DELIVERY
               CALL "CORRLOG" USING CL-CALL-CLIENT-CODE
                   CL-CALL-DOC-TYPE CL-CALL-PROGRAM
                   CL-CALL-DELIVERY
           END-IF.
       2260-END. EXIT.

       END PROGRAM GRADE-LETTERS.
