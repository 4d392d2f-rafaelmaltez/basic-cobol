      *                  aborts the run before any notice goes
      *                  out, instead of the rewrite dropping
      *                  clients already dunned.
      *   15/10/2026 RM  Each notice now carries the PIX "copia e
      *                  cola" BR Code of the client's PIX charges
      *                  still in force on the PIX register, built by
      *                  PIXCODE, so the client can pay on the spot.
      *   15/10/2026 RM  A promise to pay PROMISE-CHECK found broken
      *                  since the client's last notice moves the
      *                  client one level up at once instead of
      *                  waiting for the next age bucket, and the
      *                  notice says which promise was missed.
      *   15/10/2026 RM  A client with a billing-dispute ticket still
      *                  open on tickets.txt is held: no notice goes
      *                  out until TICKET-MAINT closes the dispute,
      *                  and the held clients are listed at the end of
      *                  the notice file.
      *   15/10/2026 RM  A client whose delivery preference is e-mail
      *                  or SMS gets the notice through the outbound
      *                  message queue (MSGQUEUE) instead of on paper;
      *                  paper stays the fallback (DELIVCHK).
      *   15/10/2026 RM  The notice is headed with the name and CNPJ
      *                  of the company the client's branch belongs
      *                  to.
      *   15/10/2026 RM  Passes CORRLOG's delivery details, blank
      *                  for a printed document.
      *   15/10/2026 RM  The PIX code is built for the company the
      *                  client's branch belongs to, the one that
      *                  heads the page.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNNING-NOTICE.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLACED-STATUS.

           SELECT PIX-REGISTER-FILE ASSIGN TO '..\pix-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PIX-STATUS.

           SELECT CALL-LOG-FILE ASSIGN TO '..\call-log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALL-STATUS.

           SELECT TICKET-FILE ASSIGN TO '..\tickets.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TICKET-STATUS.

           SELECT NOTICE-FILE ASSIGN TO '..\dunning-notices.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTICE-STATUS.
       FD PLACED-FILE.
       COPY AGPLACEREC REPLACING ==:RECNAME:== BY ==PLACED-LINE==.

       FD PIX-REGISTER-FILE.
       COPY PIXREGREC REPLACING ==:RECNAME:== BY ==PIX-REG-LINE==.

       FD CALL-LOG-FILE.
       COPY CALLREC REPLACING ==:RECNAME:== BY ==CALL-LOG-LINE==.

       FD TICKET-FILE.
       COPY TICKETREC REPLACING ==:RECNAME:== BY ==TICKET-LINE==.

       FD NOTICE-FILE.
       01 NOTICE-LINE PIC X(80).

               10 WS-CL-SENT-DATE PIC 9(8).
               10 WS-CL-OPEN-AMOUNT PIC 9(9)V99.
               10 WS-CL-OLDEST-PERIOD PIC X(6).
               10 WS-CL-BROKEN-DATE PIC 9(8).
       01 WS-C PIC 9(4) COMP.
       01 WS-CL-POS PIC 9(4) COMP.
       01 WS-FLAGS-STATUS PIC X(2).
           05 WS-GP-CODE PIC 9(7) OCCURS 500 TIMES.
       01 WS-GP PIC 9(3) COMP.
       01 WS-AT-AGENCY PIC X(1).
       01 WS-TICKET-STATUS PIC X(2).
       01 WS-TICKET-EOF PIC X(1) VALUE 'N'.
       01 WS-DS-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-DS-TABLE.
           05 WS-DS-CODE PIC 9(7) OCCURS 500 TIMES.
       01 WS-DS PIC 9(3) COMP.
       01 WS-IN-DISPUTE PIC X(1).
       01 WS-HELD-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-HELD-CODES.
           05 WS-HELD-CODE PIC 9(7) OCCURS 200 TIMES.
       01 WS-NOTICE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NOTICE-TEXT PIC X(80).
       01 WS-AMOUNT-EDIT PIC Z(8)9.99.
       01 WS-CEP-SPLIT.
           05 WS-CEP-HI PIC 9(5).
           05 WS-CEP-LO PIC 9(3).
       01 WS-CALL-STATUS PIC X(2).
       01 WS-CALL-EOF PIC X(1) VALUE 'N'.
       01 WS-PIX-STATUS PIC X(2).
       01 WS-PIX-EOF PIC X(1) VALUE 'N'.
       01 WS-PX-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-PX-TABLE.
           05 WS-PX-ENTRY OCCURS 5000 TIMES.
               10 WS-PX-TXID PIC X(25).
               10 WS-PX-CODE PIC 9(7).
               10 WS-PX-PERIOD PIC X(6).
               10 WS-PX-AMOUNT PIC 9(7)V99.
               10 WS-PX-EXPIRY PIC 9(8).
       01 WS-PX PIC 9(4) COMP.
       01 WS-PX-POS PIC 9(4) COMP.
       01 WS-PX-OFFSET PIC 9(3).
       01 WS-PX-AMOUNT-EDIT PIC Z(6)9.99.
       COPY PIXCODEPARM.
       COPY DTUPARMS.
       01 WS-BY-EMAIL PIC X(1).
       01 WS-BY-SMS PIC X(1).
       COPY CORRLOGPARM.
       COPY DLVPARM.
       COPY MSGQPARM.
       COPY JOBLOGPARM.
       COPY CMPLKPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           END-IF
           PERFORM 1100-LOAD-ADDRESS-FLAGS THRU 1100-END
           PERFORM 1150-LOAD-PLACED THRU 1150-END
           PERFORM 1170-LOAD-PIX-CHARGES THRU 1170-END
           PERFORM 1190-LOAD-DISPUTES THRU 1190-END
           PERFORM 1200-LOAD-REGISTER THRU 1200-END
      * A register the table could not hold in full cannot be
      * rewritten without dropping its tail - and a dropped client
               GOBACK
           END-IF
           PERFORM 2000-AGE-OPEN-ITEMS THRU 2000-END
           PERFORM 2500-APPLY-BROKEN-PROMISES THRU 2500-END
           PERFORM 3000-WRITE-NOTICES THRU 3000-END
           PERFORM 4000-REWRITE-REGISTER THRU 4000-END
           DISPLAY "DUNNING-NOTICE: " WS-NOTICE-COUNT " notice(s), "
               WS-HELD-COUNT " held for an open billing dispute"
           IF WS-NOTICE-COUNT = ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
           END-IF.
       1150-END. EXIT.

      * The register is in issue order, so a later charge for the
      * same client and period simply replaces the earlier one.
       1170-LOAD-PIX-CHARGES.
           OPEN INPUT PIX-REGISTER-FILE
           IF WS-PIX-STATUS = '00'
               PERFORM UNTIL WS-PIX-EOF = 'Y'
                   READ PIX-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO WS-PIX-EOF
                       NOT AT END
                           PERFORM 1180-STORE-PIX-CHARGE THRU 1180-END
                   END-READ
               END-PERFORM
               CLOSE PIX-REGISTER-FILE
           END-IF.
       1170-END. EXIT.

       1180-STORE-PIX-CHARGE.
           MOVE ZERO TO WS-PX-POS
           PERFORM VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX > WS-PX-COUNT OR WS-PX-POS > ZERO
               IF WS-PX-CODE (WS-PX) = PXR-CLIENT-CODE
                   AND WS-PX-PERIOD (WS-PX) = PXR-PERIOD
                   MOVE WS-PX TO WS-PX-POS
               END-IF
           END-PERFORM
           IF WS-PX-POS = ZERO AND WS-PX-COUNT < 5000
               ADD 1 TO WS-PX-COUNT
               MOVE WS-PX-COUNT TO WS-PX-POS
           END-IF
           IF WS-PX-POS > ZERO
               MOVE PXR-TXID TO WS-PX-TXID (WS-PX-POS)
               MOVE PXR-CLIENT-CODE TO WS-PX-CODE (WS-PX-POS)
               MOVE PXR-PERIOD TO WS-PX-PERIOD (WS-PX-POS)
               MOVE PXR-AMOUNT TO WS-PX-AMOUNT (WS-PX-POS)
               MOVE PXR-EXPIRY-DATE TO WS-PX-EXPIRY (WS-PX-POS)
           END-IF.
       1180-END. EXIT.

      * Clients with a billing-dispute ticket open or in progress.
       1190-LOAD-DISPUTES.
           OPEN INPUT TICKET-FILE
           IF WS-TICKET-STATUS = '00'
               PERFORM UNTIL WS-TICKET-EOF = 'Y'
                   READ TICKET-FILE
                       AT END
                           MOVE 'Y' TO WS-TICKET-EOF
                       NOT AT END
                           IF TK-BILLING-DISPUTE AND TK-STILL-OPEN
                               AND WS-DS-COUNT < 500
                               ADD 1 TO WS-DS-COUNT
                               MOVE TK-CLIENT-CODE
                                   TO WS-DS-CODE (WS-DS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TICKET-FILE
           END-IF.
       1190-END. EXIT.

      * The register carries one line per client ever dunned; a first
      * run with no register starts everyone at level zero.
       1200-LOAD-REGISTER.
                                   TO WS-CL-OPEN-AMOUNT (WS-CL-COUNT)
                               MOVE SPACES TO
                                   WS-CL-OLDEST-PERIOD (WS-CL-COUNT)
                               MOVE ZERO TO
                                   WS-CL-BROKEN-DATE (WS-CL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ZERO TO WS-CL-SENT-DATE (WS-CL-POS)
               MOVE ZERO TO WS-CL-OPEN-AMOUNT (WS-CL-POS)
               MOVE SPACES TO WS-CL-OLDEST-PERIOD (WS-CL-POS)
               MOVE ZERO TO WS-CL-BROKEN-DATE (WS-CL-POS)
           END-IF
           IF WS-CL-POS > ZERO
               ADD OI-OPEN-AMOUNT TO WS-CL-OPEN-AMOUNT (WS-CL-POS)
           END-IF.
       2200-END. EXIT.

      * A promise found broken after the client's last notice moves
      * a client still owing money one level above the one sent,
      * up to the final notice; the bucket level still wins when it
      * is higher.
       2500-APPLY-BROKEN-PROMISES.
           OPEN INPUT CALL-LOG-FILE
           IF WS-CALL-STATUS NOT = '00'
               GO TO 2500-END
           END-IF
           PERFORM UNTIL WS-CALL-EOF = 'Y'
               READ CALL-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-CALL-EOF
                   NOT AT END
                       IF CA-PROMISE-BROKEN
                           PERFORM 2550-ESCALATE-BROKEN THRU 2550-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALL-LOG-FILE.
       2500-END. EXIT.

       2550-ESCALATE-BROKEN.
           MOVE ZERO TO WS-CL-POS
           PERFORM VARYING WS-C FROM 1 BY 1
               UNTIL WS-C > WS-CL-COUNT OR WS-CL-POS > ZERO
               IF WS-CL-CODE (WS-C) = CA-CLIENT-CODE
                   MOVE WS-C TO WS-CL-POS
               END-IF
           END-PERFORM
           IF WS-CL-POS = ZERO
               GO TO 2550-END
           END-IF
           IF WS-CL-OPEN-AMOUNT (WS-CL-POS) = ZERO
               OR CA-CHECK-DATE NOT > WS-CL-SENT-DATE (WS-CL-POS)
               OR WS-CL-SENT-LEVEL (WS-CL-POS) >= 3
               GO TO 2550-END
           END-IF
           IF WS-CL-DUE-LEVEL (WS-CL-POS)
               NOT > WS-CL-SENT-LEVEL (WS-CL-POS)
               COMPUTE WS-CL-DUE-LEVEL (WS-CL-POS) =
                   WS-CL-SENT-LEVEL (WS-CL-POS) + 1
           END-IF
           MOVE CA-PROMISE-DATE TO WS-CL-BROKEN-DATE (WS-CL-POS).
       2550-END. EXIT.

       3000-WRITE-NOTICES.
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
                   WRITE NOTICE-LINE
               END-PERFORM
           END-IF
           IF WS-HELD-COUNT > ZERO
               MOVE SPACES TO NOTICE-LINE
               WRITE NOTICE-LINE
               MOVE "BILLING DISPUTE OPEN - HELD:" TO NOTICE-LINE
               WRITE NOTICE-LINE
               PERFORM VARYING WS-K2 FROM 1 BY 1
                   UNTIL WS-K2 > WS-HELD-COUNT
                   MOVE SPACES TO NOTICE-LINE
                   MOVE WS-HELD-CODE (WS-K2) TO NOTICE-LINE (1:7)
                   WRITE NOTICE-LINE
               END-PERFORM
           END-IF
           CLOSE NOTICE-FILE
           CLOSE CLIENT-MASTER-FILE.
       3000-END. EXIT.

      * A notice goes out only when the bucket demands a level higher
      * than the one the register already shows as sent.
      * A client disputing the bill on an open ticket is held until
      * the dispute is closed; the level is not marked sent, so the
      * notice goes out on the first run after that.
      * A client placed with the collection agency is the agency's
      * to chase - no more direct dunning from us.
       3100-CONSIDER-CLIENT.
               IF WS-AT-AGENCY = 'Y'
                   GO TO 3100-END
               END-IF
               MOVE 'N' TO WS-IN-DISPUTE
               PERFORM VARYING WS-DS FROM 1 BY 1
                   UNTIL WS-DS > WS-DS-COUNT
                   IF WS-DS-CODE (WS-DS) = WS-CL-CODE (WS-C)
                       MOVE 'Y' TO WS-IN-DISPUTE
                   END-IF
               END-PERFORM
               IF WS-IN-DISPUTE = 'Y'
                   IF WS-HELD-COUNT < 200
                       ADD 1 TO WS-HELD-COUNT
                       MOVE WS-CL-CODE (WS-C)
                           TO WS-HELD-CODE (WS-HELD-COUNT)
                   END-IF
                   GO TO 3100-END
               END-IF
               MOVE 'N' TO WS-ADDR-FLAGGED
               PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-MF-COUNT
       3100-END. EXIT.

       3200-WRITE-ONE-NOTICE.
           PERFORM 3150-CHOOSE-CHANNEL THRU 3150-END
           MOVE CM-CLIENT-CEP TO WS-CEP-SPLIT
           MOVE WS-CEP-HI TO WS-CEP-FIRST
           MOVE WS-CEP-LO TO WS-CEP-LAST
           MOVE ALL "=" TO NOTICE-LINE
           PERFORM 3250-PUT-LINE THRU 3250-END
           SET CY-BY-BRANCH TO TRUE
           MOVE CM-BRANCH TO CY-CALL-BRANCH
           CALL "COMPANYLK" USING CY-CALL-FUNCTION CY-CALL-BRANCH
               CY-CALL-INDEX CY-CALL-COMPANY CY-CALL-RESULT
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING CY-NAME "  CNPJ: " CY-CNPJ
               DELIMITED BY SIZE INTO WS-NOTICE-TEXT
           MOVE WS-NOTICE-TEXT TO NOTICE-LINE
           PERFORM 3250-PUT-LINE THRU 3250-END
           MOVE SPACES TO NOTICE-LINE
           PERFORM 3250-PUT-LINE THRU 3250-END
           MOVE CM-CLIENT-NAME TO NOTICE-LINE
           PERFORM 3250-PUT-LINE THRU 3250-END
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING CM-CLIENT-STREET ", " CM-CLIENT-NUMBER
               DELIMITED BY SIZE INTO WS-NOTICE-TEXT
           MOVE WS-NOTICE-TEXT TO NOTICE-LINE
           PERFORM 3250-PUT-LINE THRU 3250-END
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING CM-CLIENT-CITY " " CM-CLIENT-STATE " "
               WS-CEP-EDIT
               DELIMITED BY SIZE INTO WS-NOTICE-TEXT
           MOVE WS-NOTICE-TEXT TO NOTICE-LINE
           PERFORM 3250-PUT-LINE THRU 3250-END
           MOVE SPACES TO NOTICE-LINE
           PERFORM 3250-PUT-LINE THRU 3250-END
           MOVE WS-CL-OPEN-AMOUNT (WS-C) TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING "Open balance: R$ " WS-AMOUNT-EDIT
               "  oldest period " WS-CL-OLDEST-PERIOD (WS-C)
               DELIMITED BY SIZE INTO WS-NOTICE-TEXT
           MOVE WS-NOTICE-TEXT TO NOTICE-LINE
           PERFORM 3250-PUT-LINE THRU 3250-END
           MOVE SPACES TO NOTICE-LINE
           PERFORM 3250-PUT-LINE THRU 3250-END
           EVALUATE WS-CL-DUE-LEVEL (WS-C)
               WHEN 1
                   MOVE "Our records show the amount above is still"
                       TO NOTICE-LINE
                   PERFORM 3250-PUT-LINE THRU 3250-END
                   MOVE "open. If you have already paid, please"
                       TO NOTICE-LINE
                   PERFORM 3250-PUT-LINE THRU 3250-END
                   MOVE "disregard this reminder." TO NOTICE-LINE
                   PERFORM 3250-PUT-LINE THRU 3250-END
               WHEN 2
                   MOVE "Despite our earlier reminder the amount"
                       TO NOTICE-LINE
                   PERFORM 3250-PUT-LINE THRU 3250-END
                   MOVE "above remains open. Please settle it within"
                       TO NOTICE-LINE
                   PERFORM 3250-PUT-LINE THRU 3250-END
                   MOVE "ten days or contact our office." TO
                       NOTICE-LINE
                   PERFORM 3250-PUT-LINE THRU 3250-END
               WHEN OTHER
                   MOVE "FINAL NOTICE: the amount above is more than"
                       TO NOTICE-LINE
                   PERFORM 3250-PUT-LINE THRU 3250-END
                   MOVE "ninety days overdue. Unless it is settled"
                       TO NOTICE-LINE
                   PERFORM 3250-PUT-LINE THRU 3250-END
                   MOVE "within five days the account will be passed"
                       TO NOTICE-LINE
                   PERFORM 3250-PUT-LINE THRU 3250-END
                   MOVE "to collection and service suspended."
                       TO NOTICE-LINE
                   PERFORM 3250-PUT-LINE THRU 3250-END
           END-EVALUATE
           IF WS-CL-BROKEN-DATE (WS-C) > ZERO
               MOVE SPACES TO NOTICE-LINE
               PERFORM 3250-PUT-LINE THRU 3250-END
               MOVE SPACES TO WS-NOTICE-TEXT
               STRING "The payment you promised us for "
                   WS-CL-BROKEN-DATE (WS-C) " was not received."
                   DELIMITED BY SIZE INTO WS-NOTICE-TEXT
               MOVE WS-NOTICE-TEXT TO NOTICE-LINE
               PERFORM 3250-PUT-LINE THRU 3250-END
           END-IF
           PERFORM 3300-WRITE-PIX-CODES THRU 3300-END
           MOVE SPACES TO NOTICE-LINE
           PERFORM 3250-PUT-LINE THRU 3250-END
           MOVE WS-CL-DUE-LEVEL (WS-C) TO WS-CL-SENT-LEVEL (WS-C)
           MOVE WS-TODAY-DATE TO WS-CL-SENT-DATE (WS-C)
           ADD 1 TO WS-NOTICE-COUNT
           PERFORM 3260-FINISH-DELIVERY THRU 3260-END.
       3200-END. EXIT.

      * The client's delivery preference decides where the notice
      * goes. An SMS is a short reminder queued first; an e-mail is
      * opened on the outbound queue and takes the notice lines in
      * place of the printed copy. Paper is kept whenever nothing
      * electronic can be sent, or the e-mail could not be queued.
       3150-CHOOSE-CHANNEL.
           MOVE CM-CLIENT-CODE TO DV-CALL-CLIENT-CODE
           CALL "DELIVCHK" USING DV-CALL-CLIENT-CODE DV-CALL-PAPER
               DV-CALL-EMAIL DV-CALL-SMS DV-CALL-EMAIL-ADDRESS
               DV-CALL-MOBILE
           MOVE 'N' TO WS-BY-EMAIL
           MOVE 'N' TO WS-BY-SMS
           MOVE CM-CLIENT-CODE TO MQ-CALL-CLIENT-CODE
           MOVE 'DUNNING' TO MQ-CALL-DOC-TYPE
           MOVE 'DUNNING-NOTICE' TO MQ-CALL-PROGRAM
           IF DV-SEND-SMS
               MOVE WS-CL-OPEN-AMOUNT (WS-C) TO WS-AMOUNT-EDIT
               MOVE SPACES TO MQ-CALL-TEXT
               STRING "Overdue balance R$ " WS-AMOUNT-EDIT
                   " since period " WS-CL-OLDEST-PERIOD (WS-C)
                   " - please settle or call us"
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
       3150-END. EXIT.

       3250-PUT-LINE.
           IF DV-SEND-PAPER
               WRITE NOTICE-LINE
           END-IF
           IF WS-BY-EMAIL = 'Y'
               MOVE NOTICE-LINE TO MQ-CALL-TEXT
               SET MQ-ADD-LINE TO TRUE
               CALL "MSGQUEUE" USING MQ-CALL-FUNCTION
                   MQ-CALL-CLIENT-CODE MQ-CALL-ADDRESS MQ-CALL-DOC-TYPE
                   MQ-CALL-PROGRAM MQ-CALL-TEXT MQ-CALL-MSG-ID
                   MQ-CALL-RETURN-CODE
           END-IF.
       3250-END. EXIT.

      * MSGQUEUE records the e-mail and SMS on the correspondence
      * register as queued; the printed copy is recorded here.
       3260-FINISH-DELIVERY.
           IF WS-BY-EMAIL = 'Y'
               SET MQ-END-EMAIL TO TRUE
               CALL "MSGQUEUE" USING MQ-CALL-FUNCTION
                   MQ-CALL-CLIENT-CODE MQ-CALL-ADDRESS MQ-CALL-DOC-TYPE
                   MQ-CALL-PROGRAM MQ-CALL-TEXT MQ-CALL-MSG-ID
                   MQ-CALL-RETURN-CODE
           END-IF
           IF DV-SEND-PAPER
               MOVE CM-CLIENT-CODE TO CL-CALL-CLIENT-CODE
               MOVE 'DUNNING' TO CL-CALL-DOC-TYPE
               MOVE 'DUNNING-NOTICE' TO CL-CALL-PROGRAM
               MOVE SPACES TO CL-CALL-DELIVERY
               CALL "CORRLOG" USING CL-CALL-CLIENT-CODE
                   CL-CALL-DOC-TYPE CL-CALL-PROGRAM
                   CL-CALL-DELIVERY
           END-IF.
       3260-END. EXIT.

      * Each PIX charge still in force for the client, with its BR
      * Code broken over as many lines as the payload needs, payable
      * to the company the client's branch belongs to.
       3300-WRITE-PIX-CODES.
           SET CY-BY-BRANCH TO TRUE
           MOVE CM-BRANCH TO CY-CALL-BRANCH
           CALL "COMPANYLK" USING CY-CALL-FUNCTION CY-CALL-BRANCH
               CY-CALL-INDEX CY-CALL-COMPANY CY-CALL-RESULT
           MOVE CY-CODE TO PX-CALL-COMPANY
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PX-COUNT
               IF WS-PX-CODE (WS-PX) = CM-CLIENT-CODE
                   AND WS-PX-EXPIRY (WS-PX) >= WS-TODAY-DATE
                   MOVE WS-PX-TXID (WS-PX) TO PX-CALL-TXID
                   MOVE WS-PX-AMOUNT (WS-PX) TO PX-CALL-AMOUNT
                   CALL 'PIXCODE' USING PX-CALL-COMPANY PX-CALL-TXID
                       PX-CALL-AMOUNT PX-CALL-KEY PX-CALL-PAYLOAD
                       PX-CALL-LENGTH
                   MOVE SPACES TO NOTICE-LINE
                   PERFORM 3250-PUT-LINE THRU 3250-END
                   MOVE WS-PX-AMOUNT (WS-PX) TO WS-PX-AMOUNT-EDIT
                   MOVE SPACES TO WS-NOTICE-TEXT
                   STRING "Pay by PIX - period " WS-PX-PERIOD (WS-PX)
                       "  R$ " WS-PX-AMOUNT-EDIT
                       "  (copia e cola):"
                       DELIMITED BY SIZE INTO WS-NOTICE-TEXT
                   MOVE WS-NOTICE-TEXT TO NOTICE-LINE
                   PERFORM 3250-PUT-LINE THRU 3250-END
                   PERFORM VARYING WS-PX-OFFSET FROM 1 BY 70
                       UNTIL WS-PX-OFFSET > PX-CALL-LENGTH
                       MOVE SPACES TO NOTICE-LINE
                       MOVE PX-CALL-PAYLOAD (WS-PX-OFFSET:70)
                           TO NOTICE-LINE (3:70)
                       PERFORM 3250-PUT-LINE THRU 3250-END
                   END-PERFORM
               END-IF
           END-PERFORM.
       3300-END. EXIT.

      * The whole register is rewritten from the table so each client
      * keeps exactly one line with the highest level ever sent.
       4000-REWRITE-REGISTER.
