      * Tectonics: cobc
      * Modification History:
      *   01/09/2026 RM  Original version.
      *   15/10/2026 RM  A statement closing with money owed now
      *                  carries the PIX "copia e cola" BR Code of
      *                  each of the client's PIX charges still in
      *                  force on the PIX register, built by PIXCODE.
      *   15/10/2026 RM  Refunds paid out of credit on account (refund
      *                  register, written by REFUND-RUN) appear as
      *                  REFUND lines, raising the running balance by
      *                  the credit given back.
      *   15/10/2026 RM  A reversed payment (PAYMENT-REVERSE's
      *                  negative posting) prints as a REVERSAL line
      *                  that puts the amount back on the balance.
      *   15/10/2026 RM  A client whose delivery preference is e-mail
      *                  or SMS gets the statement through the outbound
      *                  message queue (MSGQUEUE) instead of on paper;
      *                  paper stays the fallback (DELIVCHK).
      *   15/10/2026 RM  History moved off by FIN-ARCHIVE shows as a
      *                  BAL FWD line carrying the client's balance
      *                  from carried-forward.txt; STATEMENT_ARCHIVE=Y
      *                  reads the archived billing and payment lines
      *                  back in instead.
      *   15/10/2026 RM  The page is headed with the name and CNPJ of
      *                  the company the client's branch belongs to.
      *   15/10/2026 RM  Passes CORRLOG's delivery details, blank
      *                  for a printed document.
      *   15/10/2026 RM  The PIX code is built for the company the
      *                  client's branch belongs to, the one that
      *                  heads the page.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENT-STATEMENT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-HISTORY-FILE
           ASSIGN TO WS-BILL-HIST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BILL-HIST-STATUS.

           SELECT POSTED-FILE ASSIGN TO WS-POSTED-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSTED-STATUS.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLACED-STATUS.

           SELECT PIX-REGISTER-FILE ASSIGN TO '..\pix-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PIX-STATUS.

           SELECT REFUND-REGISTER-FILE
           ASSIGN TO '..\refund-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REFUND-STATUS.

           SELECT CARRIED-FWD-FILE ASSIGN TO '..\carried-forward.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARRIED-FWD-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO '..\client-statements.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATEMENT-STATUS.
       FD PLACED-FILE.
       COPY AGPLACEREC REPLACING ==:RECNAME:== BY ==PLACED-LINE==.

       FD PIX-REGISTER-FILE.
       COPY PIXREGREC REPLACING ==:RECNAME:== BY ==PIX-REG-LINE==.

       FD REFUND-REGISTER-FILE.
       COPY REFUNDREGREC REPLACING ==:RECNAME:==
           BY ==REFUND-REG-LINE==.

       FD CARRIED-FWD-FILE.
       COPY CFWDREC REPLACING ==:RECNAME:== BY ==CARRIED-FWD-LINE==.

       FD STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-BILL-HIST-FILENAME PIC X(100).
       01 WS-BILL-HIST-STATUS PIC X(2).
       01 WS-POSTED-FILENAME PIC X(100).
       01 WS-POSTED-STATUS PIC X(2).
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-STATEMENT-STATUS PIC X(2).
       01 WS-HIST-EOF PIC X(1) VALUE 'N'.
       01 WS-POSTED-EOF PIC X(1) VALUE 'N'.
       01 WS-REFUND-STATUS PIC X(2).
       01 WS-REFUND-EOF PIC X(1) VALUE 'N'.
       01 WS-CARRIED-FWD-STATUS PIC X(2).
       01 WS-CARRIED-FWD-EOF PIC X(1) VALUE 'N'.
       01 WS-ARCHIVE-ENTRY PIC X(1).
       01 WS-READ-ARCHIVE PIC X(1) VALUE 'N'.
      * Archive sets named on carried-forward.txt, by FIN-ARCHIVE run.
       01 WS-AS-COUNT PIC 9(2) COMP VALUE ZERO.
       01 WS-AS-TABLE.
           05 WS-AS-RUN-DATE PIC 9(8) OCCURS 50 TIMES.
       01 WS-AS PIC 9(2) COMP.
       01 WS-AS-FOUND PIC X(1).
       01 WS-CLIENT-ENTRY PIC X(7).
       01 WS-TARGET-CLIENT PIC 9(7) VALUE ZERO.
       01 WS-FROM-ENTRY PIC X(8).
       01 WS-CEP-SPLIT.
           05 WS-CEP-HI PIC 9(5).
           05 WS-CEP-LO PIC 9(3).
       01 WS-TODAY-DATE PIC 9(8).
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
       COPY PIXCODEPARM.
       01 WS-SMS-BALANCE PIC S9(9)V99.
       01 WS-BY-EMAIL PIC X(1).
       01 WS-BY-SMS PIC X(1).
       COPY CORRLOGPARM.
       COPY DLVPARM.
       COPY MSGQPARM.
       COPY JOBLOGPARM.
       COPY CMPLKPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           IF WS-MASTER-FILENAME = SPACES
               MOVE '..\clients.dat' TO WS-MASTER-FILENAME
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-CLIENT-ENTRY
           ACCEPT WS-CLIENT-ENTRY FROM ENVIRONMENT "STATEMENT_CLIENT"
           IF WS-CLIENT-ENTRY IS NUMERIC
           IF WS-TO-ENTRY IS NUMERIC
               MOVE WS-TO-ENTRY TO WS-TO-DATE
           END-IF
           MOVE SPACES TO WS-ARCHIVE-ENTRY
           ACCEPT WS-ARCHIVE-ENTRY FROM ENVIRONMENT "STATEMENT_ARCHIVE"
           IF WS-ARCHIVE-ENTRY = 'Y' OR WS-ARCHIVE-ENTRY = 'y'
               MOVE 'Y' TO WS-READ-ARCHIVE
           END-IF
           PERFORM 0900-LOAD-ADDRESS-FLAGS THRU 0900-END
           PERFORM 0950-LOAD-PLACED THRU 0950-END
           PERFORM 0970-LOAD-PIX-CHARGES THRU 0970-END
           PERFORM 1000-LOAD-EVENTS THRU 1000-END
           PERFORM 2000-WRITE-STATEMENTS THRU 2000-END
           DISPLAY "CLIENT-STATEMENT: " WS-STMT-COUNT
           END-IF.
       0950-END. EXIT.

      * The register is in issue order, so a later charge for the
      * same client and period simply replaces the earlier one.
       0970-LOAD-PIX-CHARGES.
           OPEN INPUT PIX-REGISTER-FILE
           IF WS-PIX-STATUS = '00'
               PERFORM UNTIL WS-PIX-EOF = 'Y'
                   READ PIX-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO WS-PIX-EOF
                       NOT AT END
                           PERFORM 0980-STORE-PIX-CHARGE THRU 0980-END
                   END-READ
               END-PERFORM
               CLOSE PIX-REGISTER-FILE
           END-IF.
       0970-END. EXIT.

       0980-STORE-PIX-CHARGE.
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
       0980-END. EXIT.

      * Charges and receipts land in one event table; the per-client
      * date-order walk happens at write time.
       1000-LOAD-EVENTS.
           MOVE '..\billing-history.txt' TO WS-BILL-HIST-FILENAME
           MOVE '..\payments-posted.txt' TO WS-POSTED-FILENAME
           PERFORM 1010-SCAN-HISTORY THRU 1010-END
           IF WS-BILL-HIST-STATUS NOT = '00'
               DISPLAY "CLIENT-STATEMENT: no billing history on "
                   "file, status " WS-BILL-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1020-SCAN-POSTED THRU 1020-END
           OPEN INPUT REFUND-REGISTER-FILE
           IF WS-REFUND-STATUS = '00'
               PERFORM UNTIL WS-REFUND-EOF = 'Y'
                   READ REFUND-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO WS-REFUND-EOF
                       NOT AT END
                           IF RR-DATE >= WS-FROM-DATE
                               AND RR-DATE <= WS-TO-DATE
                               AND (WS-TARGET-CLIENT = ZERO
                               OR RR-CLIENT-CODE =
                                   WS-TARGET-CLIENT)
                               PERFORM 1250-STORE-REFUND
                                   THRU 1250-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFUND-REGISTER-FILE
           END-IF
           PERFORM 1400-LOAD-CARRIED-FWD THRU 1400-END
           IF WS-READ-ARCHIVE = 'Y'
               PERFORM 1500-LOAD-ARCHIVE-SET THRU 1500-END
                   VARYING WS-AS FROM 1 BY 1 UNTIL WS-AS > WS-AS-COUNT
           END-IF.
       1000-END. EXIT.

       1010-SCAN-HISTORY.
           MOVE 'N' TO WS-HIST-EOF
           OPEN INPUT BILLING-HISTORY-FILE
           IF WS-BILL-HIST-STATUS NOT = '00'
               GO TO 1010-END
           END-IF
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ BILLING-HISTORY-FILE
                   AT END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILLING-HISTORY-FILE.
       1010-END. EXIT.

       1020-SCAN-POSTED.
           MOVE 'N' TO WS-POSTED-EOF
           OPEN INPUT POSTED-FILE
           IF WS-POSTED-STATUS = '00'
               PERFORM UNTIL WS-POSTED-EOF = 'Y'
               END-PERFORM
               CLOSE POSTED-FILE
           END-IF.
       1020-END. EXIT.

       1100-STORE-CHARGE.
           IF WS-EV-COUNT < 9000
               ADD 1 TO WS-EV-COUNT
               MOVE PST-CLIENT-CODE TO WS-EV-CODE (WS-EV-COUNT)
               MOVE PST-DATE TO WS-EV-DATE (WS-EV-COUNT)
               IF PST-REVERSAL
                   MOVE 'V' TO WS-EV-TYPE (WS-EV-COUNT)
               ELSE
                   MOVE 'P' TO WS-EV-TYPE (WS-EV-COUNT)
               END-IF
               MOVE PST-PERIOD TO WS-EV-PERIOD (WS-EV-COUNT)
               MOVE PST-AMOUNT TO WS-EV-AMOUNT (WS-EV-COUNT)
               MOVE 'N' TO WS-EV-USED (WS-EV-COUNT)
           END-IF.
       1200-END. EXIT.

       1250-STORE-REFUND.
           IF WS-EV-COUNT < 9000
               ADD 1 TO WS-EV-COUNT
               MOVE RR-CLIENT-CODE TO WS-EV-CODE (WS-EV-COUNT)
               MOVE RR-DATE TO WS-EV-DATE (WS-EV-COUNT)
               MOVE 'R' TO WS-EV-TYPE (WS-EV-COUNT)
               MOVE RR-DATE (1:6) TO WS-EV-PERIOD (WS-EV-COUNT)
               MOVE RR-AMOUNT TO WS-EV-AMOUNT (WS-EV-COUNT)
               MOVE 'N' TO WS-EV-USED (WS-EV-COUNT)
               PERFORM 1300-NOTE-CLIENT THRU 1300-END
           END-IF.
       1250-END. EXIT.

      * Each carried-forward line names the archive set it stands for.
      * Unless the archive is being read back, the balance it carries
      * becomes a BAL FWD event on its balance date - owed (B) or in
      * credit (A).
       1400-LOAD-CARRIED-FWD.
           OPEN INPUT CARRIED-FWD-FILE
           IF WS-CARRIED-FWD-STATUS NOT = '00'
               GO TO 1400-END
           END-IF
           PERFORM UNTIL WS-CARRIED-FWD-EOF = 'Y'
               READ CARRIED-FWD-FILE
                   AT END
                       MOVE 'Y' TO WS-CARRIED-FWD-EOF
                   NOT AT END
                       PERFORM 1450-NOTE-ARCHIVE-SET THRU 1450-END
                       IF WS-READ-ARCHIVE = 'N'
                           AND CF-BALANCE-DATE >= WS-FROM-DATE
                           AND CF-BALANCE-DATE <= WS-TO-DATE
                           AND (WS-TARGET-CLIENT = ZERO
                           OR CF-CLIENT-CODE = WS-TARGET-CLIENT)
                           AND CF-STATEMENT-BALANCE NOT = ZERO
                           PERFORM 1470-STORE-BROUGHT-FWD
                               THRU 1470-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARRIED-FWD-FILE.
       1400-END. EXIT.

       1450-NOTE-ARCHIVE-SET.
           MOVE 'N' TO WS-AS-FOUND
           PERFORM VARYING WS-AS FROM 1 BY 1
               UNTIL WS-AS > WS-AS-COUNT
               IF WS-AS-RUN-DATE (WS-AS) = CF-RUN-DATE
                   MOVE 'Y' TO WS-AS-FOUND
               END-IF
           END-PERFORM
           IF WS-AS-FOUND = 'N' AND WS-AS-COUNT < 50
               ADD 1 TO WS-AS-COUNT
               MOVE CF-RUN-DATE TO WS-AS-RUN-DATE (WS-AS-COUNT)
           END-IF.
       1450-END. EXIT.

       1470-STORE-BROUGHT-FWD.
           IF WS-EV-COUNT < 9000
               ADD 1 TO WS-EV-COUNT
               MOVE CF-CLIENT-CODE TO WS-EV-CODE (WS-EV-COUNT)
               MOVE CF-BALANCE-DATE TO WS-EV-DATE (WS-EV-COUNT)
               IF CF-STATEMENT-BALANCE > ZERO
                   MOVE 'B' TO WS-EV-TYPE (WS-EV-COUNT)
                   MOVE CF-STATEMENT-BALANCE
                       TO WS-EV-AMOUNT (WS-EV-COUNT)
               ELSE
                   MOVE 'A' TO WS-EV-TYPE (WS-EV-COUNT)
                   COMPUTE WS-EV-AMOUNT (WS-EV-COUNT) =
                       0 - CF-STATEMENT-BALANCE
               END-IF
               MOVE '<=' TO WS-EV-PERIOD (WS-EV-COUNT) (1:2)
               MOVE CF-BALANCE-DATE (1:4)
                   TO WS-EV-PERIOD (WS-EV-COUNT) (3:4)
               MOVE 'N' TO WS-EV-USED (WS-EV-COUNT)
               PERFORM 1300-NOTE-CLIENT THRU 1300-END
           END-IF.
       1470-END. EXIT.

      * The archived billing and payment lines of one FIN-ARCHIVE run
      * go through the same selection as the live files.
       1500-LOAD-ARCHIVE-SET.
           MOVE SPACES TO WS-BILL-HIST-FILENAME
           STRING '../billing-history-arc-' WS-AS-RUN-DATE (WS-AS)
               '.txt' DELIMITED BY SIZE INTO WS-BILL-HIST-FILENAME
           MOVE SPACES TO WS-POSTED-FILENAME
           STRING '../payments-posted-arc-' WS-AS-RUN-DATE (WS-AS)
               '.txt' DELIMITED BY SIZE INTO WS-POSTED-FILENAME
           PERFORM 1010-SCAN-HISTORY THRU 1010-END
           IF WS-BILL-HIST-STATUS NOT = '00'
               DISPLAY "CLIENT-STATEMENT: archive "
                   WS-AS-RUN-DATE (WS-AS) " billing history not on "
                   "file, status " WS-BILL-HIST-STATUS
           END-IF
           PERFORM 1020-SCAN-POSTED THRU 1020-END
           IF WS-POSTED-STATUS NOT = '00'
               DISPLAY "CLIENT-STATEMENT: archive "
                   WS-AS-RUN-DATE (WS-AS) " payments not on file, "
                   "status " WS-POSTED-STATUS
           END-IF.
       1500-END. EXIT.

       1300-NOTE-CLIENT.
           MOVE 'N' TO WS-CL-FOUND
           PERFORM VARYING WS-C FROM 1 BY 1
       2100-END. EXIT.

       2200-WRITE-PAGE.
           PERFORM 2150-CHOOSE-CHANNEL THRU 2150-END
           MOVE CM-CLIENT-CEP TO WS-CEP-SPLIT
           MOVE WS-CEP-HI TO WS-CEP-FIRST
           MOVE WS-CEP-LO TO WS-CEP-LAST
           MOVE ALL "=" TO STATEMENT-LINE
           PERFORM 2250-PUT-LINE THRU 2250-END
           SET CY-BY-BRANCH TO TRUE
           MOVE CM-BRANCH TO CY-CALL-BRANCH
           CALL "COMPANYLK" USING CY-CALL-FUNCTION CY-CALL-BRANCH
               CY-CALL-INDEX CY-CALL-COMPANY CY-CALL-RESULT
           MOVE SPACES TO WS-STMT-TEXT
           STRING CY-NAME "  CNPJ: " CY-CNPJ
               DELIMITED BY SIZE INTO WS-STMT-TEXT
           MOVE WS-STMT-TEXT TO STATEMENT-LINE
           PERFORM 2250-PUT-LINE THRU 2250-END
           MOVE SPACES TO STATEMENT-LINE
           PERFORM 2250-PUT-LINE THRU 2250-END
           MOVE CM-CLIENT-NAME TO STATEMENT-LINE
           PERFORM 2250-PUT-LINE THRU 2250-END
           MOVE SPACES TO WS-STMT-TEXT
           STRING CM-CLIENT-STREET ", " CM-CLIENT-NUMBER
               DELIMITED BY SIZE INTO WS-STMT-TEXT
           MOVE WS-STMT-TEXT TO STATEMENT-LINE
           PERFORM 2250-PUT-LINE THRU 2250-END
           MOVE SPACES TO WS-STMT-TEXT
           STRING CM-CLIENT-CITY " " CM-CLIENT-STATE " "
               WS-CEP-EDIT
               DELIMITED BY SIZE INTO WS-STMT-TEXT
           MOVE WS-STMT-TEXT TO STATEMENT-LINE
           PERFORM 2250-PUT-LINE THRU 2250-END
           MOVE SPACES TO STATEMENT-LINE
           PERFORM 2250-PUT-LINE THRU 2250-END
           MOVE "DATE     PERIOD  MOVEMENT            AMOUNT"
               TO STATEMENT-LINE
           PERFORM 2250-PUT-LINE THRU 2250-END
           MOVE "                           RUNNING BALANCE"
               TO STATEMENT-LINE
           PERFORM 2250-PUT-LINE THRU 2250-END
           MOVE ZERO TO WS-RUN-BALANCE
           MOVE 1 TO WS-MIN-POS
           PERFORM 2300-WRITE-NEXT-EVENT THRU 2300-END
               UNTIL WS-MIN-POS = ZERO
           MOVE SPACES TO STATEMENT-LINE
           PERFORM 2250-PUT-LINE THRU 2250-END
           MOVE WS-RUN-BALANCE TO WS-BALANCE-EDIT
           MOVE SPACES TO WS-STMT-TEXT
           STRING "CLOSING BALANCE: R$ " WS-BALANCE-EDIT
               DELIMITED BY SIZE INTO WS-STMT-TEXT
           MOVE WS-STMT-TEXT TO STATEMENT-LINE
           PERFORM 2250-PUT-LINE THRU 2250-END
           IF WS-RUN-BALANCE > ZERO
               PERFORM 2400-WRITE-PIX-CODES THRU 2400-END
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           PERFORM 2250-PUT-LINE THRU 2250-END
           ADD 1 TO WS-STMT-COUNT
           PERFORM 2260-FINISH-DELIVERY THRU 2260-END.
       2200-END. EXIT.

      * The client's delivery preference decides where the statement
      * goes. An SMS is a one-line balance queued first, totalled the
      * way 2300 runs the balance; an e-mail is opened on the outbound
      * queue and takes the statement lines in place of the printed
      * page. Paper is kept whenever nothing electronic can be sent,
      * or the e-mail could not be queued.
       2150-CHOOSE-CHANNEL.
           MOVE CM-CLIENT-CODE TO DV-CALL-CLIENT-CODE
           CALL "DELIVCHK" USING DV-CALL-CLIENT-CODE DV-CALL-PAPER
               DV-CALL-EMAIL DV-CALL-SMS DV-CALL-EMAIL-ADDRESS
               DV-CALL-MOBILE
           MOVE 'N' TO WS-BY-EMAIL
           MOVE 'N' TO WS-BY-SMS
           MOVE CM-CLIENT-CODE TO MQ-CALL-CLIENT-CODE
           MOVE 'STATEMENT' TO MQ-CALL-DOC-TYPE
           MOVE 'CLIENT-STATEMENT' TO MQ-CALL-PROGRAM
           IF DV-SEND-SMS
               MOVE ZERO TO WS-SMS-BALANCE
               PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-EV-COUNT
                   IF WS-EV-CODE (WS-E) = CM-CLIENT-CODE
                       IF WS-EV-TYPE (WS-E) = 'P'
                           OR WS-EV-TYPE (WS-E) = 'A'
                           SUBTRACT WS-EV-AMOUNT (WS-E)
                               FROM WS-SMS-BALANCE
                       ELSE
                           ADD WS-EV-AMOUNT (WS-E) TO WS-SMS-BALANCE
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-SMS-BALANCE TO WS-BALANCE-EDIT
               MOVE SPACES TO MQ-CALL-TEXT
               STRING "Account statement: closing balance R$ "
                   WS-BALANCE-EDIT " - full statement on request"
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
       2150-END. EXIT.

       2250-PUT-LINE.
           IF DV-SEND-PAPER
               WRITE STATEMENT-LINE
           END-IF
           IF WS-BY-EMAIL = 'Y'
               MOVE STATEMENT-LINE TO MQ-CALL-TEXT
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
               MOVE 'STATEMENT' TO CL-CALL-DOC-TYPE
               MOVE 'CLIENT-STATEMENT' TO CL-CALL-PROGRAM
               MOVE SPACES TO CL-CALL-DELIVERY
               CALL "CORRLOG" USING CL-CALL-CLIENT-CODE
                   CL-CALL-DOC-TYPE CL-CALL-PROGRAM
                   CL-CALL-DELIVERY
           END-IF.
       2260-END. EXIT.

      * Picks the client's earliest unused event each pass - a
      * selection walk in place of a sort, the way the letter
      * programs keep their tables small and simple.
               MOVE 'Y' TO WS-EV-USED (WS-MIN-POS)
               MOVE WS-EV-AMOUNT (WS-MIN-POS) TO WS-AMOUNT-EDIT
               IF WS-EV-TYPE (WS-MIN-POS) = 'C'
                   OR WS-EV-TYPE (WS-MIN-POS) = 'R'
                   OR WS-EV-TYPE (WS-MIN-POS) = 'V'
                   OR WS-EV-TYPE (WS-MIN-POS) = 'B'
                   ADD WS-EV-AMOUNT (WS-MIN-POS) TO WS-RUN-BALANCE
               ELSE
                   SUBTRACT WS-EV-AMOUNT (WS-MIN-POS)
                       "  CHARGE   " WS-AMOUNT-EDIT
                       "  " WS-BALANCE-EDIT
                       DELIMITED BY SIZE INTO WS-STMT-TEXT
               END-IF
               IF WS-EV-TYPE (WS-MIN-POS) = 'R'
                   STRING WS-EV-DATE (WS-MIN-POS) " "
                       WS-EV-PERIOD (WS-MIN-POS)
                       "  REFUND   " WS-AMOUNT-EDIT
                       "  " WS-BALANCE-EDIT
                       DELIMITED BY SIZE INTO WS-STMT-TEXT
               END-IF
               IF WS-EV-TYPE (WS-MIN-POS) = 'V'
                   STRING WS-EV-DATE (WS-MIN-POS) " "
                       WS-EV-PERIOD (WS-MIN-POS)
                       "  REVERSAL " WS-AMOUNT-EDIT
                       "  " WS-BALANCE-EDIT
                       DELIMITED BY SIZE INTO WS-STMT-TEXT
               END-IF
               IF WS-EV-TYPE (WS-MIN-POS) = 'B'
                   OR WS-EV-TYPE (WS-MIN-POS) = 'A'
                   STRING WS-EV-DATE (WS-MIN-POS) " "
                       WS-EV-PERIOD (WS-MIN-POS)
                       "  BAL FWD  " WS-AMOUNT-EDIT
                       "  " WS-BALANCE-EDIT
                       DELIMITED BY SIZE INTO WS-STMT-TEXT
               END-IF
               IF WS-EV-TYPE (WS-MIN-POS) = 'P'
                   STRING WS-EV-DATE (WS-MIN-POS) " "
                       WS-EV-PERIOD (WS-MIN-POS)
                       "  PAYMENT  " WS-AMOUNT-EDIT
                       "  " WS-BALANCE-EDIT
                       DELIMITED BY SIZE INTO WS-STMT-TEXT
               END-IF
               MOVE WS-STMT-TEXT TO STATEMENT-LINE
               PERFORM 2250-PUT-LINE THRU 2250-END
           END-IF.
       2300-END. EXIT.

      * Each PIX charge still in force for the client, with its BR
      * Code broken over as many lines as the payload needs, payable
      * to the company the client's branch belongs to.
       2400-WRITE-PIX-CODES.
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
                   MOVE SPACES TO STATEMENT-LINE
                   PERFORM 2250-PUT-LINE THRU 2250-END
                   MOVE WS-PX-AMOUNT (WS-PX) TO WS-AMOUNT-EDIT
                   MOVE SPACES TO WS-STMT-TEXT
                   STRING "PAY BY PIX - PERIOD " WS-PX-PERIOD (WS-PX)
                       "  R$ " WS-AMOUNT-EDIT
                       "  (COPIA E COLA):"
                       DELIMITED BY SIZE INTO WS-STMT-TEXT
                   MOVE WS-STMT-TEXT TO STATEMENT-LINE
                   PERFORM 2250-PUT-LINE THRU 2250-END
                   PERFORM VARYING WS-PX-OFFSET FROM 1 BY 70
                       UNTIL WS-PX-OFFSET > PX-CALL-LENGTH
                       MOVE SPACES TO STATEMENT-LINE
                       MOVE PX-CALL-PAYLOAD (WS-PX-OFFSET:70)
                           TO STATEMENT-LINE (3:70)
                       PERFORM 2250-PUT-LINE THRU 2250-END
                   END-PERFORM
               END-IF
           END-PERFORM.
       2400-END. EXIT.

       END PROGRAM CLIENT-STATEMENT.
