      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Second copy (2a. via) of a client document issued in
      *          the past, regenerated from the registers it was first
      *          produced from instead of being rebuilt by hand at the
      *          front desk: a boleto slip from billing-history.txt, a
      *          service invoice (nota) from invoice-register.txt, an
      *          account statement from the billing history, posted
      *          payments and refund register, and a term result
      *          letter from grade-history.txt. Every reprint is
      *          marked 2a. VIA with the original issue date - the
      *          correspondence-register line of the first mailing,
      *          or the register's own date for a document never
      *          mailed - and is logged on the correspondence register
      *          as a reprint (doc type 2V- plus the document). A
      *          boleto reprinted past its due date carries the fine
      *          and interest PAYMENT-POST would take on the balance
      *          still open, and its bar code is rebuilt for the
      *          updated amount falling due on the reprint date.
      * Tectonics: cobc
      * Note: REPRINT_CLIENT is the client code, REPRINT_DOCUMENT one
      *       of BOLETO, INVOICE, STATEMENT or RESULT, REPRINT_PERIOD
      *       the billing period (or IN + year/month installment key)
      *       for a boleto or invoice, the month the statement was
      *       issued in, or the term for a result letter. Company
      *       and bank data as BOLETO-PRINT (the company the client's
      *       branch belongs to; an invoice carries the company that
      *       issued it). Output on reprints.txt.
      * Modification History:
      *   15/10/2026 RM  Original version.
      *   15/10/2026 RM  Beneficiary, issuer and bank data by company
      *                  (COMPANYLK) instead of a single letterhead.
      *   15/10/2026 RM  The nosso numero printed on the slip is the
      *                  one in the bar code (99 for the IN of an
      *                  installment key), as registered at the bank.
      *   15/10/2026 RM  Passes CORRLOG's delivery details, blank
      *                  for a printed document.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOC-REPRINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-HISTORY-FILE
           ASSIGN TO '..\billing-history.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BILL-HIST-STATUS.

           SELECT INVOICE-REGISTER-FILE
           ASSIGN TO '..\invoice-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVOICE-STATUS.

           SELECT POSTED-FILE ASSIGN TO '..\payments-posted.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSTED-STATUS.

           SELECT REFUND-REGISTER-FILE
           ASSIGN TO '..\refund-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REFUND-STATUS.

           SELECT HISTORY-FILE ASSIGN TO '..\grade-history.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT SCALE-FILE ASSIGN TO '..\grade-scale.cfg'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCALE-STATUS.

           SELECT CORR-REGISTER-FILE
           ASSIGN TO '..\correspondence-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CORR-STATUS.

           SELECT CLIENT-MASTER-FILE ASSIGN TO WS-MASTER-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CLIENT-CODE
           ALTERNATE RECORD KEY IS CM-CLIENT-NAME WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPEN-ITEMS-FILE ASSIGN TO WS-OPEN-ITEMS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OI-ITEM-KEY
           FILE STATUS IS WS-OPEN-ITEMS-STATUS.

           SELECT REPRINT-FILE ASSIGN TO '..\reprints.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BILLING-HISTORY-FILE.
       COPY BILLHISTREC REPLACING ==:RECNAME:==
           BY ==BILLING-HIST-LINE==.

       FD INVOICE-REGISTER-FILE.
       COPY INVREGREC REPLACING ==:RECNAME:==
           BY ==INVOICE-REG-LINE==.

       FD POSTED-FILE.
       COPY PAYREC REPLACING ==:RECNAME:== BY ==POSTED-LINE==
           LEADING ==PAY== BY ==PST==.

       FD REFUND-REGISTER-FILE.
       COPY REFUNDREGREC REPLACING ==:RECNAME:==
           BY ==REFUND-REG-LINE==.

       FD HISTORY-FILE.
       COPY GRDHIST REPLACING ==:RECNAME:== BY ==HISTORY-LINE==.

       FD SCALE-FILE.
       COPY SCALEREC REPLACING ==:RECNAME:== BY ==SCALE-LINE==.

       FD CORR-REGISTER-FILE.
       COPY CORRREGREC REPLACING ==:RECNAME:==
           BY ==CORR-REG-LINE==.

       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.

       FD OPEN-ITEMS-FILE.
       COPY OPNITMREC.

       FD REPRINT-FILE.
       01 REPRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-BILL-HIST-STATUS PIC X(2).
       01 WS-INVOICE-STATUS PIC X(2).
       01 WS-POSTED-STATUS PIC X(2).
       01 WS-REFUND-STATUS PIC X(2).
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-SCALE-STATUS PIC X(2).
       01 WS-CORR-STATUS PIC X(2).
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-OPEN-ITEMS-FILENAME PIC X(100).
       01 WS-OPEN-ITEMS-STATUS PIC X(2).
       01 WS-REPRINT-STATUS PIC X(2).
       01 WS-HIST-EOF PIC X(1) VALUE 'N'.
       01 WS-INVOICE-EOF PIC X(1) VALUE 'N'.
       01 WS-POSTED-EOF PIC X(1) VALUE 'N'.
       01 WS-REFUND-EOF PIC X(1) VALUE 'N'.
       01 WS-HISTORY-EOF PIC X(1) VALUE 'N'.
       01 WS-SCALE-FILE-END PIC X(1) VALUE 'N'.
       01 WS-CORR-EOF PIC X(1) VALUE 'N'.
       COPY GRDSCALE.
       01 WS-TODAY-DATE PIC 9(8).
      * Run parameters.
       01 WS-CLIENT-ENTRY PIC X(7).
       01 WS-CLIENT-CODE PIC 9(7) VALUE ZERO.
       01 WS-DOCUMENT PIC X(9).
           88 WS-DOC-BOLETO VALUE 'BOLETO'.
           88 WS-DOC-INVOICE VALUE 'INVOICE'.
           88 WS-DOC-STATEMENT VALUE 'STATEMENT'.
           88 WS-DOC-RESULT VALUE 'RESULT'.
       01 WS-PERIOD PIC X(6).
       01 WS-REPRINT-DOC-TYPE PIC X(10).
       01 WS-PAGE-COUNT PIC 9(5) VALUE ZERO.
      * Original issue, looked up on the correspondence register: the
      * first mailing of the document type on or after WS-ORIG-FROM,
      * or the last one inside WS-ORIG-MONTH when a month is given.
       01 WS-ORIG-DOC-TYPE PIC X(10).
       01 WS-ORIG-FROM PIC 9(8).
       01 WS-ORIG-MONTH PIC X(6).
       01 WS-ORIG-DATE PIC 9(8).
      * Boleto: bank data and the slip's bar code, built the way
      * BOLETO-PRINT builds them.
       01 WS-BANK-CODE PIC X(3).
       01 WS-AGENCY PIC 9(4) VALUE 1.
       01 WS-ACCOUNT PIC 9(6) VALUE 1.
       01 WS-WALLET PIC 9(2) VALUE 17.
       01 WS-ITEM-FOUND PIC X(1).
       01 WS-ITEM-OPEN PIC S9(7)V99.
       01 WS-LINE-OPEN PIC S9(7)V99.
       01 WS-SLIP-AMOUNT PIC 9(8)V99.
       01 WS-DAYS-LATE PIC S9(5).
       01 WS-DAYS-EDIT PIC ZZZZ9.
       01 WS-FINE-DUE PIC 9(7)V99.
       01 WS-INTEREST-DUE PIC 9(7)V99.
       01 WS-ORIG-DUE-DATE PIC 9(8).
       01 WS-DUE-DATE PIC 9(8).
       01 WS-FACTOR-BASE PIC 9(8) VALUE 19971007.
       01 WS-FACTOR-DAYS PIC S9(7).
       01 WS-FACTOR-QUOT PIC 9(7).
       01 WS-FACTOR-REM PIC 9(4).
       01 WS-OUR-NUMBER-X PIC X(13).
       01 WS-OUR-NUMBER-R REDEFINES WS-OUR-NUMBER-X.
           05 WS-ON-CLIENT PIC X(7).
           05 WS-ON-PERIOD PIC X(6).
       01 WS-BARCODE.
           05 BC-BANK PIC X(3).
           05 BC-CURRENCY PIC 9(1) VALUE 9.
           05 BC-CHECK-DIGIT PIC 9(1).
           05 BC-FACTOR PIC 9(4).
           05 BC-AMOUNT PIC 9(8)V99.
           05 BC-FREE-FIELD.
               10 BC-WALLET PIC 9(2).
               10 BC-OUR-NUMBER PIC X(13).
               10 BC-AGENCY PIC 9(4).
               10 BC-ACCOUNT PIC 9(6).
       01 WS-BARCODE-DIGITS REDEFINES WS-BARCODE.
           05 BC-DIGIT PIC 9(1) OCCURS 44 TIMES.
       01 WS-LINE-FIELDS.
           05 LD-FIELD-1.
               10 LD-F1-DIGIT PIC 9(1) OCCURS 10 TIMES.
           05 LD-FIELD-2.
               10 LD-F2-DIGIT PIC 9(1) OCCURS 11 TIMES.
           05 LD-FIELD-3.
               10 LD-F3-DIGIT PIC 9(1) OCCURS 11 TIMES.
           05 LD-FIELD-4 PIC 9(1).
           05 LD-FIELD-5 PIC X(14).
       01 WS-LINE-TEXT PIC X(54).
       01 WS-MOD-DIGITS.
           05 WS-MOD-DIGIT PIC 9(1) OCCURS 43 TIMES.
       01 WS-MOD-LENGTH PIC 9(2) COMP.
       01 WS-MOD-RESULT PIC 9(1).
       01 WS-MOD-SUM PIC 9(5).
       01 WS-MOD-PRODUCT PIC 9(3).
       01 WS-MOD-WEIGHT PIC 9(2).
       01 WS-MOD-QUOT PIC 9(5).
       01 WS-MOD-REM PIC 9(2).
       01 WS-D PIC 9(2) COMP.
       01 WS-D2 PIC 9(2) COMP.
      * Statement: the client's movements up to the original issue
      * date, walked in date order as CLIENT-STATEMENT walks them.
       01 WS-EV-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-EV-TABLE.
           05 WS-EV-ENTRY OCCURS 3000 TIMES.
               10 WS-EV-DATE PIC 9(8).
               10 WS-EV-TYPE PIC X(1).
               10 WS-EV-PERIOD PIC X(6).
               10 WS-EV-AMOUNT PIC 9(7)V99.
               10 WS-EV-USED PIC X(1).
       01 WS-E PIC 9(4) COMP.
       01 WS-MIN-POS PIC 9(4) COMP.
       01 WS-RUN-BALANCE PIC S9(9)V99.
       01 WS-BALANCE-EDIT PIC +(8)9.99.
      * Result letter: the student's term average and the bands
      * GRADE-LETTERS wrote the letter from.
       01 WS-TERM-SUM PIC 9(5)V99.
       01 WS-TERM-COURSES PIC 9(3).
       01 WS-TERM-LAST-DATE PIC 9(8).
       01 WS-STUDENT-AVG PIC 9(2)V99.
       01 WS-HONOR-FLOOR PIC 9(2)V99.
       01 WS-RISK-CEILING PIC 9(2)V99.
      * Invoice.
       01 WS-NOTA-FOUND PIC X(1).
       01 WS-NOTA-NUMBER PIC 9(9).
       01 WS-NOTA-COMPANY PIC X(2) VALUE SPACES.
       01 WS-NOTA-DATE PIC 9(8).
       01 WS-NOTA-AMOUNT PIC 9(7)V99.
       01 WS-TAX-FOUND PIC X(1).
       01 WS-ISS-AMOUNT PIC 9(7)V99.
       01 WS-ISS-WITHHELD PIC X(1).
       01 WS-PIS-AMOUNT PIC 9(7)V99.
       01 WS-COFINS-AMOUNT PIC 9(7)V99.
       01 WS-CSLL-AMOUNT PIC 9(7)V99.
       01 WS-IRRF-AMOUNT PIC 9(7)V99.
       01 WS-NOTA-EDIT PIC Z(8)9.
      * Printing.
       01 WS-AMOUNT-EDIT PIC Z(6)9.99.
       01 WS-TEXT PIC X(80).
       01 WS-DATE-IN PIC 9(8).
       01 WS-DATE-IN-X REDEFINES WS-DATE-IN.
           05 WS-DATE-IN-YYYY PIC 9(4).
           05 WS-DATE-IN-MM PIC 9(2).
           05 WS-DATE-IN-DD PIC 9(2).
       01 WS-DATE-EDIT.
           05 WS-DATE-EDIT-DD PIC 9(2).
           05 FILLER PIC X(1) VALUE '/'.
           05 WS-DATE-EDIT-MM PIC 9(2).
           05 FILLER PIC X(1) VALUE '/'.
           05 WS-DATE-EDIT-YYYY PIC 9(4).
       01 WS-ORIG-EDIT PIC X(10).
       01 WS-TODAY-EDIT PIC X(10).
       01 WS-CEP-EDIT.
           05 WS-CEP-FIRST PIC 9(5).
           05 FILLER PIC X(1) VALUE '-'.
           05 WS-CEP-LAST PIC 9(3).
       01 WS-CEP-SPLIT.
           05 WS-CEP-HI PIC 9(5).
           05 WS-CEP-LO PIC 9(3).
       COPY DTUPARMS.
       COPY CORRLOGPARM.
       COPY CMPLKPARM.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "DOC-REPRINT" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-DATE-IN
           PERFORM 8000-EDIT-DATE THRU 8000-END
           MOVE WS-DATE-EDIT TO WS-TODAY-EDIT
           MOVE SPACES TO WS-MASTER-FILENAME
           ACCEPT WS-MASTER-FILENAME
               FROM ENVIRONMENT "CLIENT_MASTER_FILE"
           IF WS-MASTER-FILENAME = SPACES
               MOVE '..\clients.dat' TO WS-MASTER-FILENAME
           END-IF
           MOVE SPACES TO WS-OPEN-ITEMS-FILENAME
           ACCEPT WS-OPEN-ITEMS-FILENAME
               FROM ENVIRONMENT "OPEN_ITEMS_FILE"
           IF WS-OPEN-ITEMS-FILENAME = SPACES
               MOVE '..\open-items.dat' TO WS-OPEN-ITEMS-FILENAME
           END-IF
           PERFORM 0100-GET-PARAMETERS THRU 0100-END
           PERFORM 0200-READ-CLIENT THRU 0200-END
           OPEN OUTPUT REPRINT-FILE
           EVALUATE TRUE
               WHEN WS-DOC-BOLETO
                   MOVE '2V-BOLETO' TO WS-REPRINT-DOC-TYPE
                   PERFORM 2000-REPRINT-BOLETO THRU 2000-END
               WHEN WS-DOC-INVOICE
                   MOVE '2V-NOTA' TO WS-REPRINT-DOC-TYPE
                   PERFORM 3000-REPRINT-INVOICE THRU 3000-END
               WHEN WS-DOC-STATEMENT
                   MOVE '2V-STMT' TO WS-REPRINT-DOC-TYPE
                   PERFORM 4000-REPRINT-STATEMENT THRU 4000-END
               WHEN WS-DOC-RESULT
                   MOVE '2V-RESULT' TO WS-REPRINT-DOC-TYPE
                   PERFORM 5000-REPRINT-RESULT THRU 5000-END
           END-EVALUATE
           CLOSE REPRINT-FILE
           IF WS-PAGE-COUNT = ZERO
               DISPLAY "DOC-REPRINT: no " WS-DOCUMENT
                   " on file for client " WS-CLIENT-CODE
                   " and " WS-PERIOD " - nothing reprinted"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "DOC-REPRINT: " WS-PAGE-COUNT " "
                   WS-DOCUMENT " second cop(ies) printed for client "
                   WS-CLIENT-CODE
               MOVE 0 TO RETURN-CODE
           END-IF
           SET JL-CALL-END TO TRUE
           MOVE WS-PAGE-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

      * Client, document and period are all required.
       0100-GET-PARAMETERS.
           MOVE SPACES TO WS-CLIENT-ENTRY
           ACCEPT WS-CLIENT-ENTRY FROM ENVIRONMENT "REPRINT_CLIENT"
           IF WS-CLIENT-ENTRY IS NOT NUMERIC
               DISPLAY "DOC-REPRINT: REPRINT_CLIENT must be a "
                   "7-digit client code"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-CLIENT-ENTRY TO WS-CLIENT-CODE
           MOVE SPACES TO WS-DOCUMENT
           ACCEPT WS-DOCUMENT FROM ENVIRONMENT "REPRINT_DOCUMENT"
           IF NOT WS-DOC-BOLETO AND NOT WS-DOC-INVOICE
               AND NOT WS-DOC-STATEMENT AND NOT WS-DOC-RESULT
               DISPLAY "DOC-REPRINT: REPRINT_DOCUMENT must be "
                   "BOLETO, INVOICE, STATEMENT or RESULT"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-PERIOD
           ACCEPT WS-PERIOD FROM ENVIRONMENT "REPRINT_PERIOD"
           IF WS-PERIOD = SPACES
               DISPLAY "DOC-REPRINT: REPRINT_PERIOD is required"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-DOC-STATEMENT
               AND (WS-PERIOD IS NOT NUMERIC
               OR WS-PERIOD (5:2) < '01' OR WS-PERIOD (5:2) > '12')
               DISPLAY "DOC-REPRINT: a statement is reprinted by "
                   "issue month, YYYYMM"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       0100-END. EXIT.

      * The reprint is addressed from the master as it stands today,
      * which is where the client wants the copy sent.
       0200-READ-CLIENT.
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "DOC-REPRINT: cannot open master, status "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-CLIENT-CODE TO CM-CLIENT-CODE
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   DISPLAY "DOC-REPRINT: client " WS-CLIENT-CODE
                       " not on the client master"
                   CLOSE CLIENT-MASTER-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           CLOSE CLIENT-MASTER-FILE
           MOVE CM-CLIENT-CEP TO WS-CEP-SPLIT
           MOVE WS-CEP-HI TO WS-CEP-FIRST
           MOVE WS-CEP-LO TO WS-CEP-LAST
           PERFORM 0250-GET-COMPANY THRU 0250-END.
       0200-END. EXIT.

      * Same company and bank data as BOLETO-PRINT, so the second
      * copy pays into the same account as the first.
       0250-GET-COMPANY.
           SET CY-BY-BRANCH TO TRUE
           MOVE CM-BRANCH TO CY-CALL-BRANCH
           CALL "COMPANYLK" USING CY-CALL-FUNCTION CY-CALL-BRANCH
               CY-CALL-INDEX CY-CALL-COMPANY CY-CALL-RESULT
           MOVE CY-BANK-CODE TO WS-BANK-CODE
           MOVE CY-AGENCY TO WS-AGENCY
           MOVE CY-ACCOUNT TO WS-ACCOUNT
           MOVE CY-WALLET TO WS-WALLET.
       0250-END. EXIT.

      * Scans the correspondence register for the client's original
      * mailing. Delivery and bounce lines for an e-mail repeat the
      * document type, so only the issuing line (printed or queued)
      * counts. WS-ORIG-DATE stays zero when nothing is found.
       1000-FIND-ORIGINAL.
           MOVE ZERO TO WS-ORIG-DATE
           MOVE 'N' TO WS-CORR-EOF
           OPEN INPUT CORR-REGISTER-FILE
           IF WS-CORR-STATUS NOT = '00'
               GO TO 1000-END
           END-IF
           PERFORM UNTIL WS-CORR-EOF = 'Y'
               READ CORR-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-CORR-EOF
                   NOT AT END
                       IF CO-CLIENT-CODE = WS-CLIENT-CODE
                           AND CO-DOC-TYPE = WS-ORIG-DOC-TYPE
                           AND (CO-PRINTED OR CO-QUEUED)
                           PERFORM 1100-CONSIDER-MAILING
                               THRU 1100-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CORR-REGISTER-FILE.
       1000-END. EXIT.

       1100-CONSIDER-MAILING.
           IF WS-ORIG-MONTH NOT = SPACES
               IF CO-DATE (1:6) = WS-ORIG-MONTH
                   AND CO-DATE > WS-ORIG-DATE
                   MOVE CO-DATE TO WS-ORIG-DATE
               END-IF
           ELSE
               IF CO-DATE >= WS-ORIG-FROM
                   AND (WS-ORIG-DATE = ZERO
                   OR CO-DATE < WS-ORIG-DATE)
                   MOVE CO-DATE TO WS-ORIG-DATE
               END-IF
           END-IF.
       1100-END. EXIT.

      * Common top of every second copy: the 2a. VIA banner with the
      * original issue and reprint dates.
       1500-WRITE-BANNER.
           MOVE WS-ORIG-DATE TO WS-DATE-IN
           PERFORM 8000-EDIT-DATE THRU 8000-END
           MOVE WS-DATE-EDIT TO WS-ORIG-EDIT
           MOVE ALL "=" TO REPRINT-LINE
           WRITE REPRINT-LINE
           MOVE SPACES TO WS-TEXT
           STRING "*** 2a. VIA ***   EMISSAO ORIGINAL: " WS-ORIG-EDIT
               "   REIMPRESSO EM: " WS-TODAY-EDIT
               DELIMITED BY SIZE INTO WS-TEXT
           WRITE REPRINT-LINE FROM WS-TEXT.
       1500-END. EXIT.

      * Name and address block, as the statement and letter pages
      * carry it.
       1600-WRITE-ADDRESS.
           MOVE CM-CLIENT-NAME TO REPRINT-LINE
           WRITE REPRINT-LINE
           MOVE SPACES TO WS-TEXT
           STRING CM-CLIENT-STREET ", " CM-CLIENT-NUMBER
               DELIMITED BY SIZE INTO WS-TEXT
           WRITE REPRINT-LINE FROM WS-TEXT
           MOVE SPACES TO WS-TEXT
           STRING CM-CLIENT-CITY " " CM-CLIENT-STATE " "
               WS-CEP-EDIT
               DELIMITED BY SIZE INTO WS-TEXT
           WRITE REPRINT-LINE FROM WS-TEXT
           MOVE SPACES TO REPRINT-LINE
           WRITE REPRINT-LINE.
       1600-END. EXIT.

      * Every page printed is a reprint on the correspondence
      * register, kept apart from the original by its doc type.
       1700-LOG-REPRINT.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-CLIENT-CODE TO CL-CALL-CLIENT-CODE
           MOVE WS-REPRINT-DOC-TYPE TO CL-CALL-DOC-TYPE
           MOVE 'DOC-REPRINT' TO CL-CALL-PROGRAM
           MOVE SPACES TO CL-CALL-DELIVERY
           CALL "CORRLOG" USING CL-CALL-CLIENT-CODE
               CL-CALL-DOC-TYPE CL-CALL-PROGRAM
               CL-CALL-DELIVERY.
       1700-END. EXIT.

      ******************************************************************
      * Boleto. One slip per billing line of the client and period,
      * as BOLETO-PRINT printed them. The balance still open on the
      * open-items master is shared out over the lines in file order;
      * without an open item the line is taken as still open.
      ******************************************************************
       2000-REPRINT-BOLETO.
           MOVE 'N' TO WS-ITEM-FOUND
           MOVE ZERO TO WS-ITEM-OPEN
           OPEN INPUT OPEN-ITEMS-FILE
           IF WS-OPEN-ITEMS-STATUS = '00'
               MOVE WS-CLIENT-CODE TO OI-CLIENT-CODE
               MOVE WS-PERIOD TO OI-PERIOD
               READ OPEN-ITEMS-FILE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ITEM-FOUND
                       MOVE OI-OPEN-AMOUNT TO WS-ITEM-OPEN
               END-READ
               CLOSE OPEN-ITEMS-FILE
           END-IF
           OPEN INPUT BILLING-HISTORY-FILE
           IF WS-BILL-HIST-STATUS NOT = '00'
               DISPLAY "DOC-REPRINT: no billing history on file, "
                   "status " WS-BILL-HIST-STATUS
               GO TO 2000-END
           END-IF
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ BILLING-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       IF BH-CLIENT-CODE = WS-CLIENT-CODE
                           AND BH-PERIOD = WS-PERIOD
                           AND BH-AMOUNT > ZERO
                           PERFORM 2100-REPRINT-SLIP THRU 2100-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILLING-HISTORY-FILE.
       2000-END. EXIT.

      * Due date is the billing date plus 30. Past it, the fine and
      * interest are PAYMENT-POST's: 2% plus 1% a month pro rata per
      * day late on the open balance, and the slip falls due today
      * for the open balance plus charges. A settled line reprints
      * at its original value, marked as paid.
       2100-REPRINT-SLIP.
           MOVE 'ADD-DAYS' TO DU-FUNCTION
           MOVE BH-DATE TO DU-DATE-1
           MOVE 30 TO DU-N
           CALL 'DATEUTIL' USING DU-FUNCTION DU-DATE-1 DU-DATE-2
               DU-N DU-RESULT-DATE DU-ELAPSED DU-RETURN-CODE
           MOVE DU-RESULT-DATE TO WS-ORIG-DUE-DATE
           MOVE WS-ORIG-DUE-DATE TO WS-DUE-DATE
           IF WS-ITEM-FOUND = 'Y'
               IF WS-ITEM-OPEN > BH-AMOUNT
                   MOVE BH-AMOUNT TO WS-LINE-OPEN
               ELSE
                   MOVE WS-ITEM-OPEN TO WS-LINE-OPEN
               END-IF
               IF WS-LINE-OPEN < ZERO
                   MOVE ZERO TO WS-LINE-OPEN
               END-IF
               SUBTRACT WS-LINE-OPEN FROM WS-ITEM-OPEN
           ELSE
               MOVE BH-AMOUNT TO WS-LINE-OPEN
           END-IF
           MOVE ZERO TO WS-FINE-DUE
           MOVE ZERO TO WS-INTEREST-DUE
           MOVE BH-AMOUNT TO WS-SLIP-AMOUNT
           MOVE 'ELAPSED' TO DU-FUNCTION
           MOVE BH-DATE TO DU-DATE-1
           MOVE WS-TODAY-DATE TO DU-DATE-2
           CALL 'DATEUTIL' USING DU-FUNCTION DU-DATE-1 DU-DATE-2
               DU-N DU-RESULT-DATE DU-ELAPSED DU-RETURN-CODE
           COMPUTE WS-DAYS-LATE = DU-ELAPSED - 30
           IF WS-DAYS-LATE > ZERO AND WS-LINE-OPEN > ZERO
               COMPUTE WS-FINE-DUE ROUNDED =
                   WS-LINE-OPEN * 0.02
               COMPUTE WS-INTEREST-DUE ROUNDED =
                   WS-LINE-OPEN * WS-DAYS-LATE * 0.01 / 30
               COMPUTE WS-SLIP-AMOUNT =
                   WS-LINE-OPEN + WS-FINE-DUE + WS-INTEREST-DUE
               MOVE WS-TODAY-DATE TO WS-DUE-DATE
           END-IF
           MOVE BH-DATE TO WS-ORIG-FROM
           MOVE SPACES TO WS-ORIG-MONTH
           MOVE 'BOLETO' TO WS-ORIG-DOC-TYPE
           PERFORM 1000-FIND-ORIGINAL THRU 1000-END
           IF WS-ORIG-DATE = ZERO
               MOVE BH-DATE TO WS-ORIG-DATE
           END-IF
           PERFORM 2200-BUILD-BARCODE THRU 2200-END
           PERFORM 2300-BUILD-LINE THRU 2300-END
           PERFORM 2400-WRITE-SLIP THRU 2400-END
           PERFORM 1700-LOG-REPRINT THRU 1700-END.
       2100-END. EXIT.

      * Bar code and nosso numero exactly as BOLETO-PRINT builds them;
      * only the due date and amount differ on a late reprint.
       2200-BUILD-BARCODE.
           MOVE 'ELAPSED' TO DU-FUNCTION
           MOVE WS-FACTOR-BASE TO DU-DATE-1
           MOVE WS-DUE-DATE TO DU-DATE-2
           CALL 'DATEUTIL' USING DU-FUNCTION DU-DATE-1 DU-DATE-2
               DU-N DU-RESULT-DATE DU-ELAPSED DU-RETURN-CODE
           MOVE DU-ELAPSED TO WS-FACTOR-DAYS
           IF WS-FACTOR-DAYS > 9999
               SUBTRACT 10000 FROM WS-FACTOR-DAYS
               DIVIDE WS-FACTOR-DAYS BY 9000 GIVING WS-FACTOR-QUOT
                   REMAINDER WS-FACTOR-REM
               COMPUTE BC-FACTOR = WS-FACTOR-REM + 1000
           ELSE
               MOVE WS-FACTOR-DAYS TO BC-FACTOR
           END-IF
           MOVE BH-CLIENT-CODE TO WS-ON-CLIENT
           MOVE BH-PERIOD TO WS-ON-PERIOD
           IF WS-ON-PERIOD (1:2) = 'IN'
               MOVE '99' TO WS-ON-PERIOD (1:2)
           END-IF
           MOVE WS-BANK-CODE TO BC-BANK
           MOVE 9 TO BC-CURRENCY
           MOVE WS-SLIP-AMOUNT TO BC-AMOUNT
           MOVE WS-WALLET TO BC-WALLET
           MOVE WS-OUR-NUMBER-X TO BC-OUR-NUMBER
           MOVE WS-AGENCY TO BC-AGENCY
           MOVE WS-ACCOUNT TO BC-ACCOUNT
           MOVE ZERO TO BC-CHECK-DIGIT
           MOVE ZERO TO WS-D2
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 44
               IF WS-D NOT = 5
                   ADD 1 TO WS-D2
                   MOVE BC-DIGIT (WS-D) TO WS-MOD-DIGIT (WS-D2)
               END-IF
           END-PERFORM
           MOVE 43 TO WS-MOD-LENGTH
           MOVE ZERO TO WS-MOD-SUM
           MOVE 2 TO WS-MOD-WEIGHT
           PERFORM VARYING WS-D FROM WS-MOD-LENGTH BY -1
               UNTIL WS-D < 1
               COMPUTE WS-MOD-SUM = WS-MOD-SUM
                   + WS-MOD-DIGIT (WS-D) * WS-MOD-WEIGHT
               ADD 1 TO WS-MOD-WEIGHT
               IF WS-MOD-WEIGHT > 9
                   MOVE 2 TO WS-MOD-WEIGHT
               END-IF
           END-PERFORM
           DIVIDE WS-MOD-SUM BY 11 GIVING WS-MOD-QUOT
               REMAINDER WS-MOD-REM
           COMPUTE WS-MOD-REM = 11 - WS-MOD-REM
           IF WS-MOD-REM = 0 OR WS-MOD-REM > 9
               MOVE 1 TO BC-CHECK-DIGIT
           ELSE
               MOVE WS-MOD-REM TO BC-CHECK-DIGIT
           END-IF.
       2200-END. EXIT.

       2300-BUILD-LINE.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 4
               MOVE BC-DIGIT (WS-D) TO LD-F1-DIGIT (WS-D)
               MOVE BC-DIGIT (WS-D) TO WS-MOD-DIGIT (WS-D)
           END-PERFORM
           PERFORM VARYING WS-D FROM 5 BY 1 UNTIL WS-D > 9
               MOVE BC-DIGIT (WS-D + 15) TO LD-F1-DIGIT (WS-D)
               MOVE BC-DIGIT (WS-D + 15) TO WS-MOD-DIGIT (WS-D)
           END-PERFORM
           MOVE 9 TO WS-MOD-LENGTH
           PERFORM 2350-MODULO-10 THRU 2350-END
           MOVE WS-MOD-RESULT TO LD-F1-DIGIT (10)
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 10
               MOVE BC-DIGIT (WS-D + 24) TO LD-F2-DIGIT (WS-D)
               MOVE BC-DIGIT (WS-D + 24) TO WS-MOD-DIGIT (WS-D)
           END-PERFORM
           MOVE 10 TO WS-MOD-LENGTH
           PERFORM 2350-MODULO-10 THRU 2350-END
           MOVE WS-MOD-RESULT TO LD-F2-DIGIT (11)
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 10
               MOVE BC-DIGIT (WS-D + 34) TO LD-F3-DIGIT (WS-D)
               MOVE BC-DIGIT (WS-D + 34) TO WS-MOD-DIGIT (WS-D)
           END-PERFORM
           MOVE 10 TO WS-MOD-LENGTH
           PERFORM 2350-MODULO-10 THRU 2350-END
           MOVE WS-MOD-RESULT TO LD-F3-DIGIT (11)
           MOVE BC-CHECK-DIGIT TO LD-FIELD-4
           MOVE WS-BARCODE (6:14) TO LD-FIELD-5
           MOVE SPACES TO WS-LINE-TEXT
           STRING LD-FIELD-1 (1:5) '.' LD-FIELD-1 (6:5) ' '
               LD-FIELD-2 (1:5) '.' LD-FIELD-2 (6:6) ' '
               LD-FIELD-3 (1:5) '.' LD-FIELD-3 (6:6) ' '
               LD-FIELD-4 ' ' LD-FIELD-5
               DELIMITED BY SIZE INTO WS-LINE-TEXT.
       2300-END. EXIT.

       2350-MODULO-10.
           MOVE ZERO TO WS-MOD-SUM
           MOVE 2 TO WS-MOD-WEIGHT
           PERFORM VARYING WS-D2 FROM WS-MOD-LENGTH BY -1
               UNTIL WS-D2 < 1
               COMPUTE WS-MOD-PRODUCT =
                   WS-MOD-DIGIT (WS-D2) * WS-MOD-WEIGHT
               IF WS-MOD-PRODUCT > 9
                   SUBTRACT 9 FROM WS-MOD-PRODUCT
               END-IF
               ADD WS-MOD-PRODUCT TO WS-MOD-SUM
               IF WS-MOD-WEIGHT = 2
                   MOVE 1 TO WS-MOD-WEIGHT
               ELSE
                   MOVE 2 TO WS-MOD-WEIGHT
               END-IF
           END-PERFORM
           DIVIDE WS-MOD-SUM BY 10 GIVING WS-MOD-QUOT
               REMAINDER WS-MOD-REM
           IF WS-MOD-REM = ZERO
               MOVE ZERO TO WS-MOD-RESULT
           ELSE
               COMPUTE WS-MOD-RESULT = 10 - WS-MOD-REM
           END-IF.
       2350-END. EXIT.

       2400-WRITE-SLIP.
           PERFORM 1500-WRITE-BANNER THRU 1500-END
           MOVE SPACES TO WS-TEXT
           STRING "BANCO " WS-BANK-CODE "   " CY-NAME
               "  CNPJ: " CY-CNPJ
               DELIMITED BY SIZE INTO WS-TEXT
           WRITE REPRINT-LINE FROM WS-TEXT
           MOVE SPACES TO WS-TEXT
           STRING "LINHA DIGITAVEL: " WS-LINE-TEXT
               DELIMITED BY SIZE INTO WS-TEXT
           WRITE REPRINT-LINE FROM WS-TEXT
           MOVE ALL "-" TO REPRINT-LINE
           WRITE REPRINT-LINE
           MOVE WS-DUE-DATE TO WS-DATE-IN
           PERFORM 8000-EDIT-DATE THRU 8000-END
           MOVE WS-SLIP-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-TEXT
           STRING "VENCIMENTO: " WS-DATE-EDIT
               "   VALOR: R$ " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-TEXT
           WRITE REPRINT-LINE FROM WS-TEXT
           IF WS-DUE-DATE NOT = WS-ORIG-DUE-DATE
               MOVE WS-ORIG-DUE-DATE TO WS-DATE-IN
               PERFORM 8000-EDIT-DATE THRU 8000-END
               MOVE WS-LINE-OPEN TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-TEXT
               STRING "VENCIMENTO ORIGINAL: " WS-DATE-EDIT
                   "   SALDO EM ABERTO: R$ " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-TEXT
               WRITE REPRINT-LINE FROM WS-TEXT
               MOVE WS-FINE-DUE TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-TEXT
               STRING "MULTA 2%: R$ " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-TEXT
               WRITE REPRINT-LINE FROM WS-TEXT
               MOVE WS-INTEREST-DUE TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-TEXT
               MOVE WS-DAYS-LATE TO WS-DAYS-EDIT
               STRING "JUROS 1% A.M. (" WS-DAYS-EDIT
                   " DIAS): R$ " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-TEXT
               WRITE REPRINT-LINE FROM WS-TEXT
           END-IF
           IF WS-LINE-OPEN = ZERO
               MOVE "TITULO LIQUIDADO - COPIA PARA CONFERENCIA"
                   TO REPRINT-LINE
               WRITE REPRINT-LINE
           END-IF
           MOVE SPACES TO WS-TEXT
           STRING "NOSSO NUMERO: " WS-OUR-NUMBER-X
               "   AGENCIA/CONTA: " WS-AGENCY "/" WS-ACCOUNT
               DELIMITED BY SIZE INTO WS-TEXT
           WRITE REPRINT-LINE FROM WS-TEXT
           MOVE SPACES TO WS-TEXT
           STRING "PAGADOR: " CM-CLIENT-NAME
               "  CPF/CNPJ: " CM-TAX-ID
               DELIMITED BY SIZE INTO WS-TEXT
           WRITE REPRINT-LINE FROM WS-TEXT
           MOVE SPACES TO WS-TEXT
           STRING "         " CM-CLIENT-STREET ", " CM-CLIENT-NUMBER
               DELIMITED BY SIZE INTO WS-TEXT
           WRITE REPRINT-LINE FROM WS-TEXT
           MOVE SPACES TO WS-TEXT
           STRING "         " CM-CLIENT-CITY " " CM-CLIENT-STATE " "
               WS-CEP-EDIT
               DELIMITED BY SIZE INTO WS-TEXT
           WRITE REPRINT-LINE FROM WS-TEXT
           MOVE SPACES TO WS-TEXT
           STRING "CODIGO DE BARRAS (ITF-25): " WS-BARCODE
               DELIMITED BY SIZE INTO WS-TEXT
           WRITE REPRINT-LINE FROM WS-TEXT
           MOVE SPACES TO REPRINT-LINE
           WRITE REPRINT-LINE.
       2400-END. EXIT.

      ******************************************************************
      * Invoice. The nota drawn for the client and period on the
      * invoice register, with the taxes of the billing line it was
      * issued for. A nota is never mailed, so its issue date is the
      * register's.
      ******************************************************************
       3000-REPRINT-INVOICE.
           MOVE 'N' TO WS-NOTA-FOUND
           OPEN INPUT INVOICE-REGISTER-FILE
           IF WS-INVOICE-STATUS NOT = '00'
               DISPLAY "DOC-REPRINT: no invoice register on file, "
                   "status " WS-INVOICE-STATUS
               GO TO 3000-END
           END-IF
           PERFORM UNTIL WS-INVOICE-EOF = 'Y'
               READ INVOICE-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-INVOICE-EOF
                   NOT AT END
                       IF IR-CLIENT-CODE = WS-CLIENT-CODE
                           AND IR-PERIOD = WS-PERIOD
                           MOVE 'Y' TO WS-NOTA-FOUND
                           MOVE IR-NUMBER TO WS-NOTA-NUMBER
                           MOVE IR-DATE TO WS-NOTA-DATE
                           MOVE IR-AMOUNT TO WS-NOTA-AMOUNT
                           MOVE IR-COMPANY TO WS-NOTA-COMPANY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVOICE-REGISTER-FILE
           IF WS-NOTA-FOUND = 'N'
               GO TO 3000-END
           END-IF
      * The nota names the company that issued it, even if the
      * client's branch has since moved to another.
           IF WS-NOTA-COMPANY IS NUMERIC AND WS-NOTA-COMPANY > '00'
               SET CY-BY-CODE TO TRUE
               MOVE WS-NOTA-COMPANY TO CY-CODE
               CALL "COMPANYLK" USING CY-CALL-FUNCTION CY-CALL-BRANCH
                   CY-CALL-INDEX CY-CALL-COMPANY CY-CALL-RESULT
           END-IF
           PERFORM 3100-FIND-TAXES THRU 3100-END
           MOVE WS-NOTA-DATE TO WS-ORIG-DATE
           PERFORM 3200-WRITE-INVOICE THRU 3200-END
           PERFORM 1700-LOG-REPRINT THRU 1700-END.
       3000-END. EXIT.

       3100-FIND-TAXES.
           MOVE 'N' TO WS-TAX-FOUND
           MOVE ZERO TO WS-ISS-AMOUNT WS-PIS-AMOUNT WS-COFINS-AMOUNT
               WS-CSLL-AMOUNT WS-IRRF-AMOUNT
           MOVE 'N' TO WS-ISS-WITHHELD
           OPEN INPUT BILLING-HISTORY-FILE
           IF WS-BILL-HIST-STATUS NOT = '00'
               GO TO 3100-END
           END-IF
           PERFORM UNTIL WS-HIST-EOF = 'Y' OR WS-TAX-FOUND = 'Y'
               READ BILLING-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       IF BH-CLIENT-CODE = WS-CLIENT-CODE
                           AND BH-PERIOD = WS-PERIOD
                           AND BH-AMOUNT = WS-NOTA-AMOUNT
                           MOVE 'Y' TO WS-TAX-FOUND
                           MOVE BH-ISS-AMOUNT TO WS-ISS-AMOUNT
                           MOVE BH-ISS-WITHHELD TO WS-ISS-WITHHELD
                           MOVE BH-PIS-AMOUNT TO WS-PIS-AMOUNT
                           MOVE BH-COFINS-AMOUNT TO WS-COFINS-AMOUNT
                           MOVE BH-CSLL-AMOUNT TO WS-CSLL-AMOUNT
                           MOVE BH-IRRF-AMOUNT TO WS-IRRF-AMOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILLING-HISTORY-FILE.
       3100-END. EXIT.

       3200-WRITE-INVOICE.
           PERFORM 1500-WRITE-BANNER THRU 1500-END
           MOVE SPACES TO WS-TEXT
           STRING "NOTA FISCAL DE SERVICOS - " CY-NAME
               "  CNPJ: " CY-CNPJ
               DELIMITED BY SIZE INTO WS-TEXT
           WRITE REPRINT-LINE FROM WS-TEXT
           MOVE WS-NOTA-NUMBER TO WS-NOTA-EDIT
           MOVE SPACES TO WS-TEXT
           STRING "NOTA NUMERO: " WS-NOTA-EDIT
               "   COMPETENCIA: " WS-PERIOD
               "   EMISSAO: " WS-ORIG-EDIT
               DELIMITED BY SIZE INTO WS-TEXT
           WRITE REPRINT-LINE FROM WS-TEXT
           MOVE ALL "-" TO REPRINT-LINE
           WRITE REPRINT-LINE
           MOVE SPACES TO WS-TEXT
           STRING "TOMADOR: " CM-CLIENT-NAME
               "  CPF/CNPJ: " CM-TAX-ID
               DELIMITED BY SIZE INTO WS-TEXT
           WRITE REPRINT-LINE FROM WS-TEXT
           MOVE SPACES TO WS-TEXT
           STRING "         " CM-CLIENT-STREET ", " CM-CLIENT-NUMBER
               DELIMITED BY SIZE INTO WS-TEXT
           WRITE REPRINT-LINE FROM WS-TEXT
           MOVE SPACES TO WS-TEXT
           STRING "         " CM-CLIENT-CITY " " CM-CLIENT-STATE " "
               WS-CEP-EDIT
               DELIMITED BY SIZE INTO WS-TEXT
           WRITE REPRINT-LINE FROM WS-TEXT
           MOVE ALL "-" TO REPRINT-LINE
           WRITE REPRINT-LINE
           MOVE WS-NOTA-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-TEXT
           STRING "VALOR DOS SERVICOS:    R$ " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-TEXT
           WRITE REPRINT-LINE FROM WS-TEXT
           IF WS-TAX-FOUND = 'Y'
               MOVE WS-ISS-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-TEXT
               IF WS-ISS-WITHHELD = 'Y'
                   STRING "ISS (RETIDO):          R$ " WS-AMOUNT-EDIT
                       DELIMITED BY SIZE INTO WS-TEXT
               ELSE
                   STRING "ISS:                   R$ " WS-AMOUNT-EDIT
                       DELIMITED BY SIZE INTO WS-TEXT
               END-IF
               WRITE REPRINT-LINE FROM WS-TEXT
               MOVE WS-PIS-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-TEXT
               STRING "PIS RETIDO:            R$ " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-TEXT
               WRITE REPRINT-LINE FROM WS-TEXT
               MOVE WS-COFINS-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-TEXT
               STRING "COFINS RETIDO:         R$ " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-TEXT
               WRITE REPRINT-LINE FROM WS-TEXT
               MOVE WS-CSLL-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-TEXT
               STRING "CSLL RETIDO:           R$ " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-TEXT
               WRITE REPRINT-LINE FROM WS-TEXT
               MOVE WS-IRRF-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-TEXT
               STRING "IRRF RETIDO:           R$ " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-TEXT
               WRITE REPRINT-LINE FROM WS-TEXT
           END-IF
           MOVE SPACES TO REPRINT-LINE
           WRITE REPRINT-LINE.
       3200-END. EXIT.

      ******************************************************************
      * Statement. The last statement mailed to the client in the
      * month given, rebuilt with every movement dated up to its
      * issue date - charges, payments, reversals and refunds, in
      * date order with the running balance.
      ******************************************************************
       4000-REPRINT-STATEMENT.
           MOVE 'STATEMENT' TO WS-ORIG-DOC-TYPE
           MOVE WS-PERIOD TO WS-ORIG-MONTH
           MOVE ZERO TO WS-ORIG-FROM
           PERFORM 1000-FIND-ORIGINAL THRU 1000-END
           IF WS-ORIG-DATE = ZERO
               DISPLAY "DOC-REPRINT: no statement mailed to client "
                   WS-CLIENT-CODE " in " WS-PERIOD
               GO TO 4000-END
           END-IF
           PERFORM 4100-LOAD-EVENTS THRU 4100-END
           PERFORM 1500-WRITE-BANNER THRU 1500-END
           PERFORM 1600-WRITE-ADDRESS THRU 1600-END
           MOVE "DATE     PERIOD  MOVEMENT            AMOUNT"
               TO REPRINT-LINE
           WRITE REPRINT-LINE
           MOVE "                           RUNNING BALANCE"
               TO REPRINT-LINE
           WRITE REPRINT-LINE
           MOVE ZERO TO WS-RUN-BALANCE
           MOVE 1 TO WS-MIN-POS
           PERFORM 4300-WRITE-NEXT-EVENT THRU 4300-END
               UNTIL WS-MIN-POS = ZERO
           MOVE SPACES TO REPRINT-LINE
           WRITE REPRINT-LINE
           MOVE WS-RUN-BALANCE TO WS-BALANCE-EDIT
           MOVE SPACES TO WS-TEXT
           STRING "CLOSING BALANCE: R$ " WS-BALANCE-EDIT
               DELIMITED BY SIZE INTO WS-TEXT
           WRITE REPRINT-LINE FROM WS-TEXT
           MOVE SPACES TO REPRINT-LINE
           WRITE REPRINT-LINE
           PERFORM 1700-LOG-REPRINT THRU 1700-END.
       4000-END. EXIT.

       4100-LOAD-EVENTS.
           OPEN INPUT BILLING-HISTORY-FILE
           IF WS-BILL-HIST-STATUS = '00'
               PERFORM UNTIL WS-HIST-EOF = 'Y'
                   READ BILLING-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-HIST-EOF
                       NOT AT END
                           IF BH-CLIENT-CODE = WS-CLIENT-CODE
                               AND BH-DATE <= WS-ORIG-DATE
                               PERFORM 4200-STORE-CHARGE
                                   THRU 4200-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BILLING-HISTORY-FILE
           END-IF
           OPEN INPUT POSTED-FILE
           IF WS-POSTED-STATUS = '00'
               PERFORM UNTIL WS-POSTED-EOF = 'Y'
                   READ POSTED-FILE
                       AT END
                           MOVE 'Y' TO WS-POSTED-EOF
                       NOT AT END
                           IF PST-CLIENT-CODE = WS-CLIENT-CODE
                               AND PST-DATE <= WS-ORIG-DATE
                               PERFORM 4210-STORE-RECEIPT
                                   THRU 4210-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTED-FILE
           END-IF
           OPEN INPUT REFUND-REGISTER-FILE
           IF WS-REFUND-STATUS = '00'
               PERFORM UNTIL WS-REFUND-EOF = 'Y'
                   READ REFUND-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO WS-REFUND-EOF
                       NOT AT END
                           IF RR-CLIENT-CODE = WS-CLIENT-CODE
                               AND RR-DATE <= WS-ORIG-DATE
                               PERFORM 4220-STORE-REFUND
                                   THRU 4220-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFUND-REGISTER-FILE
           END-IF.
       4100-END. EXIT.

       4200-STORE-CHARGE.
           IF WS-EV-COUNT < 3000
               ADD 1 TO WS-EV-COUNT
               MOVE BH-DATE TO WS-EV-DATE (WS-EV-COUNT)
               MOVE 'C' TO WS-EV-TYPE (WS-EV-COUNT)
               MOVE BH-PERIOD TO WS-EV-PERIOD (WS-EV-COUNT)
               MOVE BH-AMOUNT TO WS-EV-AMOUNT (WS-EV-COUNT)
               MOVE 'N' TO WS-EV-USED (WS-EV-COUNT)
           END-IF.
       4200-END. EXIT.

       4210-STORE-RECEIPT.
           IF WS-EV-COUNT < 3000
               ADD 1 TO WS-EV-COUNT
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
       4210-END. EXIT.

       4220-STORE-REFUND.
           IF WS-EV-COUNT < 3000
               ADD 1 TO WS-EV-COUNT
               MOVE RR-DATE TO WS-EV-DATE (WS-EV-COUNT)
               MOVE 'R' TO WS-EV-TYPE (WS-EV-COUNT)
               MOVE RR-DATE (1:6) TO WS-EV-PERIOD (WS-EV-COUNT)
               MOVE RR-AMOUNT TO WS-EV-AMOUNT (WS-EV-COUNT)
               MOVE 'N' TO WS-EV-USED (WS-EV-COUNT)
           END-IF.
       4220-END. EXIT.

       4300-WRITE-NEXT-EVENT.
           MOVE ZERO TO WS-MIN-POS
           PERFORM VARYING WS-E FROM 1 BY 1
               UNTIL WS-E > WS-EV-COUNT
               IF WS-EV-USED (WS-E) = 'N'
                   IF WS-MIN-POS = ZERO
                       MOVE WS-E TO WS-MIN-POS
                   ELSE
                       IF WS-EV-DATE (WS-E) <
                           WS-EV-DATE (WS-MIN-POS)
                           MOVE WS-E TO WS-MIN-POS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MIN-POS = ZERO
               GO TO 4300-END
           END-IF
           MOVE 'Y' TO WS-EV-USED (WS-MIN-POS)
           MOVE WS-EV-AMOUNT (WS-MIN-POS) TO WS-AMOUNT-EDIT
           IF WS-EV-TYPE (WS-MIN-POS) = 'P'
               SUBTRACT WS-EV-AMOUNT (WS-MIN-POS) FROM WS-RUN-BALANCE
           ELSE
               ADD WS-EV-AMOUNT (WS-MIN-POS) TO WS-RUN-BALANCE
           END-IF
           MOVE WS-RUN-BALANCE TO WS-BALANCE-EDIT
           MOVE SPACES TO WS-TEXT
           EVALUATE WS-EV-TYPE (WS-MIN-POS)
               WHEN 'C'
                   STRING WS-EV-DATE (WS-MIN-POS) " "
                       WS-EV-PERIOD (WS-MIN-POS)
                       "  CHARGE   " WS-AMOUNT-EDIT
                       "  " WS-BALANCE-EDIT
                       DELIMITED BY SIZE INTO WS-TEXT
               WHEN 'R'
                   STRING WS-EV-DATE (WS-MIN-POS) " "
                       WS-EV-PERIOD (WS-MIN-POS)
                       "  REFUND   " WS-AMOUNT-EDIT
                       "  " WS-BALANCE-EDIT
                       DELIMITED BY SIZE INTO WS-TEXT
               WHEN 'V'
                   STRING WS-EV-DATE (WS-MIN-POS) " "
                       WS-EV-PERIOD (WS-MIN-POS)
                       "  REVERSAL " WS-AMOUNT-EDIT
                       "  " WS-BALANCE-EDIT
                       DELIMITED BY SIZE INTO WS-TEXT
               WHEN OTHER
                   STRING WS-EV-DATE (WS-MIN-POS) " "
                       WS-EV-PERIOD (WS-MIN-POS)
                       "  PAYMENT  " WS-AMOUNT-EDIT
                       "  " WS-BALANCE-EDIT
                       DELIMITED BY SIZE INTO WS-TEXT
           END-EVALUATE
           WRITE REPRINT-LINE FROM WS-TEXT.
       4300-END. EXIT.

      ******************************************************************
      * Result letter. The student's term average from the grade
      * history and the honor-roll / at-risk bands of the grade scale,
      * as GRADE-LETTERS wrote it. Only a student who was sent a
      * letter for the term can have a second copy of it.
      ******************************************************************
       5000-REPRINT-RESULT.
           MOVE ZERO TO WS-TERM-SUM
           MOVE ZERO TO WS-TERM-COURSES
           MOVE ZERO TO WS-TERM-LAST-DATE
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY "DOC-REPRINT: no grade history on file, "
                   "status " WS-HISTORY-STATUS
               GO TO 5000-END
           END-IF
           PERFORM UNTIL WS-HISTORY-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HISTORY-EOF
                   NOT AT END
                       IF HIST-STUDENT-CODE = WS-CLIENT-CODE
                           AND HIST-TERM = WS-PERIOD
                           ADD HIST-AVERAGE TO WS-TERM-SUM
                           ADD 1 TO WS-TERM-COURSES
                           IF HIST-DATE > WS-TERM-LAST-DATE
                               MOVE HIST-DATE TO WS-TERM-LAST-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           IF WS-TERM-COURSES = ZERO
               GO TO 5000-END
           END-IF
           COMPUTE WS-STUDENT-AVG ROUNDED =
               WS-TERM-SUM / WS-TERM-COURSES
           PERFORM 5100-LOAD-GRADE-SCALE THRU 5100-END
           IF WS-STUDENT-AVG < WS-HONOR-FLOOR
               AND WS-STUDENT-AVG > WS-RISK-CEILING
               DISPLAY "DOC-REPRINT: student " WS-CLIENT-CODE
                   " was in neither letter band for term " WS-PERIOD
               GO TO 5000-END
           END-IF
           MOVE 'RESULT' TO WS-ORIG-DOC-TYPE
           MOVE SPACES TO WS-ORIG-MONTH
           MOVE WS-TERM-LAST-DATE TO WS-ORIG-FROM
           PERFORM 1000-FIND-ORIGINAL THRU 1000-END
           IF WS-ORIG-DATE = ZERO
               DISPLAY "DOC-REPRINT: no result letter was mailed to "
                   "student " WS-CLIENT-CODE " for term " WS-PERIOD
               GO TO 5000-END
           END-IF
           PERFORM 5200-WRITE-LETTER THRU 5200-END
           PERFORM 1700-LOG-REPRINT THRU 1700-END.
       5000-END. EXIT.

      * Grade scale and bands exactly as GRADE-LETTERS reads them.
       5100-LOAD-GRADE-SCALE.
           MOVE ZERO TO WS-SCALE-COUNT
           OPEN INPUT SCALE-FILE
           IF WS-SCALE-STATUS = '00'
               PERFORM UNTIL WS-SCALE-FILE-END = 'Y'
                   READ SCALE-FILE
                       AT END
                           MOVE 'Y' TO WS-SCALE-FILE-END
                       NOT AT END
                           PERFORM 5150-STORE-SCALE-LINE THRU 5150-END
                   END-READ
               END-PERFORM
               CLOSE SCALE-FILE
           ELSE
               PERFORM 5180-DEFAULT-SCALE THRU 5180-END
           END-IF
           IF WS-SCALE-COUNT > 1
               MOVE WS-SCALE-MIN (WS-SCALE-COUNT - 1)
                   TO WS-HONOR-FLOOR
           ELSE
               MOVE 09.00 TO WS-HONOR-FLOOR
           END-IF
           IF WS-SCALE-COUNT > ZERO
               MOVE WS-SCALE-MAX (1) TO WS-RISK-CEILING
           ELSE
               MOVE 04.99 TO WS-RISK-CEILING
           END-IF.
       5100-END. EXIT.

       5150-STORE-SCALE-LINE.
           IF SCALE-LABEL = "RECOVERY"
               MOVE SCALE-MIN TO WS-RECOVERY-MIN
               MOVE SCALE-MAX TO WS-RECOVERY-MAX
           ELSE
               ADD 1 TO WS-SCALE-COUNT
               MOVE SCALE-MIN TO WS-SCALE-MIN (WS-SCALE-COUNT)
               MOVE SCALE-MAX TO WS-SCALE-MAX (WS-SCALE-COUNT)
               MOVE SCALE-LABEL TO WS-SCALE-LABEL (WS-SCALE-COUNT)
           END-IF.
       5150-END. EXIT.

       5180-DEFAULT-SCALE.
           MOVE 5 TO WS-SCALE-COUNT
           MOVE 00.00 TO WS-SCALE-MIN (1)
           MOVE 04.99 TO WS-SCALE-MAX (1)
           MOVE "VERY BAD" TO WS-SCALE-LABEL (1)
           MOVE 05.00 TO WS-SCALE-MIN (2)
           MOVE 06.99 TO WS-SCALE-MAX (2)
           MOVE "AVERAGE" TO WS-SCALE-LABEL (2)
           MOVE 07.00 TO WS-SCALE-MIN (3)
           MOVE 08.99 TO WS-SCALE-MAX (3)
           MOVE "GOOD" TO WS-SCALE-LABEL (3)
           MOVE 09.00 TO WS-SCALE-MIN (4)
           MOVE 09.99 TO WS-SCALE-MAX (4)
           MOVE "VERY GOOD" TO WS-SCALE-LABEL (4)
           MOVE 10.00 TO WS-SCALE-MIN (5)
           MOVE 10.00 TO WS-SCALE-MAX (5)
           MOVE "EXCELENT" TO WS-SCALE-LABEL (5).
       5180-END. EXIT.

       5200-WRITE-LETTER.
           PERFORM 1500-WRITE-BANNER THRU 1500-END
           PERFORM 1600-WRITE-ADDRESS THRU 1600-END
           MOVE SPACES TO WS-TEXT
           STRING "Term " WS-PERIOD "  -  Overall average: "
               WS-STUDENT-AVG
               DELIMITED BY SIZE INTO WS-TEXT
           WRITE REPRINT-LINE FROM WS-TEXT
           MOVE SPACES TO REPRINT-LINE
           WRITE REPRINT-LINE
           IF WS-STUDENT-AVG >= WS-HONOR-FLOOR
               MOVE "Congratulations! Your results place you on"
                   TO REPRINT-LINE
               WRITE REPRINT-LINE
               MOVE "the honor roll for this term." TO REPRINT-LINE
               WRITE REPRINT-LINE
           ELSE
               MOVE "Your results this term are below the minimum"
                   TO REPRINT-LINE
               WRITE REPRINT-LINE
               MOVE "passing band. Please contact the coordination"
                   TO REPRINT-LINE
               WRITE REPRINT-LINE
               MOVE "office about the recovery examination."
                   TO REPRINT-LINE
               WRITE REPRINT-LINE
               MOVE SPACES TO WS-TEXT
               STRING "Recovery eligibility band: "
                   WS-RECOVERY-MIN " to " WS-RECOVERY-MAX
                   DELIMITED BY SIZE INTO WS-TEXT
               WRITE REPRINT-LINE FROM WS-TEXT
           END-IF
           MOVE SPACES TO REPRINT-LINE
           WRITE REPRINT-LINE.
       5200-END. EXIT.

       8000-EDIT-DATE.
           MOVE WS-DATE-IN-DD TO WS-DATE-EDIT-DD
           MOVE WS-DATE-IN-MM TO WS-DATE-EDIT-MM
           MOVE WS-DATE-IN-YYYY TO WS-DATE-EDIT-YYYY.
       8000-END. EXIT.

       END PROGRAM DOC-REPRINT.
