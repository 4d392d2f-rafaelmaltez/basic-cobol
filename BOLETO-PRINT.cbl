      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Printed boleto slips for the clients who pay by slip.
      *          Reads the current period's billing-history lines (the
      *          cycle's own lines and the IN + year/month installment
      *          lines, same selection as REMESSA-GEN) and prints one
      *          slip per line for every client without an active
      *          direct-debit mandate on mandates.txt - payer name,
      *          address and CPF/CNPJ from the client master, due date
      *          and amount from the billing line, the 47-digit linha
      *          digitavel and the 44 digits of the ITF-25 bar code,
      *          both built from the same nosso numero the remessa
      *          registers with the bank. Clients with a flagged
      *          address are not printed and go on the exception
      *          page; every slip printed is logged through CORRLOG.
      * Tectonics: cobc
      * Note: the beneficiary on each slip is the company the
      *       client's branch belongs to - its name and CNPJ, and its
      *       bank, agency, account and wallet from the company
      *       master. With no company master they come from BANK_CODE
      *       (default 001), BANK_AGENCY (default 0001), BANK_ACCOUNT
      *       (default 000001) and BANK_WALLET (default 17).
      * Modification History:
      *   15/10/2026 RM  Original version.
      *   15/10/2026 RM  Beneficiary and bank data by the client's
      *                  company (COMPANYLK).
      *   15/10/2026 RM  The nosso numero printed on the slip is the
      *                  one in the bar code (99 for the IN of an
      *                  installment key), as registered at the bank.
      *                  A file that will not open ends the run with
      *                  RETURN-CODE 16 through the main line, so the
      *                  job log still gets its end entry.
      *   15/10/2026 RM  Passes CORRLOG's delivery details, blank
      *                  for a printed document.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLETO-PRINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO '..\billing-period.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIOD-STATUS.

           SELECT BILLING-HISTORY-FILE
           ASSIGN TO '..\billing-history.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BILL-HIST-STATUS.

           SELECT CLIENT-MASTER-FILE ASSIGN TO WS-MASTER-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CLIENT-CODE
           ALTERNATE RECORD KEY IS CM-CLIENT-NAME WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT MANDATE-FILE ASSIGN TO '..\mandates.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANDATE-STATUS.

           SELECT ADDRESS-FLAGS-FILE ASSIGN TO '..\address-flags.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FLAGS-STATUS.

           SELECT BOLETO-FILE ASSIGN TO '..\boletos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOLETO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-FILE.
       01 PERIOD-LINE.
           05 BP-PERIOD PIC X(6).
           05 FILLER PIC X(1).
           05 BP-STATUS PIC X(6).

       FD BILLING-HISTORY-FILE.
       COPY BILLHISTREC REPLACING ==:RECNAME:==
           BY ==BILLING-HIST-LINE==.

       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.

       FD MANDATE-FILE.
       COPY MANDATEREC REPLACING ==:RECNAME:== BY ==MANDATE-LINE==.

       FD ADDRESS-FLAGS-FILE.
       COPY MAILFLAGREC REPLACING ==:RECNAME:==
           BY ==ADDRESS-FLAG-LINE==.

       FD BOLETO-FILE.
       01 BOLETO-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PERIOD-STATUS PIC X(2).
       01 WS-BILL-HIST-STATUS PIC X(2).
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-MANDATE-STATUS PIC X(2).
       01 WS-FLAGS-STATUS PIC X(2).
       01 WS-BOLETO-STATUS PIC X(2).
       01 WS-HIST-EOF PIC X(1) VALUE 'N'.
       01 WS-MANDATE-EOF PIC X(1) VALUE 'N'.
       01 WS-FLAGS-EOF PIC X(1) VALUE 'N'.
       01 WS-PERIOD PIC X(6).
       01 WS-INST-KEY PIC X(6).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-BANK-CODE PIC X(3).
       01 WS-AGENCY PIC 9(4) VALUE 1.
       01 WS-ACCOUNT PIC 9(6) VALUE 1.
       01 WS-WALLET PIC 9(2) VALUE 17.
       01 WS-MD-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-MD-TABLE.
           05 WS-MD-CODE PIC 9(7) OCCURS 5000 TIMES.
       01 WS-M PIC 9(4) COMP.
       01 WS-ON-DEBIT PIC X(1).
       01 WS-MF-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-MF-TABLE.
           05 WS-MF-CODE PIC 9(7) OCCURS 500 TIMES.
       01 WS-F PIC 9(3) COMP.
       01 WS-ADDR-FLAGGED PIC X(1).
       01 WS-SKIP-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-SKIP-CODES.
           05 WS-SKIP-CODE PIC 9(7) OCCURS 200 TIMES.
       01 WS-K2 PIC 9(3) COMP.
       01 WS-SLIP-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DEBIT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-FLAGGED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DUE-DATE PIC 9(8).
       01 WS-DUE-DATE-X REDEFINES WS-DUE-DATE.
           05 WS-DUE-YYYY PIC 9(4).
           05 WS-DUE-MM PIC 9(2).
           05 WS-DUE-DD PIC 9(2).
       01 WS-DUE-EDIT.
           05 WS-DUE-EDIT-DD PIC 9(2).
           05 FILLER PIC X(1) VALUE '/'.
           05 WS-DUE-EDIT-MM PIC 9(2).
           05 FILLER PIC X(1) VALUE '/'.
           05 WS-DUE-EDIT-YYYY PIC 9(4).
      * The due-date factor counts days from the FEBRABAN base date
      * 07/10/1997; it ran out at 9999 on 21/02/2025 and restarted at
      * 1000 the next day, so past that point it wraps every 9000.
       01 WS-FACTOR-BASE PIC 9(8) VALUE 19971007.
       01 WS-FACTOR-DAYS PIC S9(7).
       01 WS-FACTOR-QUOT PIC 9(7).
       01 WS-FACTOR-REM PIC 9(4).
       01 WS-FAILED-SWITCH PIC X(1) VALUE 'N'.
           88 WS-PRINT-FAILED VALUE 'Y'.
       01 WS-OUR-NUMBER-X PIC X(13).
       01 WS-OUR-NUMBER-R REDEFINES WS-OUR-NUMBER-X.
           05 WS-ON-CLIENT PIC X(7).
           05 WS-ON-PERIOD PIC X(6).
      * Bank bar code, FEBRABAN layout: bank, currency 9, general
      * check digit, due-date factor, amount, and the 25-digit free
      * field (wallet, nosso numero, agency, account).
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
      * Linha digitavel: three fields of the bar code's bank/free
      * field digits each with a modulo-10 check digit, the general
      * check digit, then due-date factor and amount.
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
       01 WS-AMOUNT-EDIT PIC Z(6)9.99.
       01 WS-SLIP-TEXT PIC X(80).
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
           MOVE "BOLETO-PRINT" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-MASTER-FILENAME
           ACCEPT WS-MASTER-FILENAME
               FROM ENVIRONMENT "CLIENT_MASTER_FILE"
           IF WS-MASTER-FILENAME = SPACES
               MOVE '..\clients.dat' TO WS-MASTER-FILENAME
           END-IF
           PERFORM 0100-GET-PERIOD THRU 0100-END
           PERFORM 0170-LOAD-MANDATES THRU 0170-END
           PERFORM 0900-LOAD-ADDRESS-FLAGS THRU 0900-END
           PERFORM 2000-PRINT-SLIPS THRU 2000-END
           DISPLAY "BOLETO-PRINT: " WS-SLIP-COUNT
               " slip(s) printed for period " WS-PERIOD
           DISPLAY "BOLETO-PRINT: " WS-DEBIT-COUNT
               " line(s) left to direct debit, " WS-FLAGGED-COUNT
               " held for a flagged address"
           EVALUATE TRUE
               WHEN WS-PRINT-FAILED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-SLIP-COUNT = ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           SET JL-CALL-END TO TRUE
           MOVE WS-SLIP-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

      * Same period rule as REMESSA-GEN, so the slips and the
      * remittance always describe the same titles.
       0100-GET-PERIOD.
           MOVE WS-TODAY-DATE (1:6) TO WS-PERIOD
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS = '00'
               READ PERIOD-FILE
                   NOT AT END
                       MOVE BP-PERIOD TO WS-PERIOD
               END-READ
               CLOSE PERIOD-FILE
           END-IF
           MOVE SPACES TO WS-INST-KEY
           STRING 'IN' WS-PERIOD (3:4)
               DELIMITED BY SIZE INTO WS-INST-KEY.
       0100-END. EXIT.

      * A client with an active mandate is debited by the bank and
      * never gets a slip; a cancelled mandate leaves them on paper.
       0170-LOAD-MANDATES.
           OPEN INPUT MANDATE-FILE
           IF WS-MANDATE-STATUS NOT = '00'
               DISPLAY "BOLETO-PRINT: no mandate register - "
                   "everyone gets a slip"
           ELSE
               PERFORM UNTIL WS-MANDATE-EOF = 'Y'
                   READ MANDATE-FILE
                       AT END
                           MOVE 'Y' TO WS-MANDATE-EOF
                       NOT AT END
                           IF MD-ACTIVE AND WS-MD-COUNT < 5000
                               ADD 1 TO WS-MD-COUNT
                               MOVE MD-CLIENT-CODE
                                   TO WS-MD-CODE (WS-MD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDATE-FILE
           END-IF.
       0170-END. EXIT.

       0900-LOAD-ADDRESS-FLAGS.
           OPEN INPUT ADDRESS-FLAGS-FILE
           IF WS-FLAGS-STATUS = '00'
               PERFORM UNTIL WS-FLAGS-EOF = 'Y'
                   READ ADDRESS-FLAGS-FILE
                       AT END
                           MOVE 'Y' TO WS-FLAGS-EOF
                       NOT AT END
                           IF WS-MF-COUNT < 500
                               ADD 1 TO WS-MF-COUNT
                               MOVE MF-CLIENT-CODE
                                   TO WS-MF-CODE (WS-MF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADDRESS-FLAGS-FILE
           END-IF.
       0900-END. EXIT.

       2000-PRINT-SLIPS.
           OPEN INPUT BILLING-HISTORY-FILE
           IF WS-BILL-HIST-STATUS NOT = '00'
               DISPLAY "BOLETO-PRINT: no billing history on file, "
                   "status " WS-BILL-HIST-STATUS
               SET WS-PRINT-FAILED TO TRUE
               GO TO 2000-END
           END-IF
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "BOLETO-PRINT: cannot open master, status "
                   WS-MASTER-STATUS
               CLOSE BILLING-HISTORY-FILE
               SET WS-PRINT-FAILED TO TRUE
               GO TO 2000-END
           END-IF
           OPEN OUTPUT BOLETO-FILE
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ BILLING-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       IF (BH-PERIOD = WS-PERIOD
                           OR BH-PERIOD = WS-INST-KEY)
                           AND BH-AMOUNT > ZERO
                           PERFORM 2100-CHECK-LINE THRU 2100-END
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SKIP-COUNT > ZERO
               MOVE SPACES TO BOLETO-LINE
               WRITE BOLETO-LINE
               MOVE "ADDRESS FLAGGED - NOT MAILED:" TO BOLETO-LINE
               WRITE BOLETO-LINE
               PERFORM VARYING WS-K2 FROM 1 BY 1
                   UNTIL WS-K2 > WS-SKIP-COUNT
                   MOVE SPACES TO BOLETO-LINE
                   MOVE WS-SKIP-CODE (WS-K2) TO BOLETO-LINE (1:7)
                   WRITE BOLETO-LINE
               END-PERFORM
           END-IF
           CLOSE BOLETO-FILE
           CLOSE CLIENT-MASTER-FILE
           CLOSE BILLING-HISTORY-FILE.
       2000-END. EXIT.

       2100-CHECK-LINE.
           MOVE 'N' TO WS-ON-DEBIT
           PERFORM VARYING WS-M FROM 1 BY 1
               UNTIL WS-M > WS-MD-COUNT
               IF WS-MD-CODE (WS-M) = BH-CLIENT-CODE
                   MOVE 'Y' TO WS-ON-DEBIT
               END-IF
           END-PERFORM
           IF WS-ON-DEBIT = 'Y'
               ADD 1 TO WS-DEBIT-COUNT
               GO TO 2100-END
           END-IF
           MOVE 'N' TO WS-ADDR-FLAGGED
           PERFORM VARYING WS-F FROM 1 BY 1
               UNTIL WS-F > WS-MF-COUNT
               IF WS-MF-CODE (WS-F) = BH-CLIENT-CODE
                   MOVE 'Y' TO WS-ADDR-FLAGGED
               END-IF
           END-PERFORM
           IF WS-ADDR-FLAGGED = 'Y'
               ADD 1 TO WS-FLAGGED-COUNT
               IF WS-SKIP-COUNT < 200
                   ADD 1 TO WS-SKIP-COUNT
                   MOVE BH-CLIENT-CODE TO WS-SKIP-CODE (WS-SKIP-COUNT)
               END-IF
               GO TO 2100-END
           END-IF
           MOVE BH-CLIENT-CODE TO CM-CLIENT-CODE
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   DISPLAY "BOLETO-PRINT: client " BH-CLIENT-CODE
                       " not on the client master - no slip"
               NOT INVALID KEY
                   PERFORM 2150-GET-BENEFICIARY THRU 2150-END
                   PERFORM 2200-BUILD-BARCODE THRU 2200-END
                   PERFORM 2300-BUILD-LINE THRU 2300-END
                   PERFORM 2400-WRITE-SLIP THRU 2400-END
           END-READ.
       2100-END. EXIT.

      * The beneficiary is the company the client's branch belongs
      * to, with that company's collection agreement.
       2150-GET-BENEFICIARY.
           SET CY-BY-BRANCH TO TRUE
           MOVE CM-BRANCH TO CY-CALL-BRANCH
           CALL "COMPANYLK" USING CY-CALL-FUNCTION CY-CALL-BRANCH
               CY-CALL-INDEX CY-CALL-COMPANY CY-CALL-RESULT
           MOVE CY-BANK-CODE TO WS-BANK-CODE
           MOVE CY-AGENCY TO WS-AGENCY
           MOVE CY-ACCOUNT TO WS-ACCOUNT
           MOVE CY-WALLET TO WS-WALLET.
       2150-END. EXIT.

      * Due date is the billing date plus 30, as on the remessa. The
      * nosso numero is the client code and period run together; an
      * installment key carries IN in place of the century, and a
      * bar code holds digits only, so those two letters go as 99.
       2200-BUILD-BARCODE.
           MOVE 'ADD-DAYS' TO DU-FUNCTION
           MOVE BH-DATE TO DU-DATE-1
           MOVE 30 TO DU-N
           CALL 'DATEUTIL' USING DU-FUNCTION DU-DATE-1 DU-DATE-2
               DU-N DU-RESULT-DATE DU-ELAPSED DU-RETURN-CODE
           MOVE DU-RESULT-DATE TO WS-DUE-DATE
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
           MOVE BH-AMOUNT TO BC-AMOUNT
           MOVE WS-WALLET TO BC-WALLET
           MOVE WS-OUR-NUMBER-X TO BC-OUR-NUMBER
           MOVE WS-AGENCY TO BC-AGENCY
           MOVE WS-ACCOUNT TO BC-ACCOUNT
           MOVE ZERO TO BC-CHECK-DIGIT
      * General check digit: modulo 11 over the other 43 digits,
      * weights 2 to 9 from the right; 0, 10 and 11 become 1.
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
      * Field 1: bank, currency and the first five free-field digits.
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
      * Field 2: free-field digits 6 to 15.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 10
               MOVE BC-DIGIT (WS-D + 24) TO LD-F2-DIGIT (WS-D)
               MOVE BC-DIGIT (WS-D + 24) TO WS-MOD-DIGIT (WS-D)
           END-PERFORM
           MOVE 10 TO WS-MOD-LENGTH
           PERFORM 2350-MODULO-10 THRU 2350-END
           MOVE WS-MOD-RESULT TO LD-F2-DIGIT (11)
      * Field 3: free-field digits 16 to 25.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 10
               MOVE BC-DIGIT (WS-D + 34) TO LD-F3-DIGIT (WS-D)
               MOVE BC-DIGIT (WS-D + 34) TO WS-MOD-DIGIT (WS-D)
           END-PERFORM
           MOVE 10 TO WS-MOD-LENGTH
           PERFORM 2350-MODULO-10 THRU 2350-END
           MOVE WS-MOD-RESULT TO LD-F3-DIGIT (11)
      * Fields 4 and 5: general check digit, factor and amount.
           MOVE BC-CHECK-DIGIT TO LD-FIELD-4
           MOVE WS-BARCODE (6:14) TO LD-FIELD-5
           MOVE SPACES TO WS-LINE-TEXT
           STRING LD-FIELD-1 (1:5) '.' LD-FIELD-1 (6:5) ' '
               LD-FIELD-2 (1:5) '.' LD-FIELD-2 (6:6) ' '
               LD-FIELD-3 (1:5) '.' LD-FIELD-3 (6:6) ' '
               LD-FIELD-4 ' ' LD-FIELD-5
               DELIMITED BY SIZE INTO WS-LINE-TEXT.
       2300-END. EXIT.

      * Modulo 10 over WS-MOD-DIGIT (1:WS-MOD-LENGTH): weights 2 and
      * 1 alternating from the right, two-digit products summed as
      * their digits, check digit is what rounds up to the next ten.
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
           MOVE CM-CLIENT-CEP TO WS-CEP-SPLIT
           MOVE WS-CEP-HI TO WS-CEP-FIRST
           MOVE WS-CEP-LO TO WS-CEP-LAST
           MOVE WS-DUE-DD TO WS-DUE-EDIT-DD
           MOVE WS-DUE-MM TO WS-DUE-EDIT-MM
           MOVE WS-DUE-YYYY TO WS-DUE-EDIT-YYYY
           MOVE BH-AMOUNT TO WS-AMOUNT-EDIT
           MOVE ALL "=" TO BOLETO-LINE
           WRITE BOLETO-LINE
           MOVE SPACES TO WS-SLIP-TEXT
           STRING "BANCO " WS-BANK-CODE "   " CY-NAME
               "  CNPJ: " CY-CNPJ
               DELIMITED BY SIZE INTO WS-SLIP-TEXT
           WRITE BOLETO-LINE FROM WS-SLIP-TEXT
           MOVE SPACES TO WS-SLIP-TEXT
           STRING "LINHA DIGITAVEL: " WS-LINE-TEXT
               DELIMITED BY SIZE INTO WS-SLIP-TEXT
           WRITE BOLETO-LINE FROM WS-SLIP-TEXT
           MOVE ALL "-" TO BOLETO-LINE
           WRITE BOLETO-LINE
           MOVE SPACES TO WS-SLIP-TEXT
           STRING "VENCIMENTO: " WS-DUE-EDIT
               "   VALOR: R$ " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-SLIP-TEXT
           WRITE BOLETO-LINE FROM WS-SLIP-TEXT
           MOVE SPACES TO WS-SLIP-TEXT
           STRING "NOSSO NUMERO: " WS-OUR-NUMBER-X
               "   AGENCIA/CONTA: " WS-AGENCY "/" WS-ACCOUNT
               DELIMITED BY SIZE INTO WS-SLIP-TEXT
           WRITE BOLETO-LINE FROM WS-SLIP-TEXT
           MOVE SPACES TO WS-SLIP-TEXT
           STRING "PAGADOR: " CM-CLIENT-NAME
               "  CPF/CNPJ: " CM-TAX-ID
               DELIMITED BY SIZE INTO WS-SLIP-TEXT
           WRITE BOLETO-LINE FROM WS-SLIP-TEXT
           MOVE SPACES TO WS-SLIP-TEXT
           STRING "         " CM-CLIENT-STREET ", " CM-CLIENT-NUMBER
               DELIMITED BY SIZE INTO WS-SLIP-TEXT
           WRITE BOLETO-LINE FROM WS-SLIP-TEXT
           MOVE SPACES TO WS-SLIP-TEXT
           STRING "         " CM-CLIENT-CITY " " CM-CLIENT-STATE " "
               WS-CEP-EDIT
               DELIMITED BY SIZE INTO WS-SLIP-TEXT
           WRITE BOLETO-LINE FROM WS-SLIP-TEXT
           MOVE SPACES TO WS-SLIP-TEXT
           STRING "CODIGO DE BARRAS (ITF-25): " WS-BARCODE
               DELIMITED BY SIZE INTO WS-SLIP-TEXT
           WRITE BOLETO-LINE FROM WS-SLIP-TEXT
           MOVE SPACES TO BOLETO-LINE
           WRITE BOLETO-LINE
           ADD 1 TO WS-SLIP-COUNT
           MOVE CM-CLIENT-CODE TO CL-CALL-CLIENT-CODE
           MOVE 'BOLETO' TO CL-CALL-DOC-TYPE
           MOVE 'BOLETO-PRINT' TO CL-CALL-PROGRAM
           MOVE SPACES TO CL-CALL-DELIVERY
           CALL "CORRLOG" USING CL-CALL-CLIENT-CODE
               CL-CALL-DOC-TYPE CL-CALL-PROGRAM
               CL-CALL-DELIVERY.
       2400-END. EXIT.

       END PROGRAM BOLETO-PRINT.
