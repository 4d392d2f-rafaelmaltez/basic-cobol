      *          count and total, so what was sent for any period can
      *          be proven afterwards.
      * Tectonics: cobc
      * Note: one remessa per company on the company master
      *       (bank-remessa.txt for company 01, bank-remessa-<nn>.txt
      *       for the others), each carrying only the titles of
      *       clients whose branch belongs to that company, under the
      *       company's own name, CNPJ and bank agreement. With no
      *       company master the bank code comes from BANK_CODE
      *       (default 001). Each company's remessa sequence continues
      *       from its last line on the register.
      * Modification History:
      *   01/09/2026 RM  Original version.
      *   01/09/2026 RM  The period's installment lines (billed by
      *                  key) now go on the remessa alongside the
      *                  cycle's own lines, so installment boletos
      *                  stop being keyed into the portal by hand.
      *   15/10/2026 RM  One remessa per company, each with its own
      *                  header data, file name and sequence; the
      *                  register line carries the company.
      *   15/10/2026 RM  An installment title's nosso numero carries
      *                  99 for the IN of its key, as the boleto bar
      *                  code does, so both register the same number.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMESSA-GEN.
           ALTERNATE RECORD KEY IS CM-CLIENT-NAME WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT REMESSA-FILE ASSIGN TO WS-REMESSA-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REMESSA-STATUS.

           05 RM-COUNT PIC 9(7).
           05 FILLER PIC X(1).
           05 RM-AMOUNT PIC 9(11)V99.
           05 FILLER PIC X(1).
           05 RM-COMPANY PIC X(2).

       WORKING-STORAGE SECTION.
       01 WS-PERIOD-STATUS PIC X(2).
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-REMESSA-STATUS PIC X(2).
       01 WS-REMESSA-FILENAME PIC X(100).
       01 WS-REGISTER-STATUS PIC X(2).
       01 WS-HIST-EOF PIC X(1) VALUE 'N'.
       01 WS-REGISTER-EOF PIC X(1) VALUE 'N'.
           05 WS-TODAY-MM PIC 9(2).
           05 WS-TODAY-DD PIC 9(2).
       01 WS-BANK-CODE PIC X(3).
       01 WS-COMPANY-INDEX PIC 9(2).
      * The company the current remessa is for, kept apart from the
      * lookup area, which each client's branch lookup overwrites.
       01 WS-COMPANY PIC 9(2).
       01 WS-COMPANY-X REDEFINES WS-COMPANY PIC X(2).
       01 WS-COMPANY-SUFFIX PIC X(3).
       01 WS-CLIENT-COMPANY PIC 9(2).
       01 WS-CLIENT-FOUND PIC X(1).
       01 WS-REG-COMPANY PIC X(2).
       01 WS-GRAND-COUNT PIC 9(7) VALUE ZERO.
       01 WS-SEQUENCE PIC 9(6) VALUE ZERO.
       01 WS-INST-KEY PIC X(6).
       01 WS-DETAIL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-RECORD-SEQ PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-AMOUNT PIC 9(11)V99 VALUE ZERO.
       01 WS-OUR-NUMBER-X PIC X(13).
       01 WS-OUR-NUMBER-R REDEFINES WS-OUR-NUMBER-X.
           05 WS-ON-CLIENT PIC X(7).
           05 WS-ON-PERIOD PIC X(6).
       01 WS-DUE-DATE PIC 9(8).
       01 WS-DUE-DATE-X REDEFINES WS-DUE-DATE.
           05 WS-DUE-YYYY PIC 9(4).
           05 FH-BATCH PIC 9(4) VALUE ZERO.
           05 FH-TYPE PIC 9(1) VALUE 0.
           05 FILLER PIC X(9) VALUE SPACES.
           05 FH-COMPANY PIC X(30).
           05 FH-DATE PIC 9(8).
           05 FH-SEQUENCE PIC 9(6).
           05 FH-CNPJ PIC X(14).
           05 FH-AGREEMENT PIC X(20).
           05 FH-AGENCY PIC 9(4).
           05 FH-ACCOUNT PIC 9(6).
           05 FILLER PIC X(135) VALUE SPACES.
       01 WS-BATCH-HEADER.
           05 BHD-BANK PIC X(3).
           05 BHD-BATCH PIC 9(4) VALUE 1.
           05 FILLER PIC X(1) VALUE 'R'.
           05 FILLER PIC X(2) VALUE '01'.
           05 FILLER PIC X(6) VALUE SPACES.
           05 BHD-COMPANY PIC X(30).
           05 BHD-PERIOD PIC X(6).
           05 BHD-CNPJ PIC X(14).
           05 FILLER PIC X(173) VALUE SPACES.
       01 WS-SEGMENT-P.
           05 SP-BANK PIC X(3).
           05 SP-BATCH PIC 9(4) VALUE 1.
           05 FT-RECORDS PIC 9(6).
           05 FILLER PIC X(211) VALUE SPACES.
       COPY DTUPARMS.
       COPY CMPLKPARM.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
           IF WS-MASTER-FILENAME = SPACES
               MOVE '..\clients.dat' TO WS-MASTER-FILENAME
           END-IF
           PERFORM 0100-GET-PERIOD THRU 0100-END
           PERFORM VARYING WS-COMPANY-INDEX FROM 1 BY 1
               UNTIL WS-COMPANY-INDEX > 20
               SET CY-BY-INDEX TO TRUE
               MOVE WS-COMPANY-INDEX TO CY-CALL-INDEX
               CALL "COMPANYLK" USING CY-CALL-FUNCTION CY-CALL-BRANCH
                   CY-CALL-INDEX CY-CALL-COMPANY CY-CALL-RESULT
               IF CY-FOUND
                   PERFORM 1000-ONE-COMPANY THRU 1000-END
               END-IF
           END-PERFORM
           IF WS-GRAND-COUNT = ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           SET JL-CALL-END TO TRUE
           MOVE WS-GRAND-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.
               DELIMITED BY SIZE INTO WS-INST-KEY.
       0100-END. EXIT.

      * The next remessa sequence continues from the company's last
      * line on the register (a line with no company is company 01's),
      * so the bank never sees the same file number twice.
       0200-NEXT-SEQUENCE.
           MOVE ZERO TO WS-SEQUENCE
           MOVE 'N' TO WS-REGISTER-EOF
           OPEN INPUT REMESSA-REGISTER-FILE
           IF WS-REGISTER-STATUS = '00'
               PERFORM UNTIL WS-REGISTER-EOF = 'Y'
                       AT END
                           MOVE 'Y' TO WS-REGISTER-EOF
                       NOT AT END
                           MOVE RM-COMPANY TO WS-REG-COMPANY
                           IF WS-REG-COMPANY IS NOT NUMERIC
                               OR WS-REG-COMPANY = '00'
                               MOVE '01' TO WS-REG-COMPANY
                           END-IF
                           IF WS-REG-COMPANY = WS-COMPANY-X
                               MOVE RM-SEQUENCE TO WS-SEQUENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REMESSA-REGISTER-FILE
           ADD 1 TO WS-SEQUENCE.
       0200-END. EXIT.

      * One remessa for the company just handed back by COMPANYLK,
      * under its own bank agreement.
       1000-ONE-COMPANY.
           MOVE CY-CODE TO WS-COMPANY
           MOVE CY-FILE-SUFFIX TO WS-COMPANY-SUFFIX
           MOVE CY-BANK-CODE TO WS-BANK-CODE
           MOVE CY-NAME TO FH-COMPANY
           MOVE CY-CNPJ TO FH-CNPJ
           MOVE CY-AGREEMENT TO FH-AGREEMENT
           MOVE CY-AGENCY TO FH-AGENCY
           MOVE CY-ACCOUNT TO FH-ACCOUNT
           MOVE CY-NAME TO BHD-COMPANY
           MOVE CY-CNPJ TO BHD-CNPJ
           MOVE SPACES TO WS-REMESSA-FILENAME
           STRING '../bank-remessa' WS-COMPANY-SUFFIX
               DELIMITED BY SPACE
               '.txt' DELIMITED BY SIZE INTO WS-REMESSA-FILENAME
           MOVE ZERO TO WS-DETAIL-COUNT
           MOVE ZERO TO WS-RECORD-SEQ
           MOVE ZERO TO WS-TOTAL-AMOUNT
           MOVE 'N' TO WS-HIST-EOF
           PERFORM 0200-NEXT-SEQUENCE THRU 0200-END
           PERFORM 2000-BUILD-REMESSA THRU 2000-END
           IF WS-DETAIL-COUNT > ZERO
               PERFORM 3000-WRITE-REGISTER THRU 3000-END
           END-IF
           ADD WS-DETAIL-COUNT TO WS-GRAND-COUNT
           DISPLAY "REMESSA-GEN: company " WS-COMPANY " "
               WS-DETAIL-COUNT " title(s) on remessa " WS-SEQUENCE
               " for period " WS-PERIOD.
       1000-END. EXIT.

       2000-BUILD-REMESSA.
           OPEN INPUT BILLING-HISTORY-FILE
           IF WS-BILL-HIST-STATUS NOT = '00'
                       IF (BH-PERIOD = WS-PERIOD
                           OR BH-PERIOD = WS-INST-KEY)
                           AND BH-AMOUNT > ZERO
                           PERFORM 2050-CLIENT-COMPANY THRU 2050-END
                           IF WS-CLIENT-COMPANY = WS-COMPANY
                               PERFORM 2100-WRITE-DETAIL THRU 2100-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILLING-HISTORY-FILE.
       2000-END. EXIT.

      * The client's company is the one its branch belongs to; a
      * client missing from the master stays with company 01.
       2050-CLIENT-COMPANY.
           MOVE 1 TO WS-CLIENT-COMPANY
           MOVE BH-CLIENT-CODE TO CM-CLIENT-CODE
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CLIENT-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CLIENT-FOUND
                   SET CY-BY-BRANCH TO TRUE
                   MOVE CM-BRANCH TO CY-CALL-BRANCH
                   CALL "COMPANYLK" USING CY-CALL-FUNCTION
                       CY-CALL-BRANCH CY-CALL-INDEX CY-CALL-COMPANY
                       CY-CALL-RESULT
                   MOVE CY-CODE TO WS-CLIENT-COMPANY
           END-READ.
       2050-END. EXIT.

      * One segment P and one segment Q per billing line. The "nosso
      * numero" is the client code and period run together, so the
      * return file identifies the title without a cross-reference.
      * The field is numeric, so an installment key's IN goes as 99,
      * the same number BOLETO-PRINT puts in the bar code.
       2100-WRITE-DETAIL.
           ADD 1 TO WS-RECORD-SEQ
           MOVE 'ADD-DAYS' TO DU-FUNCTION
           MOVE DU-RESULT-DATE TO WS-DUE-DATE
           MOVE WS-BANK-CODE TO SP-BANK
           MOVE WS-RECORD-SEQ TO SP-SEQ
           MOVE BH-CLIENT-CODE TO WS-ON-CLIENT
           MOVE BH-PERIOD TO WS-ON-PERIOD
           IF WS-ON-PERIOD (1:2) = 'IN'
               MOVE '99' TO WS-ON-PERIOD (1:2)
           END-IF
           MOVE ZERO TO SP-OUR-NUMBER
           STRING WS-ON-CLIENT WS-ON-PERIOD
               DELIMITED BY SIZE INTO SP-OUR-NUMBER
           MOVE WS-DUE-DD TO SP-DUE-DD
           MOVE WS-DUE-MM TO SP-DUE-MM
           WRITE REMESSA-LINE FROM WS-SEGMENT-P
           MOVE WS-BANK-CODE TO SQ-BANK
           MOVE WS-RECORD-SEQ TO SQ-SEQ
           IF WS-CLIENT-FOUND = 'N'
               MOVE SPACES TO SQ-TAX-ID
               MOVE 'CLIENT NOT ON MASTER' TO SQ-NAME
               MOVE SPACES TO SQ-STREET
               MOVE ZERO TO SQ-NUMBER
               MOVE SPACES TO SQ-CITY
               MOVE BH-CLIENT-UF TO SQ-UF
               MOVE ZERO TO SQ-CEP
           ELSE
               MOVE CM-TAX-ID TO SQ-TAX-ID
               MOVE CM-CLIENT-NAME TO SQ-NAME
               MOVE CM-CLIENT-STREET TO SQ-STREET
               MOVE CM-CLIENT-NUMBER TO SQ-NUMBER
               MOVE CM-CLIENT-CITY TO SQ-CITY
               MOVE CM-CLIENT-STATE TO SQ-UF
               MOVE CM-CLIENT-CEP TO SQ-CEP
           END-IF
           WRITE REMESSA-LINE FROM WS-SEGMENT-Q
           ADD 1 TO WS-DETAIL-COUNT
           ADD BH-AMOUNT TO WS-TOTAL-AMOUNT.
               MOVE WS-SEQUENCE TO RM-SEQUENCE
               MOVE WS-DETAIL-COUNT TO RM-COUNT
               MOVE WS-TOTAL-AMOUNT TO RM-AMOUNT
               MOVE WS-COMPANY-X TO RM-COMPANY
               WRITE REMESSA-REG-LINE
               IF WS-REGISTER-STATUS NOT = '00'
                   DISPLAY "REMESSA-GEN: register write failed, "
