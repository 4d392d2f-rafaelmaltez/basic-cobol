      *          routed to their own review files, with a summary by
      *          occurrence code at end of run.
      * Tectonics: cobc
      * Note: a run covers one company's bank return, CNAB_COMPANY
      *       (default 01): bank-return-cnab.txt for company 01,
      *       bank-return-cnab-<nn>.txt for the others, with the
      *       review files and summary suffixed the same way.
      *       bank-return.txt stays the single input PAYMENT-POST
      *       reads, so PAYMENT-POST runs after each company's step.
      *       For companies after 01 the HDR sequence is lifted into
      *       the company's own range (company * 10000 plus the bank
      *       sequence), so two companies' files of the same day never
      *       share an identity on the bank-file control register.
      * Modification History:
      *   01/09/2026 RM  Original version.
      *   01/09/2026 RM  bank-return.txt is now bracketed by an HDR
      *                  TRL line with the settled count and amount
      *                  total, so PAYMENT-POST can tie the file out
      *                  and refuse one it has already applied.
      *   15/10/2026 RM  One company per run (CNAB_COMPANY), each with
      *                  its own return and review files and its own
      *                  HDR sequence range.
      *   15/10/2026 RM  A settled installment title comes back with
      *                  99 in place of the IN of its key (the nosso
      *                  numero is numeric); IN is put back so
      *                  PAYMENT-POST finds the open item.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNAB-RETURN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNAB-FILE ASSIGN TO WS-CNAB-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNAB-STATUS.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETURN-STATUS.

           SELECT REJECTED-FILE ASSIGN TO WS-REJECTED-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJECTED-STATUS.

           SELECT PROTESTED-FILE ASSIGN TO WS-PROTESTED-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROTESTED-STATUS.

           SELECT CANCELLED-FILE ASSIGN TO WS-CANCELLED-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CANCELLED-STATUS.

           SELECT SUMMARY-FILE ASSIGN TO WS-SUMMARY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUMMARY-STATUS.

       01 WS-CANCELLED-STATUS PIC X(2).
       01 WS-SUMMARY-STATUS PIC X(2).
       01 WS-CNAB-EOF PIC X(1) VALUE 'N'.
       01 WS-COMPANY PIC 9(2).
       01 WS-COMPANY-X REDEFINES WS-COMPANY PIC X(2).
       01 WS-CNAB-FILENAME PIC X(100).
       01 WS-REJECTED-FILENAME PIC X(100).
       01 WS-PROTESTED-FILENAME PIC X(100).
       01 WS-CANCELLED-FILENAME PIC X(100).
       01 WS-SUMMARY-FILENAME PIC X(100).
       01 WS-SEQ-QUOT PIC 9(6).
       01 WS-SEQ-REM PIC 9(6).
       01 WS-SETTLED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PROTESTED-COUNT PIC 9(7) VALUE ZERO.
           05 RT-COUNT PIC 9(7).
           05 FILLER PIC X(1) VALUE ','.
           05 RT-AMOUNT PIC 9(11)V99.
       COPY CMPLKPARM.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           PERFORM 0100-GET-COMPANY THRU 0100-END
           PERFORM 2000-CONVERT-FILE THRU 2000-END
           PERFORM 3000-WRITE-SUMMARY THRU 3000-END
           DISPLAY "CNAB-RETURN: " WS-SETTLED-COUNT " settled, "
               JL-CALL-RECORD-COUNT
           GOBACK.

       0100-GET-COMPANY.
           MOVE SPACES TO WS-COMPANY-X
           ACCEPT WS-COMPANY-X FROM ENVIRONMENT "CNAB_COMPANY"
           IF WS-COMPANY-X (2:1) = SPACE
               MOVE WS-COMPANY-X (1:1) TO WS-COMPANY-X (2:1)
               MOVE '0' TO WS-COMPANY-X (1:1)
           END-IF
           IF WS-COMPANY-X IS NOT NUMERIC OR WS-COMPANY = ZERO
               MOVE 1 TO WS-COMPANY
           END-IF
           SET CY-BY-CODE TO TRUE
           MOVE WS-COMPANY TO CY-CODE
           CALL "COMPANYLK" USING CY-CALL-FUNCTION CY-CALL-BRANCH
               CY-CALL-INDEX CY-CALL-COMPANY CY-CALL-RESULT
           IF CY-NOT-FOUND
               DISPLAY "CNAB-RETURN: company " WS-COMPANY
                   " is not on the company master"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-CNAB-FILENAME
           STRING '../bank-return-cnab' CY-FILE-SUFFIX
               DELIMITED BY SPACE
               '.txt' DELIMITED BY SIZE INTO WS-CNAB-FILENAME
           MOVE SPACES TO WS-REJECTED-FILENAME
           STRING '../payments-rejected' CY-FILE-SUFFIX
               DELIMITED BY SPACE
               '.txt' DELIMITED BY SIZE INTO WS-REJECTED-FILENAME
           MOVE SPACES TO WS-PROTESTED-FILENAME
           STRING '../payments-protested' CY-FILE-SUFFIX
               DELIMITED BY SPACE
               '.txt' DELIMITED BY SIZE INTO WS-PROTESTED-FILENAME
           MOVE SPACES TO WS-CANCELLED-FILENAME
           STRING '../payments-cancelled' CY-FILE-SUFFIX
               DELIMITED BY SPACE
               '.txt' DELIMITED BY SIZE INTO WS-CANCELLED-FILENAME
           MOVE SPACES TO WS-SUMMARY-FILENAME
           STRING '../cnab-return-summary' CY-FILE-SUFFIX
               DELIMITED BY SPACE
               '.txt' DELIMITED BY SIZE INTO WS-SUMMARY-FILENAME.
       0100-END. EXIT.

       2000-CONVERT-FILE.
           OPEN INPUT CNAB-FILE
           IF WS-CNAB-STATUS NOT = '00'

       2060-WRITE-HDR.
           IF WS-HDR-WRITTEN = 'N'
               IF WS-COMPANY > 1
                   DIVIDE WS-FILE-SEQ BY 10000 GIVING WS-SEQ-QUOT
                       REMAINDER WS-SEQ-REM
                   COMPUTE WS-FILE-SEQ = WS-COMPANY * 10000
                       + WS-SEQ-REM
               END-IF
               MOVE WS-FILE-DATE TO RH-DATE
               MOVE WS-FILE-SEQ TO RH-SEQUENCE
               WRITE PAYMENT-LINE FROM WS-RETURN-HDR
           END-EVALUATE.
       2100-END. EXIT.

      * REMESSA-GEN and BOLETO-PRINT register an installment key's IN
      * as 99; the payment is posted under the key as billed.
       2200-WRITE-SETTLED.
           PERFORM 2060-WRITE-HDR THRU 2060-END
           IF CD-PERIOD (1:2) = '99'
               MOVE 'IN' TO CD-PERIOD (1:2)
           END-IF
           MOVE SPACES TO PAYMENT-LINE
           MOVE ',' TO PAYMENT-LINE (8:1)
           MOVE ',' TO PAYMENT-LINE (15:1)
               DISPLAY "CNAB-RETURN: cannot open summary, status "
                   WS-SUMMARY-STATUS
           ELSE
               MOVE SPACES TO WS-SUM-LINE
               STRING "CNAB RETURN SUMMARY BY OCCURRENCE - COMPANY "
                   WS-COMPANY
                   DELIMITED BY SIZE INTO WS-SUM-LINE
               WRITE SUMMARY-LINE FROM WS-SUM-LINE
               MOVE SPACES TO WS-SUM-LINE
               STRING "06 SETTLED:   " WS-SETTLED-COUNT
