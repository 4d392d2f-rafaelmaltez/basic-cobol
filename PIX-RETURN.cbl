      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Inbound PIX settlement step. Reads the bank's PIX
      *          settlement file (pix-settlement.txt - an H header
      *          with file date and sequence, one D line per received
      *          PIX with end-to-end id, txid, amount and date), maps
      *          each txid back to client code and period through the
      *          PIX register PIX-CHARGE keeps, and writes the money as
      *          PAYREC lines on bank-return.txt bracketed by the same
      *          HDR/TRL controls CNAB-RETURN produces - so
      *          PAYMENT-POST posts PIX money exactly like boleto
      *          money, with the same tie-out and rerun guard. A txid
      *          we never issued goes to pix-unmatched.txt for the
      *          treasury to chase and is not posted.
      * Tectonics: cobc
      * Note: a run covers one company's PIX account, PIX_COMPANY
      *       (default 01): pix-settlement.txt for company 01,
      *       pix-settlement-<nn>.txt for the others, with the
      *       unmatched file suffixed the same way.
      *       bank-return.txt is the single input PAYMENT-POST reads,
      *       so PAYMENT-POST runs after this step before CNAB-RETURN
      *       writes the next boleto file. The HDR sequence is lifted
      *       into the company's own block of the 900000 range
      *       (900000 + (company - 1) * 5000 plus the settlement
      *       file's sequence), so a PIX file never shares an identity
      *       with a CNAB file or another company's PIX file of the
      *       same day on the bank-file control register.
      * Modification History:
      *   15/10/2026 RM  Original version.
      *   15/10/2026 RM  One company per run (PIX_COMPANY), each with
      *                  its own settlement and unmatched files and its
      *                  own block of HDR sequences.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIX-RETURN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLEMENT-FILE ASSIGN TO WS-SETTLEMENT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SETTLEMENT-STATUS.

           SELECT PIX-REGISTER-FILE ASSIGN TO '..\pix-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.

           SELECT RETURN-FILE ASSIGN TO '..\bank-return.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETURN-STATUS.

           SELECT UNMATCHED-FILE ASSIGN TO WS-UNMATCHED-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UNMATCHED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SETTLEMENT-FILE.
       01 SETTLEMENT-LINE PIC X(100).
       01 SETTLEMENT-HEADER REDEFINES SETTLEMENT-LINE.
           05 PSH-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 PSH-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 PSH-SEQUENCE PIC 9(6).
           05 FILLER PIC X(83).
       01 SETTLEMENT-DETAIL REDEFINES SETTLEMENT-LINE.
           05 PSD-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 PSD-E2E-ID PIC X(32).
           05 FILLER PIC X(1).
           05 PSD-TXID PIC X(25).
           05 FILLER PIC X(1).
           05 PSD-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 PSD-PAID-DATE PIC 9(8).
           05 FILLER PIC X(21).

       FD PIX-REGISTER-FILE.
       COPY PIXREGREC REPLACING ==:RECNAME:== BY ==PIX-REG-LINE==.

       FD RETURN-FILE.
       COPY PAYREC REPLACING ==:RECNAME:== BY ==PAYMENT-LINE==.

       FD UNMATCHED-FILE.
       01 UNMATCHED-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-SETTLEMENT-STATUS PIC X(2).
       01 WS-REGISTER-STATUS PIC X(2).
       01 WS-RETURN-STATUS PIC X(2).
       01 WS-UNMATCHED-STATUS PIC X(2).
       01 WS-SETTLEMENT-EOF PIC X(1) VALUE 'N'.
       01 WS-REGISTER-EOF PIC X(1) VALUE 'N'.
       01 WS-RG-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-RG-TABLE.
           05 WS-RG-ENTRY OCCURS 5000 TIMES.
               10 WS-RG-TXID PIC X(25).
               10 WS-RG-CODE PIC 9(7).
               10 WS-RG-PERIOD PIC X(6).
       01 WS-R PIC 9(4) COMP.
       01 WS-RG-POS PIC 9(4) COMP.
       01 WS-SETTLED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-SETTLED-AMOUNT PIC 9(11)V99 VALUE ZERO.
       01 WS-UNMATCHED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-FILE-DATE PIC 9(8).
       01 WS-FILE-SEQ PIC 9(6) VALUE 1.
       01 WS-SEQ-QUOT PIC 9(6).
       01 WS-SEQ-REM PIC 9(6).
       01 WS-HDR-WRITTEN PIC X(1) VALUE 'N'.
       01 WS-COMPANY PIC 9(2).
       01 WS-COMPANY-X REDEFINES WS-COMPANY PIC X(2).
       01 WS-SETTLEMENT-FILENAME PIC X(100).
       01 WS-UNMATCHED-FILENAME PIC X(100).
       01 WS-RETURN-HDR.
           05 FILLER PIC X(4) VALUE 'HDR,'.
           05 RH-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE ','.
           05 RH-SEQUENCE PIC 9(6).
       01 WS-RETURN-TRL.
           05 FILLER PIC X(4) VALUE 'TRL,'.
           05 RT-COUNT PIC 9(7).
           05 FILLER PIC X(1) VALUE ','.
           05 RT-AMOUNT PIC 9(11)V99.
       COPY CMPLKPARM.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "PIX-RETURN" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           PERFORM 0100-GET-COMPANY THRU 0100-END
           PERFORM 1000-LOAD-REGISTER THRU 1000-END
           PERFORM 2000-CONVERT-FILE THRU 2000-END
           DISPLAY "PIX-RETURN: " WS-SETTLED-COUNT " settled, "
               WS-UNMATCHED-COUNT " unmatched txid(s)"
           IF WS-UNMATCHED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           SET JL-CALL-END TO TRUE
           MOVE WS-SETTLED-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

       0100-GET-COMPANY.
           MOVE SPACES TO WS-COMPANY-X
           ACCEPT WS-COMPANY-X FROM ENVIRONMENT "PIX_COMPANY"
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
               DISPLAY "PIX-RETURN: company " WS-COMPANY
                   " is not on the company master"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-SETTLEMENT-FILENAME
           STRING '../pix-settlement' CY-FILE-SUFFIX
               DELIMITED BY SPACE
               '.txt' DELIMITED BY SIZE INTO WS-SETTLEMENT-FILENAME
           MOVE SPACES TO WS-UNMATCHED-FILENAME
           STRING '../pix-unmatched' CY-FILE-SUFFIX
               DELIMITED BY SPACE
               '.txt' DELIMITED BY SIZE INTO WS-UNMATCHED-FILENAME.
       0100-END. EXIT.

       1000-LOAD-REGISTER.
           OPEN INPUT PIX-REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY "PIX-RETURN: no PIX register on file - "
                   "every txid will be unmatched"
           ELSE
               PERFORM UNTIL WS-REGISTER-EOF = 'Y'
                   READ PIX-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO WS-REGISTER-EOF
                       NOT AT END
                           IF WS-RG-COUNT < 5000
                               ADD 1 TO WS-RG-COUNT
                               MOVE PXR-TXID
                                   TO WS-RG-TXID (WS-RG-COUNT)
                               MOVE PXR-CLIENT-CODE
                                   TO WS-RG-CODE (WS-RG-COUNT)
                               MOVE PXR-PERIOD
                                   TO WS-RG-PERIOD (WS-RG-COUNT)
                           ELSE
                               DISPLAY "PIX-RETURN: register table "
                                   "full - txid " PXR-TXID
                                   " not loaded"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PIX-REGISTER-FILE
           END-IF.
       1000-END. EXIT.

       2000-CONVERT-FILE.
           OPEN INPUT SETTLEMENT-FILE
           IF WS-SETTLEMENT-STATUS NOT = '00'
               DISPLAY "PIX-RETURN: no PIX settlement on file, "
                   "status " WS-SETTLEMENT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RETURN-FILE
           OPEN OUTPUT UNMATCHED-FILE
           ACCEPT WS-FILE-DATE FROM DATE YYYYMMDD
           MOVE 'N' TO WS-HDR-WRITTEN
           PERFORM UNTIL WS-SETTLEMENT-EOF = 'Y'
               READ SETTLEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-SETTLEMENT-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN PSH-TYPE = 'H'
                               PERFORM 2050-TAKE-FILE-IDENTITY
                                   THRU 2050-END
                           WHEN PSD-TYPE = 'D'
                               PERFORM 2100-MAP-ONE THRU 2100-END
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           PERFORM 2060-WRITE-HDR THRU 2060-END
           MOVE WS-SETTLED-COUNT TO RT-COUNT
           MOVE WS-SETTLED-AMOUNT TO RT-AMOUNT
           WRITE PAYMENT-LINE FROM WS-RETURN-TRL
           CLOSE UNMATCHED-FILE
           CLOSE RETURN-FILE
           CLOSE SETTLEMENT-FILE.
       2000-END. EXIT.

      * The settlement file's date and sequence become the HDR
      * identity.
       2050-TAKE-FILE-IDENTITY.
           IF PSH-DATE IS NUMERIC AND PSH-DATE NOT = ZERO
               MOVE PSH-DATE TO WS-FILE-DATE
           END-IF
           IF PSH-SEQUENCE IS NUMERIC AND PSH-SEQUENCE NOT = ZERO
               MOVE PSH-SEQUENCE TO WS-FILE-SEQ
           END-IF
           PERFORM 2060-WRITE-HDR THRU 2060-END.
       2050-END. EXIT.

      * The sequence is lifted into the company's block of the 900000
      * range, 5000 wide, so twenty companies fit below 1000000.
       2060-WRITE-HDR.
           IF WS-HDR-WRITTEN = 'N'
               DIVIDE WS-FILE-SEQ BY 5000 GIVING WS-SEQ-QUOT
                   REMAINDER WS-SEQ-REM
               COMPUTE WS-FILE-SEQ = 900000
                   + (WS-COMPANY - 1) * 5000 + WS-SEQ-REM
               MOVE WS-FILE-DATE TO RH-DATE
               MOVE WS-FILE-SEQ TO RH-SEQUENCE
               WRITE PAYMENT-LINE FROM WS-RETURN-HDR
               MOVE 'Y' TO WS-HDR-WRITTEN
           END-IF.
       2060-END. EXIT.

       2100-MAP-ONE.
           MOVE ZERO TO WS-RG-POS
           PERFORM VARYING WS-R FROM 1 BY 1
               UNTIL WS-R > WS-RG-COUNT OR WS-RG-POS > ZERO
               IF WS-RG-TXID (WS-R) = PSD-TXID
                   MOVE WS-R TO WS-RG-POS
               END-IF
           END-PERFORM
           IF WS-RG-POS = ZERO
               DISPLAY "PIX-RETURN: txid " PSD-TXID
                   " not on the PIX register - routed to unmatched"
               WRITE UNMATCHED-LINE FROM SETTLEMENT-LINE
               ADD 1 TO WS-UNMATCHED-COUNT
               GO TO 2100-END
           END-IF
           PERFORM 2060-WRITE-HDR THRU 2060-END
           MOVE SPACES TO PAYMENT-LINE
           MOVE ',' TO PAYMENT-LINE (8:1)
           MOVE ',' TO PAYMENT-LINE (15:1)
           MOVE ',' TO PAYMENT-LINE (24:1)
           MOVE WS-RG-CODE (WS-RG-POS) TO PAY-CLIENT-CODE
           MOVE WS-RG-PERIOD (WS-RG-POS) TO PAY-PERIOD
           MOVE PSD-PAID-DATE TO PAY-DATE
           MOVE PSD-AMOUNT TO PAY-AMOUNT
           WRITE PAYMENT-LINE
           IF WS-RETURN-STATUS NOT = '00'
               DISPLAY "PIX-RETURN: return write failed, status "
                   WS-RETURN-STATUS
           ELSE
               ADD 1 TO WS-SETTLED-COUNT
               ADD PSD-AMOUNT TO WS-SETTLED-AMOUNT
           END-IF.
       2100-END. EXIT.

       END PROGRAM PIX-RETURN.
