      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Inbound NFS-e step. Reads the city hall's answer to
      *          an RPS lot NFSE-RPS sent (nfse-return.txt - one line
      *          per RPS with its nota number, A for converted or R
      *          for refused, the NFS-e number and verification code
      *          the city issued, the issue date, and on a refusal the
      *          city's error code and message). Each converted RPS is
      *          stored on the NFS-e register against its IR-NUMBER,
      *          so NFSE-RPS never sends it again. A refused RPS, or a
      *          line whose nota number is not on the invoice register,
      *          goes on nfse-review.txt with the client, amount and
      *          the city's reason for the fiscal team to correct
      *          before the next lot.
      * Tectonics: cobc
      * Note: a run covers one company, NFSE_COMPANY (default 01) -
      *       the city's return for that company's lot, matched
      *       against that company's notas, and its own NFS-e
      *       register and review list (-<nn> suffix on the file
      *       names; company 01 keeps the plain names).
      * Modification History:
      *   15/10/2026 RM  Original version.
      *   15/10/2026 RM  One company per run (NFSE_COMPANY), since
      *                  each company numbers its notas separately.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFSE-RETURN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CITY-RETURN-FILE ASSIGN TO WS-CITY-RETURN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CITY-STATUS.

           SELECT INVOICE-REGISTER-FILE
           ASSIGN TO '..\invoice-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVOICE-STATUS.

           SELECT NFSE-REGISTER-FILE ASSIGN TO WS-NFSE-REG-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NFSE-STATUS.

           SELECT REVIEW-FILE ASSIGN TO WS-REVIEW-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVIEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CITY-RETURN-FILE.
       01 CITY-RETURN-LINE.
           05 NR-RPS-NUMBER PIC 9(9).
           05 FILLER PIC X(1).
           05 NR-STATUS PIC X(1).
               88 NR-ACCEPTED VALUE 'A'.
               88 NR-REFUSED VALUE 'R'.
           05 FILLER PIC X(1).
           05 NR-NFSE-NUMBER PIC 9(15).
           05 FILLER PIC X(1).
           05 NR-VERIFY-CODE PIC X(20).
           05 FILLER PIC X(1).
           05 NR-ISSUE-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 NR-ERROR-CODE PIC X(6).
           05 FILLER PIC X(1).
           05 NR-MESSAGE PIC X(60).

       FD INVOICE-REGISTER-FILE.
       COPY INVREGREC REPLACING ==:RECNAME:== BY ==INVOICE-REG-LINE==.

       FD NFSE-REGISTER-FILE.
       COPY NFSEREC REPLACING ==:RECNAME:== BY ==NFSE-REG-LINE==.

       FD REVIEW-FILE.
       01 REVIEW-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CITY-STATUS PIC X(2).
       01 WS-INVOICE-STATUS PIC X(2).
       01 WS-NFSE-STATUS PIC X(2).
       01 WS-REVIEW-STATUS PIC X(2).
       01 WS-CITY-EOF PIC X(1) VALUE 'N'.
       01 WS-COMPANY PIC 9(2).
       01 WS-COMPANY-X REDEFINES WS-COMPANY PIC X(2).
       01 WS-CITY-RETURN-NAME PIC X(100).
       01 WS-NFSE-REG-NAME PIC X(100).
       01 WS-REVIEW-NAME PIC X(100).
       01 WS-INVOICE-EOF PIC X(1) VALUE 'N'.
       01 WS-NFSE-EOF PIC X(1) VALUE 'N'.
       01 WS-IR-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-IR-TABLE.
           05 WS-IR-ENTRY OCCURS 20000 TIMES.
               10 WS-IR-NUMBER PIC 9(9).
               10 WS-IR-CLIENT-CODE PIC 9(7).
               10 WS-IR-PERIOD PIC X(6).
               10 WS-IR-AMOUNT PIC 9(7)V99.
       01 WS-NF-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-NF-TABLE.
           05 WS-NF-IR-NUMBER PIC 9(9) OCCURS 20000 TIMES.
       01 WS-N PIC 9(5) COMP.
       01 WS-IR-POS PIC 9(5) COMP.
       01 WS-ALREADY-ISSUED PIC X(1).
       01 WS-STORED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REVIEW-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DUPLICATE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REVIEW-DETAIL.
           05 RV-RPS-NUMBER PIC 9(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RV-CLIENT-CODE PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RV-PERIOD PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RV-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RV-ERROR-CODE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RV-MESSAGE PIC X(60).
       COPY CMPLKPARM.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "NFSE-RETURN" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           PERFORM 0100-GET-COMPANY THRU 0100-END
           PERFORM 1000-LOAD-INVOICES THRU 1000-END
           PERFORM 1100-LOAD-ISSUED THRU 1100-END
           PERFORM 2000-PROCESS-RETURN THRU 2000-END
           DISPLAY "NFSE-RETURN: " WS-STORED-COUNT " NFS-e stored, "
               WS-REVIEW-COUNT " RPS for review, "
               WS-DUPLICATE-COUNT " already on the register"
           IF WS-REVIEW-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           SET JL-CALL-END TO TRUE
           MOVE WS-STORED-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

       0100-GET-COMPANY.
           MOVE SPACES TO WS-COMPANY-X
           ACCEPT WS-COMPANY-X FROM ENVIRONMENT "NFSE_COMPANY"
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
               DISPLAY "NFSE-RETURN: company " WS-COMPANY
                   " is not on the company master"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-CITY-RETURN-NAME
           STRING '../nfse-return' CY-FILE-SUFFIX DELIMITED BY SPACE
               '.txt' DELIMITED BY SIZE INTO WS-CITY-RETURN-NAME
           MOVE SPACES TO WS-NFSE-REG-NAME
           STRING '../nfse-register' CY-FILE-SUFFIX DELIMITED BY SPACE
               '.txt' DELIMITED BY SIZE INTO WS-NFSE-REG-NAME
           MOVE SPACES TO WS-REVIEW-NAME
           STRING '../nfse-review' CY-FILE-SUFFIX DELIMITED BY SPACE
               '.txt' DELIMITED BY SIZE INTO WS-REVIEW-NAME.
       0100-END. EXIT.

       1000-LOAD-INVOICES.
           OPEN INPUT INVOICE-REGISTER-FILE
           IF WS-INVOICE-STATUS NOT = '00'
               DISPLAY "NFSE-RETURN: no invoice register on file - "
                   "every RPS will go to review"
               GO TO 1000-END
           END-IF
           PERFORM UNTIL WS-INVOICE-EOF = 'Y'
               READ INVOICE-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-INVOICE-EOF
                   NOT AT END
                       IF IR-COMPANY IS NOT NUMERIC
                           OR IR-COMPANY = '00'
                           MOVE '01' TO IR-COMPANY
                       END-IF
                       IF IR-COMPANY = WS-COMPANY-X
                           PERFORM 1050-LOAD-ONE THRU 1050-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVOICE-REGISTER-FILE.
       1000-END. EXIT.

       1050-LOAD-ONE.
           IF WS-IR-COUNT < 20000
               ADD 1 TO WS-IR-COUNT
               MOVE IR-NUMBER TO WS-IR-NUMBER (WS-IR-COUNT)
               MOVE IR-CLIENT-CODE TO WS-IR-CLIENT-CODE (WS-IR-COUNT)
               MOVE IR-PERIOD TO WS-IR-PERIOD (WS-IR-COUNT)
               MOVE IR-AMOUNT TO WS-IR-AMOUNT (WS-IR-COUNT)
           ELSE
               DISPLAY "NFSE-RETURN: invoice table full - "
                   "nota " IR-NUMBER " not loaded"
           END-IF.
       1050-END. EXIT.

       1100-LOAD-ISSUED.
           OPEN INPUT NFSE-REGISTER-FILE
           IF WS-NFSE-STATUS = '00'
               PERFORM UNTIL WS-NFSE-EOF = 'Y'
                   READ NFSE-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO WS-NFSE-EOF
                       NOT AT END
                           IF WS-NF-COUNT < 20000
                               ADD 1 TO WS-NF-COUNT
                               MOVE NF-IR-NUMBER
                                   TO WS-NF-IR-NUMBER (WS-NF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NFSE-REGISTER-FILE
           END-IF.
       1100-END. EXIT.

       2000-PROCESS-RETURN.
           OPEN INPUT CITY-RETURN-FILE
           IF WS-CITY-STATUS NOT = '00'
               DISPLAY "NFSE-RETURN: no city hall return on file, "
                   "status " WS-CITY-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND NFSE-REGISTER-FILE
           IF WS-NFSE-STATUS = '35'
               OPEN OUTPUT NFSE-REGISTER-FILE
               CLOSE NFSE-REGISTER-FILE
               OPEN EXTEND NFSE-REGISTER-FILE
           END-IF
           IF WS-NFSE-STATUS NOT = '00'
               DISPLAY "NFSE-RETURN: cannot open NFS-e register, "
                   "status " WS-NFSE-STATUS
               CLOSE CITY-RETURN-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REVIEW-FILE
           MOVE 'NFS-E REVIEW - RPS REFUSED BY THE CITY OR UNKNOWN'
               TO REVIEW-LINE
           WRITE REVIEW-LINE
           MOVE SPACES TO REVIEW-LINE
           STRING 'RPS NUMBER CLIENT   PERIOD        AMOUNT  ERROR   '
               'MESSAGE' DELIMITED BY SIZE INTO REVIEW-LINE
           WRITE REVIEW-LINE
           PERFORM UNTIL WS-CITY-EOF = 'Y'
               READ CITY-RETURN-FILE
                   AT END
                       MOVE 'Y' TO WS-CITY-EOF
                   NOT AT END
                       PERFORM 2100-PROCESS-ONE THRU 2100-END
               END-READ
           END-PERFORM
           CLOSE REVIEW-FILE
           CLOSE NFSE-REGISTER-FILE
           CLOSE CITY-RETURN-FILE.
       2000-END. EXIT.

       2100-PROCESS-ONE.
           MOVE ZERO TO WS-IR-POS
           PERFORM VARYING WS-N FROM 1 BY 1
               UNTIL WS-N > WS-IR-COUNT OR WS-IR-POS > ZERO
               IF WS-IR-NUMBER (WS-N) = NR-RPS-NUMBER
                   MOVE WS-N TO WS-IR-POS
               END-IF
           END-PERFORM
           IF WS-IR-POS = ZERO
               MOVE 'NOTREG' TO NR-ERROR-CODE
               MOVE 'RPS NUMBER NOT ON THE INVOICE REGISTER'
                   TO NR-MESSAGE
               PERFORM 2300-WRITE-REVIEW THRU 2300-END
               GO TO 2100-END
           END-IF
           IF NOT NR-ACCEPTED
               IF NOT NR-REFUSED
                   MOVE 'STATUS' TO NR-ERROR-CODE
                   MOVE 'UNKNOWN STATUS ON CITY HALL RETURN'
                       TO NR-MESSAGE
               END-IF
               PERFORM 2300-WRITE-REVIEW THRU 2300-END
               GO TO 2100-END
           END-IF
           MOVE 'N' TO WS-ALREADY-ISSUED
           PERFORM VARYING WS-N FROM 1 BY 1
               UNTIL WS-N > WS-NF-COUNT OR WS-ALREADY-ISSUED = 'Y'
               IF WS-NF-IR-NUMBER (WS-N) = NR-RPS-NUMBER
                   MOVE 'Y' TO WS-ALREADY-ISSUED
               END-IF
           END-PERFORM
           IF WS-ALREADY-ISSUED = 'Y'
               DISPLAY "NFSE-RETURN: nota " NR-RPS-NUMBER
                   " already on the NFS-e register - skipped"
               ADD 1 TO WS-DUPLICATE-COUNT
               GO TO 2100-END
           END-IF
           PERFORM 2200-STORE-NFSE THRU 2200-END.
       2100-END. EXIT.

       2200-STORE-NFSE.
           MOVE SPACES TO NFSE-REG-LINE
           MOVE NR-RPS-NUMBER TO NF-IR-NUMBER
           MOVE NR-NFSE-NUMBER TO NF-NFSE-NUMBER
           MOVE NR-VERIFY-CODE TO NF-VERIFY-CODE
           MOVE NR-ISSUE-DATE TO NF-ISSUE-DATE
           MOVE WS-IR-CLIENT-CODE (WS-IR-POS) TO NF-CLIENT-CODE
           MOVE WS-IR-PERIOD (WS-IR-POS) TO NF-PERIOD
           WRITE NFSE-REG-LINE
           IF WS-NFSE-STATUS NOT = '00'
               DISPLAY "NFSE-RETURN: NFS-e register write failed, "
                   "status " WS-NFSE-STATUS
               GO TO 2200-END
           END-IF
           ADD 1 TO WS-STORED-COUNT
           IF WS-NF-COUNT < 20000
               ADD 1 TO WS-NF-COUNT
               MOVE NR-RPS-NUMBER TO WS-NF-IR-NUMBER (WS-NF-COUNT)
           END-IF.
       2200-END. EXIT.

       2300-WRITE-REVIEW.
           MOVE NR-RPS-NUMBER TO RV-RPS-NUMBER
           IF WS-IR-POS > ZERO
               MOVE WS-IR-CLIENT-CODE (WS-IR-POS) TO RV-CLIENT-CODE
               MOVE WS-IR-PERIOD (WS-IR-POS) TO RV-PERIOD
               MOVE WS-IR-AMOUNT (WS-IR-POS) TO RV-AMOUNT
           ELSE
               MOVE ZERO TO RV-CLIENT-CODE
               MOVE SPACES TO RV-PERIOD
               MOVE ZERO TO RV-AMOUNT
           END-IF
           MOVE NR-ERROR-CODE TO RV-ERROR-CODE
           MOVE NR-MESSAGE TO RV-MESSAGE
           WRITE REVIEW-LINE FROM WS-REVIEW-DETAIL
           ADD 1 TO WS-REVIEW-COUNT.
       2300-END. EXIT.

       END PROGRAM NFSE-RETURN.
