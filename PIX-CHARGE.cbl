      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: PIX charge batch. Reads every open item with money
      *          still owed off the indexed open-items master and
      *          writes one immediate charge per item to the bank's
      *          PIX API batch file (pix-charges.txt): txid, amount,
      *          expiry date, our PIX key, and the payer's CPF/CNPJ and
      *          name from the client master, bracketed by HDR/TRL
      *          control lines. The txid is RM + client code + period
      *          + issue date + a two-digit issue count, and every
      *          charge is appended to the PIX register so PIX-RETURN
      *          can map a settled txid back to its client and period.
      *          A charge still in force for the same amount is not
      *          issued again.
      * Tectonics: cobc
      * Note: charges expire after PIX_EXPIRY_DAYS days (default 3).
      *       One charge file per company on the company master
      *       (pix-charges.txt for company 01, pix-charges-<nn>.txt
      *       for the others), each carrying only the items of
      *       clients whose branch belongs to that company, under the
      *       company's own PIX key.
      * Modification History:
      *   15/10/2026 RM  Original version.
      *   15/10/2026 RM  One charge file per company, each under that
      *                  company's PIX key, so the money lands in the
      *                  entity that billed it.
      *   15/10/2026 RM  The register table holds 20000 charges and a
      *                  longer register stops the run before any
      *                  charge is issued, instead of dropping the
      *                  newest lines and charging them again.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIX-CHARGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-ITEMS-FILE ASSIGN TO WS-OPEN-ITEMS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OI-ITEM-KEY
           FILE STATUS IS WS-OPEN-ITEMS-STATUS.

           SELECT CLIENT-MASTER-FILE ASSIGN TO WS-MASTER-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CLIENT-CODE
           ALTERNATE RECORD KEY IS CM-CLIENT-NAME WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT PIX-REGISTER-FILE ASSIGN TO '..\pix-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.

           SELECT CHARGE-FILE ASSIGN TO WS-CHARGE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHARGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPEN-ITEMS-FILE.
       COPY OPNITMREC.

       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.

       FD PIX-REGISTER-FILE.
       COPY PIXREGREC REPLACING ==:RECNAME:== BY ==PIX-REG-LINE==.

       FD CHARGE-FILE.
       01 CHARGE-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-OPEN-ITEMS-FILENAME PIC X(100).
       01 WS-OPEN-ITEMS-STATUS PIC X(2).
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-REGISTER-STATUS PIC X(2).
       01 WS-CHARGE-STATUS PIC X(2).
       01 WS-CHARGE-FILENAME PIC X(100).
       01 WS-COMPANY-INDEX PIC 9(2).
       01 WS-COMPANY PIC 9(2).
       01 WS-COMPANY-SUFFIX PIC X(3).
       01 WS-CLIENT-COMPANY PIC 9(2).
       01 WS-ITEMS-EOF PIC X(1) VALUE 'N'.
       01 WS-REGISTER-EOF PIC X(1) VALUE 'N'.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-EXPIRY-ENTRY PIC X(3).
       01 WS-EXPIRY-DAYS PIC 9(3) VALUE 3.
       01 WS-EXPIRY-DATE PIC 9(8).
       01 WS-RG-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-RG-OVERFLOW PIC X(1) VALUE 'N'.
           88 WS-RG-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-RG-TABLE.
           05 WS-RG-ENTRY OCCURS 20000 TIMES.
               10 WS-RG-CODE PIC 9(7).
               10 WS-RG-PERIOD PIC X(6).
               10 WS-RG-AMOUNT PIC 9(7)V99.
               10 WS-RG-EXPIRY PIC 9(8).
       01 WS-R PIC 9(5) COMP.
       01 WS-ISSUE-COUNT PIC 9(2).
       01 WS-IN-FORCE PIC X(1).
       01 WS-TXID.
           05 FILLER PIC X(2) VALUE 'RM'.
           05 WS-TXID-CLIENT PIC 9(7).
           05 WS-TXID-PERIOD PIC X(6).
           05 WS-TXID-DATE PIC 9(8).
           05 WS-TXID-COUNT PIC 9(2).
       01 WS-CHARGE-HDR.
           05 FILLER PIC X(4) VALUE 'HDR,'.
           05 CH-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE ','.
           05 CH-KEY PIC X(36).
       01 WS-CHARGE-DETAIL.
           05 FILLER PIC X(4) VALUE 'COB,'.
           05 CD-TXID PIC X(25).
           05 FILLER PIC X(1) VALUE ','.
           05 CD-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X(1) VALUE ','.
           05 CD-EXPIRY-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE ','.
           05 CD-KEY PIC X(36).
           05 FILLER PIC X(1) VALUE ','.
           05 CD-PAYER-TAX-ID PIC X(14).
           05 FILLER PIC X(1) VALUE ','.
           05 CD-PAYER-NAME PIC X(20).
       01 WS-CHARGE-TRL.
           05 FILLER PIC X(4) VALUE 'TRL,'.
           05 CT-COUNT PIC 9(7).
           05 FILLER PIC X(1) VALUE ','.
           05 CT-AMOUNT PIC 9(11)V99.
       01 WS-CHARGE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CHARGE-AMOUNT PIC 9(11)V99 VALUE ZERO.
       01 WS-GRAND-COUNT PIC 9(7) VALUE ZERO.
       01 WS-IN-FORCE-COUNT PIC 9(7) VALUE ZERO.
       COPY PIXCODEPARM.
       COPY CMPLKPARM.
       COPY DTUPARMS.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "PIX-CHARGE" TO JL-CALL-PROGRAM
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
           MOVE SPACES TO WS-OPEN-ITEMS-FILENAME
           ACCEPT WS-OPEN-ITEMS-FILENAME
               FROM ENVIRONMENT "OPEN_ITEMS_FILE"
           IF WS-OPEN-ITEMS-FILENAME = SPACES
               MOVE '..\open-items.dat' TO WS-OPEN-ITEMS-FILENAME
           END-IF
           MOVE SPACES TO WS-EXPIRY-ENTRY
           ACCEPT WS-EXPIRY-ENTRY FROM ENVIRONMENT "PIX_EXPIRY_DAYS"
           IF WS-EXPIRY-ENTRY IS NUMERIC
               MOVE WS-EXPIRY-ENTRY TO WS-EXPIRY-DAYS
           END-IF
           MOVE 'ADD-DAYS' TO DU-FUNCTION
           MOVE WS-TODAY-DATE TO DU-DATE-1
           MOVE WS-EXPIRY-DAYS TO DU-N
           CALL 'DATEUTIL' USING DU-FUNCTION DU-DATE-1 DU-DATE-2
               DU-N DU-RESULT-DATE DU-ELAPSED DU-RETURN-CODE
           MOVE DU-RESULT-DATE TO WS-EXPIRY-DATE
           PERFORM 1000-LOAD-REGISTER THRU 1000-END
      * A charge past the table would be missed by the in-force check
      * and the issue count, so the item would be charged again under
      * a txid already used. Stop before any charge goes out.
           IF WS-RG-TABLE-OVERFLOWED
               DISPLAY "PIX-CHARGE: PIX register is larger than the "
                   "charge table - run aborted, raise the table and "
                   "rerun"
               MOVE 16 TO RETURN-CODE
               SET JL-CALL-END TO TRUE
               MOVE ZERO TO JL-CALL-RECORD-COUNT
               CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
                   JL-CALL-RECORD-COUNT
               GOBACK
           END-IF
           PERFORM VARYING WS-COMPANY-INDEX FROM 1 BY 1
               UNTIL WS-COMPANY-INDEX > 20
               SET CY-BY-INDEX TO TRUE
               MOVE WS-COMPANY-INDEX TO CY-CALL-INDEX
               CALL "COMPANYLK" USING CY-CALL-FUNCTION CY-CALL-BRANCH
                   CY-CALL-INDEX CY-CALL-COMPANY CY-CALL-RESULT
               IF CY-FOUND
                   PERFORM 1500-ONE-COMPANY THRU 1500-END
               END-IF
           END-PERFORM
           DISPLAY "PIX-CHARGE: " WS-GRAND-COUNT
               " charge(s) issued, " WS-IN-FORCE-COUNT
               " still in force from an earlier run"
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

      * The register's history decides both the issue count in the
      * next txid and whether the item already has a live charge.
       1000-LOAD-REGISTER.
           OPEN INPUT PIX-REGISTER-FILE
           IF WS-REGISTER-STATUS = '00'
               PERFORM UNTIL WS-REGISTER-EOF = 'Y'
                   READ PIX-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO WS-REGISTER-EOF
                       NOT AT END
                           IF WS-RG-COUNT NOT < 20000
                               SET WS-RG-TABLE-OVERFLOWED TO TRUE
                               MOVE 'Y' TO WS-REGISTER-EOF
                           ELSE
                               ADD 1 TO WS-RG-COUNT
                               MOVE PXR-CLIENT-CODE
                                   TO WS-RG-CODE (WS-RG-COUNT)
                               MOVE PXR-PERIOD
                                   TO WS-RG-PERIOD (WS-RG-COUNT)
                               MOVE PXR-AMOUNT
                                   TO WS-RG-AMOUNT (WS-RG-COUNT)
                               MOVE PXR-EXPIRY-DATE
                                   TO WS-RG-EXPIRY (WS-RG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PIX-REGISTER-FILE
           END-IF.
       1000-END. EXIT.

      * One charge file for the company just handed back by
      * COMPANYLK, under its own PIX key.
       1500-ONE-COMPANY.
           MOVE CY-CODE TO WS-COMPANY
           MOVE CY-FILE-SUFFIX TO WS-COMPANY-SUFFIX
           MOVE SPACES TO WS-CHARGE-FILENAME
           STRING '../pix-charges' WS-COMPANY-SUFFIX
               DELIMITED BY SPACE
               '.txt' DELIMITED BY SIZE INTO WS-CHARGE-FILENAME
           MOVE ZERO TO WS-CHARGE-COUNT
           MOVE ZERO TO WS-CHARGE-AMOUNT
           MOVE 'N' TO WS-ITEMS-EOF
           PERFORM 2000-BUILD-CHARGES THRU 2000-END
           ADD WS-CHARGE-COUNT TO WS-GRAND-COUNT
           DISPLAY "PIX-CHARGE: company " WS-COMPANY " "
               WS-CHARGE-COUNT " charge(s) on " WS-CHARGE-FILENAME.
       1500-END. EXIT.

       2000-BUILD-CHARGES.
           OPEN INPUT OPEN-ITEMS-FILE
           IF WS-OPEN-ITEMS-STATUS NOT = '00'
               DISPLAY "PIX-CHARGE: no open-items master, status "
                   WS-OPEN-ITEMS-STATUS
                   " - run OPENITEM-BUILD first"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "PIX-CHARGE: cannot open master, status "
                   WS-MASTER-STATUS
               CLOSE OPEN-ITEMS-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND PIX-REGISTER-FILE
           IF WS-REGISTER-STATUS = '35'
               OPEN OUTPUT PIX-REGISTER-FILE
               CLOSE PIX-REGISTER-FILE
               OPEN EXTEND PIX-REGISTER-FILE
           END-IF
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY "PIX-CHARGE: cannot open PIX register, "
                   "status " WS-REGISTER-STATUS
               CLOSE CLIENT-MASTER-FILE
               CLOSE OPEN-ITEMS-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT CHARGE-FILE
           MOVE WS-COMPANY TO PX-CALL-COMPANY
           MOVE ZERO TO PX-CALL-AMOUNT
           MOVE SPACES TO PX-CALL-TXID
           CALL 'PIXCODE' USING PX-CALL-COMPANY PX-CALL-TXID
               PX-CALL-AMOUNT PX-CALL-KEY PX-CALL-PAYLOAD
               PX-CALL-LENGTH
           MOVE WS-TODAY-DATE TO CH-DATE
           MOVE PX-CALL-KEY TO CH-KEY
           WRITE CHARGE-LINE FROM WS-CHARGE-HDR
           PERFORM UNTIL WS-ITEMS-EOF = 'Y'
               READ OPEN-ITEMS-FILE
                   AT END
                       MOVE 'Y' TO WS-ITEMS-EOF
                   NOT AT END
                       IF OI-OPEN AND OI-OPEN-AMOUNT > ZERO
                           PERFORM 2050-CLIENT-COMPANY THRU 2050-END
                           IF WS-CLIENT-COMPANY = WS-COMPANY
                               PERFORM 2100-CHARGE-ONE THRU 2100-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-CHARGE-COUNT TO CT-COUNT
           MOVE WS-CHARGE-AMOUNT TO CT-AMOUNT
           WRITE CHARGE-LINE FROM WS-CHARGE-TRL
           CLOSE CHARGE-FILE
           CLOSE PIX-REGISTER-FILE
           CLOSE CLIENT-MASTER-FILE
           CLOSE OPEN-ITEMS-FILE.
       2000-END. EXIT.

      * The client's company is the one its branch belongs to; a
      * client missing from the master stays with company 01. The
      * payer's details are taken from the same read.
       2050-CLIENT-COMPANY.
           MOVE 1 TO WS-CLIENT-COMPANY
           MOVE OI-CLIENT-CODE TO CM-CLIENT-CODE
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO CD-PAYER-TAX-ID
                   MOVE 'CLIENT NOT ON MASTER' TO CD-PAYER-NAME
               NOT INVALID KEY
                   MOVE CM-TAX-ID TO CD-PAYER-TAX-ID
                   MOVE CM-CLIENT-NAME TO CD-PAYER-NAME
                   SET CY-BY-BRANCH TO TRUE
                   MOVE CM-BRANCH TO CY-CALL-BRANCH
                   CALL "COMPANYLK" USING CY-CALL-FUNCTION
                       CY-CALL-BRANCH CY-CALL-INDEX CY-CALL-COMPANY
                       CY-CALL-RESULT
                   MOVE CY-CODE TO WS-CLIENT-COMPANY
           END-READ.
       2050-END. EXIT.

      * A charge for the same amount that has not yet expired is
      * still payable - issuing another would only confuse the payer.
       2100-CHARGE-ONE.
           MOVE ZERO TO WS-ISSUE-COUNT
           MOVE 'N' TO WS-IN-FORCE
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RG-COUNT
               IF WS-RG-CODE (WS-R) = OI-CLIENT-CODE
                   AND WS-RG-PERIOD (WS-R) = OI-PERIOD
                   ADD 1 TO WS-ISSUE-COUNT
                   IF WS-RG-AMOUNT (WS-R) = OI-OPEN-AMOUNT
                       AND WS-RG-EXPIRY (WS-R) >= WS-TODAY-DATE
                       MOVE 'Y' TO WS-IN-FORCE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-IN-FORCE = 'Y'
               ADD 1 TO WS-IN-FORCE-COUNT
               GO TO 2100-END
           END-IF
           ADD 1 TO WS-ISSUE-COUNT
           MOVE OI-CLIENT-CODE TO WS-TXID-CLIENT
           MOVE OI-PERIOD TO WS-TXID-PERIOD
           MOVE WS-TODAY-DATE TO WS-TXID-DATE
           MOVE WS-ISSUE-COUNT TO WS-TXID-COUNT
           MOVE WS-TXID TO CD-TXID
           MOVE OI-OPEN-AMOUNT TO CD-AMOUNT
           MOVE WS-EXPIRY-DATE TO CD-EXPIRY-DATE
           MOVE PX-CALL-KEY TO CD-KEY
           WRITE CHARGE-LINE FROM WS-CHARGE-DETAIL
           MOVE SPACES TO PIX-REG-LINE
           MOVE WS-TXID TO PXR-TXID
           MOVE OI-CLIENT-CODE TO PXR-CLIENT-CODE
           MOVE OI-PERIOD TO PXR-PERIOD
           MOVE OI-OPEN-AMOUNT TO PXR-AMOUNT
           MOVE WS-TODAY-DATE TO PXR-ISSUE-DATE
           MOVE WS-EXPIRY-DATE TO PXR-EXPIRY-DATE
           WRITE PIX-REG-LINE
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY "PIX-CHARGE: register write failed, status "
                   WS-REGISTER-STATUS
           END-IF
           ADD 1 TO WS-CHARGE-COUNT
           ADD OI-OPEN-AMOUNT TO WS-CHARGE-AMOUNT.
       2100-END. EXIT.

       END PROGRAM PIX-CHARGE.
