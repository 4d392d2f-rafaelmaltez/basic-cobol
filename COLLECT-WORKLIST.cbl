      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Daily telephone collection worklist, in place of the
      *          printed AGING-REPORT the collectors used to phone
      *          from. Each client's open items on open-items.dat are
      *          summed, and the client is aged by the oldest of them
      *          from its billing date; clients past WORKLIST_MIN_DAYS
      *          (default 30) are ranked by balance times days
      *          overdue, so the largest, oldest debts are called
      *          first. Each entry carries the client's phone numbers
      *          from contacts.txt and the last call on the call log.
      *          Clients placed with the collection agency, clients
      *          under an active installment agreement and clients
      *          holding an open promise to pay are left off - the
      *          agency, the agreement schedule and PROMISE-CHECK deal
      *          with those.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECT-WORKLIST.
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

           SELECT CONTACT-FILE ASSIGN TO '..\contacts.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTACT-STATUS.

           SELECT PLACED-FILE ASSIGN TO '..\agency-placed.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLACED-STATUS.

           SELECT AGREEMENT-FILE ASSIGN TO '..\agreements.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGREEMENT-STATUS.

           SELECT CALL-LOG-FILE ASSIGN TO '..\call-log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALL-STATUS.

           SELECT SORT-WORK ASSIGN TO "SWKW".

           SELECT SORTED-FILE ASSIGN TO '..\collect-worklist.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO '..\collect-worklist.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OPEN-ITEMS-FILE.
       COPY OPNITMREC.

       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.

       FD CONTACT-FILE.
       COPY CONTACTREC REPLACING ==:RECNAME:== BY ==CONTACT-LINE==.

       FD PLACED-FILE.
       COPY AGPLACEREC REPLACING ==:RECNAME:== BY ==PLACED-LINE==.

       FD AGREEMENT-FILE.
       COPY AGREEREC REPLACING ==:RECNAME:== BY ==AGREEMENT-LINE==.

       FD CALL-LOG-FILE.
       COPY CALLREC REPLACING ==:RECNAME:== BY ==CALL-LOG-LINE==.

       SD SORT-WORK.
       01 SORT-REC.
           05 SR-SCORE PIC 9(11)V99.
           05 SR-CODE PIC 9(7).
           05 SR-BALANCE PIC 9(9)V99.
           05 SR-DAYS PIC 9(5).
           05 SR-PERIOD PIC X(6).
           05 SR-SLOT PIC 9(4).

       FD SORTED-FILE.
       01 SORTED-REC.
           05 SW-SCORE PIC 9(11)V99.
           05 SW-CODE PIC 9(7).
           05 SW-BALANCE PIC 9(9)V99.
           05 SW-DAYS PIC 9(5).
           05 SW-PERIOD PIC X(6).
           05 SW-SLOT PIC 9(4).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-OPEN-ITEMS-FILENAME PIC X(100).
       01 WS-OPEN-ITEMS-STATUS PIC X(2).
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-CONTACT-STATUS PIC X(2).
       01 WS-PLACED-STATUS PIC X(2).
       01 WS-AGREEMENT-STATUS PIC X(2).
       01 WS-CALL-STATUS PIC X(2).
       01 WS-ITEMS-EOF PIC X(1) VALUE 'N'.
       01 WS-CONTACT-EOF PIC X(1) VALUE 'N'.
       01 WS-PLACED-EOF PIC X(1) VALUE 'N'.
       01 WS-AGREEMENT-EOF PIC X(1) VALUE 'N'.
       01 WS-CALL-EOF PIC X(1) VALUE 'N'.
       01 WS-SORTED-EOF PIC X(1) VALUE 'N'.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-DAYS-ENTRY PIC X(3).
       01 WS-MIN-DAYS PIC 9(3) VALUE 30.
       01 WS-DAYS-OPEN PIC S9(7).
       01 WS-CL-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-CL-TABLE.
           05 WS-CL-ENTRY OCCURS 5000 TIMES.
               10 WS-CL-CODE PIC 9(7).
               10 WS-CL-BALANCE PIC 9(9)V99.
               10 WS-CL-DAYS PIC 9(5).
               10 WS-CL-PERIOD PIC X(6).
               10 WS-CL-MOBILE PIC X(20).
               10 WS-CL-PHONE PIC X(20).
               10 WS-CL-CALL-DATE PIC 9(8).
               10 WS-CL-OUTCOME PIC X(1).
               10 WS-CL-PROMISE PIC X(1).
               10 WS-CL-PROMISE-STATUS PIC X(1).
       01 WS-C PIC 9(4) COMP.
       01 WS-CL-POS PIC 9(4) COMP.
       01 WS-CL-DROPPED PIC 9(7) VALUE ZERO.
       01 WS-GP-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-GP-TABLE.
           05 WS-GP-CODE PIC 9(7) OCCURS 500 TIMES.
       01 WS-GP PIC 9(3) COMP.
       01 WS-AG-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-AG-TABLE.
           05 WS-AG-CODE PIC 9(7) OCCURS 500 TIMES.
       01 WS-AG PIC 9(3) COMP.
       01 WS-EXCLUDED PIC X(1).
       01 WS-AGENCY-COUNT PIC 9(7) VALUE ZERO.
       01 WS-AGREEMENT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PROMISE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-LISTED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-BALANCE PIC 9(11)V99 VALUE ZERO.
       01 WS-RANK PIC 9(5) VALUE ZERO.
       01 WS-TITLE-LINE.
           05 FILLER PIC X(27) VALUE "COLLECTION CALL WORKLIST".
           05 FILLER PIC X(6) VALUE "DATE: ".
           05 WS-T-DATE PIC 9(8).
       01 WS-DETAIL-LINE.
           05 WS-D-RANK PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-D-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-D-NAME PIC X(20).
           05 FILLER PIC X(6) VALUE "  R$ ".
           05 WS-D-BALANCE PIC Z(8)9.99.
           05 FILLER PIC X(8) VALUE "  DAYS: ".
           05 WS-D-DAYS PIC ZZZZ9.
           05 FILLER PIC X(9) VALUE "  SINCE: ".
           05 WS-D-PERIOD PIC X(6).
       01 WS-PHONE-LINE.
           05 FILLER PIC X(14) VALUE "      MOBILE: ".
           05 WS-P-MOBILE PIC X(20).
           05 FILLER PIC X(9) VALUE "  PHONE: ".
           05 WS-P-PHONE PIC X(20).
       01 WS-CALL-LINE.
           05 FILLER PIC X(17) VALUE "      LAST CALL: ".
           05 WS-K-DATE PIC 9(8).
           05 FILLER PIC X(11) VALUE "  OUTCOME: ".
           05 WS-K-OUTCOME PIC X(20).
       01 WS-AMOUNT-EDIT PIC Z(10)9.99.
       01 WS-RPT-LINE PIC X(80).
       COPY DTUPARMS.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "COLLECT-WORKLIST" TO JL-CALL-PROGRAM
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
           MOVE SPACES TO WS-DAYS-ENTRY
           ACCEPT WS-DAYS-ENTRY FROM ENVIRONMENT "WORKLIST_MIN_DAYS"
           IF WS-DAYS-ENTRY IS NUMERIC
               MOVE WS-DAYS-ENTRY TO WS-MIN-DAYS
           END-IF
           PERFORM 1000-LOAD-OPEN-ITEMS THRU 1000-END
           IF RETURN-CODE = 16
               GOBACK
           END-IF
           PERFORM 1100-LOAD-PLACED THRU 1100-END
           PERFORM 1200-LOAD-AGREEMENTS THRU 1200-END
           PERFORM 1300-LOAD-CONTACTS THRU 1300-END
           PERFORM 1400-LOAD-CALL-LOG THRU 1400-END
           SORT SORT-WORK
               ON DESCENDING KEY SR-SCORE
               INPUT PROCEDURE IS 2000-RELEASE-CLIENTS THRU 2000-END
               GIVING SORTED-FILE
           PERFORM 3000-PRINT-WORKLIST THRU 3000-END
           DISPLAY "COLLECT-WORKLIST: " WS-LISTED-COUNT
               " client(s) to call, " WS-AGENCY-COUNT
               " at agency, " WS-AGREEMENT-COUNT " under agreement, "
               WS-PROMISE-COUNT " holding a promise"
           IF WS-CL-DROPPED > ZERO
               DISPLAY "COLLECT-WORKLIST: " WS-CL-DROPPED
                   " open item(s) beyond the client table - not "
                   "listed"
           END-IF
           IF WS-LISTED-COUNT = ZERO OR WS-CL-DROPPED > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           SET JL-CALL-END TO TRUE
           MOVE WS-LISTED-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

      * Only truly open items count - frozen and written-off items
      * are the agreement's and the write-off's business.
       1000-LOAD-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEMS-FILE
           IF WS-OPEN-ITEMS-STATUS NOT = '00'
               DISPLAY "COLLECT-WORKLIST: no open-items master, "
                   "status " WS-OPEN-ITEMS-STATUS
                   " - run OPENITEM-BUILD first"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-END
           END-IF
           PERFORM UNTIL WS-ITEMS-EOF = 'Y'
               READ OPEN-ITEMS-FILE
                   AT END
                       MOVE 'Y' TO WS-ITEMS-EOF
                   NOT AT END
                       IF OI-OPEN AND OI-OPEN-AMOUNT > ZERO
                           PERFORM 1050-ADD-ITEM THRU 1050-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-ITEMS-FILE.
       1000-END. EXIT.

      * The file is in client/period order, so a client's items
      * arrive together and the last table entry is the one to add
      * to.
       1050-ADD-ITEM.
           MOVE 'ELAPSED' TO DU-FUNCTION
           MOVE OI-BILL-DATE TO DU-DATE-1
           MOVE WS-TODAY-DATE TO DU-DATE-2
           CALL 'DATEUTIL' USING DU-FUNCTION DU-DATE-1 DU-DATE-2
               DU-N DU-RESULT-DATE DU-ELAPSED DU-RETURN-CODE
           MOVE DU-ELAPSED TO WS-DAYS-OPEN
           IF WS-DAYS-OPEN < ZERO
               MOVE ZERO TO WS-DAYS-OPEN
           END-IF
           MOVE ZERO TO WS-CL-POS
           IF WS-CL-COUNT > ZERO
               IF WS-CL-CODE (WS-CL-COUNT) = OI-CLIENT-CODE
                   MOVE WS-CL-COUNT TO WS-CL-POS
               END-IF
           END-IF
           IF WS-CL-POS = ZERO
               IF WS-CL-COUNT >= 5000
                   ADD 1 TO WS-CL-DROPPED
                   GO TO 1050-END
               END-IF
               ADD 1 TO WS-CL-COUNT
               MOVE WS-CL-COUNT TO WS-CL-POS
               MOVE OI-CLIENT-CODE TO WS-CL-CODE (WS-CL-POS)
               MOVE ZERO TO WS-CL-BALANCE (WS-CL-POS)
               MOVE ZERO TO WS-CL-DAYS (WS-CL-POS)
               MOVE SPACES TO WS-CL-PERIOD (WS-CL-POS)
               MOVE SPACES TO WS-CL-MOBILE (WS-CL-POS)
               MOVE SPACES TO WS-CL-PHONE (WS-CL-POS)
               MOVE ZERO TO WS-CL-CALL-DATE (WS-CL-POS)
               MOVE SPACE TO WS-CL-OUTCOME (WS-CL-POS)
               MOVE 'N' TO WS-CL-PROMISE (WS-CL-POS)
               MOVE SPACE TO WS-CL-PROMISE-STATUS (WS-CL-POS)
           END-IF
           ADD OI-OPEN-AMOUNT TO WS-CL-BALANCE (WS-CL-POS)
           IF WS-DAYS-OPEN > WS-CL-DAYS (WS-CL-POS)
               MOVE WS-DAYS-OPEN TO WS-CL-DAYS (WS-CL-POS)
               MOVE OI-PERIOD TO WS-CL-PERIOD (WS-CL-POS)
           END-IF.
       1050-END. EXIT.

       1100-LOAD-PLACED.
           OPEN INPUT PLACED-FILE
           IF WS-PLACED-STATUS = '00'
               PERFORM UNTIL WS-PLACED-EOF = 'Y'
                   READ PLACED-FILE
                       AT END
                           MOVE 'Y' TO WS-PLACED-EOF
                       NOT AT END
                           IF WS-GP-COUNT < 500
                               ADD 1 TO WS-GP-COUNT
                               MOVE GP-CLIENT-CODE
                                   TO WS-GP-CODE (WS-GP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLACED-FILE
           END-IF.
       1100-END. EXIT.

       1200-LOAD-AGREEMENTS.
           OPEN INPUT AGREEMENT-FILE
           IF WS-AGREEMENT-STATUS = '00'
               PERFORM UNTIL WS-AGREEMENT-EOF = 'Y'
                   READ AGREEMENT-FILE
                       AT END
                           MOVE 'Y' TO WS-AGREEMENT-EOF
                       NOT AT END
                           IF AG-ACTIVE AND WS-AG-COUNT < 500
                               ADD 1 TO WS-AG-COUNT
                               MOVE AG-CLIENT-CODE
                                   TO WS-AG-CODE (WS-AG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGREEMENT-FILE
           END-IF.
       1200-END. EXIT.

      * The first mobile and the first landline on file for each
      * client on the list; e-mail addresses are no use to a caller.
       1300-LOAD-CONTACTS.
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS NOT = '00'
               GO TO 1300-END
           END-IF
           PERFORM UNTIL WS-CONTACT-EOF = 'Y'
               READ CONTACT-FILE
                   AT END
                       MOVE 'Y' TO WS-CONTACT-EOF
                   NOT AT END
                       PERFORM 1350-STORE-CONTACT THRU 1350-END
               END-READ
           END-PERFORM
           CLOSE CONTACT-FILE.
       1300-END. EXIT.

       1350-STORE-CONTACT.
           MOVE CT-CLIENT-CODE TO CM-CLIENT-CODE
           PERFORM 1900-FIND-CLIENT THRU 1900-END
           IF WS-CL-POS = ZERO
               GO TO 1350-END
           END-IF
           IF CT-MOBILE AND WS-CL-MOBILE (WS-CL-POS) = SPACES
               MOVE CT-VALUE TO WS-CL-MOBILE (WS-CL-POS)
           END-IF
           IF CT-LANDLINE AND WS-CL-PHONE (WS-CL-POS) = SPACES
               MOVE CT-VALUE TO WS-CL-PHONE (WS-CL-POS)
           END-IF.
       1350-END. EXIT.

      * The log is in call order, so the last line read for a client
      * is the latest call.
       1400-LOAD-CALL-LOG.
           OPEN INPUT CALL-LOG-FILE
           IF WS-CALL-STATUS NOT = '00'
               GO TO 1400-END
           END-IF
           PERFORM UNTIL WS-CALL-EOF = 'Y'
               READ CALL-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-CALL-EOF
                   NOT AT END
                       MOVE CA-CLIENT-CODE TO CM-CLIENT-CODE
                       PERFORM 1900-FIND-CLIENT THRU 1900-END
                       IF WS-CL-POS > ZERO
                           MOVE CA-DATE
                               TO WS-CL-CALL-DATE (WS-CL-POS)
                           MOVE CA-OUTCOME
                               TO WS-CL-OUTCOME (WS-CL-POS)
                           MOVE CA-PROMISE-STATUS
                               TO WS-CL-PROMISE-STATUS (WS-CL-POS)
                           IF CA-PROMISE-OPEN
                               MOVE 'Y' TO WS-CL-PROMISE (WS-CL-POS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALL-LOG-FILE.
       1400-END. EXIT.

       1900-FIND-CLIENT.
           MOVE ZERO TO WS-CL-POS
           PERFORM VARYING WS-C FROM 1 BY 1
               UNTIL WS-C > WS-CL-COUNT OR WS-CL-POS > ZERO
               IF WS-CL-CODE (WS-C) = CM-CLIENT-CODE
                   MOVE WS-C TO WS-CL-POS
               END-IF
           END-PERFORM.
       1900-END. EXIT.

       2000-RELEASE-CLIENTS.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CL-COUNT
               IF WS-CL-DAYS (WS-C) > WS-MIN-DAYS
                   PERFORM 2100-RELEASE-ONE THRU 2100-END
               END-IF
           END-PERFORM.
       2000-END. EXIT.

       2100-RELEASE-ONE.
           MOVE 'N' TO WS-EXCLUDED
           PERFORM VARYING WS-GP FROM 1 BY 1 UNTIL WS-GP > WS-GP-COUNT
               IF WS-GP-CODE (WS-GP) = WS-CL-CODE (WS-C)
                   MOVE 'Y' TO WS-EXCLUDED
               END-IF
           END-PERFORM
           IF WS-EXCLUDED = 'Y'
               ADD 1 TO WS-AGENCY-COUNT
               GO TO 2100-END
           END-IF
           PERFORM VARYING WS-AG FROM 1 BY 1 UNTIL WS-AG > WS-AG-COUNT
               IF WS-AG-CODE (WS-AG) = WS-CL-CODE (WS-C)
                   MOVE 'Y' TO WS-EXCLUDED
               END-IF
           END-PERFORM
           IF WS-EXCLUDED = 'Y'
               ADD 1 TO WS-AGREEMENT-COUNT
               GO TO 2100-END
           END-IF
           IF WS-CL-PROMISE (WS-C) = 'Y'
               ADD 1 TO WS-PROMISE-COUNT
               GO TO 2100-END
           END-IF
           COMPUTE SR-SCORE ROUNDED =
               WS-CL-BALANCE (WS-C) * WS-CL-DAYS (WS-C) / 30
           MOVE WS-CL-CODE (WS-C) TO SR-CODE
           MOVE WS-CL-BALANCE (WS-C) TO SR-BALANCE
           MOVE WS-CL-DAYS (WS-C) TO SR-DAYS
           MOVE WS-CL-PERIOD (WS-C) TO SR-PERIOD
           MOVE WS-C TO SR-SLOT
           RELEASE SORT-REC.
       2100-END. EXIT.

       3000-PRINT-WORKLIST.
           OPEN INPUT CLIENT-MASTER-FILE
           OPEN INPUT SORTED-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-TODAY-DATE TO WS-T-DATE
           WRITE REPORT-LINE FROM WS-TITLE-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "OVERDUE MORE THAN " WS-MIN-DAYS
               " DAYS, RANKED BY BALANCE x DAYS OVERDUE"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           PERFORM UNTIL WS-SORTED-EOF = 'Y'
               READ SORTED-FILE
                   AT END
                       MOVE 'Y' TO WS-SORTED-EOF
                   NOT AT END
                       PERFORM 3100-PRINT-ONE THRU 3100-END
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE WS-TOTAL-BALANCE TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "CLIENTS TO CALL: " WS-LISTED-COUNT
               "  TOTAL OPEN: R$ " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "LEFT OFF - AT AGENCY: " WS-AGENCY-COUNT
               "  UNDER AGREEMENT: " WS-AGREEMENT-COUNT
               "  PROMISE OPEN: " WS-PROMISE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           CLOSE REPORT-FILE
           CLOSE SORTED-FILE
           CLOSE CLIENT-MASTER-FILE.
       3000-END. EXIT.

       3100-PRINT-ONE.
           ADD 1 TO WS-RANK
           ADD 1 TO WS-LISTED-COUNT
           ADD SW-BALANCE TO WS-TOTAL-BALANCE
           MOVE SW-CODE TO CM-CLIENT-CODE
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO CM-CLIENT-NAME
           END-READ
           MOVE WS-RANK TO WS-D-RANK
           MOVE SW-CODE TO WS-D-CODE
           MOVE CM-CLIENT-NAME TO WS-D-NAME
           MOVE SW-BALANCE TO WS-D-BALANCE
           MOVE SW-DAYS TO WS-D-DAYS
           MOVE SW-PERIOD TO WS-D-PERIOD
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           MOVE SW-SLOT TO WS-C
           IF WS-CL-MOBILE (WS-C) = SPACES
               AND WS-CL-PHONE (WS-C) = SPACES
               MOVE "      NO PHONE ON FILE" TO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
           ELSE
               MOVE WS-CL-MOBILE (WS-C) TO WS-P-MOBILE
               MOVE WS-CL-PHONE (WS-C) TO WS-P-PHONE
               WRITE REPORT-LINE FROM WS-PHONE-LINE
           END-IF
           IF WS-CL-CALL-DATE (WS-C) > ZERO
               MOVE WS-CL-CALL-DATE (WS-C) TO WS-K-DATE
               EVALUATE WS-CL-OUTCOME (WS-C)
                   WHEN 'P'
                       IF WS-CL-PROMISE-STATUS (WS-C) = 'B'
                           MOVE "PROMISE BROKEN" TO WS-K-OUTCOME
                       ELSE
                           MOVE "PROMISE KEPT" TO WS-K-OUTCOME
                       END-IF
                   WHEN 'N'
                       MOVE "NO ANSWER" TO WS-K-OUTCOME
                   WHEN 'M'
                       MOVE "MESSAGE LEFT" TO WS-K-OUTCOME
                   WHEN 'W'
                       MOVE "WRONG NUMBER" TO WS-K-OUTCOME
                   WHEN 'R'
                       MOVE "REFUSED" TO WS-K-OUTCOME
                   WHEN 'D'
                       MOVE "DISPUTES THE DEBT" TO WS-K-OUTCOME
                   WHEN 'C'
                       MOVE "CALL BACK" TO WS-K-OUTCOME
                   WHEN OTHER
                       MOVE SPACES TO WS-K-OUTCOME
               END-EVALUATE
               WRITE REPORT-LINE FROM WS-CALL-LINE
           END-IF.
       3100-END. EXIT.

       END PROGRAM COLLECT-WORKLIST.
