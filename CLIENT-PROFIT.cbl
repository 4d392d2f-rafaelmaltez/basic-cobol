      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Client profitability and revenue ranking over a date
      *          range - who our top clients are and what they really
      *          bring in. Per client: billed (billing-history.txt,
      *          plus debit notes from the adjustments register),
      *          collected (payments-posted.txt, less reversals),
      *          discounts granted (discounts-register.txt), credit
      *          notes (adjustments-register.txt), write-offs
      *          (writeoff-register.txt) and refunds paid out
      *          (refund-register.txt). Net collected revenue is what
      *          was collected less what was refunded; clients are
      *          ranked on it and the top PROFIT_TOP (default 100)
      *          printed, followed by subtotals by branch and by UF
      *          over every client and a Pareto line giving the share
      *          of net revenue the top decile of clients carries.
      *          A client who changed branch inside the range has
      *          each amount counted under the branch it belonged to
      *          on the day (BRANCHAT), not all under today's branch.
      * Tectonics: cobc
      * Note: the range is PROFIT_FROM / PROFIT_TO (YYYYMMDD),
      *       defaulting to 1 January of the current year through
      *       today.
      * Modification History:
      *   15/10/2026 RM  Original version.
      *   15/10/2026 RM  Branch subtotals split a transferred client's
      *                  activity before and after the effective date
      *                  of the transfer, using BRANCHAT; the client
      *                  itself is counted under its current branch.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENT-PROFIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-HISTORY-FILE
           ASSIGN TO '..\billing-history.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT POSTED-FILE ASSIGN TO '..\payments-posted.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSTED-STATUS.

           SELECT DISCOUNT-REGISTER-FILE
           ASSIGN TO '..\discounts-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISC-REG-STATUS.

           SELECT ADJUSTMENT-REGISTER-FILE
           ASSIGN TO '..\adjustments-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADJ-STATUS.

           SELECT WRITEOFF-REGISTER-FILE
           ASSIGN TO '..\writeoff-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WOFF-STATUS.

           SELECT REFUND-REGISTER-FILE
           ASSIGN TO '..\refund-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REFUND-STATUS.

           SELECT BRANCH-FILE ASSIGN TO '..\branches.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRANCH-STATUS.

           SELECT CLIENT-MASTER-FILE ASSIGN TO WS-MASTER-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CLIENT-CODE
           ALTERNATE RECORD KEY IS CM-CLIENT-NAME WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT SORT-WORK ASSIGN TO "SWKP".

           SELECT SORTED-FILE ASSIGN TO '..\client-profit.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO '..\client-profit.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BILLING-HISTORY-FILE.
       COPY BILLHISTREC REPLACING ==:RECNAME:==
           BY ==BILLING-HISTORY-LINE==.

       FD POSTED-FILE.
       COPY PAYREC REPLACING ==:RECNAME:== BY ==POSTED-LINE==
           LEADING ==PAY== BY ==PST==.

       FD DISCOUNT-REGISTER-FILE.
       01 DISCOUNT-REG-LINE.
           05 DG-CLIENT-CODE PIC 9(7).
           05 FILLER PIC X(1).
           05 DG-PERIOD PIC X(6).
           05 FILLER PIC X(1).
           05 DG-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 DG-REASON PIC X(4).
           05 FILLER PIC X(1).
           05 DG-AMOUNT PIC 9(7)V99.

       FD ADJUSTMENT-REGISTER-FILE.
       COPY ADJREC REPLACING ==:RECNAME:== BY ==ADJUSTMENT-LINE==.

       FD WRITEOFF-REGISTER-FILE.
       COPY WOFFREC REPLACING ==:RECNAME:== BY ==WRITEOFF-LINE==.

       FD REFUND-REGISTER-FILE.
       COPY REFUNDREGREC REPLACING ==:RECNAME:==
           BY ==REFUND-REG-LINE==.

       FD BRANCH-FILE.
       COPY BRANCHREC REPLACING ==:RECNAME:== BY ==BRANCH-LINE==.

       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.

       SD SORT-WORK.
       01 SORT-REC.
           05 SR-NET PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 SR-SLOT PIC 9(4).

       FD SORTED-FILE.
       01 SORTED-REC.
           05 SP-NET PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 SP-SLOT PIC 9(4).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-POSTED-STATUS PIC X(2).
       01 WS-DISC-REG-STATUS PIC X(2).
       01 WS-ADJ-STATUS PIC X(2).
       01 WS-WOFF-STATUS PIC X(2).
       01 WS-REFUND-STATUS PIC X(2).
       01 WS-BRANCH-STATUS PIC X(2).
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-EOF PIC X(1).
       01 WS-SORTED-EOF PIC X(1) VALUE 'N'.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-DATE-ENTRY PIC X(8).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-TOP-ENTRY PIC X(4).
       01 WS-TOP-COUNT PIC 9(4) VALUE 100.
       01 WS-CLIENT PIC 9(7).
       01 WS-CL-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-CL-DROPPED PIC 9(7) VALUE ZERO.
       01 WS-CL-TABLE.
           05 WS-CL-ENTRY OCCURS 5000 TIMES.
               10 WS-CL-CODE PIC 9(7).
               10 WS-CL-BRANCH PIC 9(3).
               10 WS-CL-UF PIC X(2).
               10 WS-CL-BILLED PIC S9(9)V99.
               10 WS-CL-COLLECTED PIC S9(9)V99.
               10 WS-CL-DISCOUNTS PIC S9(9)V99.
               10 WS-CL-CREDITS PIC S9(9)V99.
               10 WS-CL-WRITEOFFS PIC S9(9)V99.
               10 WS-CL-REFUNDS PIC S9(9)V99.
               10 WS-CL-NET PIC S9(9)V99.
               10 WS-CL-TRANSFERRED PIC X(1).
       01 WS-C PIC 9(4) COMP.
       01 WS-CL-POS PIC 9(4) COMP.
       01 WS-BR-NAME-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-BR-NAME-TABLE.
           05 WS-BRN-ENTRY OCCURS 100 TIMES.
               10 WS-BRN-CODE PIC 9(3).
               10 WS-BRN-NAME PIC X(20).
       01 WS-BN PIC 9(3) COMP.
       01 WS-BR-TOTAL-COUNT PIC 9(2) VALUE ZERO.
       01 WS-BR-TOTALS.
           05 WS-BRT-ENTRY OCCURS 50 TIMES.
               10 WS-BRT-BRANCH PIC 9(3).
               10 WS-BRT-CLIENTS PIC 9(5).
               10 WS-BRT-BILLED PIC S9(11)V99.
               10 WS-BRT-NET PIC S9(11)V99.
       01 WS-BR PIC 9(2) COMP.
       01 WS-BR-FOUND PIC X(1).
       01 WS-ADD-BRANCH PIC 9(3).
       01 WS-ADD-CLIENTS PIC 9(1).
       01 WS-ADD-BILLED PIC S9(9)V99.
       01 WS-ADD-NET PIC S9(9)V99.
       01 WS-LINE-DATE PIC 9(8).
       01 WS-LINE-BILLED PIC S9(9)V99.
       01 WS-LINE-NET PIC S9(9)V99.
       01 WS-UF-TOTAL-COUNT PIC 9(2) VALUE ZERO.
       01 WS-UF-TOTALS.
           05 WS-UFT-ENTRY OCCURS 30 TIMES.
               10 WS-UFT-UF PIC X(2).
               10 WS-UFT-CLIENTS PIC 9(5).
               10 WS-UFT-BILLED PIC S9(11)V99.
               10 WS-UFT-NET PIC S9(11)V99.
       01 WS-U PIC 9(2) COMP.
       01 WS-UF-FOUND PIC X(1).
       01 WS-RANK PIC 9(5) VALUE ZERO.
       01 WS-RANKED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DECILE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DECILE-NET PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-BILLED PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-COLLECTED PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-DISCOUNTS PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-CREDITS PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-WRITEOFFS PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-REFUNDS PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-NET PIC S9(11)V99 VALUE ZERO.
       01 WS-PCT PIC S9(3)V9 VALUE ZERO.
       01 WS-TITLE-LINE.
           05 FILLER PIC X(34) VALUE
               "CLIENT PROFITABILITY AND RANKING".
           05 FILLER PIC X(6) VALUE "FROM: ".
           05 WS-T-FROM PIC 9(8).
           05 FILLER PIC X(6) VALUE "  TO: ".
           05 WS-T-TO PIC 9(8).
       01 WS-DETAIL-LINE.
           05 WS-D-RANK PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-D-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-D-NAME PIC X(20).
           05 FILLER PIC X(4) VALUE " BR ".
           05 WS-D-BRANCH PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-D-UF PIC X(2).
           05 FILLER PIC X(6) VALUE "  NET ".
           05 WS-D-NET PIC Z(7)9.99-.
           05 FILLER PIC X(6) VALUE " COLL ".
           05 WS-D-COLLECTED PIC Z(7)9.99-.
       01 WS-DETAIL-LINE-2.
           05 FILLER PIC X(5) VALUE " BIL ".
           05 WS-D2-BILLED PIC Z(6)9.99-.
           05 FILLER PIC X(5) VALUE " DSC ".
           05 WS-D2-DISCOUNTS PIC Z(6)9.99-.
           05 FILLER PIC X(5) VALUE " CRN ".
           05 WS-D2-CREDITS PIC Z(6)9.99-.
           05 FILLER PIC X(5) VALUE " WOF ".
           05 WS-D2-WRITEOFFS PIC Z(6)9.99-.
           05 FILLER PIC X(5) VALUE " RFD ".
           05 WS-D2-REFUNDS PIC Z(6)9.99-.
       01 WS-SUBTOTAL-LINE.
           05 WS-S-KEY PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-S-NAME PIC X(20).
           05 FILLER PIC X(10) VALUE "  CLIENTS ".
           05 WS-S-CLIENTS PIC ZZZZ9.
           05 FILLER PIC X(8) VALUE "  BILLED".
           05 WS-S-BILLED PIC Z(9)9.99-.
           05 FILLER PIC X(5) VALUE "  NET".
           05 WS-S-NET PIC Z(9)9.99-.
       01 WS-AMOUNT-EDIT PIC Z(10)9.99-.
       01 WS-PCT-EDIT PIC ZZ9.9-.
       01 WS-RPT-LINE PIC X(80).
       COPY BRATPARM.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "CLIENT-PROFIT" TO JL-CALL-PROGRAM
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
           MOVE WS-TODAY-DATE TO WS-FROM-DATE
           MOVE '0101' TO WS-FROM-DATE (5:4)
           MOVE WS-TODAY-DATE TO WS-TO-DATE
           MOVE SPACES TO WS-DATE-ENTRY
           ACCEPT WS-DATE-ENTRY FROM ENVIRONMENT "PROFIT_FROM"
           IF WS-DATE-ENTRY IS NUMERIC
               MOVE WS-DATE-ENTRY TO WS-FROM-DATE
           END-IF
           MOVE SPACES TO WS-DATE-ENTRY
           ACCEPT WS-DATE-ENTRY FROM ENVIRONMENT "PROFIT_TO"
           IF WS-DATE-ENTRY IS NUMERIC
               MOVE WS-DATE-ENTRY TO WS-TO-DATE
           END-IF
           MOVE SPACES TO WS-TOP-ENTRY
           ACCEPT WS-TOP-ENTRY FROM ENVIRONMENT "PROFIT_TOP"
           IF WS-TOP-ENTRY IS NUMERIC
               MOVE WS-TOP-ENTRY TO WS-TOP-COUNT
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "CLIENT-PROFIT: PROFIT_FROM " WS-FROM-DATE
                   " is after PROFIT_TO " WS-TO-DATE " - run refused"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-LOAD-BILLED THRU 1000-END
           PERFORM 1100-LOAD-COLLECTED THRU 1100-END
           PERFORM 1200-LOAD-DISCOUNTS THRU 1200-END
           PERFORM 1300-LOAD-ADJUSTMENTS THRU 1300-END
           PERFORM 1400-LOAD-WRITEOFFS THRU 1400-END
           PERFORM 1500-LOAD-REFUNDS THRU 1500-END
           PERFORM 1600-LOAD-BRANCHES THRU 1600-END
           PERFORM 1700-COMPLETE-CLIENTS THRU 1700-END
           SORT SORT-WORK
               ON DESCENDING KEY SR-NET
               INPUT PROCEDURE IS 2000-RELEASE-CLIENTS THRU 2000-END
               GIVING SORTED-FILE
           PERFORM 3000-PRINT-REPORT THRU 3000-END
           DISPLAY "CLIENT-PROFIT: " WS-CL-COUNT " client(s) from "
               WS-FROM-DATE " to " WS-TO-DATE ", top "
               WS-RANKED-COUNT " ranked"
           IF WS-CL-DROPPED > ZERO
               DISPLAY "CLIENT-PROFIT: " WS-CL-DROPPED
                   " line(s) beyond the client table - not counted"
           END-IF
           IF WS-CL-COUNT = ZERO OR WS-CL-DROPPED > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           SET JL-CALL-END TO TRUE
           MOVE WS-CL-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

       1000-LOAD-BILLED.
           MOVE 'N' TO WS-EOF
           OPEN INPUT BILLING-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               GO TO 1000-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BILLING-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BH-DATE >= WS-FROM-DATE
                           AND BH-DATE <= WS-TO-DATE
                           MOVE BH-CLIENT-CODE TO WS-CLIENT
                           PERFORM 1900-FIND-CLIENT THRU 1900-END
                           IF WS-CL-POS > ZERO
                               ADD BH-AMOUNT
                                   TO WS-CL-BILLED (WS-CL-POS)
                               MOVE BH-CLIENT-UF
                                   TO WS-CL-UF (WS-CL-POS)
                               MOVE BH-DATE TO WS-LINE-DATE
                               MOVE BH-AMOUNT TO WS-LINE-BILLED
                               MOVE ZERO TO WS-LINE-NET
                               PERFORM 1800-ATTRIBUTE-LINE
                                   THRU 1800-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILLING-HISTORY-FILE.
       1000-END. EXIT.

       1100-LOAD-COLLECTED.
           MOVE 'N' TO WS-EOF
           OPEN INPUT POSTED-FILE
           IF WS-POSTED-STATUS NOT = '00'
               GO TO 1100-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ POSTED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PST-DATE >= WS-FROM-DATE
                           AND PST-DATE <= WS-TO-DATE
                           MOVE PST-CLIENT-CODE TO WS-CLIENT
                           PERFORM 1900-FIND-CLIENT THRU 1900-END
                           IF WS-CL-POS > ZERO
                               IF PST-REVERSAL
                                   SUBTRACT PST-AMOUNT
                                       FROM WS-CL-COLLECTED (WS-CL-POS)
                                   COMPUTE WS-LINE-NET =
                                       ZERO - PST-AMOUNT
                               ELSE
                                   ADD PST-AMOUNT
                                       TO WS-CL-COLLECTED (WS-CL-POS)
                                   MOVE PST-AMOUNT TO WS-LINE-NET
                               END-IF
                               MOVE PST-DATE TO WS-LINE-DATE
                               MOVE ZERO TO WS-LINE-BILLED
                               PERFORM 1800-ATTRIBUTE-LINE
                                   THRU 1800-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTED-FILE.
       1100-END. EXIT.

       1200-LOAD-DISCOUNTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT DISCOUNT-REGISTER-FILE
           IF WS-DISC-REG-STATUS NOT = '00'
               GO TO 1200-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DISCOUNT-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DG-DATE >= WS-FROM-DATE
                           AND DG-DATE <= WS-TO-DATE
                           MOVE DG-CLIENT-CODE TO WS-CLIENT
                           PERFORM 1900-FIND-CLIENT THRU 1900-END
                           IF WS-CL-POS > ZERO
                               ADD DG-AMOUNT
                                   TO WS-CL-DISCOUNTS (WS-CL-POS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISCOUNT-REGISTER-FILE.
       1200-END. EXIT.

      * A credit note ('-') is revenue given back; a debit note is
      * billed on top of the invoice it adjusts.
       1300-LOAD-ADJUSTMENTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ADJUSTMENT-REGISTER-FILE
           IF WS-ADJ-STATUS NOT = '00'
               GO TO 1300-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ADJUSTMENT-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AJ-DATE >= WS-FROM-DATE
                           AND AJ-DATE <= WS-TO-DATE
                           MOVE AJ-CLIENT-CODE TO WS-CLIENT
                           PERFORM 1900-FIND-CLIENT THRU 1900-END
                           IF WS-CL-POS > ZERO
                               IF AJ-SIGN = '-'
                                   ADD AJ-AMOUNT
                                       TO WS-CL-CREDITS (WS-CL-POS)
                               ELSE
                                   ADD AJ-AMOUNT
                                       TO WS-CL-BILLED (WS-CL-POS)
                                   MOVE AJ-DATE TO WS-LINE-DATE
                                   MOVE AJ-AMOUNT TO WS-LINE-BILLED
                                   MOVE ZERO TO WS-LINE-NET
                                   PERFORM 1800-ATTRIBUTE-LINE
                                       THRU 1800-END
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADJUSTMENT-REGISTER-FILE.
       1300-END. EXIT.

       1400-LOAD-WRITEOFFS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT WRITEOFF-REGISTER-FILE
           IF WS-WOFF-STATUS NOT = '00'
               GO TO 1400-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ WRITEOFF-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WO-DATE >= WS-FROM-DATE
                           AND WO-DATE <= WS-TO-DATE
                           MOVE WO-CLIENT-CODE TO WS-CLIENT
                           PERFORM 1900-FIND-CLIENT THRU 1900-END
                           IF WS-CL-POS > ZERO
                               ADD WO-AMOUNT
                                   TO WS-CL-WRITEOFFS (WS-CL-POS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WRITEOFF-REGISTER-FILE.
       1400-END. EXIT.

       1500-LOAD-REFUNDS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT REFUND-REGISTER-FILE
           IF WS-REFUND-STATUS NOT = '00'
               GO TO 1500-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REFUND-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RR-DATE >= WS-FROM-DATE
                           AND RR-DATE <= WS-TO-DATE
                           MOVE RR-CLIENT-CODE TO WS-CLIENT
                           PERFORM 1900-FIND-CLIENT THRU 1900-END
                           IF WS-CL-POS > ZERO
                               ADD RR-AMOUNT
                                   TO WS-CL-REFUNDS (WS-CL-POS)
                               MOVE RR-DATE TO WS-LINE-DATE
                               MOVE ZERO TO WS-LINE-BILLED
                               COMPUTE WS-LINE-NET = ZERO - RR-AMOUNT
                               PERFORM 1800-ATTRIBUTE-LINE
                                   THRU 1800-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REFUND-REGISTER-FILE.
       1500-END. EXIT.

       1600-LOAD-BRANCHES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-STATUS NOT = '00'
               GO TO 1600-END
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BRANCH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-BR-NAME-COUNT < 100
                           ADD 1 TO WS-BR-NAME-COUNT
                           MOVE BRA-CODE
                               TO WS-BRN-CODE (WS-BR-NAME-COUNT)
                           MOVE BRA-NAME
                               TO WS-BRN-NAME (WS-BR-NAME-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRANCH-FILE.
       1600-END. EXIT.

      * Branch and UF come from the client master where the client
      * is still on it; the billing line's UF stands in otherwise.
       1700-COMPLETE-CLIENTS.
           OPEN INPUT CLIENT-MASTER-FILE
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CL-COUNT
               IF WS-MASTER-STATUS = '00'
                   MOVE WS-CL-CODE (WS-C) TO CM-CLIENT-CODE
                   READ CLIENT-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CM-BRANCH TO WS-CL-BRANCH (WS-C)
                           MOVE CM-CLIENT-STATE TO WS-CL-UF (WS-C)
                   END-READ
               END-IF
               COMPUTE WS-CL-NET (WS-C) =
                   WS-CL-COLLECTED (WS-C) - WS-CL-REFUNDS (WS-C)
               PERFORM 1750-ADD-SUBTOTALS THRU 1750-END
           END-PERFORM
           IF WS-MASTER-STATUS = '00'
               CLOSE CLIENT-MASTER-FILE
           END-IF.
       1700-END. EXIT.

       1750-ADD-SUBTOTALS.
           ADD WS-CL-BILLED (WS-C) TO WS-TOTAL-BILLED
           ADD WS-CL-COLLECTED (WS-C) TO WS-TOTAL-COLLECTED
           ADD WS-CL-DISCOUNTS (WS-C) TO WS-TOTAL-DISCOUNTS
           ADD WS-CL-CREDITS (WS-C) TO WS-TOTAL-CREDITS
           ADD WS-CL-WRITEOFFS (WS-C) TO WS-TOTAL-WRITEOFFS
           ADD WS-CL-REFUNDS (WS-C) TO WS-TOTAL-REFUNDS
           ADD WS-CL-NET (WS-C) TO WS-TOTAL-NET
      * A transferred client's amounts are already in the branch
      * subtotals line by line; only the client itself is counted.
           MOVE WS-CL-BRANCH (WS-C) TO WS-ADD-BRANCH
           MOVE 1 TO WS-ADD-CLIENTS
           IF WS-CL-TRANSFERRED (WS-C) = 'Y'
               MOVE ZERO TO WS-ADD-BILLED
               MOVE ZERO TO WS-ADD-NET
           ELSE
               MOVE WS-CL-BILLED (WS-C) TO WS-ADD-BILLED
               MOVE WS-CL-NET (WS-C) TO WS-ADD-NET
           END-IF
           PERFORM 1760-ADD-TO-BRANCH THRU 1760-END
           MOVE 'N' TO WS-UF-FOUND
           PERFORM VARYING WS-U FROM 1 BY 1
               UNTIL WS-U > WS-UF-TOTAL-COUNT OR WS-UF-FOUND = 'Y'
               IF WS-UFT-UF (WS-U) = WS-CL-UF (WS-C)
                   ADD 1 TO WS-UFT-CLIENTS (WS-U)
                   ADD WS-CL-BILLED (WS-C) TO WS-UFT-BILLED (WS-U)
                   ADD WS-CL-NET (WS-C) TO WS-UFT-NET (WS-U)
                   MOVE 'Y' TO WS-UF-FOUND
               END-IF
           END-PERFORM
           IF WS-UF-FOUND = 'N' AND WS-UF-TOTAL-COUNT < 30
               ADD 1 TO WS-UF-TOTAL-COUNT
               MOVE WS-CL-UF (WS-C) TO WS-UFT-UF (WS-UF-TOTAL-COUNT)
               MOVE 1 TO WS-UFT-CLIENTS (WS-UF-TOTAL-COUNT)
               MOVE WS-CL-BILLED (WS-C)
                   TO WS-UFT-BILLED (WS-UF-TOTAL-COUNT)
               MOVE WS-CL-NET (WS-C) TO WS-UFT-NET (WS-UF-TOTAL-COUNT)
           END-IF.
       1750-END. EXIT.

      * Expects WS-ADD-BRANCH, WS-ADD-CLIENTS, WS-ADD-BILLED and
      * WS-ADD-NET loaded by the caller.
       1760-ADD-TO-BRANCH.
           MOVE 'N' TO WS-BR-FOUND
           PERFORM VARYING WS-BR FROM 1 BY 1
               UNTIL WS-BR > WS-BR-TOTAL-COUNT OR WS-BR-FOUND = 'Y'
               IF WS-BRT-BRANCH (WS-BR) = WS-ADD-BRANCH
                   ADD WS-ADD-CLIENTS TO WS-BRT-CLIENTS (WS-BR)
                   ADD WS-ADD-BILLED TO WS-BRT-BILLED (WS-BR)
                   ADD WS-ADD-NET TO WS-BRT-NET (WS-BR)
                   MOVE 'Y' TO WS-BR-FOUND
               END-IF
           END-PERFORM
           IF WS-BR-FOUND = 'N' AND WS-BR-TOTAL-COUNT < 50
               ADD 1 TO WS-BR-TOTAL-COUNT
               MOVE WS-ADD-BRANCH TO WS-BRT-BRANCH (WS-BR-TOTAL-COUNT)
               MOVE WS-ADD-CLIENTS
                   TO WS-BRT-CLIENTS (WS-BR-TOTAL-COUNT)
               MOVE WS-ADD-BILLED TO WS-BRT-BILLED (WS-BR-TOTAL-COUNT)
               MOVE WS-ADD-NET TO WS-BRT-NET (WS-BR-TOTAL-COUNT)
           END-IF.
       1760-END. EXIT.

      * Expects WS-CL-POS, WS-LINE-DATE, WS-LINE-BILLED and
      * WS-LINE-NET. A client who was ever transferred has the line
      * put under the branch it belonged to on the line's date.
       1800-ATTRIBUTE-LINE.
           MOVE WS-CL-CODE (WS-CL-POS) TO BA-CALL-CLIENT-CODE
           MOVE WS-LINE-DATE TO BA-CALL-DATE
           MOVE ZERO TO BA-CALL-BRANCH
           CALL 'BRANCHAT' USING BA-CALL-CLIENT-CODE BA-CALL-DATE
               BA-CALL-BRANCH BA-CALL-RESULT
           IF BA-NEVER-TRANSFERRED
               GO TO 1800-END
           END-IF
           MOVE 'Y' TO WS-CL-TRANSFERRED (WS-CL-POS)
           MOVE BA-CALL-BRANCH TO WS-ADD-BRANCH
           MOVE ZERO TO WS-ADD-CLIENTS
           MOVE WS-LINE-BILLED TO WS-ADD-BILLED
           MOVE WS-LINE-NET TO WS-ADD-NET
           PERFORM 1760-ADD-TO-BRANCH THRU 1760-END.
       1800-END. EXIT.

       1900-FIND-CLIENT.
           MOVE ZERO TO WS-CL-POS
           PERFORM VARYING WS-C FROM 1 BY 1
               UNTIL WS-C > WS-CL-COUNT OR WS-CL-POS > ZERO
               IF WS-CL-CODE (WS-C) = WS-CLIENT
                   MOVE WS-C TO WS-CL-POS
               END-IF
           END-PERFORM
           IF WS-CL-POS = ZERO
               IF WS-CL-COUNT >= 5000
                   ADD 1 TO WS-CL-DROPPED
               ELSE
                   ADD 1 TO WS-CL-COUNT
                   MOVE WS-CL-COUNT TO WS-CL-POS
                   MOVE WS-CLIENT TO WS-CL-CODE (WS-CL-POS)
                   MOVE ZERO TO WS-CL-BRANCH (WS-CL-POS)
                   MOVE SPACES TO WS-CL-UF (WS-CL-POS)
                   MOVE ZERO TO WS-CL-BILLED (WS-CL-POS)
                   MOVE ZERO TO WS-CL-COLLECTED (WS-CL-POS)
                   MOVE ZERO TO WS-CL-DISCOUNTS (WS-CL-POS)
                   MOVE ZERO TO WS-CL-CREDITS (WS-CL-POS)
                   MOVE ZERO TO WS-CL-WRITEOFFS (WS-CL-POS)
                   MOVE ZERO TO WS-CL-REFUNDS (WS-CL-POS)
                   MOVE ZERO TO WS-CL-NET (WS-CL-POS)
                   MOVE 'N' TO WS-CL-TRANSFERRED (WS-CL-POS)
               END-IF
           END-IF.
       1900-END. EXIT.

       2000-RELEASE-CLIENTS.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CL-COUNT
               MOVE WS-CL-NET (WS-C) TO SR-NET
               MOVE WS-C TO SR-SLOT
               RELEASE SORT-REC
           END-PERFORM.
       2000-END. EXIT.

      * The top decile is at least one client, so a small book still
      * gets a Pareto line.
       3000-PRINT-REPORT.
           COMPUTE WS-DECILE-COUNT = (WS-CL-COUNT + 9) / 10
           OPEN INPUT CLIENT-MASTER-FILE
           OPEN INPUT SORTED-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-FROM-DATE TO WS-T-FROM
           MOVE WS-TO-DATE TO WS-T-TO
           WRITE REPORT-LINE FROM WS-TITLE-LINE
           MOVE "NET = COLLECTED LESS REFUNDS PAID OUT" TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           PERFORM UNTIL WS-SORTED-EOF = 'Y'
               READ SORTED-FILE
                   AT END
                       MOVE 'Y' TO WS-SORTED-EOF
                   NOT AT END
                       PERFORM 3100-RANK-ONE THRU 3100-END
               END-READ
           END-PERFORM
           PERFORM 3200-PRINT-TOTALS THRU 3200-END
           PERFORM 3300-PRINT-BRANCHES THRU 3300-END
           PERFORM 3400-PRINT-UFS THRU 3400-END
           CLOSE REPORT-FILE
           CLOSE SORTED-FILE
           IF WS-MASTER-STATUS = '00'
               CLOSE CLIENT-MASTER-FILE
           END-IF.
       3000-END. EXIT.

       3100-RANK-ONE.
           ADD 1 TO WS-RANK
           MOVE SP-SLOT TO WS-C
           IF WS-RANK <= WS-DECILE-COUNT
               ADD WS-CL-NET (WS-C) TO WS-DECILE-NET
           END-IF
           IF WS-RANK > WS-TOP-COUNT
               GO TO 3100-END
           END-IF
           ADD 1 TO WS-RANKED-COUNT
           MOVE SPACES TO CM-CLIENT-NAME
           IF WS-MASTER-STATUS = '00'
               MOVE WS-CL-CODE (WS-C) TO CM-CLIENT-CODE
               READ CLIENT-MASTER-FILE
                   INVALID KEY
                       MOVE "** NOT ON MASTER **" TO CM-CLIENT-NAME
               END-READ
           END-IF
           MOVE WS-RANK TO WS-D-RANK
           MOVE WS-CL-CODE (WS-C) TO WS-D-CODE
           MOVE CM-CLIENT-NAME TO WS-D-NAME
           MOVE WS-CL-BRANCH (WS-C) TO WS-D-BRANCH
           MOVE WS-CL-UF (WS-C) TO WS-D-UF
           MOVE WS-CL-NET (WS-C) TO WS-D-NET
           MOVE WS-CL-COLLECTED (WS-C) TO WS-D-COLLECTED
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           MOVE WS-CL-BILLED (WS-C) TO WS-D2-BILLED
           MOVE WS-CL-DISCOUNTS (WS-C) TO WS-D2-DISCOUNTS
           MOVE WS-CL-CREDITS (WS-C) TO WS-D2-CREDITS
           MOVE WS-CL-WRITEOFFS (WS-C) TO WS-D2-WRITEOFFS
           MOVE WS-CL-REFUNDS (WS-C) TO WS-D2-REFUNDS
           WRITE REPORT-LINE FROM WS-DETAIL-LINE-2.
       3100-END. EXIT.

       3200-PRINT-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE "TOTALS - ALL CLIENTS" TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE WS-TOTAL-BILLED TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  BILLED        " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE WS-TOTAL-COLLECTED TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  COLLECTED     " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE WS-TOTAL-DISCOUNTS TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  DISCOUNTS     " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE WS-TOTAL-CREDITS TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  CREDIT NOTES  " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE WS-TOTAL-WRITEOFFS TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  WRITE-OFFS    " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE WS-TOTAL-REFUNDS TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  REFUNDS       " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE WS-TOTAL-NET TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  NET REVENUE   " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE ZERO TO WS-PCT
           IF WS-TOTAL-NET > ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-DECILE-NET * 100 / WS-TOTAL-NET
           END-IF
           MOVE WS-PCT TO WS-PCT-EDIT
           MOVE WS-DECILE-NET TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "PARETO: TOP " WS-DECILE-COUNT
               " CLIENT(S) (TOP 10%) CARRY " WS-PCT-EDIT
               "% OF NET REVENUE"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE.
       3200-END. EXIT.

       3300-PRINT-BRANCHES.
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE "SUBTOTALS BY BRANCH" TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           PERFORM VARYING WS-BR FROM 1 BY 1
               UNTIL WS-BR > WS-BR-TOTAL-COUNT
               MOVE SPACES TO WS-S-NAME
               PERFORM VARYING WS-BN FROM 1 BY 1
                   UNTIL WS-BN > WS-BR-NAME-COUNT
                   IF WS-BRN-CODE (WS-BN) = WS-BRT-BRANCH (WS-BR)
                       MOVE WS-BRN-NAME (WS-BN) TO WS-S-NAME
                   END-IF
               END-PERFORM
               IF WS-BRT-BRANCH (WS-BR) = ZERO
                   AND WS-S-NAME = SPACES
                   MOVE "HEAD OFFICE" TO WS-S-NAME
               END-IF
               MOVE WS-BRT-BRANCH (WS-BR) TO WS-S-KEY
               MOVE WS-BRT-CLIENTS (WS-BR) TO WS-S-CLIENTS
               MOVE WS-BRT-BILLED (WS-BR) TO WS-S-BILLED
               MOVE WS-BRT-NET (WS-BR) TO WS-S-NET
               WRITE REPORT-LINE FROM WS-SUBTOTAL-LINE
           END-PERFORM.
       3300-END. EXIT.

       3400-PRINT-UFS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE "SUBTOTALS BY UF" TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           PERFORM VARYING WS-U FROM 1 BY 1
               UNTIL WS-U > WS-UF-TOTAL-COUNT
               MOVE WS-UFT-UF (WS-U) TO WS-S-KEY
               MOVE SPACES TO WS-S-NAME
               MOVE WS-UFT-CLIENTS (WS-U) TO WS-S-CLIENTS
               MOVE WS-UFT-BILLED (WS-U) TO WS-S-BILLED
               MOVE WS-UFT-NET (WS-U) TO WS-S-NET
               WRITE REPORT-LINE FROM WS-SUBTOTAL-LINE
           END-PERFORM.
       3400-END. EXIT.

       END PROGRAM CLIENT-PROFIT.
