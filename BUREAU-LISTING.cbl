      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Negative credit-bureau listing (negativacao), run
      *          nightly. Every open item on open-items.dat older
      *          than BUREAU_LIST_DAYS (default 90) days from its
      *          billing date first gets a pre-notification letter,
      *          addressed from the client master and logged through
      *          CORRLOG as document type NEGATIVA, and goes on the
      *          listing register as notified. Once BUREAU_WAIT_DAYS
      *          (default 10) have passed since the letter - and only
      *          if the letter is on the correspondence register -
      *          the item goes out on the bureau file
      *          (bureau-negative.txt) as an inclusion (I). Every
      *          night the register is also checked against the
      *          open-items master: an item PAYMENT-POST settled,
      *          AGREE-MAINT froze into an agreement or WRITEOFF-RUN
      *          wrote off is no longer open, and a listed one goes
      *          out on that night's file as an exclusion (E); one
      *          still waiting is simply cancelled. A client with an
      *          address flag cannot be notified and is never listed;
      *          a client with no CPF/CNPJ cannot be listed either.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 RM  Original version.
      *   15/10/2026 RM  The pre-notification letter is headed with the
      *                  name and CNPJ of the company the client's
      *                  branch belongs to.
      *   15/10/2026 RM  Passes CORRLOG's delivery details, blank
      *                  for a printed document.
      *   15/10/2026 RM  Stops before the scan when the bureau file or
      *                  the notice file cannot be opened, so no item
      *                  is marked listed or notified without its line.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUREAU-LISTING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-ITEMS-FILE ASSIGN TO WS-OPEN-ITEMS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OI-ITEM-KEY
           FILE STATUS IS WS-OPEN-ITEMS-STATUS.

           SELECT CLIENT-MASTER-FILE ASSIGN TO WS-MASTER-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CLIENT-CODE
           ALTERNATE RECORD KEY IS CM-CLIENT-NAME WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT LISTING-REGISTER-FILE
           ASSIGN TO '..\bureau-listings.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.

           SELECT CORR-REGISTER-FILE
           ASSIGN TO '..\correspondence-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CORR-STATUS.

           SELECT ADDRESS-FLAGS-FILE ASSIGN TO '..\address-flags.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FLAGS-STATUS.

           SELECT BUREAU-FILE ASSIGN TO '..\bureau-negative.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUREAU-STATUS.

           SELECT NOTICE-FILE ASSIGN TO '..\bureau-prenotices.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPEN-ITEMS-FILE.
       COPY OPNITMREC.

       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.

       FD LISTING-REGISTER-FILE.
       COPY NEGLISTREC REPLACING ==:RECNAME:==
           BY ==LISTING-REG-LINE==.

       FD CORR-REGISTER-FILE.
       COPY CORRREGREC REPLACING ==:RECNAME:== BY ==CORR-REG-LINE==.

       FD ADDRESS-FLAGS-FILE.
       COPY MAILFLAGREC REPLACING ==:RECNAME:==
           BY ==ADDRESS-FLAG-LINE==.

       FD BUREAU-FILE.
       01 BUREAU-LINE.
           05 BN-ACTION PIC X(1).
           05 FILLER PIC X(1).
           05 BN-TAX-ID PIC X(14).
           05 FILLER PIC X(1).
           05 BN-CLIENT-CODE PIC 9(7).
           05 FILLER PIC X(1).
           05 BN-NAME PIC X(20).
           05 FILLER PIC X(1).
           05 BN-PERIOD PIC X(6).
           05 FILLER PIC X(1).
           05 BN-BILL-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 BN-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 BN-DATE PIC 9(8).

       FD NOTICE-FILE.
       01 NOTICE-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-OPEN-ITEMS-FILENAME PIC X(100).
       01 WS-OPEN-ITEMS-STATUS PIC X(2).
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-REGISTER-STATUS PIC X(2).
       01 WS-CORR-STATUS PIC X(2).
       01 WS-FLAGS-STATUS PIC X(2).
       01 WS-BUREAU-STATUS PIC X(2).
       01 WS-NOTICE-STATUS PIC X(2).
       01 WS-ITEMS-EOF PIC X(1) VALUE 'N'.
       01 WS-REGISTER-EOF PIC X(1) VALUE 'N'.
       01 WS-CORR-EOF PIC X(1) VALUE 'N'.
       01 WS-FLAGS-EOF PIC X(1) VALUE 'N'.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-DAYS-ENTRY PIC X(4).
       01 WS-LIST-DAYS PIC 9(4) VALUE 90.
       01 WS-WAIT-DAYS PIC 9(4) VALUE 10.
       01 WS-DAYS-OPEN PIC S9(7).
       01 WS-NL-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-NL-TABLE.
           05 WS-NL-ENTRY PIC X(68) OCCURS 5000 TIMES.
       01 WS-N PIC 9(4) COMP.
       01 WS-NL-POS PIC 9(4) COMP.
       01 WS-NL-OVERFLOW PIC X(1) VALUE 'N'.
           88 WS-NL-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-CN-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-CN-TABLE.
           05 WS-CN-ENTRY OCCURS 5000 TIMES.
               10 WS-CN-CODE PIC 9(7).
               10 WS-CN-DATE PIC 9(8).
       01 WS-CN PIC 9(4) COMP.
       01 WS-CN-POS PIC 9(4) COMP.
       01 WS-MF-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-MF-TABLE.
           05 WS-MF-CODE PIC 9(7) OCCURS 500 TIMES.
       01 WS-F PIC 9(3) COMP.
       01 WS-ADDR-FLAGGED PIC X(1).
       01 WS-NOTICE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-LISTED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REMOVED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CANCELLED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-WAITING-COUNT PIC 9(7) VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ITEM-CLEARED PIC X(1).
       01 WS-NOTICE-TEXT PIC X(80).
       01 WS-AMOUNT-EDIT PIC Z(8)9.99.
       01 WS-WAIT-EDIT PIC ZZZ9.
       01 WS-CEP-EDIT.
           05 WS-CEP-FIRST PIC 9(5).
           05 FILLER PIC X(1) VALUE '-'.
           05 WS-CEP-LAST PIC 9(3).
       01 WS-CEP-SPLIT.
           05 WS-CEP-HI PIC 9(5).
           05 WS-CEP-LO PIC 9(3).
       COPY DTUPARMS.
       COPY CORRLOGPARM.
       COPY JOBLOGPARM.
       COPY CMPLKPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "BUREAU-LISTING" TO JL-CALL-PROGRAM
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
           ACCEPT WS-DAYS-ENTRY FROM ENVIRONMENT "BUREAU_LIST_DAYS"
           IF WS-DAYS-ENTRY IS NUMERIC
               MOVE WS-DAYS-ENTRY TO WS-LIST-DAYS
           END-IF
           MOVE SPACES TO WS-DAYS-ENTRY
           ACCEPT WS-DAYS-ENTRY FROM ENVIRONMENT "BUREAU_WAIT_DAYS"
           IF WS-DAYS-ENTRY IS NUMERIC
               MOVE WS-DAYS-ENTRY TO WS-WAIT-DAYS
           END-IF
           PERFORM 0100-LOAD-ADDRESS-FLAGS THRU 0100-END
           PERFORM 0200-LOAD-REGISTER THRU 0200-END
      * A register the table cannot hold cannot be rewritten without
      * losing listed items - and a lost listed item is never removed.
           IF WS-NL-TABLE-OVERFLOWED
               DISPLAY "BUREAU-LISTING: listing register is larger "
                   "than the register table - run aborted, nothing "
                   "sent"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0300-LOAD-NOTICES-SENT THRU 0300-END
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "BUREAU-LISTING: cannot open master, status "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT OPEN-ITEMS-FILE
           IF WS-OPEN-ITEMS-STATUS NOT = '00'
               DISPLAY "BUREAU-LISTING: no open-items master, "
                   "status " WS-OPEN-ITEMS-STATUS
                   " - run OPENITEM-BUILD first"
               CLOSE CLIENT-MASTER-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT BUREAU-FILE
           IF WS-BUREAU-STATUS NOT = '00'
               DISPLAY "BUREAU-LISTING: cannot open bureau file, "
                   "status " WS-BUREAU-STATUS " - nothing sent"
               CLOSE OPEN-ITEMS-FILE
               CLOSE CLIENT-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT NOTICE-FILE
           IF WS-NOTICE-STATUS NOT = '00'
               DISPLAY "BUREAU-LISTING: cannot open notice file, "
                   "status " WS-NOTICE-STATUS " - nothing sent"
               CLOSE BUREAU-FILE
               CLOSE OPEN-ITEMS-FILE
               CLOSE CLIENT-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-REMOVE-CLEARED THRU 1000-END
           PERFORM 2000-SCAN-OPEN-ITEMS THRU 2000-END
           CLOSE NOTICE-FILE
           CLOSE BUREAU-FILE
           CLOSE OPEN-ITEMS-FILE
           CLOSE CLIENT-MASTER-FILE
           PERFORM 3000-REWRITE-REGISTER THRU 3000-END
           DISPLAY "BUREAU-LISTING: " WS-NOTICE-COUNT
               " pre-notice(s), " WS-LISTED-COUNT " listed, "
               WS-REMOVED-COUNT " removed, " WS-CANCELLED-COUNT
               " cancelled before listing, " WS-WAITING-COUNT
               " waiting, " WS-HELD-COUNT " held (no address/CPF)"
           IF RETURN-CODE NOT = 16
               IF WS-HELD-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           SET JL-CALL-END TO TRUE
           COMPUTE JL-CALL-RECORD-COUNT =
               WS-LISTED-COUNT + WS-REMOVED-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

       0100-LOAD-ADDRESS-FLAGS.
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
       0100-END. EXIT.

       0200-LOAD-REGISTER.
           OPEN INPUT LISTING-REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY "BUREAU-LISTING: no listing register on file "
                   "- starting a new one"
               GO TO 0200-END
           END-IF
           PERFORM UNTIL WS-REGISTER-EOF = 'Y'
               READ LISTING-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-REGISTER-EOF
                   NOT AT END
                       IF WS-NL-COUNT < 5000
                           ADD 1 TO WS-NL-COUNT
                           MOVE LISTING-REG-LINE
                               TO WS-NL-ENTRY (WS-NL-COUNT)
                       ELSE
                           SET WS-NL-TABLE-OVERFLOWED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LISTING-REGISTER-FILE.
       0200-END. EXIT.

      * The latest NEGATIVA letter each client has on the
      * correspondence register - the proof of notice a listing
      * needs before it may go out.
       0300-LOAD-NOTICES-SENT.
           OPEN INPUT CORR-REGISTER-FILE
           IF WS-CORR-STATUS NOT = '00'
               GO TO 0300-END
           END-IF
           PERFORM UNTIL WS-CORR-EOF = 'Y'
               READ CORR-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-CORR-EOF
                   NOT AT END
                       IF CO-DOC-TYPE = 'NEGATIVA'
                           PERFORM 0310-STORE-NOTICE THRU 0310-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CORR-REGISTER-FILE.
       0300-END. EXIT.

       0310-STORE-NOTICE.
           PERFORM 0320-FIND-NOTICE THRU 0320-END
           IF WS-CN-POS = ZERO AND WS-CN-COUNT < 5000
               ADD 1 TO WS-CN-COUNT
               MOVE WS-CN-COUNT TO WS-CN-POS
               MOVE CO-CLIENT-CODE TO WS-CN-CODE (WS-CN-POS)
               MOVE ZERO TO WS-CN-DATE (WS-CN-POS)
           END-IF
           IF WS-CN-POS > ZERO
               IF CO-DATE > WS-CN-DATE (WS-CN-POS)
                   MOVE CO-DATE TO WS-CN-DATE (WS-CN-POS)
               END-IF
           END-IF.
       0310-END. EXIT.

       0320-FIND-NOTICE.
           MOVE ZERO TO WS-CN-POS
           PERFORM VARYING WS-CN FROM 1 BY 1
               UNTIL WS-CN > WS-CN-COUNT OR WS-CN-POS > ZERO
               IF WS-CN-CODE (WS-CN) = CO-CLIENT-CODE
                   MOVE WS-CN TO WS-CN-POS
               END-IF
           END-PERFORM.
       0320-END. EXIT.

      * An item settled, frozen into an agreement or written off is
      * no longer a debt the bureau may show: a listed one goes out
      * as an exclusion tonight, one still in its waiting period is
      * cancelled.
       1000-REMOVE-CLEARED.
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > WS-NL-COUNT
               MOVE WS-NL-ENTRY (WS-N) TO LISTING-REG-LINE
               IF NL-NOTIFIED OR NL-LISTED
                   PERFORM 1100-CHECK-ITEM THRU 1100-END
               END-IF
           END-PERFORM.
       1000-END. EXIT.

       1100-CHECK-ITEM.
           MOVE 'N' TO WS-ITEM-CLEARED
           MOVE NL-CLIENT-CODE TO OI-CLIENT-CODE
           MOVE NL-PERIOD TO OI-PERIOD
           READ OPEN-ITEMS-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-ITEM-CLEARED
               NOT INVALID KEY
                   IF NOT OI-OPEN OR OI-OPEN-AMOUNT NOT > ZERO
                       MOVE 'Y' TO WS-ITEM-CLEARED
                   END-IF
           END-READ
           IF WS-ITEM-CLEARED = 'N'
               GO TO 1100-END
           END-IF
           IF NL-LISTED
               MOVE SPACES TO BUREAU-LINE
               MOVE 'E' TO BN-ACTION
               MOVE NL-TAX-ID TO BN-TAX-ID
               MOVE NL-CLIENT-CODE TO BN-CLIENT-CODE
               MOVE NL-CLIENT-CODE TO CM-CLIENT-CODE
               READ CLIENT-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO CM-CLIENT-NAME
               END-READ
               MOVE CM-CLIENT-NAME TO BN-NAME
               MOVE NL-PERIOD TO BN-PERIOD
               MOVE ZERO TO BN-BILL-DATE
               MOVE NL-AMOUNT TO BN-AMOUNT
               MOVE WS-TODAY-DATE TO BN-DATE
               WRITE BUREAU-LINE
               MOVE 'R' TO NL-STATUS
               ADD 1 TO WS-REMOVED-COUNT
           ELSE
               MOVE 'C' TO NL-STATUS
               ADD 1 TO WS-CANCELLED-COUNT
           END-IF
           MOVE WS-TODAY-DATE TO NL-REMOVED-DATE
           MOVE LISTING-REG-LINE TO WS-NL-ENTRY (WS-N).
       1100-END. EXIT.

       2000-SCAN-OPEN-ITEMS.
           MOVE LOW-VALUES TO OI-ITEM-KEY
           START OPEN-ITEMS-FILE KEY IS NOT LESS THAN OI-ITEM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ITEMS-EOF
           END-START
           PERFORM UNTIL WS-ITEMS-EOF = 'Y'
               READ OPEN-ITEMS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ITEMS-EOF
                   NOT AT END
                       IF OI-OPEN AND OI-OPEN-AMOUNT > ZERO
                           PERFORM 2100-CONSIDER-ITEM THRU 2100-END
                       END-IF
               END-READ
           END-PERFORM.
       2000-END. EXIT.

       2100-CONSIDER-ITEM.
           MOVE 'ELAPSED' TO DU-FUNCTION
           MOVE OI-BILL-DATE TO DU-DATE-1
           MOVE WS-TODAY-DATE TO DU-DATE-2
           CALL 'DATEUTIL' USING DU-FUNCTION DU-DATE-1 DU-DATE-2
               DU-N DU-RESULT-DATE DU-ELAPSED DU-RETURN-CODE
           MOVE DU-ELAPSED TO WS-DAYS-OPEN
           IF WS-DAYS-OPEN NOT > WS-LIST-DAYS
               GO TO 2100-END
           END-IF
           MOVE ZERO TO WS-NL-POS
           PERFORM VARYING WS-N FROM 1 BY 1
               UNTIL WS-N > WS-NL-COUNT OR WS-NL-POS > ZERO
               MOVE WS-NL-ENTRY (WS-N) TO LISTING-REG-LINE
               IF NL-CLIENT-CODE = OI-CLIENT-CODE
                   AND NL-PERIOD = OI-PERIOD
                   AND (NL-NOTIFIED OR NL-LISTED)
                   MOVE WS-N TO WS-NL-POS
               END-IF
           END-PERFORM
           IF WS-NL-POS = ZERO
               PERFORM 2200-PRE-NOTIFY THRU 2200-END
           ELSE
               MOVE WS-NL-ENTRY (WS-NL-POS) TO LISTING-REG-LINE
               IF NL-NOTIFIED
                   PERFORM 2400-LIST-ITEM THRU 2400-END
               END-IF
           END-IF.
       2100-END. EXIT.

      * No letter can reach a client whose address is flagged, and no
      * bureau takes a debt without a CPF/CNPJ - such an item is held
      * and counted, never listed.
       2200-PRE-NOTIFY.
           MOVE 'N' TO WS-ADDR-FLAGGED
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-MF-COUNT
               IF WS-MF-CODE (WS-F) = OI-CLIENT-CODE
                   MOVE 'Y' TO WS-ADDR-FLAGGED
               END-IF
           END-PERFORM
           IF WS-ADDR-FLAGGED = 'Y'
               ADD 1 TO WS-HELD-COUNT
               GO TO 2200-END
           END-IF
           MOVE OI-CLIENT-CODE TO CM-CLIENT-CODE
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   DISPLAY "BUREAU-LISTING: client " OI-CLIENT-CODE
                       " not on the client master - not notified"
                   ADD 1 TO WS-HELD-COUNT
                   GO TO 2200-END
           END-READ
           IF CM-TAX-ID = SPACES
               ADD 1 TO WS-HELD-COUNT
               GO TO 2200-END
           END-IF
           IF WS-NL-COUNT >= 5000
               DISPLAY "BUREAU-LISTING: listing register full - "
                   "client " OI-CLIENT-CODE " period " OI-PERIOD
                   " not notified"
               ADD 1 TO WS-HELD-COUNT
               GO TO 2200-END
           END-IF
           PERFORM 2300-WRITE-PRE-NOTICE THRU 2300-END
           MOVE SPACES TO LISTING-REG-LINE
           MOVE OI-CLIENT-CODE TO NL-CLIENT-CODE
           MOVE OI-PERIOD TO NL-PERIOD
           MOVE CM-TAX-ID TO NL-TAX-ID
           MOVE OI-OPEN-AMOUNT TO NL-AMOUNT
           MOVE 'N' TO NL-STATUS
           MOVE WS-TODAY-DATE TO NL-NOTICE-DATE
           MOVE ZERO TO NL-LISTED-DATE
           MOVE ZERO TO NL-REMOVED-DATE
           ADD 1 TO WS-NL-COUNT
           MOVE LISTING-REG-LINE TO WS-NL-ENTRY (WS-NL-COUNT)
           ADD 1 TO WS-NOTICE-COUNT.
       2200-END. EXIT.

       2300-WRITE-PRE-NOTICE.
           MOVE CM-CLIENT-CEP TO WS-CEP-SPLIT
           MOVE WS-CEP-HI TO WS-CEP-FIRST
           MOVE WS-CEP-LO TO WS-CEP-LAST
           MOVE ALL "=" TO NOTICE-LINE
           WRITE NOTICE-LINE
           SET CY-BY-BRANCH TO TRUE
           MOVE CM-BRANCH TO CY-CALL-BRANCH
           CALL "COMPANYLK" USING CY-CALL-FUNCTION CY-CALL-BRANCH
               CY-CALL-INDEX CY-CALL-COMPANY CY-CALL-RESULT
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING CY-NAME "  CNPJ: " CY-CNPJ
               DELIMITED BY SIZE INTO WS-NOTICE-TEXT
           WRITE NOTICE-LINE FROM WS-NOTICE-TEXT
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE CM-CLIENT-NAME TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING CM-CLIENT-STREET ", " CM-CLIENT-NUMBER
               DELIMITED BY SIZE INTO WS-NOTICE-TEXT
           WRITE NOTICE-LINE FROM WS-NOTICE-TEXT
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING CM-CLIENT-CITY " " CM-CLIENT-STATE " "
               WS-CEP-EDIT
               DELIMITED BY SIZE INTO WS-NOTICE-TEXT
           WRITE NOTICE-LINE FROM WS-NOTICE-TEXT
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE "NOTICE OF CREDIT-BUREAU LISTING" TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE OI-OPEN-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING "Open balance: R$ " WS-AMOUNT-EDIT
               "  period " OI-PERIOD
               DELIMITED BY SIZE INTO WS-NOTICE-TEXT
           WRITE NOTICE-LINE FROM WS-NOTICE-TEXT
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE "The amount above is overdue. Unless it is settled"
               TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE WS-WAIT-DAYS TO WS-WAIT-EDIT
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING "within " WS-WAIT-EDIT " days of this notice, "
               "your CPF/CNPJ will be"
               DELIMITED BY SIZE INTO WS-NOTICE-TEXT
           WRITE NOTICE-LINE FROM WS-NOTICE-TEXT
           MOVE "reported to the credit protection bureau."
               TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE CM-CLIENT-CODE TO CL-CALL-CLIENT-CODE
           MOVE 'NEGATIVA' TO CL-CALL-DOC-TYPE
           MOVE 'BUREAU-LISTING' TO CL-CALL-PROGRAM
           MOVE SPACES TO CL-CALL-DELIVERY
           CALL "CORRLOG" USING CL-CALL-CLIENT-CODE
               CL-CALL-DOC-TYPE CL-CALL-PROGRAM
               CL-CALL-DELIVERY.
       2300-END. EXIT.

      * The waiting period runs from the notice date on the register;
      * the letter itself must be on the correspondence register.
       2400-LIST-ITEM.
           MOVE 'ELAPSED' TO DU-FUNCTION
           MOVE NL-NOTICE-DATE TO DU-DATE-1
           MOVE WS-TODAY-DATE TO DU-DATE-2
           CALL 'DATEUTIL' USING DU-FUNCTION DU-DATE-1 DU-DATE-2
               DU-N DU-RESULT-DATE DU-ELAPSED DU-RETURN-CODE
           IF DU-ELAPSED < WS-WAIT-DAYS
               ADD 1 TO WS-WAITING-COUNT
               GO TO 2400-END
           END-IF
           MOVE NL-CLIENT-CODE TO CO-CLIENT-CODE
           PERFORM 0320-FIND-NOTICE THRU 0320-END
           IF WS-CN-POS = ZERO
               DISPLAY "BUREAU-LISTING: client " NL-CLIENT-CODE
                   " has no NEGATIVA letter on the correspondence "
                   "register - not listed"
               ADD 1 TO WS-HELD-COUNT
               GO TO 2400-END
           END-IF
           IF WS-CN-DATE (WS-CN-POS) < NL-NOTICE-DATE
               DISPLAY "BUREAU-LISTING: client " NL-CLIENT-CODE
                   " has no NEGATIVA letter on the correspondence "
                   "register - not listed"
               ADD 1 TO WS-HELD-COUNT
               GO TO 2400-END
           END-IF
           MOVE OI-CLIENT-CODE TO CM-CLIENT-CODE
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO CM-CLIENT-NAME
           END-READ
           MOVE SPACES TO BUREAU-LINE
           MOVE 'I' TO BN-ACTION
           MOVE NL-TAX-ID TO BN-TAX-ID
           MOVE OI-CLIENT-CODE TO BN-CLIENT-CODE
           MOVE CM-CLIENT-NAME TO BN-NAME
           MOVE OI-PERIOD TO BN-PERIOD
           MOVE OI-BILL-DATE TO BN-BILL-DATE
           MOVE OI-OPEN-AMOUNT TO BN-AMOUNT
           MOVE WS-TODAY-DATE TO BN-DATE
           WRITE BUREAU-LINE
           MOVE OI-OPEN-AMOUNT TO NL-AMOUNT
           MOVE 'L' TO NL-STATUS
           MOVE WS-TODAY-DATE TO NL-LISTED-DATE
           MOVE LISTING-REG-LINE TO WS-NL-ENTRY (WS-NL-POS)
           ADD 1 TO WS-LISTED-COUNT.
       2400-END. EXIT.

       3000-REWRITE-REGISTER.
           OPEN OUTPUT LISTING-REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY "BUREAU-LISTING: cannot rewrite listing "
                   "register, status " WS-REGISTER-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 3000-END
           END-IF
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > WS-NL-COUNT
               MOVE WS-NL-ENTRY (WS-N) TO LISTING-REG-LINE
               WRITE LISTING-REG-LINE
           END-PERFORM
           CLOSE LISTING-REGISTER-FILE.
       3000-END. EXIT.

       END PROGRAM BUREAU-LISTING.
