      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Annual debt-discharge declaration (declaracao anual
      *          de quitacao de debitos, Lei 12.007/2009). Walks the
      *          year's billing-history.txt items and nets against
      *          them the payments on payments-posted.txt (a reversal
      *          posting adds back), the credit and debit notes on
      *          adjustments-register.txt and the write-offs on
      *          writeoff-register.txt. Every client billed in the
      *          year whose items are all settled - nothing left
      *          open beyond the R$ 0,05 posting tolerance and
      *          nothing written off - gets a declaration addressed
      *          from the client master, the way DUNNING-NOTICE
      *          addresses its letters, logged through CORRLOG as
      *          document type QUITACAO. Clients on address-flags.txt
      *          are listed at the end instead of mailed; clients
      *          placed with the collection agency get nothing.
      * Tectonics: cobc
      * Note: DISCHARGE_YEAR selects the calendar year (default: the
      *       year before the run date).
      * Modification History:
      *   15/10/2026 RM  Original version.
      *   15/10/2026 RM  The declaration is headed with the name and
      *                  CNPJ of the company the client's branch belongs
      *                  to.
      *   15/10/2026 RM  Passes CORRLOG's delivery details, blank
      *                  for a printed document.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBT-DISCHARGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-HISTORY-FILE
           ASSIGN TO '..\billing-history.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BILL-HIST-STATUS.

           SELECT POSTED-FILE ASSIGN TO '..\payments-posted.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSTED-STATUS.

           SELECT ADJUST-REGISTER-FILE
           ASSIGN TO '..\adjustments-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADJUST-STATUS.

           SELECT WRITEOFF-FILE ASSIGN TO '..\writeoff-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WRITEOFF-STATUS.

           SELECT CLIENT-MASTER-FILE ASSIGN TO WS-MASTER-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CLIENT-CODE
           ALTERNATE RECORD KEY IS CM-CLIENT-NAME WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT ADDRESS-FLAGS-FILE ASSIGN TO '..\address-flags.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FLAGS-STATUS.

           SELECT PLACED-FILE ASSIGN TO '..\agency-placed.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLACED-STATUS.

           SELECT DECLARATION-FILE
           ASSIGN TO '..\discharge-declarations.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DECLARATION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BILLING-HISTORY-FILE.
       COPY BILLHISTREC REPLACING ==:RECNAME:==
           BY ==BILLING-HIST-LINE==.

       FD POSTED-FILE.
       COPY PAYREC REPLACING ==:RECNAME:== BY ==POSTED-LINE==
           LEADING ==PAY== BY ==PST==.

       FD ADJUST-REGISTER-FILE.
       COPY ADJREC REPLACING ==:RECNAME:== BY ==ADJUST-REG-LINE==.

       FD WRITEOFF-FILE.
       COPY WOFFREC REPLACING ==:RECNAME:== BY ==WRITEOFF-LINE==.

       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.

       FD ADDRESS-FLAGS-FILE.
       COPY MAILFLAGREC REPLACING ==:RECNAME:==
           BY ==ADDRESS-FLAG-LINE==.

       FD PLACED-FILE.
       COPY AGPLACEREC REPLACING ==:RECNAME:== BY ==PLACED-LINE==.

       FD DECLARATION-FILE.
       01 DECLARATION-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-BILL-HIST-STATUS PIC X(2).
       01 WS-POSTED-STATUS PIC X(2).
       01 WS-ADJUST-STATUS PIC X(2).
       01 WS-WRITEOFF-STATUS PIC X(2).
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-FLAGS-STATUS PIC X(2).
       01 WS-PLACED-STATUS PIC X(2).
       01 WS-DECLARATION-STATUS PIC X(2).
       01 WS-HIST-EOF PIC X(1) VALUE 'N'.
       01 WS-POSTED-EOF PIC X(1) VALUE 'N'.
       01 WS-ADJUST-EOF PIC X(1) VALUE 'N'.
       01 WS-WRITEOFF-EOF PIC X(1) VALUE 'N'.
       01 WS-FLAGS-EOF PIC X(1) VALUE 'N'.
       01 WS-PLACED-EOF PIC X(1) VALUE 'N'.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-SPLIT REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YYYY PIC 9(4).
           05 WS-TODAY-MMDD PIC 9(4).
       01 WS-YEAR-ENTRY PIC X(4).
       01 WS-YEAR PIC 9(4).
       01 WS-TOLERANCE PIC 9(1)V99 VALUE 0.05.
       01 WS-IT-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-IT-TABLE.
           05 WS-IT-ENTRY OCCURS 20000 TIMES.
               10 WS-IT-CODE PIC 9(7).
               10 WS-IT-PERIOD PIC X(6).
               10 WS-IT-BILLED PIC 9(9)V99.
               10 WS-IT-OPEN PIC S9(9)V99.
               10 WS-IT-WRITTEN-OFF PIC X(1).
       01 WS-I PIC 9(5) COMP.
       01 WS-IT-POS PIC 9(5) COMP.
       01 WS-IT-OVERFLOW PIC X(1) VALUE 'N'.
       01 WS-LOOK-CODE PIC 9(7).
       01 WS-LOOK-PERIOD PIC X(6).
       01 WS-CL-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-CL-TABLE.
           05 WS-CL-ENTRY OCCURS 5000 TIMES.
               10 WS-CL-CODE PIC 9(7).
               10 WS-CL-CLEAR PIC X(1).
               10 WS-CL-BILLED PIC 9(9)V99.
               10 WS-CL-ITEMS PIC 9(3).
       01 WS-C PIC 9(4) COMP.
       01 WS-CL-POS PIC 9(4) COMP.
       01 WS-CL-OVERFLOW PIC X(1) VALUE 'N'.
       01 WS-MF-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-MF-TABLE.
           05 WS-MF-CODE PIC 9(7) OCCURS 500 TIMES.
       01 WS-F PIC 9(3) COMP.
       01 WS-ADDR-FLAGGED PIC X(1).
       01 WS-GP-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-GP-TABLE.
           05 WS-GP-CODE PIC 9(7) OCCURS 500 TIMES.
       01 WS-GP PIC 9(3) COMP.
       01 WS-AT-AGENCY PIC X(1).
       01 WS-SKIP-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-SKIP-CODES.
           05 WS-SKIP-CODE PIC 9(7) OCCURS 200 TIMES.
       01 WS-K2 PIC 9(3) COMP.
       01 WS-DECLARED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-AGENCY-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NOT-CLEAR-COUNT PIC 9(7) VALUE ZERO.
       01 WS-LETTER-TEXT PIC X(80).
       01 WS-AMOUNT-EDIT PIC Z(8)9.99.
       01 WS-ITEMS-EDIT PIC ZZ9.
       01 WS-DATE-EDIT.
           05 WS-DATE-DD PIC 9(2).
           05 FILLER PIC X(1) VALUE '/'.
           05 WS-DATE-MM PIC 9(2).
           05 FILLER PIC X(1) VALUE '/'.
           05 WS-DATE-YYYY PIC 9(4).
       01 WS-CEP-EDIT.
           05 WS-CEP-FIRST PIC 9(5).
           05 FILLER PIC X(1) VALUE '-'.
           05 WS-CEP-LAST PIC 9(3).
       01 WS-CEP-SPLIT.
           05 WS-CEP-HI PIC 9(5).
           05 WS-CEP-LO PIC 9(3).
       COPY CORRLOGPARM.
       COPY JOBLOGPARM.
       COPY CMPLKPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "DEBT-DISCHARGE" TO JL-CALL-PROGRAM
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
           MOVE SPACES TO WS-YEAR-ENTRY
           ACCEPT WS-YEAR-ENTRY FROM ENVIRONMENT "DISCHARGE_YEAR"
           IF WS-YEAR-ENTRY IS NUMERIC
               MOVE WS-YEAR-ENTRY TO WS-YEAR
           ELSE
               COMPUTE WS-YEAR = WS-TODAY-YYYY - 1
           END-IF
           PERFORM 0900-LOAD-ADDRESS-FLAGS THRU 0900-END
           PERFORM 0950-LOAD-PLACED THRU 0950-END
           PERFORM 1000-LOAD-YEAR-ITEMS THRU 1000-END
           IF WS-IT-OVERFLOW = 'Y'
               DISPLAY "DEBT-DISCHARGE: the year's items do not fit "
                   "the item table - no declarations issued"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1200-NET-PAYMENTS THRU 1200-END
           PERFORM 1300-NET-ADJUSTMENTS THRU 1300-END
           PERFORM 1400-MARK-WRITE-OFFS THRU 1400-END
           PERFORM 1500-CLEAR-BY-CLIENT THRU 1500-END
           IF WS-CL-OVERFLOW = 'Y'
               DISPLAY "DEBT-DISCHARGE: the year's clients do not "
                   "fit the client table - no declarations issued"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2000-WRITE-DECLARATIONS THRU 2000-END
           DISPLAY "DEBT-DISCHARGE: year " WS-YEAR ", "
               WS-DECLARED-COUNT " declaration(s), "
               WS-NOT-CLEAR-COUNT " client(s) with debt open, "
               WS-AGENCY-COUNT " at the agency, "
               WS-SKIP-COUNT " address-flagged"
           IF WS-DECLARED-COUNT = ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           SET JL-CALL-END TO TRUE
           MOVE WS-DECLARED-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

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

       0950-LOAD-PLACED.
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
       0950-END. EXIT.

      * One item per client and period billed in the year; several
      * billing lines for the same period add up on one item.
       1000-LOAD-YEAR-ITEMS.
           OPEN INPUT BILLING-HISTORY-FILE
           IF WS-BILL-HIST-STATUS NOT = '00'
               DISPLAY "DEBT-DISCHARGE: no billing history on file, "
                   "status " WS-BILL-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ BILLING-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       IF BH-PERIOD (1:4) = WS-YEAR
                           AND BH-AMOUNT > ZERO
                           PERFORM 1100-STORE-ITEM THRU 1100-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILLING-HISTORY-FILE.
       1000-END. EXIT.

       1100-STORE-ITEM.
           MOVE BH-CLIENT-CODE TO WS-LOOK-CODE
           MOVE BH-PERIOD TO WS-LOOK-PERIOD
           PERFORM 1900-FIND-ITEM THRU 1900-END
           IF WS-IT-POS = ZERO
               IF WS-IT-COUNT < 20000
                   ADD 1 TO WS-IT-COUNT
                   MOVE WS-IT-COUNT TO WS-IT-POS
                   MOVE BH-CLIENT-CODE TO WS-IT-CODE (WS-IT-POS)
                   MOVE BH-PERIOD TO WS-IT-PERIOD (WS-IT-POS)
                   MOVE ZERO TO WS-IT-BILLED (WS-IT-POS)
                   MOVE ZERO TO WS-IT-OPEN (WS-IT-POS)
                   MOVE 'N' TO WS-IT-WRITTEN-OFF (WS-IT-POS)
               ELSE
                   MOVE 'Y' TO WS-IT-OVERFLOW
                   GO TO 1100-END
               END-IF
           END-IF
           ADD BH-AMOUNT TO WS-IT-BILLED (WS-IT-POS)
           ADD BH-AMOUNT TO WS-IT-OPEN (WS-IT-POS).
       1100-END. EXIT.

       1200-NET-PAYMENTS.
           OPEN INPUT POSTED-FILE
           IF WS-POSTED-STATUS NOT = '00'
               GO TO 1200-END
           END-IF
           PERFORM UNTIL WS-POSTED-EOF = 'Y'
               READ POSTED-FILE
                   AT END
                       MOVE 'Y' TO WS-POSTED-EOF
                   NOT AT END
                       MOVE PST-CLIENT-CODE TO WS-LOOK-CODE
                       MOVE PST-PERIOD TO WS-LOOK-PERIOD
                       PERFORM 1900-FIND-ITEM THRU 1900-END
                       IF WS-IT-POS > ZERO
                           IF PST-REVERSAL
                               ADD PST-AMOUNT TO WS-IT-OPEN (WS-IT-POS)
                           ELSE
                               SUBTRACT PST-AMOUNT
                                   FROM WS-IT-OPEN (WS-IT-POS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTED-FILE.
       1200-END. EXIT.

       1300-NET-ADJUSTMENTS.
           OPEN INPUT ADJUST-REGISTER-FILE
           IF WS-ADJUST-STATUS NOT = '00'
               GO TO 1300-END
           END-IF
           PERFORM UNTIL WS-ADJUST-EOF = 'Y'
               READ ADJUST-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-ADJUST-EOF
                   NOT AT END
                       MOVE AJ-CLIENT-CODE TO WS-LOOK-CODE
                       MOVE AJ-PERIOD TO WS-LOOK-PERIOD
                       PERFORM 1900-FIND-ITEM THRU 1900-END
                       IF WS-IT-POS > ZERO
                           IF AJ-SIGN = '-'
                               SUBTRACT AJ-AMOUNT
                                   FROM WS-IT-OPEN (WS-IT-POS)
                           ELSE
                               ADD AJ-AMOUNT TO WS-IT-OPEN (WS-IT-POS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADJUST-REGISTER-FILE.
       1300-END. EXIT.

      * A written-off item was never paid - the year is not clear
      * even though the item no longer shows as open anywhere.
       1400-MARK-WRITE-OFFS.
           OPEN INPUT WRITEOFF-FILE
           IF WS-WRITEOFF-STATUS NOT = '00'
               GO TO 1400-END
           END-IF
           PERFORM UNTIL WS-WRITEOFF-EOF = 'Y'
               READ WRITEOFF-FILE
                   AT END
                       MOVE 'Y' TO WS-WRITEOFF-EOF
                   NOT AT END
                       MOVE WO-CLIENT-CODE TO WS-LOOK-CODE
                       MOVE WO-PERIOD TO WS-LOOK-PERIOD
                       PERFORM 1900-FIND-ITEM THRU 1900-END
                       IF WS-IT-POS > ZERO
                           MOVE 'Y' TO WS-IT-WRITTEN-OFF (WS-IT-POS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WRITEOFF-FILE.
       1400-END. EXIT.

       1500-CLEAR-BY-CLIENT.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-IT-COUNT
               MOVE ZERO TO WS-CL-POS
               PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CL-COUNT OR WS-CL-POS > ZERO
                   IF WS-CL-CODE (WS-C) = WS-IT-CODE (WS-I)
                       MOVE WS-C TO WS-CL-POS
                   END-IF
               END-PERFORM
               IF WS-CL-POS = ZERO
                   IF WS-CL-COUNT < 5000
                       ADD 1 TO WS-CL-COUNT
                       MOVE WS-CL-COUNT TO WS-CL-POS
                       MOVE WS-IT-CODE (WS-I) TO WS-CL-CODE (WS-CL-POS)
                       MOVE 'Y' TO WS-CL-CLEAR (WS-CL-POS)
                       MOVE ZERO TO WS-CL-BILLED (WS-CL-POS)
                       MOVE ZERO TO WS-CL-ITEMS (WS-CL-POS)
                   ELSE
                       MOVE 'Y' TO WS-CL-OVERFLOW
                   END-IF
               END-IF
               IF WS-CL-POS > ZERO
                   ADD WS-IT-BILLED (WS-I) TO WS-CL-BILLED (WS-CL-POS)
                   ADD 1 TO WS-CL-ITEMS (WS-CL-POS)
                   IF WS-IT-OPEN (WS-I) > WS-TOLERANCE
                       OR WS-IT-WRITTEN-OFF (WS-I) = 'Y'
                       MOVE 'N' TO WS-CL-CLEAR (WS-CL-POS)
                   END-IF
               END-IF
           END-PERFORM.
       1500-END. EXIT.

       1900-FIND-ITEM.
           MOVE ZERO TO WS-IT-POS
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-IT-COUNT OR WS-IT-POS > ZERO
               IF WS-IT-CODE (WS-I) = WS-LOOK-CODE
                   AND WS-IT-PERIOD (WS-I) = WS-LOOK-PERIOD
                   MOVE WS-I TO WS-IT-POS
               END-IF
           END-PERFORM.
       1900-END. EXIT.

       2000-WRITE-DECLARATIONS.
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "DEBT-DISCHARGE: cannot open master, status "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT DECLARATION-FILE
           IF WS-DECLARATION-STATUS NOT = '00'
               DISPLAY "DEBT-DISCHARGE: cannot open declaration "
                   "file, status " WS-DECLARATION-STATUS
               CLOSE CLIENT-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2100-CONSIDER-CLIENT THRU 2100-END
               VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CL-COUNT
           IF WS-SKIP-COUNT > ZERO
               MOVE SPACES TO DECLARATION-LINE
               WRITE DECLARATION-LINE
               MOVE "ADDRESS FLAGGED - NOT MAILED:"
                   TO DECLARATION-LINE
               WRITE DECLARATION-LINE
               PERFORM VARYING WS-K2 FROM 1 BY 1
                   UNTIL WS-K2 > WS-SKIP-COUNT
                   MOVE SPACES TO DECLARATION-LINE
                   MOVE WS-SKIP-CODE (WS-K2) TO DECLARATION-LINE (1:7)
                   WRITE DECLARATION-LINE
               END-PERFORM
           END-IF
           CLOSE DECLARATION-FILE
           CLOSE CLIENT-MASTER-FILE.
       2000-END. EXIT.

      * A client placed with the collection agency is the agency's
      * to deal with and gets no letter from us, clear year or not.
       2100-CONSIDER-CLIENT.
           IF WS-CL-CLEAR (WS-C) NOT = 'Y'
               ADD 1 TO WS-NOT-CLEAR-COUNT
               GO TO 2100-END
           END-IF
           MOVE 'N' TO WS-AT-AGENCY
           PERFORM VARYING WS-GP FROM 1 BY 1
               UNTIL WS-GP > WS-GP-COUNT
               IF WS-GP-CODE (WS-GP) = WS-CL-CODE (WS-C)
                   MOVE 'Y' TO WS-AT-AGENCY
               END-IF
           END-PERFORM
           IF WS-AT-AGENCY = 'Y'
               ADD 1 TO WS-AGENCY-COUNT
               GO TO 2100-END
           END-IF
           MOVE 'N' TO WS-ADDR-FLAGGED
           PERFORM VARYING WS-F FROM 1 BY 1
               UNTIL WS-F > WS-MF-COUNT
               IF WS-MF-CODE (WS-F) = WS-CL-CODE (WS-C)
                   MOVE 'Y' TO WS-ADDR-FLAGGED
               END-IF
           END-PERFORM
           IF WS-ADDR-FLAGGED = 'Y'
               IF WS-SKIP-COUNT < 200
                   ADD 1 TO WS-SKIP-COUNT
                   MOVE WS-CL-CODE (WS-C)
                       TO WS-SKIP-CODE (WS-SKIP-COUNT)
               END-IF
               GO TO 2100-END
           END-IF
           MOVE WS-CL-CODE (WS-C) TO CM-CLIENT-CODE
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   DISPLAY "DEBT-DISCHARGE: client "
                       WS-CL-CODE (WS-C)
                       " not on the client master - no declaration"
               NOT INVALID KEY
                   PERFORM 2200-WRITE-ONE-DECLARATION THRU 2200-END
           END-READ.
       2100-END. EXIT.

       2200-WRITE-ONE-DECLARATION.
           MOVE CM-CLIENT-CEP TO WS-CEP-SPLIT
           MOVE WS-CEP-HI TO WS-CEP-FIRST
           MOVE WS-CEP-LO TO WS-CEP-LAST
           MOVE ALL "=" TO DECLARATION-LINE
           WRITE DECLARATION-LINE
           SET CY-BY-BRANCH TO TRUE
           MOVE CM-BRANCH TO CY-CALL-BRANCH
           CALL "COMPANYLK" USING CY-CALL-FUNCTION CY-CALL-BRANCH
               CY-CALL-INDEX CY-CALL-COMPANY CY-CALL-RESULT
           MOVE SPACES TO WS-LETTER-TEXT
           STRING CY-NAME "  CNPJ: " CY-CNPJ
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           WRITE DECLARATION-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO DECLARATION-LINE
           WRITE DECLARATION-LINE
           MOVE CM-CLIENT-NAME TO DECLARATION-LINE
           WRITE DECLARATION-LINE
           MOVE SPACES TO WS-LETTER-TEXT
           STRING CM-CLIENT-STREET ", " CM-CLIENT-NUMBER
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           WRITE DECLARATION-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO WS-LETTER-TEXT
           STRING CM-CLIENT-CITY " " CM-CLIENT-STATE " "
               WS-CEP-EDIT
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           WRITE DECLARATION-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO DECLARATION-LINE
           WRITE DECLARATION-LINE
           MOVE SPACES TO WS-LETTER-TEXT
           STRING "DECLARACAO ANUAL DE QUITACAO DE DEBITOS - "
               WS-YEAR
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           WRITE DECLARATION-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO DECLARATION-LINE
           WRITE DECLARATION-LINE
           MOVE SPACES TO WS-LETTER-TEXT
           STRING "Client code " CM-CLIENT-CODE
               "   CPF/CNPJ " CM-TAX-ID
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           WRITE DECLARATION-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO DECLARATION-LINE
           WRITE DECLARATION-LINE
           MOVE SPACES TO WS-LETTER-TEXT
           STRING "We declare, as required by Lei 12.007/2009, that"
               " all amounts"
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           WRITE DECLARATION-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO WS-LETTER-TEXT
           STRING "billed to you for the periods of " WS-YEAR
               " have been paid in full"
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           WRITE DECLARATION-LINE FROM WS-LETTER-TEXT
           MOVE "and that no debt remains for that year."
               TO DECLARATION-LINE
           WRITE DECLARATION-LINE
           MOVE SPACES TO DECLARATION-LINE
           WRITE DECLARATION-LINE
           MOVE WS-CL-ITEMS (WS-C) TO WS-ITEMS-EDIT
           MOVE WS-CL-BILLED (WS-C) TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-LETTER-TEXT
           STRING "Periods billed: " WS-ITEMS-EDIT
               "   Total billed: R$ " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           WRITE DECLARATION-LINE FROM WS-LETTER-TEXT
           MOVE "This declaration replaces, for that year, the"
               TO DECLARATION-LINE
           WRITE DECLARATION-LINE
           MOVE "individual payment receipts."
               TO DECLARATION-LINE
           WRITE DECLARATION-LINE
           MOVE SPACES TO DECLARATION-LINE
           WRITE DECLARATION-LINE
           MOVE WS-TODAY-DATE (7:2) TO WS-DATE-DD
           MOVE WS-TODAY-DATE (5:2) TO WS-DATE-MM
           MOVE WS-TODAY-YYYY TO WS-DATE-YYYY
           MOVE SPACES TO WS-LETTER-TEXT
           STRING "Issued " WS-DATE-EDIT
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           WRITE DECLARATION-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO DECLARATION-LINE
           WRITE DECLARATION-LINE
           ADD 1 TO WS-DECLARED-COUNT
           MOVE CM-CLIENT-CODE TO CL-CALL-CLIENT-CODE
           MOVE 'QUITACAO' TO CL-CALL-DOC-TYPE
           MOVE 'DEBT-DISCHARGE' TO CL-CALL-PROGRAM
           MOVE SPACES TO CL-CALL-DELIVERY
           CALL "CORRLOG" USING CL-CALL-CLIENT-CODE
               CL-CALL-DOC-TYPE CL-CALL-PROGRAM
               CL-CALL-DELIVERY.
       2200-END. EXIT.

       END PROGRAM DEBT-DISCHARGE.
