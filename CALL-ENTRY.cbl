      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Keys the outcome of each collection call onto the
      *          call log (call-log.txt) as the collector works down
      *          the COLLECT-WORKLIST list, in the menu-loop style of
      *          ASSESS-ENTRY - the promises collectors used to write
      *          on paper. The client must be on the client master;
      *          the client's open balance is shown before the
      *          outcome is keyed. A promise to pay needs a date from
      *          today up to PROMISE_MAX_DAYS (default 30) ahead and
      *          an amount, and is refused while the client still
      *          holds an open promise. The collector signs on
      *          through SIGNON and the call is logged under that id.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 RM  Original version.
      *   15/10/2026 RM  A console run now signs the collector on
      *                  through SIGNON (id and password) instead of
      *                  taking the keyed id on trust.
      *   15/10/2026 RM  Every run signs on through SIGNON; a
      *                  JOB_USER_ID already in the environment no
      *                  longer stands in for the collector.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALL-ENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALL-LOG-FILE ASSIGN TO '..\call-log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALL-STATUS.

           SELECT CLIENT-MASTER-FILE ASSIGN TO WS-MASTER-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CLIENT-CODE
           ALTERNATE RECORD KEY IS CM-CLIENT-NAME WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPEN-ITEMS-FILE ASSIGN TO WS-OPEN-ITEMS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OI-ITEM-KEY
           FILE STATUS IS WS-OPEN-ITEMS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CALL-LOG-FILE.
       COPY CALLREC REPLACING ==:RECNAME:== BY ==CALL-LOG-LINE==.

       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.

       FD OPEN-ITEMS-FILE.
       COPY OPNITMREC.

       WORKING-STORAGE SECTION.
       01 WS-CALL-STATUS PIC X(2).
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-OPEN-ITEMS-FILENAME PIC X(100).
       01 WS-OPEN-ITEMS-STATUS PIC X(2).
       01 WS-CALL-EOF PIC X(1).
       01 WS-ITEMS-EOF PIC X(1).
       01 WS-MORE PIC X(1) VALUE 'Y'.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-MAX-DATE PIC 9(8).
       01 WS-DAYS-ENTRY PIC X(3).
       01 WS-MAX-DAYS PIC 9(3) VALUE 30.
       01 WS-COLLECTOR PIC X(8).
       01 WS-CLIENT PIC 9(7).
       01 WS-OUTCOME PIC X(1).
       01 WS-PROMISE-DATE PIC 9(8).
       01 WS-PROMISE-SPLIT REDEFINES WS-PROMISE-DATE.
           05 WS-PROMISE-YEAR PIC 9(4).
           05 WS-PROMISE-MONTH PIC 9(2).
           05 WS-PROMISE-DAY PIC 9(2).
       01 WS-PROMISE-AMOUNT PIC 9(7)V99.
       01 WS-NOTE PIC X(30).
       01 WS-FOUND PIC X(1).
       01 WS-OPEN-PROMISE PIC X(1).
       01 WS-OPEN-BALANCE PIC 9(9)V99.
       01 WS-BALANCE-EDIT PIC Z(8)9.99.
       01 WS-ENTERED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       COPY DTUPARMS.
       COPY JOBLOGPARM.
       COPY SIGNONPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "CALL-ENTRY" TO JL-CALL-PROGRAM
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
           ACCEPT WS-DAYS-ENTRY FROM ENVIRONMENT "PROMISE_MAX_DAYS"
           IF WS-DAYS-ENTRY IS NUMERIC
               MOVE WS-DAYS-ENTRY TO WS-MAX-DAYS
           END-IF
           MOVE 'ADD-DAYS' TO DU-FUNCTION
           MOVE WS-TODAY-DATE TO DU-DATE-1
           MOVE WS-MAX-DAYS TO DU-N
           CALL 'DATEUTIL' USING DU-FUNCTION DU-DATE-1 DU-DATE-2
               DU-N DU-RESULT-DATE DU-ELAPSED DU-RETURN-CODE
           MOVE DU-RESULT-DATE TO WS-MAX-DATE
           SET SO-SIGN-ON TO TRUE
           MOVE 'CALL-ENTRY' TO SO-CALL-PROGRAM
           CALL "SIGNON" USING SO-CALL-FUNCTION SO-CALL-PROGRAM
               SO-CALL-USER-ID SO-CALL-USER-NAME
               SO-CALL-USER-LEVEL SO-CALL-TARGET-ID
               SO-CALL-NEW-PASSWORD SO-CALL-RETURN-CODE
           IF NOT SO-SIGNED-ON
               DISPLAY "CALL-ENTRY: sign-on failed - run aborted"
               MOVE 16 TO RETURN-CODE
               SET JL-CALL-END TO TRUE
               CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
                   JL-CALL-RECORD-COUNT
               GOBACK
           END-IF
           MOVE SO-CALL-USER-ID TO WS-COLLECTOR
           PERFORM UNTIL WS-MORE NOT = 'Y'
               PERFORM 1000-ENTER-ONE THRU 1000-END
               DISPLAY "Another call? (Y/N): "
               ACCEPT WS-MORE
           END-PERFORM
           DISPLAY "CALL-ENTRY: " WS-ENTERED-COUNT
               " entered, " WS-REJECT-COUNT " rejected"
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           SET JL-CALL-END TO TRUE
           MOVE WS-ENTERED-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

       1000-ENTER-ONE.
           DISPLAY "Client code: "
           ACCEPT WS-CLIENT
           MOVE 'N' TO WS-FOUND
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS = '00'
               MOVE WS-CLIENT TO CM-CLIENT-CODE
               READ CLIENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND
               END-READ
               CLOSE CLIENT-MASTER-FILE
           END-IF
           IF WS-FOUND = 'N'
               DISPLAY "Client code not on file - rejected"
               ADD 1 TO WS-REJECT-COUNT
               GO TO 1000-END
           END-IF
           PERFORM 1100-SHOW-BALANCE THRU 1100-END
           DISPLAY "Outcome (P promise, N no answer, M message, "
               "W wrong number, R refused, D dispute, C call back): "
           ACCEPT WS-OUTCOME
           MOVE WS-OUTCOME TO CA-OUTCOME
           IF NOT CA-VALID-OUTCOME
               DISPLAY "Unknown outcome " WS-OUTCOME " - rejected"
               ADD 1 TO WS-REJECT-COUNT
               GO TO 1000-END
           END-IF
           MOVE ZERO TO WS-PROMISE-DATE
           MOVE ZERO TO WS-PROMISE-AMOUNT
           IF WS-OUTCOME = 'P'
               PERFORM 2000-CHECK-OPEN-PROMISE THRU 2000-END
               IF WS-OPEN-PROMISE = 'Y'
                   DISPLAY "Client " WS-CLIENT " already holds an "
                       "open promise - rejected"
                   ADD 1 TO WS-REJECT-COUNT
                   GO TO 1000-END
               END-IF
               DISPLAY "Promised payment date (YYYYMMDD): "
               ACCEPT WS-PROMISE-DATE
               IF WS-PROMISE-MONTH < 1 OR WS-PROMISE-MONTH > 12
                   OR WS-PROMISE-DAY < 1 OR WS-PROMISE-DAY > 31
                   OR WS-PROMISE-DATE < WS-TODAY-DATE
                   OR WS-PROMISE-DATE > WS-MAX-DATE
                   DISPLAY "Promise date must be a date from today "
                       "to " WS-MAX-DATE " - rejected"
                   ADD 1 TO WS-REJECT-COUNT
                   GO TO 1000-END
               END-IF
               DISPLAY "Promised amount: "
               ACCEPT WS-PROMISE-AMOUNT
               IF WS-PROMISE-AMOUNT = ZERO
                   DISPLAY "Promised amount must be above zero - "
                       "rejected"
                   ADD 1 TO WS-REJECT-COUNT
                   GO TO 1000-END
               END-IF
           END-IF
           DISPLAY "Note: "
           MOVE SPACES TO WS-NOTE
           ACCEPT WS-NOTE
           PERFORM 3000-WRITE-CALL THRU 3000-END.
       1000-END. EXIT.

      * The collector sees what is owed before keying the outcome;
      * no open-items master simply shows nothing.
       1100-SHOW-BALANCE.
           MOVE ZERO TO WS-OPEN-BALANCE
           MOVE 'N' TO WS-ITEMS-EOF
           OPEN INPUT OPEN-ITEMS-FILE
           IF WS-OPEN-ITEMS-STATUS NOT = '00'
               GO TO 1100-END
           END-IF
           MOVE WS-CLIENT TO OI-CLIENT-CODE
           MOVE LOW-VALUES TO OI-PERIOD
           START OPEN-ITEMS-FILE KEY IS NOT LESS THAN OI-ITEM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ITEMS-EOF
           END-START
           PERFORM UNTIL WS-ITEMS-EOF = 'Y'
               READ OPEN-ITEMS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ITEMS-EOF
                   NOT AT END
                       IF OI-CLIENT-CODE NOT = WS-CLIENT
                           MOVE 'Y' TO WS-ITEMS-EOF
                       ELSE
                           IF OI-OPEN AND OI-OPEN-AMOUNT > ZERO
                               ADD OI-OPEN-AMOUNT TO WS-OPEN-BALANCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-ITEMS-FILE
           MOVE WS-OPEN-BALANCE TO WS-BALANCE-EDIT
           DISPLAY CM-CLIENT-NAME "  open balance R$ "
               WS-BALANCE-EDIT.
       1100-END. EXIT.

       2000-CHECK-OPEN-PROMISE.
           MOVE 'N' TO WS-OPEN-PROMISE
           MOVE 'N' TO WS-CALL-EOF
           OPEN INPUT CALL-LOG-FILE
           IF WS-CALL-STATUS = '00'
               PERFORM UNTIL WS-CALL-EOF = 'Y'
                   READ CALL-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-CALL-EOF
                       NOT AT END
                           IF CA-CLIENT-CODE = WS-CLIENT
                               AND CA-PROMISE-OPEN
                               MOVE 'Y' TO WS-OPEN-PROMISE
                               MOVE 'Y' TO WS-CALL-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALL-LOG-FILE
           END-IF.
       2000-END. EXIT.

       3000-WRITE-CALL.
           OPEN EXTEND CALL-LOG-FILE
           IF WS-CALL-STATUS = '35'
               OPEN OUTPUT CALL-LOG-FILE
               CLOSE CALL-LOG-FILE
               OPEN EXTEND CALL-LOG-FILE
           END-IF
           IF WS-CALL-STATUS NOT = '00'
               DISPLAY "CALL-ENTRY: cannot open call log, status "
                   WS-CALL-STATUS
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE SPACES TO CALL-LOG-LINE
               MOVE WS-CLIENT TO CA-CLIENT-CODE
               MOVE WS-TODAY-DATE TO CA-DATE
               ACCEPT CA-TIME FROM TIME
               MOVE WS-COLLECTOR TO CA-COLLECTOR
               MOVE WS-OUTCOME TO CA-OUTCOME
               MOVE WS-PROMISE-DATE TO CA-PROMISE-DATE
               MOVE WS-PROMISE-AMOUNT TO CA-PROMISE-AMOUNT
               IF WS-OUTCOME = 'P'
                   MOVE 'O' TO CA-PROMISE-STATUS
               END-IF
               MOVE ZERO TO CA-CHECK-DATE
               MOVE WS-NOTE TO CA-NOTE
               WRITE CALL-LOG-LINE
               IF WS-CALL-STATUS NOT = '00'
                   DISPLAY "CALL-ENTRY: write failed, status "
                       WS-CALL-STATUS
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   ADD 1 TO WS-ENTERED-COUNT
                   DISPLAY "Call recorded"
               END-IF
               CLOSE CALL-LOG-FILE
           END-IF.
       3000-END. EXIT.

       END PROGRAM CALL-ENTRY.
