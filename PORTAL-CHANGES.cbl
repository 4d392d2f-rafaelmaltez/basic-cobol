      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Customer-portal change requests. Runs twice around
      *          the nightly MAINT pass (PORTAL_CHANGES_MODE):
      *          STAGE (the default) checks each request on
      *          portal-changes.txt (PORTALREQREC) - the verification
      *          token, the client on clients.dat (not inactive), the
      *          CEP against the directory through ADDRLOOK (a blank
      *          city or UF is taken from it, a different one is
      *          rejected) and the phone and e-mail rules of
      *          WRITING-FILES' Maintain contacts - and writes the
      *          good ones to portal-trans.txt as C (address) and K
      *          (contact) maintenance transactions, noting each on
      *          portal-pending.txt. A request the master has changed
      *          under since the portal read it, or one that cannot be
      *          checked because the CEP directory is missing, is held
      *          for review on portal-held.txt. The batch driver then
      *          applies portal-trans.txt through MAINT signed on as
      *          PORTAL, so the audit trail shows where the change came
      *          from. STATUS matches the pending transactions against
      *          what MAINT rejected (client-trans-rejects.txt) and
      *          audited, and tells the portal how each request went.
      *          Every request ends with a line on portal-status.txt
      *          (PORTALSTATREC): rejections and holds from STAGE, the
      *          rest from STATUS.
      *          The token is HASHCHAIN over the request id, client
      *          code and request stamp, seeded with the key shared
      *          with the web team (PORTAL_TOKEN_KEY, nine digits).
      *          Ends 4 when anything was rejected or held, 16 when a
      *          file cannot be opened, the key is not set or the
      *          request file is larger than the table (nothing staged
      *          and the requests left for the next run).
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTAL-CHANGES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-MASTER-FILE ASSIGN TO WS-MASTER-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CLIENT-CODE
           ALTERNATE RECORD KEY IS CM-CLIENT-NAME WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT PORTAL-REQ-FILE ASSIGN TO '..\portal-changes.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REQUEST-STATUS.

           SELECT PORTAL-HELD-FILE ASSIGN TO '..\portal-held.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HELD-STATUS.

           SELECT PORTAL-TRANS-FILE ASSIGN TO '..\portal-trans.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANS-STATUS.

           SELECT PORTAL-PENDING-FILE ASSIGN TO '..\portal-pending.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDING-STATUS.

           SELECT PORTAL-STATUS-FILE ASSIGN TO '..\portal-status.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-STATUS.

           SELECT AUDIT-FILE ASSIGN TO '..\client-audit.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT TRANS-REJECTS-FILE
           ASSIGN TO '..\client-trans-rejects.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJECTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.

       FD PORTAL-REQ-FILE.
       COPY PORTALREQREC REPLACING ==:RECNAME:==
           BY ==PORTAL-REQ-LINE==.

       FD PORTAL-HELD-FILE.
       01 PORTAL-HELD-LINE PIC X(187).

       FD PORTAL-TRANS-FILE.
       01 PORTAL-TRANS-LINE PIC X(160).

      * One line per staged transaction: the request it came from,
      * when it was staged and the transaction exactly as written,
      * which is what MAINT quotes back on a reject.
       FD PORTAL-PENDING-FILE.
       01 PORTAL-PENDING-LINE.
           05 PP-REQUEST-ID PIC X(12).
           05 FILLER PIC X(1).
           05 PP-CLIENT-CODE PIC 9(7).
           05 FILLER PIC X(1).
           05 PP-STAGE-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 PP-STAGE-TIME PIC 9(6).
           05 FILLER PIC X(1).
           05 PP-TRANSACTION PIC X(160).

       FD PORTAL-STATUS-FILE.
       COPY PORTALSTATREC REPLACING ==:RECNAME:==
           BY ==PORTAL-STATUS-LINE==.

       FD AUDIT-FILE.
       COPY AUDITREC REPLACING ==:RECNAME:== BY ==AUDIT-LINE==.

       FD TRANS-REJECTS-FILE.
       COPY REJECTREC REPLACING ==:RECNAME:== BY ==REJECT-LINE==.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-REQUEST-STATUS PIC X(2).
       01 WS-HELD-STATUS PIC X(2).
       01 WS-TRANS-STATUS PIC X(2).
       01 WS-PENDING-STATUS PIC X(2).
       01 WS-STATUS-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-REJECTS-STATUS PIC X(2).
       01 WS-FILE-EOF PIC X(1).
       01 WS-RUN-MODE PIC X(6).
           88 WS-STAGE-RUN VALUE 'STAGE'.
           88 WS-STATUS-RUN VALUE 'STATUS'.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-NOW-TIME PIC 9(8).
       01 WS-TOKEN-KEY PIC X(9).
       01 WS-TOKEN-KEY-N REDEFINES WS-TOKEN-KEY PIC 9(9).
      * The user id MAINT signs on as for the portal's changes.
       01 WS-PORTAL-USER-ID PIC X(8) VALUE 'PORTAL'.
       01 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       01 WS-STAGED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TRANS-COUNT PIC 9(5) VALUE ZERO.
       01 WS-APPLIED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PARTIAL-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(5) VALUE ZERO.

      * Outcome of checking one request.
       01 WS-REQ-OUTCOME PIC X(1).
           88 WS-REQ-OK VALUE 'O'.
           88 WS-REQ-REJECTED VALUE 'R'.
           88 WS-REQ-HELD VALUE 'H'.
       01 WS-REQ-REASON PIC X(30).
       01 WS-ST-REQUEST-ID PIC X(12).
       01 WS-ST-CLIENT-CODE PIC 9(7).
       01 WS-ST-STATUS PIC X(8).
       01 WS-NEW-CITY PIC X(20).
       01 WS-NEW-UF PIC X(2).

      * Date and time side by side, compared as one number.
       01 WS-STAMP.
           05 WS-STAMP-DATE PIC 9(8).
           05 WS-STAMP-TIME PIC 9(6).
       01 WS-STAMP-N REDEFINES WS-STAMP PIC 9(14).

      * The requests, each with the client's latest audited change.
       01 WS-PQ-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-PQ-OVERFLOW PIC X(1) VALUE 'N'.
           88 WS-PQ-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-PQ-TABLE.
           05 WS-PQ-ENTRY OCCURS 500 TIMES.
               10 WS-PQ-RECORD PIC X(187).
               10 WS-PQ-CLIENT-CODE PIC X(7).
               10 WS-PQ-LAST-STAMP PIC 9(14).
       01 WS-PQ-IDX PIC 9(3) COMP.

      * The pending transactions for STATUS, in request order.
       01 WS-PT-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-PT-OVERFLOW PIC X(1) VALUE 'N'.
           88 WS-PT-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-PT-TABLE.
           05 WS-PT-ENTRY OCCURS 2000 TIMES.
               10 WS-PT-REQUEST-ID PIC X(12).
               10 WS-PT-CLIENT-CODE PIC 9(7).
               10 WS-PT-STAGE-STAMP PIC 9(14).
               10 WS-PT-TRANSACTION PIC X(160).
               10 WS-PT-REJECTED PIC X(1).
               10 WS-PT-REASON PIC X(30).
               10 WS-PT-AUDITED PIC X(1).
       01 WS-PT-IDX PIC 9(4) COMP.
       01 WS-PT-FIRST PIC 9(4) COMP.
       01 WS-PT-TOTAL PIC 9(4) COMP.
       01 WS-PT-REJECTS PIC 9(4) COMP.
       01 WS-PT-AUDIT-SEEN PIC X(1).
       01 WS-PT-FIRST-REASON PIC X(30).

      * Contact checks, as Maintain contacts makes them.
       01 WS-CONTACT-TYPE PIC X(1).
       01 WS-CONTACT-VALUE PIC X(40).
       01 WS-CONTACT-OK-SWITCH PIC X(1).
           88 WS-CONTACT-OK VALUE 'Y'.
           88 WS-CONTACT-NOT-OK VALUE 'N'.
       01 WS-CV-LEN PIC 9(2) COMP.
       01 WS-CV-IDX PIC 9(2) COMP.
       01 WS-CV-AT-COUNT PIC 9(2) COMP.
       01 WS-CV-DOT-COUNT PIC 9(2) COMP.

       COPY CLMTRNREC REPLACING ==:RECNAME:== BY ==WS-PORTAL-TRANS==.
       COPY HASHPARM.
       COPY ADDRPARMS.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "PORTAL-CHANGES" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO WS-RUN-MODE
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "PORTAL_CHANGES_MODE"
           IF WS-RUN-MODE = SPACES
               MOVE 'STAGE' TO WS-RUN-MODE
           END-IF
           MOVE ZERO TO RETURN-CODE
           EVALUATE TRUE
               WHEN WS-STAGE-RUN
                   PERFORM 1000-STAGE-REQUESTS THRU 1000-END
               WHEN WS-STATUS-RUN
                   PERFORM 5000-REPORT-STATUS THRU 5000-END
               WHEN OTHER
                   DISPLAY "PORTAL-CHANGES: unknown mode " WS-RUN-MODE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           IF RETURN-CODE = 16
               GOBACK
           END-IF
           IF WS-REJECTED-COUNT > ZERO OR WS-HELD-COUNT > ZERO
               OR WS-PARTIAL-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           SET JL-CALL-END TO TRUE
           IF WS-STAGE-RUN
               MOVE WS-STAGED-COUNT TO JL-CALL-RECORD-COUNT
           ELSE
               MOVE WS-APPLIED-COUNT TO JL-CALL-RECORD-COUNT
           END-IF
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

      ******************************************************************
      * STAGE
      ******************************************************************
      * The transaction and pending files are started afresh before
      * anything else, so a run that stops early never leaves last
      * night's transactions for MAINT to apply a second time.
       1000-STAGE-REQUESTS.
           OPEN OUTPUT PORTAL-TRANS-FILE
           IF WS-TRANS-STATUS NOT = '00'
               DISPLAY "PORTAL-CHANGES: cannot open portal-trans, "
                   "status " WS-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-END
           END-IF
           OPEN OUTPUT PORTAL-PENDING-FILE
           IF WS-PENDING-STATUS NOT = '00'
               DISPLAY "PORTAL-CHANGES: cannot open portal-pending, "
                   "status " WS-PENDING-STATUS
               CLOSE PORTAL-TRANS-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-END
           END-IF
           MOVE SPACES TO WS-TOKEN-KEY
           ACCEPT WS-TOKEN-KEY FROM ENVIRONMENT "PORTAL_TOKEN_KEY"
           IF WS-TOKEN-KEY NOT NUMERIC
               DISPLAY "PORTAL-CHANGES: PORTAL_TOKEN_KEY is not set "
                   "to nine digits - requests left for the next run"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-CLOSE
           END-IF
           PERFORM 1100-LOAD-REQUESTS THRU 1100-END
           IF WS-PQ-COUNT = ZERO AND NOT WS-PQ-TABLE-OVERFLOWED
               DISPLAY "PORTAL-CHANGES: no portal requests today"
               GO TO 1000-CLOSE
           END-IF
      * A request file the table could not hold in full cannot be
      * cleared without losing the requests past the cap.
           IF WS-PQ-TABLE-OVERFLOWED
               DISPLAY "PORTAL-CHANGES: request file is larger than "
                   "the table - nothing staged"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-CLOSE
           END-IF
           PERFORM 1200-LOAD-LAST-CHANGES THRU 1200-END
           PERFORM 1300-OPEN-STAGE-FILES THRU 1300-END
           IF RETURN-CODE = 16
               GO TO 1000-CLOSE
           END-IF
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
               UNTIL WS-PQ-IDX > WS-PQ-COUNT
               MOVE WS-PQ-RECORD (WS-PQ-IDX) TO PORTAL-REQ-LINE
               ADD 1 TO WS-READ-COUNT
               PERFORM 2000-STAGE-ONE THRU 2000-END
           END-PERFORM
           CLOSE CLIENT-MASTER-FILE
           CLOSE PORTAL-STATUS-FILE
           CLOSE PORTAL-HELD-FILE
      * Every request is now staged, or on the status file and, if
      * held, on the held file - the request file is cleared.
           OPEN OUTPUT PORTAL-REQ-FILE
           CLOSE PORTAL-REQ-FILE
           DISPLAY "PORTAL-CHANGES: " WS-READ-COUNT " request(s), "
               WS-STAGED-COUNT " staged as " WS-TRANS-COUNT
               " transaction(s), " WS-HELD-COUNT " held, "
               WS-REJECTED-COUNT " rejected".
       1000-CLOSE.
           CLOSE PORTAL-TRANS-FILE
           CLOSE PORTAL-PENDING-FILE.
       1000-END. EXIT.

       1100-LOAD-REQUESTS.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT PORTAL-REQ-FILE
           IF WS-REQUEST-STATUS NOT = '00'
               GO TO 1100-END
           END-IF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ PORTAL-REQ-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF WS-PQ-COUNT < 500
                           ADD 1 TO WS-PQ-COUNT
                           MOVE PORTAL-REQ-LINE
                               TO WS-PQ-RECORD (WS-PQ-COUNT)
                           MOVE PORTAL-REQ-LINE (14:7)
                               TO WS-PQ-CLIENT-CODE (WS-PQ-COUNT)
                           MOVE ZERO
                               TO WS-PQ-LAST-STAMP (WS-PQ-COUNT)
                       ELSE
                           SET WS-PQ-TABLE-OVERFLOWED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PORTAL-REQ-FILE.
       1100-END. EXIT.

      * One pass of the audit trail notes, for each requested client,
      * the latest change anyone made to it - any action on the trail
      * is a change to the client's record or its satellites.
       1200-LOAD-LAST-CHANGES.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               GO TO 1200-END
           END-IF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       PERFORM 1250-NOTE-CHANGE THRU 1250-END
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.
       1200-END. EXIT.

       1250-NOTE-CHANGE.
           IF AUD-DATE NOT NUMERIC OR AUD-TIME NOT NUMERIC
               GO TO 1250-END
           END-IF
           MOVE AUD-DATE TO WS-STAMP-DATE
           MOVE AUD-TIME (1:6) TO WS-STAMP-TIME
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
               UNTIL WS-PQ-IDX > WS-PQ-COUNT
               IF WS-PQ-CLIENT-CODE (WS-PQ-IDX) = AUD-CLIENT-CODE
                   AND WS-STAMP-N > WS-PQ-LAST-STAMP (WS-PQ-IDX)
                   MOVE WS-STAMP-N TO WS-PQ-LAST-STAMP (WS-PQ-IDX)
               END-IF
           END-PERFORM.
       1250-END. EXIT.

       1300-OPEN-STAGE-FILES.
           MOVE SPACES TO WS-MASTER-FILENAME
           ACCEPT WS-MASTER-FILENAME
               FROM ENVIRONMENT "CLIENT_MASTER_FILE"
           IF WS-MASTER-FILENAME = SPACES
               MOVE '..\clients.dat' TO WS-MASTER-FILENAME
           END-IF
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "PORTAL-CHANGES: cannot open master, status "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1300-END
           END-IF
           OPEN EXTEND PORTAL-STATUS-FILE
           IF WS-STATUS-STATUS = '35'
               OPEN OUTPUT PORTAL-STATUS-FILE
               CLOSE PORTAL-STATUS-FILE
               OPEN EXTEND PORTAL-STATUS-FILE
           END-IF
           IF WS-STATUS-STATUS NOT = '00'
               DISPLAY "PORTAL-CHANGES: cannot open portal-status, "
                   "status " WS-STATUS-STATUS
               CLOSE CLIENT-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 1300-END
           END-IF
           OPEN EXTEND PORTAL-HELD-FILE
           IF WS-HELD-STATUS = '35'
               OPEN OUTPUT PORTAL-HELD-FILE
               CLOSE PORTAL-HELD-FILE
               OPEN EXTEND PORTAL-HELD-FILE
           END-IF
           IF WS-HELD-STATUS NOT = '00'
               DISPLAY "PORTAL-CHANGES: cannot open portal-held, "
                   "status " WS-HELD-STATUS
               CLOSE CLIENT-MASTER-FILE
               CLOSE PORTAL-STATUS-FILE
               MOVE 16 TO RETURN-CODE
           END-IF.
       1300-END. EXIT.

       2000-STAGE-ONE.
           SET WS-REQ-OK TO TRUE
           MOVE SPACES TO WS-REQ-REASON
           MOVE PR-REQUEST-ID TO WS-ST-REQUEST-ID
           MOVE ZERO TO WS-ST-CLIENT-CODE
           IF PR-CLIENT-CODE IS NUMERIC
               MOVE PR-CLIENT-CODE TO WS-ST-CLIENT-CODE
           END-IF
           PERFORM 2100-CHECK-REQUEST THRU 2100-END
           EVALUATE TRUE
               WHEN WS-REQ-OK
                   PERFORM 2500-WRITE-TRANSACTIONS THRU 2500-END
                   ADD 1 TO WS-STAGED-COUNT
               WHEN WS-REQ-HELD
                   WRITE PORTAL-HELD-LINE FROM PORTAL-REQ-LINE
                   MOVE 'HELD' TO WS-ST-STATUS
                   PERFORM 4000-WRITE-STATUS THRU 4000-END
                   ADD 1 TO WS-HELD-COUNT
               WHEN OTHER
                   MOVE 'REJECTED' TO WS-ST-STATUS
                   PERFORM 4000-WRITE-STATUS THRU 4000-END
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE.
       2000-END. EXIT.

      * Leaves WS-REQ-REJECTED or WS-REQ-HELD set, with the reason,
      * at the first check the request fails.
       2100-CHECK-REQUEST.
           IF PR-CLIENT-CODE NOT NUMERIC
               OR PR-REQUEST-DATE NOT NUMERIC
               OR PR-REQUEST-TIME NOT NUMERIC
               OR PR-READ-DATE NOT NUMERIC
               OR PR-READ-TIME NOT NUMERIC
               OR PR-TOKEN NOT NUMERIC
               MOVE "MALFORMED REQUEST" TO WS-REQ-REASON
               SET WS-REQ-REJECTED TO TRUE
               GO TO 2100-END
           END-IF
           MOVE WS-TOKEN-KEY-N TO HC-PREV-HASH
           MOVE PR-CLIENT-CODE TO HC-SEQUENCE
           MOVE SPACES TO HC-TEXT
           STRING PR-REQUEST-ID PR-CLIENT-CODE PR-REQUEST-DATE
               PR-REQUEST-TIME DELIMITED BY SIZE INTO HC-TEXT
           MOVE 33 TO HC-TEXT-LENGTH
           CALL "HASHCHAIN" USING HC-PREV-HASH HC-SEQUENCE HC-TEXT
               HC-TEXT-LENGTH HC-HASH
           IF HC-HASH NOT = PR-TOKEN
               MOVE "TOKEN DOES NOT VERIFY" TO WS-REQ-REASON
               SET WS-REQ-REJECTED TO TRUE
               GO TO 2100-END
           END-IF
           MOVE PR-CLIENT-CODE TO CM-CLIENT-CODE
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   MOVE "CLIENT NOT ON FILE" TO WS-REQ-REASON
                   SET WS-REQ-REJECTED TO TRUE
                   GO TO 2100-END
           END-READ
           IF CM-INACTIVE
               MOVE "CLIENT INACTIVE" TO WS-REQ-REASON
               SET WS-REQ-REJECTED TO TRUE
               GO TO 2100-END
           END-IF
           IF PR-STREET = SPACES AND PR-NUMBER = SPACES
               AND PR-CITY = SPACES AND PR-UF = SPACES
               AND PR-CEP = SPACES AND PR-MOBILE = SPACES
               AND PR-LANDLINE = SPACES AND PR-EMAIL = SPACES
               MOVE "NO CHANGES REQUESTED" TO WS-REQ-REASON
               SET WS-REQ-REJECTED TO TRUE
               GO TO 2100-END
           END-IF
           MOVE PR-READ-DATE TO WS-STAMP-DATE
           MOVE PR-READ-TIME TO WS-STAMP-TIME
           IF WS-PQ-LAST-STAMP (WS-PQ-IDX) > WS-STAMP-N
               MOVE "CHANGED SINCE PORTAL READ" TO WS-REQ-REASON
               SET WS-REQ-HELD TO TRUE
               GO TO 2100-END
           END-IF
           IF PR-NUMBER NOT = SPACES AND PR-NUMBER NOT NUMERIC
               MOVE "INVALID HOUSE NUMBER" TO WS-REQ-REASON
               SET WS-REQ-REJECTED TO TRUE
               GO TO 2100-END
           END-IF
           PERFORM 2200-CHECK-ADDRESS THRU 2200-END
           IF NOT WS-REQ-OK
               GO TO 2100-END
           END-IF
           PERFORM 2300-CHECK-CONTACTS THRU 2300-END.
       2100-END. EXIT.

      * A city or UF only comes with the CEP that places it; the
      * directory fills whichever of the two the portal left blank.
       2200-CHECK-ADDRESS.
           MOVE PR-CITY TO WS-NEW-CITY
           MOVE PR-UF TO WS-NEW-UF
           INSPECT WS-NEW-CITY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-NEW-UF CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF PR-CEP = SPACES
               IF PR-CITY NOT = SPACES OR PR-UF NOT = SPACES
                   MOVE "CEP REQUIRED WITH CITY OR UF"
                       TO WS-REQ-REASON
                   SET WS-REQ-REJECTED TO TRUE
               END-IF
               GO TO 2200-END
           END-IF
           IF PR-CEP NOT NUMERIC
               MOVE "INVALID CEP" TO WS-REQ-REASON
               SET WS-REQ-REJECTED TO TRUE
               GO TO 2200-END
           END-IF
           MOVE PR-CEP TO AL-CEP
           CALL "ADDRLOOK" USING AL-CEP AL-CITY AL-UF AL-RETURN-CODE
           EVALUATE TRUE
               WHEN AL-NO-DIRECTORY
                   MOVE "CEP DIRECTORY NOT AVAILABLE"
                       TO WS-REQ-REASON
                   SET WS-REQ-HELD TO TRUE
               WHEN AL-NOT-FOUND
                   MOVE "CEP NOT IN DIRECTORY" TO WS-REQ-REASON
                   SET WS-REQ-REJECTED TO TRUE
               WHEN WS-NEW-CITY NOT = SPACES
                   AND WS-NEW-CITY NOT = AL-CITY
                   MOVE "CITY DOES NOT MATCH CEP" TO WS-REQ-REASON
                   SET WS-REQ-REJECTED TO TRUE
               WHEN WS-NEW-UF NOT = SPACES
                   AND WS-NEW-UF NOT = AL-UF
                   MOVE "UF DOES NOT MATCH CEP" TO WS-REQ-REASON
                   SET WS-REQ-REJECTED TO TRUE
               WHEN OTHER
                   MOVE AL-CITY TO WS-NEW-CITY
                   MOVE AL-UF TO WS-NEW-UF
           END-EVALUATE.
       2200-END. EXIT.

       2300-CHECK-CONTACTS.
           IF PR-MOBILE NOT = SPACES
               MOVE 'M' TO WS-CONTACT-TYPE
               MOVE PR-MOBILE TO WS-CONTACT-VALUE
               PERFORM 2350-VALIDATE-CONTACT THRU 2350-END
               IF WS-CONTACT-NOT-OK
                   MOVE "INVALID MOBILE NUMBER" TO WS-REQ-REASON
                   SET WS-REQ-REJECTED TO TRUE
                   GO TO 2300-END
               END-IF
           END-IF
           IF PR-LANDLINE NOT = SPACES
               MOVE 'L' TO WS-CONTACT-TYPE
               MOVE PR-LANDLINE TO WS-CONTACT-VALUE
               PERFORM 2350-VALIDATE-CONTACT THRU 2350-END
               IF WS-CONTACT-NOT-OK
                   MOVE "INVALID LANDLINE NUMBER" TO WS-REQ-REASON
                   SET WS-REQ-REJECTED TO TRUE
                   GO TO 2300-END
               END-IF
           END-IF
           IF PR-EMAIL NOT = SPACES
               MOVE 'E' TO WS-CONTACT-TYPE
               MOVE PR-EMAIL TO WS-CONTACT-VALUE
               PERFORM 2350-VALIDATE-CONTACT THRU 2350-END
               IF WS-CONTACT-NOT-OK
                   MOVE "INVALID E-MAIL ADDRESS" TO WS-REQ-REASON
                   SET WS-REQ-REJECTED TO TRUE
               END-IF
           END-IF.
       2300-END. EXIT.

      * The same rules WRITING-FILES applies to a contact, so a
      * request is turned away whole rather than half applied.
       2350-VALIDATE-CONTACT.
           SET WS-CONTACT-NOT-OK TO TRUE
           MOVE ZERO TO WS-CV-LEN
           PERFORM VARYING WS-CV-IDX FROM 1 BY 1
               UNTIL WS-CV-IDX > 40
               IF WS-CONTACT-VALUE (WS-CV-IDX:1) NOT = SPACE
                   MOVE WS-CV-IDX TO WS-CV-LEN
               END-IF
           END-PERFORM
           EVALUATE WS-CONTACT-TYPE
               WHEN 'M'
               WHEN 'L'
                   IF WS-CV-LEN >= 10 AND WS-CV-LEN <= 11
                       AND WS-CONTACT-VALUE (1:WS-CV-LEN)
                           IS NUMERIC
                       SET WS-CONTACT-OK TO TRUE
                   END-IF
               WHEN 'E'
                   MOVE ZERO TO WS-CV-AT-COUNT
                   MOVE ZERO TO WS-CV-DOT-COUNT
                   INSPECT WS-CONTACT-VALUE
                       TALLYING WS-CV-AT-COUNT FOR ALL '@'
                   INSPECT WS-CONTACT-VALUE
                       TALLYING WS-CV-DOT-COUNT FOR ALL '.'
                   IF WS-CV-AT-COUNT = 1
                       AND WS-CV-DOT-COUNT > ZERO
                       AND WS-CV-LEN > 5
                       SET WS-CONTACT-OK TO TRUE
                   END-IF
           END-EVALUATE.
       2350-END. EXIT.

      * One C transaction for the address fields the request fills
      * (blank and zero fields leave the master as it is) and one K
      * per contact.
       2500-WRITE-TRANSACTIONS.
           IF PR-STREET NOT = SPACES OR PR-NUMBER NOT = SPACES
               OR PR-CEP NOT = SPACES
               INITIALIZE WS-PORTAL-TRANS
               MOVE 'C' TO TRN-ACTION
               MOVE PR-CLIENT-CODE TO TRN-CLIENT-CODE
               MOVE PR-STREET TO TRN-CLIENT-STREET
               IF PR-NUMBER NOT = SPACES
                   MOVE PR-NUMBER TO TRN-CLIENT-NUMBER
               END-IF
               IF PR-CEP NOT = SPACES
                   MOVE WS-NEW-CITY TO TRN-CLIENT-CITY
                   MOVE WS-NEW-UF TO TRN-CLIENT-STATE
                   MOVE PR-CEP TO TRN-CLIENT-CEP
               END-IF
               PERFORM 2600-WRITE-TRANSACTION THRU 2600-END
           END-IF
           IF PR-MOBILE NOT = SPACES
               INITIALIZE WS-PORTAL-TRANS
               MOVE 'K' TO TRN-ACTION
               MOVE PR-CLIENT-CODE TO TRN-CLIENT-CODE
               MOVE 'M' TO TRN-CONTACT-TYPE
               MOVE PR-MOBILE TO TRN-CONTACT-VALUE
               PERFORM 2600-WRITE-TRANSACTION THRU 2600-END
           END-IF
           IF PR-LANDLINE NOT = SPACES
               INITIALIZE WS-PORTAL-TRANS
               MOVE 'K' TO TRN-ACTION
               MOVE PR-CLIENT-CODE TO TRN-CLIENT-CODE
               MOVE 'L' TO TRN-CONTACT-TYPE
               MOVE PR-LANDLINE TO TRN-CONTACT-VALUE
               PERFORM 2600-WRITE-TRANSACTION THRU 2600-END
           END-IF
           IF PR-EMAIL NOT = SPACES
               INITIALIZE WS-PORTAL-TRANS
               MOVE 'K' TO TRN-ACTION
               MOVE PR-CLIENT-CODE TO TRN-CLIENT-CODE
               MOVE 'E' TO TRN-CONTACT-TYPE
               MOVE PR-EMAIL TO TRN-CONTACT-VALUE
               PERFORM 2600-WRITE-TRANSACTION THRU 2600-END
           END-IF.
       2500-END. EXIT.

       2600-WRITE-TRANSACTION.
           WRITE PORTAL-TRANS-LINE FROM WS-PORTAL-TRANS
           MOVE SPACES TO PORTAL-PENDING-LINE
           MOVE PR-REQUEST-ID TO PP-REQUEST-ID
           MOVE PR-CLIENT-CODE TO PP-CLIENT-CODE
           MOVE WS-TODAY-DATE TO PP-STAGE-DATE
           MOVE WS-NOW-TIME (1:6) TO PP-STAGE-TIME
           MOVE WS-PORTAL-TRANS TO PP-TRANSACTION
           WRITE PORTAL-PENDING-LINE
           ADD 1 TO WS-TRANS-COUNT.
       2600-END. EXIT.

      * Expects WS-ST-REQUEST-ID, WS-ST-CLIENT-CODE, WS-ST-STATUS and
      * WS-REQ-REASON loaded; the status file is open.
       4000-WRITE-STATUS.
           MOVE SPACES TO PORTAL-STATUS-LINE
           MOVE WS-ST-REQUEST-ID TO PS-REQUEST-ID
           MOVE WS-ST-CLIENT-CODE TO PS-CLIENT-CODE
           MOVE WS-ST-STATUS TO PS-STATUS
           MOVE WS-REQ-REASON TO PS-REASON
           MOVE WS-TODAY-DATE TO PS-DATE
           MOVE WS-NOW-TIME (1:6) TO PS-TIME
           WRITE PORTAL-STATUS-LINE
           IF WS-STATUS-STATUS NOT = '00'
               DISPLAY "PORTAL-CHANGES: status write failed, status "
                   WS-STATUS-STATUS
           END-IF.
       4000-END. EXIT.

      ******************************************************************
      * STATUS
      ******************************************************************
      * Runs after MAINT has applied portal-trans.txt. A transaction
      * MAINT turned away is on client-trans-rejects.txt, quoted
      * exactly as staged and stamped no earlier than the staging; one
      * it applied left a PORTAL line on the audit trail. A request
      * with neither - MAINT did not get to it - is reported held so
      * the web team can resubmit it. The pending file is cleared once
      * every request has its status.
       5000-REPORT-STATUS.
           PERFORM 5100-LOAD-PENDING THRU 5100-END
           IF WS-PT-TABLE-OVERFLOWED
               DISPLAY "PORTAL-CHANGES: pending file is larger than "
                   "the table - no status reported"
               MOVE 16 TO RETURN-CODE
               GO TO 5000-END
           END-IF
           IF WS-PT-COUNT = ZERO
               DISPLAY "PORTAL-CHANGES: no portal requests pending"
               GO TO 5000-END
           END-IF
           PERFORM 5200-MATCH-REJECTS THRU 5200-END
           PERFORM 5300-MATCH-AUDIT THRU 5300-END
           OPEN EXTEND PORTAL-STATUS-FILE
           IF WS-STATUS-STATUS = '35'
               OPEN OUTPUT PORTAL-STATUS-FILE
               CLOSE PORTAL-STATUS-FILE
               OPEN EXTEND PORTAL-STATUS-FILE
           END-IF
           IF WS-STATUS-STATUS NOT = '00'
               DISPLAY "PORTAL-CHANGES: cannot open portal-status, "
                   "status " WS-STATUS-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 5000-END
           END-IF
           MOVE 1 TO WS-PT-FIRST
           PERFORM UNTIL WS-PT-FIRST > WS-PT-COUNT
               PERFORM 5500-REPORT-REQUEST THRU 5500-END
               MOVE WS-PT-IDX TO WS-PT-FIRST
           END-PERFORM
           CLOSE PORTAL-STATUS-FILE
           OPEN OUTPUT PORTAL-PENDING-FILE
           CLOSE PORTAL-PENDING-FILE
           DISPLAY "PORTAL-CHANGES: " WS-READ-COUNT " request(s), "
               WS-APPLIED-COUNT " applied, " WS-PARTIAL-COUNT
               " partly applied, " WS-REJECTED-COUNT " rejected, "
               WS-HELD-COUNT " not applied".
       5000-END. EXIT.

       5100-LOAD-PENDING.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT PORTAL-PENDING-FILE
           IF WS-PENDING-STATUS NOT = '00'
               GO TO 5100-END
           END-IF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ PORTAL-PENDING-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF WS-PT-COUNT < 2000
                           ADD 1 TO WS-PT-COUNT
                           MOVE PP-REQUEST-ID
                               TO WS-PT-REQUEST-ID (WS-PT-COUNT)
                           MOVE PP-CLIENT-CODE
                               TO WS-PT-CLIENT-CODE (WS-PT-COUNT)
                           MOVE PP-STAGE-DATE TO WS-STAMP-DATE
                           MOVE PP-STAGE-TIME TO WS-STAMP-TIME
                           MOVE WS-STAMP-N
                               TO WS-PT-STAGE-STAMP (WS-PT-COUNT)
                           MOVE PP-TRANSACTION
                               TO WS-PT-TRANSACTION (WS-PT-COUNT)
                           MOVE 'N' TO WS-PT-REJECTED (WS-PT-COUNT)
                           MOVE SPACES TO WS-PT-REASON (WS-PT-COUNT)
                           MOVE 'N' TO WS-PT-AUDITED (WS-PT-COUNT)
                       ELSE
                           SET WS-PT-TABLE-OVERFLOWED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PORTAL-PENDING-FILE.
       5100-END. EXIT.

       5200-MATCH-REJECTS.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT TRANS-REJECTS-FILE
           IF WS-REJECTS-STATUS NOT = '00'
               GO TO 5200-END
           END-IF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ TRANS-REJECTS-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       PERFORM 5250-MATCH-ONE-REJECT THRU 5250-END
               END-READ
           END-PERFORM
           CLOSE TRANS-REJECTS-FILE.
       5200-END. EXIT.

       5250-MATCH-ONE-REJECT.
           IF REJ-DATE NOT NUMERIC OR REJ-TIME NOT NUMERIC
               GO TO 5250-END
           END-IF
           MOVE REJ-DATE TO WS-STAMP-DATE
           MOVE REJ-TIME (1:6) TO WS-STAMP-TIME
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-REJECTED (WS-PT-IDX) = 'N'
                   AND WS-STAMP-N >= WS-PT-STAGE-STAMP (WS-PT-IDX)
                   AND REJ-RAW-LINE = WS-PT-TRANSACTION (WS-PT-IDX)
                   MOVE 'Y' TO WS-PT-REJECTED (WS-PT-IDX)
                   MOVE REJ-REASON TO WS-PT-REASON (WS-PT-IDX)
               END-IF
           END-PERFORM.
       5250-END. EXIT.

       5300-MATCH-AUDIT.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               GO TO 5300-END
           END-IF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF AUD-USER-ID = WS-PORTAL-USER-ID
                           PERFORM 5350-MATCH-ONE-AUDIT THRU 5350-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.
       5300-END. EXIT.

       5350-MATCH-ONE-AUDIT.
           IF AUD-DATE NOT NUMERIC OR AUD-TIME NOT NUMERIC
               GO TO 5350-END
           END-IF
           MOVE AUD-DATE TO WS-STAMP-DATE
           MOVE AUD-TIME (1:6) TO WS-STAMP-TIME
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-CLIENT-CODE (WS-PT-IDX) = AUD-CLIENT-CODE
                   AND WS-STAMP-N >= WS-PT-STAGE-STAMP (WS-PT-IDX)
                   MOVE 'Y' TO WS-PT-AUDITED (WS-PT-IDX)
               END-IF
           END-PERFORM.
       5350-END. EXIT.

      * Reports the request whose transactions start at WS-PT-FIRST
      * and leaves WS-PT-IDX on the first one of the next request.
       5500-REPORT-REQUEST.
           MOVE ZERO TO WS-PT-TOTAL
           MOVE ZERO TO WS-PT-REJECTS
           MOVE 'N' TO WS-PT-AUDIT-SEEN
           MOVE SPACES TO WS-PT-FIRST-REASON
           PERFORM VARYING WS-PT-IDX FROM WS-PT-FIRST BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               OR WS-PT-REQUEST-ID (WS-PT-IDX)
                   NOT = WS-PT-REQUEST-ID (WS-PT-FIRST)
               ADD 1 TO WS-PT-TOTAL
               IF WS-PT-REJECTED (WS-PT-IDX) = 'Y'
                   ADD 1 TO WS-PT-REJECTS
                   IF WS-PT-FIRST-REASON = SPACES
                       MOVE WS-PT-REASON (WS-PT-IDX)
                           TO WS-PT-FIRST-REASON
                   END-IF
               END-IF
               IF WS-PT-AUDITED (WS-PT-IDX) = 'Y'
                   MOVE 'Y' TO WS-PT-AUDIT-SEEN
               END-IF
           END-PERFORM
           ADD 1 TO WS-READ-COUNT
           MOVE WS-PT-REQUEST-ID (WS-PT-FIRST) TO WS-ST-REQUEST-ID
           MOVE WS-PT-CLIENT-CODE (WS-PT-FIRST) TO WS-ST-CLIENT-CODE
           MOVE WS-PT-FIRST-REASON TO WS-REQ-REASON
           EVALUATE TRUE
               WHEN WS-PT-REJECTS = WS-PT-TOTAL
                   MOVE 'REJECTED' TO WS-ST-STATUS
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN WS-PT-REJECTS > ZERO
                   MOVE 'PARTIAL' TO WS-ST-STATUS
                   ADD 1 TO WS-PARTIAL-COUNT
               WHEN WS-PT-AUDIT-SEEN = 'N'
                   MOVE 'HELD' TO WS-ST-STATUS
                   MOVE "NOT APPLIED - PLEASE RESUBMIT"
                       TO WS-REQ-REASON
                   ADD 1 TO WS-HELD-COUNT
               WHEN OTHER
                   MOVE 'APPLIED' TO WS-ST-STATUS
                   ADD 1 TO WS-APPLIED-COUNT
           END-EVALUATE
           PERFORM 4000-WRITE-STATUS THRU 4000-END.
       5500-END. EXIT.
