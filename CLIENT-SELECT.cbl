      * Tectonics: cobc
      * Modification History:
      *   22/08/2026 RM  Original version.
      *   15/10/2026 RM  LGPD: a client matching the criteria is still
      *                  dropped unless consents.txt shows a granted
      *                  consent for SELECT_CONSENT (a purpose code on
      *                  CNSPURP-TABLE, default M marketing mail),
      *                  checked through CONSENTCHK. The drops are
      *                  counted apart from the bypassed clients.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENT-SELECT.
       01 WS-SELECT-STATUS PIC X(1).
       01 WS-SELECT-PARTNER PIC X(4).
       01 WS-OUTPUT-MODE PIC X(6).
       01 WS-SELECT-CONSENT PIC X(1).
       01 WS-NO-CONSENT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-SELECTED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BYPASSED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-MATCH-SWITCH PIC X(1).
       01 WS-OUT-LINE PIC X(160).
       01 WS-OUT-POINTER PIC 9(3).
       01 WS-QUOTED-FIELD PIC X(40).
       COPY CNSPURP-TABLE.
       COPY CONSENTPARM.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
           ACCEPT WS-SELECT-PARTNER FROM ENVIRONMENT "SELECT_PARTNER"
           MOVE SPACES TO WS-OUTPUT-MODE
           ACCEPT WS-OUTPUT-MODE FROM ENVIRONMENT "SELECT_OUTPUT"
           MOVE SPACES TO WS-SELECT-CONSENT
           ACCEPT WS-SELECT-CONSENT FROM ENVIRONMENT "SELECT_CONSENT"
           IF WS-SELECT-CONSENT = SPACES
               MOVE 'M' TO WS-SELECT-CONSENT
           END-IF
           SET WS-CP-IDX TO 1
           SEARCH WS-CP-ENTRY
               AT END
                   DISPLAY "CLIENT-SELECT: unknown consent purpose "
                       WS-SELECT-CONSENT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               WHEN WS-CP-CODE (WS-CP-IDX) = WS-SELECT-CONSENT
                   CONTINUE
           END-SEARCH
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "CLIENT-SELECT: cannot open master, status "
               AND CM-PARTNER-CODE NOT = ZERO
               SET WS-BYPASSED TO TRUE
           END-IF
      * A client who passes the criteria but has not granted the
      * purpose the extract is for is dropped, whatever the filters.
           IF WS-MATCHED
               MOVE CM-CLIENT-CODE TO CN-CALL-CLIENT-CODE
               MOVE WS-SELECT-CONSENT TO CN-CALL-PURPOSE
               CALL "CONSENTCHK" USING CN-CALL-CLIENT-CODE
                   CN-CALL-PURPOSE CN-CALL-RESULT
               IF CN-NOT-CONSENTED
                   ADD 1 TO WS-NO-CONSENT-COUNT
                   GO TO 2000-END
               END-IF
           END-IF
           IF WS-MATCHED
               ADD 1 TO WS-SELECTED-COUNT
               IF WS-OUTPUT-MODE = 'CSV'
               CLOSE REPORT-FILE
           END-IF
           DISPLAY "CLIENT-SELECT: " WS-SELECTED-COUNT " selected, "
               WS-BYPASSED-COUNT " bypassed, " WS-NO-CONSENT-COUNT
               " dropped for no consent (" WS-SELECT-CONSENT ")"
           IF WS-SELECTED-COUNT = ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
