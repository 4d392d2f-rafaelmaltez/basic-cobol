      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Shared LGPD consent lookup subprogram. The first call
      *          in a run loads consents.txt into storage (granted
      *          lines only - a revoked line and a missing line both
      *          mean no consent); every call then answers whether
      *          the client has granted the purpose asked for, so
      *          the label run, the selection extract and any
      *          campaign output drop the same clients. A register
      *          larger than the table is reported once and the
      *          clients past the cap are treated as not consented,
      *          never the other way round. See CONSENTPARM.cpy for
      *          the calling convention.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSENTCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSENT-FILE ASSIGN TO '..\consents.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONSENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONSENT-FILE.
       COPY CONSENTREC REPLACING ==:RECNAME:== BY ==CONSENT-LINE==.

       WORKING-STORAGE SECTION.
       01 WS-CONSENT-STATUS PIC X(2).
       01 WS-CONSENT-EOF PIC X(1) VALUE 'N'.
       01 WS-LOADED PIC X(1) VALUE 'N'.
       01 WS-CN-OVERFLOW PIC X(1) VALUE 'N'.
           88 WS-CN-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-CN-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-CN-TABLE.
           05 WS-CN-ENTRY OCCURS 20000 TIMES INDEXED BY WS-CN-IDX.
               10 WS-CN-CLIENT-CODE PIC 9(7).
               10 WS-CN-PURPOSE PIC X(1).
       LINKAGE SECTION.
       COPY CONSENTPARM.
       PROCEDURE DIVISION USING CN-CALL-CLIENT-CODE CN-CALL-PURPOSE
           CN-CALL-RESULT.
       0000-MAIN.
           IF WS-LOADED = 'N'
               PERFORM 1000-LOAD-CONSENTS THRU 1000-END
           END-IF
           SET CN-NOT-CONSENTED TO TRUE
           IF WS-CN-COUNT > ZERO
               SET WS-CN-IDX TO 1
               SEARCH WS-CN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CN-IDX > WS-CN-COUNT
                       CONTINUE
                   WHEN WS-CN-CLIENT-CODE (WS-CN-IDX)
                       = CN-CALL-CLIENT-CODE
                       AND WS-CN-PURPOSE (WS-CN-IDX) = CN-CALL-PURPOSE
                       SET CN-CONSENTED TO TRUE
               END-SEARCH
           END-IF
           GOBACK.

       1000-LOAD-CONSENTS.
           MOVE 'Y' TO WS-LOADED
           OPEN INPUT CONSENT-FILE
           IF WS-CONSENT-STATUS NOT = '00'
               DISPLAY "CONSENTCHK: no consent register, status "
                   WS-CONSENT-STATUS " - no client is consented"
               GO TO 1000-END
           END-IF
           PERFORM UNTIL WS-CONSENT-EOF = 'Y'
               READ CONSENT-FILE
                   AT END
                       MOVE 'Y' TO WS-CONSENT-EOF
                   NOT AT END
                       IF CS-GRANTED
                           IF WS-CN-COUNT < 20000
                               ADD 1 TO WS-CN-COUNT
                               MOVE CS-CLIENT-CODE
                                   TO WS-CN-CLIENT-CODE (WS-CN-COUNT)
                               MOVE CS-PURPOSE
                                   TO WS-CN-PURPOSE (WS-CN-COUNT)
                           ELSE
                               SET WS-CN-TABLE-OVERFLOWED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONSENT-FILE
           IF WS-CN-TABLE-OVERFLOWED
               DISPLAY "CONSENTCHK: consent register is larger than "
                   "the table - clients past the cap are treated "
                   "as not consented"
           END-IF.
       1000-END. EXIT.
       END PROGRAM CONSENTCHK.
