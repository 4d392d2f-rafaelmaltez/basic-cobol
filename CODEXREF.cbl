      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Shared client-code cross-reference lookup. Loads
      *          client-code-xref.txt (written by CLIENT-RECODE in
      *          ascending old-code order) on the first call of the
      *          run and answers every later call from the table, so
      *          a bank file, roster or transaction file still quoting
      *          a legacy code posts to the renumbered client during
      *          the transition period. See CODEXREFPARM.cpy for the
      *          calling convention.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODEXREF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-FILE ASSIGN TO '..\client-code-xref.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD XREF-FILE.
       COPY CODEXREFREC REPLACING ==:RECNAME:== BY ==XREF-LINE==.

       WORKING-STORAGE SECTION.
       01 WS-XREF-STATUS PIC X(2).
       01 WS-XREF-EOF PIC X(1).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-XREF-LOADED-SWITCH PIC X(1) VALUE 'N'.
           88 WS-XREF-LOADED VALUE 'Y'.
       01 WS-XT-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-XT-TABLE.
           05 WS-XT-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON WS-XT-COUNT
               ASCENDING KEY IS WS-XT-OLD-CODE
               INDEXED BY WS-XT-IDX.
               10 WS-XT-OLD-CODE PIC 9(7).
               10 WS-XT-NEW-CODE PIC 9(7).
               10 WS-XT-VALID-UNTIL PIC 9(8).
       01 WS-LAST-OLD-CODE PIC 9(7) VALUE ZERO.
       LINKAGE SECTION.
       COPY CODEXREFPARM.
       PROCEDURE DIVISION USING XC-CALL-CODE XC-CALL-RETURN-CODE.
       0000-MAIN.
           MOVE ZERO TO XC-CALL-RETURN-CODE
           IF NOT WS-XREF-LOADED
               PERFORM 1000-LOAD-XREF THRU 1000-END
           END-IF
           IF WS-XT-COUNT = ZERO
               GOBACK
           END-IF
           SET WS-XT-IDX TO 1
           SEARCH ALL WS-XT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-XT-OLD-CODE (WS-XT-IDX) = XC-CALL-CODE
                   IF WS-XT-VALID-UNTIL (WS-XT-IDX) < WS-TODAY-DATE
                       MOVE 8 TO XC-CALL-RETURN-CODE
                   ELSE
                       MOVE WS-XT-NEW-CODE (WS-XT-IDX)
                           TO XC-CALL-CODE
                       MOVE 4 TO XC-CALL-RETURN-CODE
                   END-IF
           END-SEARCH
           GOBACK.

      * A line out of old-code order would break the binary search,
      * so it is passed over with a warning instead of loaded.
       1000-LOAD-XREF.
           SET WS-XREF-LOADED TO TRUE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE 'N' TO WS-XREF-EOF
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = '00'
               GO TO 1000-END
           END-IF
           PERFORM UNTIL WS-XREF-EOF = 'Y'
               READ XREF-FILE
                   AT END
                       MOVE 'Y' TO WS-XREF-EOF
                   NOT AT END
                       IF XR-OLD-CODE IS NUMERIC
                           AND XR-NEW-CODE IS NUMERIC
                           AND XR-VALID-UNTIL IS NUMERIC
                           IF XR-OLD-CODE > WS-LAST-OLD-CODE
                               AND WS-XT-COUNT < 20000
                               ADD 1 TO WS-XT-COUNT
                               MOVE XR-OLD-CODE
                                   TO WS-XT-OLD-CODE (WS-XT-COUNT)
                               MOVE XR-NEW-CODE
                                   TO WS-XT-NEW-CODE (WS-XT-COUNT)
                               MOVE XR-VALID-UNTIL
                                   TO WS-XT-VALID-UNTIL (WS-XT-COUNT)
                               MOVE XR-OLD-CODE TO WS-LAST-OLD-CODE
                           ELSE
                               DISPLAY "CODEXREF: cross-reference "
                                   "line for " XR-OLD-CODE
                                   " out of order or over capacity"
                                   " - not loaded"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XREF-FILE.
       1000-END. EXIT.
       END PROGRAM CODEXREF.
