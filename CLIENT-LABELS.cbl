      * Tectonics: cobc
      * Modification History:
      *   22/08/2026 RM  Original version.
      *   15/10/2026 RM  An active client without a granted marketing-
      *                  mail consent (consents.txt, via CONSENTCHK)
      *                  gets no label and is listed on a NO MAIL
      *                  CONSENT exception page after the labels.
      *   15/10/2026 RM  Passes CORRLOG's delivery details, blank
      *                  for a printed document.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENT-LABELS.
           05 WS-SKIP-ENTRY OCCURS 200 TIMES.
               10 WS-SKIP-CODE PIC 9(7).
               10 WS-SKIP-NAME PIC X(20).
       01 WS-NC-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NC-TABLE.
           05 WS-NC-ENTRY OCCURS 200 TIMES.
               10 WS-NC-CODE PIC 9(7).
               10 WS-NC-NAME PIC X(20).
       01 WS-K2 PIC 9(3) COMP.
       01 WS-EXC-LINE PIC X(38).
       01 WS-MASTER-STATUS PIC X(2).
           05 FILLER PIC X(9) VALUE "  TRAY: ".
           05 WS-CT-COUNT PIC ZZZZZZ9.
       COPY CORRLOGPARM.
       COPY CONSENTPARM.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
               GIVING SORTED-FILE
           PERFORM 2000-PRINT-LABELS THRU 2000-END
           DISPLAY "CLIENT-LABELS: " WS-LABEL-COUNT
               " label(s) printed, " WS-NC-COUNT
               " dropped for no mail consent"
           IF WS-LABEL-COUNT = ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
                                   WS-SKIP-NAME (WS-SKIP-COUNT)
                           END-IF
                       END-IF
      * LGPD: a label is marketing mail, so the client must have
      * granted that purpose - no line on the register is no consent.
                       IF CM-ACTIVE AND WS-ADDR-FLAGGED = 'N'
                           MOVE CM-CLIENT-CODE TO CN-CALL-CLIENT-CODE
                           MOVE 'M' TO CN-CALL-PURPOSE
                           CALL "CONSENTCHK" USING CN-CALL-CLIENT-CODE
                               CN-CALL-PURPOSE CN-CALL-RESULT
                           IF CN-NOT-CONSENTED
                               MOVE 'C' TO WS-ADDR-FLAGGED
                               ADD 1 TO WS-NC-COUNT
                               IF WS-NC-COUNT <= 200
                                   MOVE CM-CLIENT-CODE TO
                                       WS-NC-CODE (WS-NC-COUNT)
                                   MOVE CM-CLIENT-NAME TO
                                       WS-NC-NAME (WS-NC-COUNT)
                               END-IF
                           END-IF
                       END-IF
                       IF CM-ACTIVE AND WS-ADDR-FLAGGED = 'N'
                           MOVE CM-CLIENT-CEP TO SR-CEP
                           MOVE CM-CLIENT-NAME TO SR-NAME
                           MOVE 'LABEL' TO CL-CALL-DOC-TYPE
                           MOVE 'CLIENT-LABELS'
                               TO CL-CALL-PROGRAM
                           MOVE SPACES TO CL-CALL-DELIVERY
                           CALL "CORRLOG" USING
                               CL-CALL-CLIENT-CODE
                               CL-CALL-DOC-TYPE CL-CALL-PROGRAM
                               CL-CALL-DELIVERY
                       END-IF
               END-READ
           END-PERFORM
                   WRITE LABEL-LINE FROM WS-EXC-LINE
               END-PERFORM
           END-IF
           IF WS-NC-COUNT > ZERO
               MOVE SPACES TO WS-EXC-LINE
               WRITE LABEL-LINE FROM WS-EXC-LINE
               MOVE "NO MAIL CONSENT - NOT MAILED:" TO WS-EXC-LINE
               WRITE LABEL-LINE FROM WS-EXC-LINE
               PERFORM VARYING WS-K2 FROM 1 BY 1
                   UNTIL WS-K2 > WS-NC-COUNT OR WS-K2 > 200
                   MOVE SPACES TO WS-EXC-LINE
                   STRING WS-NC-CODE (WS-K2) " "
                       WS-NC-NAME (WS-K2)
                       DELIMITED BY SIZE INTO WS-EXC-LINE
                   WRITE LABEL-LINE FROM WS-EXC-LINE
               END-PERFORM
               IF WS-NC-COUNT > 200
                   MOVE SPACES TO WS-EXC-LINE
                   STRING "... AND MORE, TOTAL " WS-NC-COUNT
                       DELIMITED BY SIZE INTO WS-EXC-LINE
                   WRITE LABEL-LINE FROM WS-EXC-LINE
               END-IF
           END-IF
           CLOSE SORTED-FILE
           CLOSE LABEL-FILE
           CLOSE COUNT-FILE.
