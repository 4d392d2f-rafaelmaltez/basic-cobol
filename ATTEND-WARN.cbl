      * Tectonics: cobc
      * Modification History:
      *   01/09/2026 RM  Original version.
      *   15/10/2026 RM  The warning letter is headed with the name and
      *                  CNPJ of the company the client's branch belongs
      *                  to.
      *   15/10/2026 RM  Passes CORRLOG's delivery details, blank
      *                  for a printed document.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTEND-WARN.
           05 WS-CEP-LO PIC 9(3).
       COPY CORRLOGPARM.
       COPY JOBLOGPARM.
       COPY CMPLKPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE WS-CEP-LO TO WS-CEP-LAST
           MOVE ALL "=" TO WARNING-LINE
           WRITE WARNING-LINE
           SET CY-BY-BRANCH TO TRUE
           MOVE CM-BRANCH TO CY-CALL-BRANCH
           CALL "COMPANYLK" USING CY-CALL-FUNCTION CY-CALL-BRANCH
               CY-CALL-INDEX CY-CALL-COMPANY CY-CALL-RESULT
           MOVE SPACES TO WS-WARN-TEXT
           STRING CY-NAME "  CNPJ: " CY-CNPJ
               DELIMITED BY SIZE INTO WS-WARN-TEXT
           WRITE WARNING-LINE FROM WS-WARN-TEXT
           MOVE SPACES TO WARNING-LINE
           WRITE WARNING-LINE
           MOVE CM-CLIENT-NAME TO WARNING-LINE
           WRITE WARNING-LINE
           MOVE SPACES TO WS-WARN-TEXT
           MOVE CM-CLIENT-CODE TO CL-CALL-CLIENT-CODE
           MOVE 'ATTWARN' TO CL-CALL-DOC-TYPE
           MOVE 'ATTEND-WARN' TO CL-CALL-PROGRAM
           MOVE SPACES TO CL-CALL-DELIVERY
           CALL "CORRLOG" USING CL-CALL-CLIENT-CODE
               CL-CALL-DOC-TYPE CL-CALL-PROGRAM
               CL-CALL-DELIVERY.
       2300-END. EXIT.

       END PROGRAM ATTEND-WARN.
