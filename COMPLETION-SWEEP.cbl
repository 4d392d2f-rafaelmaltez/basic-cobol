      * Tectonics: cobc
      * Modification History:
      *   01/09/2026 RM  Original version.
      *   15/10/2026 RM  The certificate is headed with the name and
      *                  CNPJ of the company the client's branch belongs
      *                  to.
      *   15/10/2026 RM  Passes CORRLOG's delivery details, blank
      *                  for a printed document.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLETION-SWEEP.
           05 WS-CEP-LO PIC 9(3).
       COPY CORRLOGPARM.
       COPY JOBLOGPARM.
       COPY CMPLKPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE CM-CLIENT-CODE TO CL-CALL-CLIENT-CODE
           MOVE 'CERT' TO CL-CALL-DOC-TYPE
           MOVE 'COMPLETION-SWEEP' TO CL-CALL-PROGRAM
           MOVE SPACES TO CL-CALL-DELIVERY
           CALL "CORRLOG" USING CL-CALL-CLIENT-CODE
               CL-CALL-DOC-TYPE CL-CALL-PROGRAM
               CL-CALL-DELIVERY.
       3000-END. EXIT.

      * The serial continues from the control file, the same pattern
           MOVE WS-CEP-LO TO WS-CEP-LAST
           MOVE ALL "=" TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           SET CY-BY-BRANCH TO TRUE
           MOVE CM-BRANCH TO CY-CALL-BRANCH
           CALL "COMPANYLK" USING CY-CALL-FUNCTION CY-CALL-BRANCH
               CY-CALL-INDEX CY-CALL-COMPANY CY-CALL-RESULT
           MOVE SPACES TO WS-CERT-TEXT
           STRING CY-NAME "  CNPJ: " CY-CNPJ
               DELIMITED BY SIZE INTO WS-CERT-TEXT
           WRITE CERTIFICATE-LINE FROM WS-CERT-TEXT
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO WS-CERT-TEXT
           STRING "CERTIFICATE OF COMPLETION  NR " WS-SERIAL
               DELIMITED BY SIZE INTO WS-CERT-TEXT
