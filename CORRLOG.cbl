      * Tectonics: cobc
      * Modification History:
      *   01/09/2026 RM  Original version.
      *   15/10/2026 RM  Takes the delivery details too - channel,
      *                  outcome, message id and address - so a message
      *                  MSGQUEUE queued is registered here like any
      *                  printed document; blank for paper.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRLOG.
       LINKAGE SECTION.
       COPY CORRLOGPARM.
       PROCEDURE DIVISION USING CL-CALL-CLIENT-CODE
           CL-CALL-DOC-TYPE CL-CALL-PROGRAM CL-CALL-DELIVERY.
       0000-MAIN.
           OPEN EXTEND CORR-REGISTER-FILE
           IF WS-REGISTER-STATUS = '35'
               MOVE CL-CALL-CLIENT-CODE TO CO-CLIENT-CODE
               MOVE CL-CALL-DOC-TYPE TO CO-DOC-TYPE
               MOVE CL-CALL-PROGRAM TO CO-PROGRAM
               MOVE CL-CALL-CHANNEL TO CO-CHANNEL
               MOVE CL-CALL-OUTCOME TO CO-OUTCOME
               MOVE CL-CALL-MSG-ID TO CO-MSG-ID
               MOVE CL-CALL-ADDRESS TO CO-ADDRESS
               WRITE CORR-REG-LINE
               IF WS-REGISTER-STATUS NOT = '00'
                   DISPLAY "CORRLOG: register write failed, "
