      *          per mailed document to the correspondence register).
      *          Copy this into both CORRLOG's LINKAGE SECTION and any
      *          caller's WORKING-STORAGE so the two stay in step.
      *          CL-CALL-DELIVERY is blank for a printed document;
      *          MSGQUEUE fills it for an e-mail or SMS queued to the
      *          gateway (channel E/S, outcome Q, message id, address).
      * Tectonics: cobc
      ******************************************************************
       01 CL-CALL-CLIENT-CODE PIC 9(7).
       01 CL-CALL-DOC-TYPE PIC X(10).
       01 CL-CALL-PROGRAM PIC X(20).
       01 CL-CALL-DELIVERY.
           05 CL-CALL-CHANNEL PIC X(1).
           05 CL-CALL-OUTCOME PIC X(1).
           05 CL-CALL-MSG-ID PIC X(20).
           05 CL-CALL-ADDRESS PIC X(40).
