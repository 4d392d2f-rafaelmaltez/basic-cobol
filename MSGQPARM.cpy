      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: CALL interface layout for MSGQUEUE, the shared writer
      *          of the outbound message queue the messaging gateway
      *          collects. EMAIL opens an e-mail to MQ-CALL-ADDRESS and
      *          returns its message id; each LINE adds MQ-CALL-TEXT to
      *          the body; END closes it. SMS queues a one-line message
      *          (MQ-CALL-TEXT) to MQ-CALL-ADDRESS in a single call.
      *          Closing a message records it on the correspondence
      *          register as queued. A return code other than zero on
      *          EMAIL or SMS means nothing was queued and the caller
      *          falls back to paper. Copy this into both MSGQUEUE's
      *          LINKAGE SECTION and any caller's WORKING-STORAGE so
      *          the two stay in step.
      * Tectonics: cobc
      ******************************************************************
       01 MQ-CALL-FUNCTION PIC X(5).
           88 MQ-START-EMAIL VALUE 'EMAIL'.
           88 MQ-ADD-LINE VALUE 'LINE'.
           88 MQ-END-EMAIL VALUE 'END'.
           88 MQ-SEND-SMS VALUE 'SMS'.
       01 MQ-CALL-CLIENT-CODE PIC 9(7).
       01 MQ-CALL-ADDRESS PIC X(40).
       01 MQ-CALL-DOC-TYPE PIC X(10).
       01 MQ-CALL-PROGRAM PIC X(20).
       01 MQ-CALL-TEXT PIC X(80).
       01 MQ-CALL-MSG-ID PIC X(20).
       01 MQ-CALL-RETURN-CODE PIC 9(2).
           88 MQ-QUEUED VALUE ZERO.
