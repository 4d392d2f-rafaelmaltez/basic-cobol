      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Outbound message queue record on outbound-messages.txt,
      *          the file the messaging gateway collects. Every message
      *          is an H (header) line - channel, client, address,
      *          document type and producing program - followed by its
      *          B (body) lines and closed by a T (trailer) line with
      *          the body line count; all three carry the same message
      *          id, which the gateway quotes back on its delivery
      *          return file. Written only through MSGQUEUE.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY OUTMSGREC REPLACING ==:RECNAME:==
      *              BY ==OUT-MESSAGE-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 OM-RECORD-TYPE PIC X(1).
               88 OM-HEADER VALUE 'H'.
               88 OM-BODY VALUE 'B'.
               88 OM-TRAILER VALUE 'T'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 OM-MSG-ID PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 OM-DATA PIC X(82).
           05 OM-HEADER-DATA REDEFINES OM-DATA.
               10 OM-CHANNEL PIC X(1).
                   88 OM-EMAIL VALUE 'E'.
                   88 OM-SMS VALUE 'S'.
               10 FILLER PIC X(1).
               10 OM-CLIENT-CODE PIC 9(7).
               10 FILLER PIC X(1).
               10 OM-ADDRESS PIC X(40).
               10 FILLER PIC X(1).
               10 OM-DOC-TYPE PIC X(10).
               10 FILLER PIC X(1).
               10 OM-PROGRAM PIC X(20).
           05 OM-BODY-DATA REDEFINES OM-DATA.
               10 OM-TEXT PIC X(80).
               10 FILLER PIC X(2).
           05 OM-TRAILER-DATA REDEFINES OM-DATA.
               10 OM-LINE-COUNT PIC 9(5).
               10 FILLER PIC X(77).
