      *          document type, date/time and the producing program -
      *          written through the shared CORRLOG subprogram by
      *          every mail-producing program, so "I never got it"
      *          is answered from file. A document sent through the
      *          outbound message queue carries its channel (E e-mail,
      *          S SMS), the message id and the address it went to,
      *          with outcome Q when MSGQUEUE queued it; DELIVERY-
      *          RETURN adds a D (delivered) or B (bounced) line under
      *          the same message id when the gateway reports back.
      *          Paper documents leave channel and outcome blank.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY CORRREGREC REPLACING ==:RECNAME:==
           05 CO-DOC-TYPE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CO-PROGRAM PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CO-CHANNEL PIC X(1).
               88 CO-BY-PAPER VALUE SPACE.
               88 CO-BY-EMAIL VALUE 'E'.
               88 CO-BY-SMS VALUE 'S'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CO-OUTCOME PIC X(1).
               88 CO-PRINTED VALUE SPACE.
               88 CO-QUEUED VALUE 'Q'.
               88 CO-DELIVERED VALUE 'D'.
               88 CO-BOUNCED VALUE 'B'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CO-MSG-ID PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CO-ADDRESS PIC X(40).
