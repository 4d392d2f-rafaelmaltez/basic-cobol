      *   01/09/2026 RM  More client/periods than the build table
      *                  holds now aborts the rebuild instead of
      *                  writing a silently incomplete master.
      *   15/10/2026 RM  A reversal posting (PAY-SIGN '-', written by
      *                  PAYMENT-REVERSE) adds its amount back to the
      *                  item instead of relieving it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPENITEM-BUILD.
                                   = PST-CLIENT-CODE
                                   AND WS-OB-PERIOD (WS-B)
                                   = PST-PERIOD
                                   IF PST-REVERSAL
                                       ADD PST-AMOUNT
                                           TO WS-OB-OPEN (WS-B)
                                   ELSE
                                       SUBTRACT PST-AMOUNT
                                           FROM WS-OB-OPEN (WS-B)
                                   END-IF
                               END-IF
                           END-PERFORM
                   END-READ
