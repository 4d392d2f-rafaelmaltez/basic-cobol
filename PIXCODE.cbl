      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Shared PIX BR Code subprogram. Builds the EMV
      *          merchant-presented payload the payer's bank app reads
      *          ("copia e cola"): payload format, point of initiation,
      *          the merchant account block with our PIX key, category,
      *          currency 986, amount, country, merchant name and city,
      *          the txid in the additional-data block, and the CRC16
      *          (CCITT, polynomial 1021, seed FFFF) over the whole
      *          string. PIX-CHARGE, CLIENT-STATEMENT and
      *          DUNNING-NOTICE all call it, so the printed code and
      *          the charge sent to the bank can never disagree. See
      *          PIXCODEPARM.cpy for the calling convention.
      * Tectonics: cobc
      * Note: the key, merchant name and city are those of the
      *       company the caller names, from COMPANYLK (with no
      *       company master, PIX_KEY and PIX_CITY as before).
      * Modification History:
      *   15/10/2026 RM  Original version.
      *   15/10/2026 RM  The payload is built for the company passed
      *                  in PX-CALL-COMPANY - its PIX key, legal name
      *                  and city - so a charge is paid to the entity
      *                  that billed it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIXCODE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-LOADED-COMPANY PIC 9(2) VALUE ZERO.
       01 WS-WANTED-COMPANY PIC 9(2).
       01 WS-PIX-KEY PIC X(36).
       01 WS-PIX-CITY PIC X(15).
       01 WS-MERCHANT-NAME PIC X(25).
       01 WS-KEY-LENGTH PIC 9(2).
       01 WS-CITY-LENGTH PIC 9(2).
       01 WS-NAME-LENGTH PIC 9(2).
       01 WS-ACCOUNT-LENGTH PIC 9(2).
       01 WS-AMOUNT-EDIT PIC Z(6)9.99.
       01 WS-AMOUNT-TEXT PIC X(10).
       01 WS-AMOUNT-LENGTH PIC 9(2).
       01 WS-LEAD-SPACES PIC 9(2).
       01 WS-PTR PIC 9(3).
       01 WS-I PIC 9(3) COMP.
       01 WS-CRC PIC 9(5) COMP.
       01 WS-CHAR-CODE PIC 9(3) COMP.
       01 WS-BIT-COUNT PIC 9(1) COMP.
       01 WS-XOR-A PIC 9(5) COMP.
       01 WS-XOR-B PIC 9(5) COMP.
       01 WS-XOR-RESULT PIC 9(5) COMP.
       01 WS-XOR-WEIGHT PIC 9(5) COMP.
       01 WS-BIT-A PIC 9(1) COMP.
       01 WS-BIT-B PIC 9(1) COMP.
       01 WS-B PIC 9(2) COMP.
       01 WS-HEX-DIGITS PIC X(16) VALUE '0123456789ABCDEF'.
       01 WS-HEX-TEXT PIC X(4).
       01 WS-NIBBLE PIC 9(2) COMP.
       COPY CMPLKPARM.
       LINKAGE SECTION.
       COPY PIXCODEPARM.
       PROCEDURE DIVISION USING PX-CALL-COMPANY PX-CALL-TXID
           PX-CALL-AMOUNT PX-CALL-KEY PX-CALL-PAYLOAD PX-CALL-LENGTH.
       0000-MAIN.
           MOVE 1 TO WS-WANTED-COMPANY
           IF PX-CALL-COMPANY IS NUMERIC AND PX-CALL-COMPANY > ZERO
               MOVE PX-CALL-COMPANY TO WS-WANTED-COMPANY
           END-IF
           IF WS-WANTED-COMPANY NOT = WS-LOADED-COMPANY
               PERFORM 0100-LOAD-CONFIG THRU 0100-END
           END-IF
           MOVE WS-PIX-KEY TO PX-CALL-KEY
           MOVE PX-CALL-AMOUNT TO WS-AMOUNT-EDIT
           MOVE ZERO TO WS-LEAD-SPACES
           INSPECT WS-AMOUNT-EDIT TALLYING WS-LEAD-SPACES
               FOR LEADING SPACES
           COMPUTE WS-AMOUNT-LENGTH = 10 - WS-LEAD-SPACES
           MOVE SPACES TO WS-AMOUNT-TEXT
           MOVE WS-AMOUNT-EDIT (WS-LEAD-SPACES + 1:WS-AMOUNT-LENGTH)
               TO WS-AMOUNT-TEXT
           COMPUTE WS-ACCOUNT-LENGTH = 22 + WS-KEY-LENGTH
           MOVE SPACES TO PX-CALL-PAYLOAD
           MOVE 1 TO WS-PTR
           STRING '000201' '010212'
               '26' WS-ACCOUNT-LENGTH '0014br.gov.bcb.pix'
               '01' WS-KEY-LENGTH WS-PIX-KEY (1:WS-KEY-LENGTH)
               '52040000' '5303986'
               '54' WS-AMOUNT-LENGTH
               WS-AMOUNT-TEXT (1:WS-AMOUNT-LENGTH)
               '5802BR'
               '59' WS-NAME-LENGTH WS-MERCHANT-NAME (1:WS-NAME-LENGTH)
               '60' WS-CITY-LENGTH WS-PIX-CITY (1:WS-CITY-LENGTH)
               '6229' '0525' PX-CALL-TXID
               '6304'
               DELIMITED BY SIZE INTO PX-CALL-PAYLOAD
               WITH POINTER WS-PTR
           PERFORM 1000-COMPUTE-CRC THRU 1000-END
           STRING WS-HEX-TEXT DELIMITED BY SIZE
               INTO PX-CALL-PAYLOAD WITH POINTER WS-PTR
           COMPUTE PX-CALL-LENGTH = WS-PTR - 1
           GOBACK.

      * Key, name and city are looked up when the company changes
      * from the last call; the lengths are the significant
      * characters, since every EMV field carries its own length.
      * The EMV merchant name holds 25, so a longer legal name is
      * cut there.
       0100-LOAD-CONFIG.
           SET CY-BY-CODE TO TRUE
           MOVE WS-WANTED-COMPANY TO CY-CODE
           CALL "COMPANYLK" USING CY-CALL-FUNCTION CY-CALL-BRANCH
               CY-CALL-INDEX CY-CALL-COMPANY CY-CALL-RESULT
           MOVE CY-PIX-KEY TO WS-PIX-KEY
           MOVE CY-PIX-CITY TO WS-PIX-CITY
           MOVE CY-NAME TO WS-MERCHANT-NAME
           MOVE 36 TO WS-KEY-LENGTH
           PERFORM UNTIL WS-KEY-LENGTH = 1
               OR WS-PIX-KEY (WS-KEY-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-KEY-LENGTH
           END-PERFORM
           MOVE 15 TO WS-CITY-LENGTH
           PERFORM UNTIL WS-CITY-LENGTH = 1
               OR WS-PIX-CITY (WS-CITY-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-CITY-LENGTH
           END-PERFORM
           MOVE 25 TO WS-NAME-LENGTH
           PERFORM UNTIL WS-NAME-LENGTH = 1
               OR WS-MERCHANT-NAME (WS-NAME-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-NAME-LENGTH
           END-PERFORM
           MOVE WS-WANTED-COMPANY TO WS-LOADED-COMPANY.
       0100-END. EXIT.

      * CRC16-CCITT done in plain arithmetic: each character's code
      * goes into the high byte by exclusive-or, then eight shifts,
      * folding in the polynomial whenever the top bit falls out.
       1000-COMPUTE-CRC.
           MOVE 65535 TO WS-CRC
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-PTR
               COMPUTE WS-CHAR-CODE =
                   FUNCTION ORD (PX-CALL-PAYLOAD (WS-I:1)) - 1
               MOVE WS-CRC TO WS-XOR-A
               COMPUTE WS-XOR-B = WS-CHAR-CODE * 256
               PERFORM 1100-XOR THRU 1100-END
               MOVE WS-XOR-RESULT TO WS-CRC
               PERFORM VARYING WS-BIT-COUNT FROM 1 BY 1
                   UNTIL WS-BIT-COUNT > 8
                   IF WS-CRC >= 32768
                       COMPUTE WS-XOR-A = (WS-CRC - 32768) * 2
                       MOVE 4129 TO WS-XOR-B
                       PERFORM 1100-XOR THRU 1100-END
                       MOVE WS-XOR-RESULT TO WS-CRC
                   ELSE
                       COMPUTE WS-CRC = WS-CRC * 2
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO WS-HEX-TEXT
           PERFORM VARYING WS-B FROM 4 BY -1 UNTIL WS-B < 1
               DIVIDE WS-CRC BY 16 GIVING WS-CRC
                   REMAINDER WS-NIBBLE
               MOVE WS-HEX-DIGITS (WS-NIBBLE + 1:1)
                   TO WS-HEX-TEXT (WS-B:1)
           END-PERFORM.
       1000-END. EXIT.

      * Sixteen-bit exclusive-or of WS-XOR-A and WS-XOR-B, one bit
      * position at a time from the low end.
       1100-XOR.
           MOVE ZERO TO WS-XOR-RESULT
           MOVE 1 TO WS-XOR-WEIGHT
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 16
               DIVIDE WS-XOR-A BY 2 GIVING WS-XOR-A
                   REMAINDER WS-BIT-A
               DIVIDE WS-XOR-B BY 2 GIVING WS-XOR-B
                   REMAINDER WS-BIT-B
               IF WS-BIT-A NOT = WS-BIT-B
                   ADD WS-XOR-WEIGHT TO WS-XOR-RESULT
               END-IF
               IF WS-B < 16
                   COMPUTE WS-XOR-WEIGHT = WS-XOR-WEIGHT * 2
               END-IF
           END-PERFORM.
       1100-END. EXIT.
       END PROGRAM PIXCODE.
