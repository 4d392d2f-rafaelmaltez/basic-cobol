      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Shared KYC completeness check. Reads the client's
      *          lines on kyc-documents.txt and decides whether the
      *          required set is on file and in date: a verified RG or
      *          CNH, a verified proof of address and, when the tax id
      *          is a 14-digit CNPJ, the verified company card. A
      *          document past its expiry date does not count. The
      *          register is read afresh on every call, so a document
      *          keyed a moment ago in the same session is seen. See
      *          KYCPARM.cpy for the calling convention.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KYC-DOC-FILE ASSIGN TO '..\kyc-documents.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KYC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KYC-DOC-FILE.
       COPY KYCDOCREC REPLACING ==:RECNAME:== BY ==KYC-DOC-LINE==.

       WORKING-STORAGE SECTION.
       01 WS-KYC-STATUS PIC X(2).
       01 WS-KYC-EOF PIC X(1).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-HAVE-ID PIC X(1).
       01 WS-HAVE-ADDR PIC X(1).
       01 WS-HAVE-CARD PIC X(1).
       01 WS-ID-EXPIRED PIC X(1).
       01 WS-ADDR-EXPIRED PIC X(1).
       01 WS-CARD-EXPIRED PIC X(1).
       01 WS-NEED-CARD PIC X(1).
       01 WS-DOC-IN-DATE PIC X(1).
       LINKAGE SECTION.
       COPY KYCPARM.
       PROCEDURE DIVISION USING KY-CALL-CLIENT-CODE KY-CALL-TAX-ID
           KY-CALL-REASON KY-CALL-RETURN-CODE.
       0000-MAIN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE 'N' TO WS-HAVE-ID
           MOVE 'N' TO WS-HAVE-ADDR
           MOVE 'N' TO WS-HAVE-CARD
           MOVE 'N' TO WS-ID-EXPIRED
           MOVE 'N' TO WS-ADDR-EXPIRED
           MOVE 'N' TO WS-CARD-EXPIRED
           MOVE 'N' TO WS-NEED-CARD
           IF KY-CALL-TAX-ID IS NUMERIC
               MOVE 'Y' TO WS-NEED-CARD
           END-IF
           PERFORM 1000-SCAN-DOCUMENTS THRU 1000-END
           MOVE SPACES TO KY-CALL-REASON
           MOVE 4 TO KY-CALL-RETURN-CODE
           EVALUATE TRUE
               WHEN WS-HAVE-ID = 'N' AND WS-ID-EXPIRED = 'Y'
                   MOVE "KYC: IDENTITY DOCUMENT EXPIRED"
                       TO KY-CALL-REASON
               WHEN WS-HAVE-ID = 'N'
                   MOVE "KYC: NO IDENTITY DOCUMENT"
                       TO KY-CALL-REASON
               WHEN WS-HAVE-ADDR = 'N' AND WS-ADDR-EXPIRED = 'Y'
                   MOVE "KYC: ADDRESS PROOF EXPIRED"
                       TO KY-CALL-REASON
               WHEN WS-HAVE-ADDR = 'N'
                   MOVE "KYC: NO PROOF OF ADDRESS"
                       TO KY-CALL-REASON
               WHEN WS-NEED-CARD = 'Y' AND WS-HAVE-CARD = 'N'
                   AND WS-CARD-EXPIRED = 'Y'
                   MOVE "KYC: CNPJ CARD EXPIRED"
                       TO KY-CALL-REASON
               WHEN WS-NEED-CARD = 'Y' AND WS-HAVE-CARD = 'N'
                   MOVE "KYC: NO CNPJ CARD"
                       TO KY-CALL-REASON
               WHEN OTHER
                   MOVE ZERO TO KY-CALL-RETURN-CODE
           END-EVALUATE
           GOBACK.

       1000-SCAN-DOCUMENTS.
           MOVE 'N' TO WS-KYC-EOF
           OPEN INPUT KYC-DOC-FILE
           IF WS-KYC-STATUS NOT = '00'
               GO TO 1000-END
           END-IF
           PERFORM UNTIL WS-KYC-EOF = 'Y'
               READ KYC-DOC-FILE
                   AT END
                       MOVE 'Y' TO WS-KYC-EOF
                   NOT AT END
                       IF KD-CLIENT-CODE = KY-CALL-CLIENT-CODE
                           AND KD-VERIFIED-BY NOT = SPACES
                           PERFORM 1100-CLASSIFY-ONE THRU 1100-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KYC-DOC-FILE.
       1000-END. EXIT.

       1100-CLASSIFY-ONE.
           MOVE 'Y' TO WS-DOC-IN-DATE
           IF KD-EXPIRY-DATE IS NUMERIC
               AND KD-EXPIRY-DATE NOT = ZERO
               AND KD-EXPIRY-DATE < WS-TODAY-DATE
               MOVE 'N' TO WS-DOC-IN-DATE
           END-IF
           EVALUATE TRUE
               WHEN KD-IDENTITY AND WS-DOC-IN-DATE = 'Y'
                   MOVE 'Y' TO WS-HAVE-ID
               WHEN KD-IDENTITY
                   MOVE 'Y' TO WS-ID-EXPIRED
               WHEN KD-ADDRESS-PROOF AND WS-DOC-IN-DATE = 'Y'
                   MOVE 'Y' TO WS-HAVE-ADDR
               WHEN KD-ADDRESS-PROOF
                   MOVE 'Y' TO WS-ADDR-EXPIRED
               WHEN KD-COMPANY-CARD AND WS-DOC-IN-DATE = 'Y'
                   MOVE 'Y' TO WS-HAVE-CARD
               WHEN KD-COMPANY-CARD
                   MOVE 'Y' TO WS-CARD-EXPIRED
           END-EVALUATE.
       1100-END. EXIT.
       END PROGRAM KYCCHK.
