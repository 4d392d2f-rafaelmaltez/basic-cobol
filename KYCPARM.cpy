      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: CALL interface layout for KYCCHK, the shared KYC
      *          completeness check. The caller passes the client code
      *          and tax id (CPF, CNPJ or spaces) and gets back a
      *          return code of zero when kyc-documents.txt holds the
      *          required set in date - proof of identity and proof of
      *          address, plus the company card for a CNPJ - or 4
      *          with KY-CALL-REASON naming the first thing missing or
      *          expired. Copy this into both KYCCHK's LINKAGE
      *          SECTION and any caller's WORKING-STORAGE so the two
      *          stay in step.
      * Tectonics: cobc
      ******************************************************************
       01 KY-CALL-CLIENT-CODE PIC 9(7).
       01 KY-CALL-TAX-ID PIC X(14).
       01 KY-CALL-REASON PIC X(30).
       01 KY-CALL-RETURN-CODE PIC 9(2).
           88 KY-COMPLETE VALUE ZERO.
           88 KY-INCOMPLETE VALUE 4.
