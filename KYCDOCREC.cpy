      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: KYC document record, one line per client and document
      *          type on kyc-documents.txt - the proof compliance
      *          wants seen before a client is activated. KD-DOC-TYPE
      *          is RG or CNH (proof of identity), ADDR (proof of
      *          address) or CNPJ (the company registration card,
      *          required for a client whose tax id is a CNPJ). A zero
      *          expiry date means the document does not expire.
      *          KD-VERIFIED-BY is the operator who saw the original.
      *          Maintained from the WRITING-FILES menu; KYCCHK judges
      *          a client's set complete, KYC-EXPIRY lists what is
      *          about to lapse.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY KYCDOCREC REPLACING ==:RECNAME:==
      *              BY ==KYC-DOC-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 KD-CLIENT-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 KD-DOC-TYPE PIC X(4).
               88 KD-IDENTITY VALUE 'RG  ' 'CNH '.
               88 KD-ADDRESS-PROOF VALUE 'ADDR'.
               88 KD-COMPANY-CARD VALUE 'CNPJ'.
               88 KD-VALID-TYPE VALUE 'RG  ' 'CNH ' 'ADDR' 'CNPJ'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 KD-DOC-NUMBER PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 KD-ISSUE-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 KD-EXPIRY-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 KD-VERIFIED-BY PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 KD-VERIFIED-DATE PIC 9(8).
