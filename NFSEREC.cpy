      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: NFS-e register record, one line per RPS the city hall
      *          has converted into an electronic service invoice, on
      *          nfse-register.txt - the nota number from the invoice
      *          register (IR-NUMBER) it was sent as, the official
      *          NFS-e number and verification code the city issued,
      *          the issue date, and the client and period for
      *          convenience. Written by NFSE-RETURN; NFSE-RPS never
      *          resends a nota that is already here.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY NFSEREC REPLACING ==:RECNAME:==
      *              BY ==NFSE-REG-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 NF-IR-NUMBER PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 NF-NFSE-NUMBER PIC 9(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 NF-VERIFY-CODE PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 NF-ISSUE-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 NF-CLIENT-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 NF-PERIOD PIC X(6).
