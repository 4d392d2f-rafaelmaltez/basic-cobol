      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Company (legal entity) master record, one line per
      *          CNPJ the system bills under, on companies.txt. Each
      *          branch on branches.txt names the company it belongs
      *          to. The line carries what differs between entities:
      *          the legal name and address for letterheads, the CNPJ,
      *          and the bank collection agreement (bank, agency,
      *          account, wallet, agreement code) used on boletos and
      *          the remittance file, and the PIX key and merchant
      *          city its BR Codes are paid to (blank: the CNPJ and
      *          the company's city). Company 01 is the original
      *          entity and keeps the unsuffixed control and bank file
      *          names; see COMPANYLK.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY COMPANYREC REPLACING ==:RECNAME:==
      *              BY ==COMPANY-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 CO-CODE PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CO-NAME PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CO-CNPJ PIC X(14).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CO-STREET PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CO-CITY PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CO-STATE PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CO-CEP PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CO-BANK-CODE PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CO-AGENCY PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CO-ACCOUNT PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CO-WALLET PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CO-AGREEMENT PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CO-PIX-KEY PIC X(36).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CO-PIX-CITY PIC X(15).
