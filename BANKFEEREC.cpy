      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Bank-fee register record, one line on bank-fees.txt
      *          for every settlement batch the bank credited short of
      *          what PAYMENT-POST posted for it - the fee it kept
      *          back. Appended by CASH-RECON from the daily account
      *          statement; GL-EXPORT posts each fee in the period as
      *          its own FEE journal pair (bank charges debited, cash
      *          credited).
      *          BF-CHANNEL is CNAB (boleto and direct-debit
      *          settlements, which share the CNAB return) or PIX;
      *          BF-BATCH is the settlement file's sequence as on
      *          bank-file-control.txt. BF-COMPANY is the company
      *          whose account the statement was for; a line with
      *          none is company 01's.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY BANKFEEREC REPLACING ==:RECNAME:==
      *              BY ==BANK-FEE-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 BF-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BF-CHANNEL PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BF-BATCH PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BF-POSTED PIC 9(11)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 BF-CREDITED PIC 9(11)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 BF-FEE PIC 9(9)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 BF-COMPANY PIC 9(2).
