      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Comma-delimited tax rules line, one per rule, read
      *          from tax-rules.txt by CLIENT-BILLING so ISS and the
      *          federal retentions stop being worked out by hand.
      *          Keyed by service code (the product code a
      *          subscription line bills, spaces on a classic rate
      *          line), municipality (the taker's city as it stands
      *          on the client master) and client type - F for a CPF
      *          (natural person), J for a CNPJ (company). Any key may
      *          be * to match everything; the rule with the most
      *          exact keys wins. Rates are percentages with two
      *          decimals. TX-ISS-WITHHELD Y means the taker withholds
      *          the ISS and pays it to the city itself.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY TAXRULEREC REPLACING ==:RECNAME:==
      *              BY ==TAX-RULE-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 TX-SERVICE-CODE PIC X(6).
           05 FILLER PIC X(1) VALUE ','.
           05 TX-CITY PIC X(20).
           05 FILLER PIC X(1) VALUE ','.
           05 TX-CLIENT-TYPE PIC X(1).
               88 TX-TYPE-CPF VALUE 'F'.
               88 TX-TYPE-CNPJ VALUE 'J'.
           05 FILLER PIC X(1) VALUE ','.
           05 TX-ISS-RATE PIC 9(2)V99.
           05 FILLER PIC X(1) VALUE ','.
           05 TX-ISS-WITHHELD PIC X(1).
               88 TX-ISS-IS-WITHHELD VALUE 'Y'.
           05 FILLER PIC X(1) VALUE ','.
           05 TX-PIS-RATE PIC 9(2)V99.
           05 FILLER PIC X(1) VALUE ','.
           05 TX-COFINS-RATE PIC 9(2)V99.
           05 FILLER PIC X(1) VALUE ','.
           05 TX-CSLL-RATE PIC 9(2)V99.
           05 FILLER PIC X(1) VALUE ','.
           05 TX-IRRF-RATE PIC 9(2)V99.
