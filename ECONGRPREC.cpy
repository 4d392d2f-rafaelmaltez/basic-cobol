      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Economic-group member record, one line per client in
      *          a group on econ-groups.txt. Corporate clients whose
      *          CNPJ shares the same 8-digit root (the company, as
      *          against the establishment) belong to one group;
      *          ECON-GROUP rebuilds the whole file on every run from
      *          the client master, writing only roots with two or
      *          more client codes.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY ECONGRPREC REPLACING ==:RECNAME:==
      *              BY ==GROUP-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 EG-ROOT PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EG-CLIENT-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EG-BRANCH PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EG-BUILD-DATE PIC 9(8).
