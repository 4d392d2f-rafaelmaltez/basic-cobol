      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Table of the customer-service ticket categories with
      *          their service-level agreement - the hours within
      *          which a ticket of that category must be closed.
      *          Loaded once at VALUE time via the FILLER/REDEFINES
      *          below, then looked up with SEARCH against
      *          WS-TC-ENTRY, the way UF-TABLE is.
      * Tectonics: cobc
      ******************************************************************
       01 WS-TC-TABLE-VALUES.
           05 FILLER PIC X(27) VALUE 'COMP048COMPLAINT           '.
           05 FILLER PIC X(27) VALUE 'BILL120BILLING DISPUTE     '.
           05 FILLER PIC X(27) VALUE 'ADDR024ADDRESS PROBLEM     '.
           05 FILLER PIC X(27) VALUE 'SERV072SERVICE REQUEST     '.
           05 FILLER PIC X(27) VALUE 'INFO024INFORMATION         '.

       01 WS-TC-TABLE REDEFINES WS-TC-TABLE-VALUES.
           05 WS-TC-ENTRY OCCURS 5 TIMES INDEXED BY WS-TC-IDX.
               10 WS-TC-CODE PIC X(4).
               10 WS-TC-SLA-HOURS PIC 9(3).
               10 WS-TC-DESCRIPTION PIC X(20).

       01 WS-TC-COUNT PIC 9(2) VALUE 5.
