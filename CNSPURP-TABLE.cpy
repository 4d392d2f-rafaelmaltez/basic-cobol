      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Table of the LGPD consent purposes a client can grant
      *          or revoke on consents.txt. Loaded once at VALUE time
      *          via the FILLER/REDEFINES below, then looked up with
      *          SEARCH against WS-CP-ENTRY, the way UF-TABLE is.
      * Tectonics: cobc
      ******************************************************************
       01 WS-CP-TABLE-VALUES.
           05 FILLER PIC X(21) VALUE 'MMARKETING MAIL      '.
           05 FILLER PIC X(21) VALUE 'EMARKETING E-MAIL    '.
           05 FILLER PIC X(21) VALUE 'SMARKETING SMS       '.
           05 FILLER PIC X(21) VALUE 'PPARTNER SHARING     '.

       01 WS-CP-TABLE REDEFINES WS-CP-TABLE-VALUES.
           05 WS-CP-ENTRY OCCURS 4 TIMES INDEXED BY WS-CP-IDX.
               10 WS-CP-CODE PIC X(1).
               10 WS-CP-DESCRIPTION PIC X(20).

       01 WS-CP-COUNT PIC 9(1) VALUE 4.
