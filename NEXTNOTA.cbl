      * Tectonics: cobc
      * Modification History:
      *   01/09/2026 RM  Original version.
      *   15/10/2026 RM  Numbering is kept per company: the caller
      *                  passes the company code and each company
      *                  draws from its own control file
      *                  (invoice-number-<nn>.ctl; company 01 keeps
      *                  invoice-number.ctl).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEXTNOTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEXT-NOTA-FILE ASSIGN TO WS-NEXT-NOTA-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEXT-NOTA-STATUS.


       WORKING-STORAGE SECTION.
       01 WS-NEXT-NOTA-STATUS PIC X(2).
       01 WS-NEXT-NOTA-NAME PIC X(100).
       01 WS-NEXT-NOTA PIC 9(9).
      * First number issued on a clean environment with no control
      * file yet.
       01 WS-SEED-NOTA PIC 9(9) VALUE 1.
       LINKAGE SECTION.
       COPY NEXTNOTAPARM.
       PROCEDURE DIVISION USING NN-CALL-COMPANY NN-CALL-NUMBER
           NN-CALL-RETURN-CODE.
       0000-MAIN.
           MOVE ZERO TO NN-CALL-RETURN-CODE
           MOVE SPACES TO WS-NEXT-NOTA-NAME
           IF NN-CALL-COMPANY IS NOT NUMERIC
               OR NN-CALL-COMPANY NOT > 1
               MOVE '../invoice-number.ctl' TO WS-NEXT-NOTA-NAME
           ELSE
               STRING '../invoice-number-' NN-CALL-COMPANY '.ctl'
                   DELIMITED BY SIZE INTO WS-NEXT-NOTA-NAME
           END-IF
           MOVE WS-SEED-NOTA TO WS-NEXT-NOTA
           OPEN INPUT NEXT-NOTA-FILE
           IF WS-NEXT-NOTA-STATUS = '00'
