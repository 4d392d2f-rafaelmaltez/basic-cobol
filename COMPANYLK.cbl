      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Shared company lookup subprogram. The first call in a
      *          run loads the company master (companies.txt) and the
      *          branch table (branches.txt) into storage; every call
      *          then answers which company a branch belongs to, looks
      *          a company up by code, or hands back the companies in
      *          master order so a per-company run can visit each one.
      *          A branch not on the table, or with no company on its
      *          line, belongs to company 01. With no company master
      *          on file the system is the single original company,
      *          built from the same settings the programs used before
      *          there was a master (BANK_CODE, BANK_AGENCY,
      *          BANK_ACCOUNT, BANK_WALLET, NFSE_PROVIDER_CNPJ,
      *          PIX_KEY, PIX_CITY), so
      *          nothing changes until a second company is set up.
      *          See CMPLKPARM.cpy for the calling convention.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 RM  Original version.
      *   15/10/2026 RM  Each company carries its own PIX key and
      *                  merchant city; with no master they come from
      *                  PIX_KEY and PIX_CITY as PIXCODE had them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPANYLK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANY-FILE ASSIGN TO '..\companies.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COMPANY-STATUS.

           SELECT BRANCH-FILE ASSIGN TO '..\branches.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRANCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COMPANY-FILE.
       COPY COMPANYREC REPLACING ==:RECNAME:== BY ==COMPANY-LINE==.

       FD BRANCH-FILE.
       COPY BRANCHREC REPLACING ==:RECNAME:== BY ==BRANCH-LINE==.

       WORKING-STORAGE SECTION.
       01 WS-COMPANY-STATUS PIC X(2).
       01 WS-BRANCH-STATUS PIC X(2).
       01 WS-COMPANY-EOF PIC X(1) VALUE 'N'.
       01 WS-BRANCH-EOF PIC X(1) VALUE 'N'.
       01 WS-LOADED PIC X(1) VALUE 'N'.
       01 WS-ENTRY-X PIC X(6).
       01 WS-CO-COUNT PIC 9(2) COMP VALUE ZERO.
       01 WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 20 TIMES.
               10 WS-CO-CODE PIC 9(2).
               10 WS-CO-NAME PIC X(30).
               10 WS-CO-CNPJ PIC X(14).
               10 WS-CO-STREET PIC X(30).
               10 WS-CO-CITY PIC X(20).
               10 WS-CO-STATE PIC X(2).
               10 WS-CO-CEP PIC 9(8).
               10 WS-CO-BANK-CODE PIC X(3).
               10 WS-CO-AGENCY PIC 9(4).
               10 WS-CO-ACCOUNT PIC 9(6).
               10 WS-CO-WALLET PIC 9(2).
               10 WS-CO-AGREEMENT PIC X(20).
               10 WS-CO-PIX-KEY PIC X(36).
               10 WS-CO-PIX-CITY PIC X(15).
       01 WS-CO PIC 9(2) COMP.
       01 WS-BR-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-BR-TABLE.
           05 WS-BR-ENTRY OCCURS 300 TIMES.
               10 WS-BR-CODE PIC 9(3).
               10 WS-BR-COMPANY PIC 9(2).
       01 WS-BR PIC 9(3) COMP.
       01 WS-WANTED-COMPANY PIC 9(2).
       LINKAGE SECTION.
       COPY CMPLKPARM.
       PROCEDURE DIVISION USING CY-CALL-FUNCTION CY-CALL-BRANCH
           CY-CALL-INDEX CY-CALL-COMPANY CY-CALL-RESULT.
       0000-MAIN.
           IF WS-LOADED = 'N'
               PERFORM 1000-LOAD-COMPANIES THRU 1000-END
               PERFORM 1100-LOAD-BRANCHES THRU 1100-END
               MOVE 'Y' TO WS-LOADED
           END-IF
           SET CY-NOT-FOUND TO TRUE
           EVALUATE TRUE
               WHEN CY-BY-INDEX
                   IF CY-CALL-INDEX > ZERO
                       AND CY-CALL-INDEX NOT > WS-CO-COUNT
                       MOVE CY-CALL-INDEX TO WS-CO
                       PERFORM 2000-RETURN-COMPANY THRU 2000-END
                   END-IF
               WHEN CY-BY-BRANCH
                   MOVE 1 TO WS-WANTED-COMPANY
                   PERFORM VARYING WS-BR FROM 1 BY 1
                       UNTIL WS-BR > WS-BR-COUNT
                       IF WS-BR-CODE (WS-BR) = CY-CALL-BRANCH
                           MOVE WS-BR-COMPANY (WS-BR)
                               TO WS-WANTED-COMPANY
                       END-IF
                   END-PERFORM
                   PERFORM 1500-FIND-COMPANY THRU 1500-END
               WHEN OTHER
                   MOVE CY-CODE TO WS-WANTED-COMPANY
                   PERFORM 1500-FIND-COMPANY THRU 1500-END
           END-EVALUATE
           GOBACK.

       1000-LOAD-COMPANIES.
           OPEN INPUT COMPANY-FILE
           IF WS-COMPANY-STATUS = '00'
               PERFORM UNTIL WS-COMPANY-EOF = 'Y'
                   READ COMPANY-FILE
                       AT END
                           MOVE 'Y' TO WS-COMPANY-EOF
                       NOT AT END
                           IF CO-CODE IS NUMERIC AND CO-CODE > ZERO
                               PERFORM 1050-STORE-COMPANY
                                   THRU 1050-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPANY-FILE
           END-IF
           IF WS-CO-COUNT = ZERO
               PERFORM 1080-DEFAULT-COMPANY THRU 1080-END
           END-IF.
       1000-END. EXIT.

       1050-STORE-COMPANY.
           IF WS-CO-COUNT NOT < 20
               DISPLAY "COMPANYLK: company master is larger than "
                   "the table - company " CO-CODE " ignored"
               GO TO 1050-END
           END-IF
           ADD 1 TO WS-CO-COUNT
           MOVE CO-CODE TO WS-CO-CODE (WS-CO-COUNT)
           MOVE CO-NAME TO WS-CO-NAME (WS-CO-COUNT)
           MOVE CO-CNPJ TO WS-CO-CNPJ (WS-CO-COUNT)
           MOVE CO-STREET TO WS-CO-STREET (WS-CO-COUNT)
           MOVE CO-CITY TO WS-CO-CITY (WS-CO-COUNT)
           MOVE CO-STATE TO WS-CO-STATE (WS-CO-COUNT)
           MOVE ZERO TO WS-CO-CEP (WS-CO-COUNT)
           IF CO-CEP IS NUMERIC
               MOVE CO-CEP TO WS-CO-CEP (WS-CO-COUNT)
           END-IF
           MOVE CO-BANK-CODE TO WS-CO-BANK-CODE (WS-CO-COUNT)
           IF CO-BANK-CODE = SPACES
               MOVE '001' TO WS-CO-BANK-CODE (WS-CO-COUNT)
           END-IF
           MOVE 1 TO WS-CO-AGENCY (WS-CO-COUNT)
           IF CO-AGENCY IS NUMERIC
               MOVE CO-AGENCY TO WS-CO-AGENCY (WS-CO-COUNT)
           END-IF
           MOVE 1 TO WS-CO-ACCOUNT (WS-CO-COUNT)
           IF CO-ACCOUNT IS NUMERIC
               MOVE CO-ACCOUNT TO WS-CO-ACCOUNT (WS-CO-COUNT)
           END-IF
           MOVE 17 TO WS-CO-WALLET (WS-CO-COUNT)
           IF CO-WALLET IS NUMERIC
               MOVE CO-WALLET TO WS-CO-WALLET (WS-CO-COUNT)
           END-IF
           MOVE CO-AGREEMENT TO WS-CO-AGREEMENT (WS-CO-COUNT)
           MOVE CO-PIX-KEY TO WS-CO-PIX-KEY (WS-CO-COUNT)
           IF CO-PIX-KEY = SPACES
               MOVE CO-CNPJ TO WS-CO-PIX-KEY (WS-CO-COUNT)
           END-IF
           MOVE CO-PIX-CITY TO WS-CO-PIX-CITY (WS-CO-COUNT)
           IF CO-PIX-CITY = SPACES
               MOVE CO-CITY TO WS-CO-PIX-CITY (WS-CO-COUNT)
           END-IF.
       1050-END. EXIT.

      * The one company the system knew before the master existed,
      * with the bank and CNPJ settings it has always run under.
       1080-DEFAULT-COMPANY.
           MOVE 1 TO WS-CO-COUNT
           MOVE 1 TO WS-CO-CODE (1)
           MOVE 'ESCOLA E SERVICOS RM LTDA' TO WS-CO-NAME (1)
           MOVE SPACES TO WS-CO-CNPJ (1)
           ACCEPT WS-CO-CNPJ (1) FROM ENVIRONMENT "NFSE_PROVIDER_CNPJ"
           IF WS-CO-CNPJ (1) = SPACES
               MOVE '12345678000195' TO WS-CO-CNPJ (1)
           END-IF
           MOVE SPACES TO WS-CO-STREET (1)
           MOVE 'SAO PAULO' TO WS-CO-CITY (1)
           MOVE 'SP' TO WS-CO-STATE (1)
           MOVE ZERO TO WS-CO-CEP (1)
           MOVE SPACES TO WS-CO-BANK-CODE (1)
           ACCEPT WS-CO-BANK-CODE (1) FROM ENVIRONMENT "BANK_CODE"
           IF WS-CO-BANK-CODE (1) = SPACES
               MOVE '001' TO WS-CO-BANK-CODE (1)
           END-IF
           MOVE 1 TO WS-CO-AGENCY (1)
           MOVE SPACES TO WS-ENTRY-X
           ACCEPT WS-ENTRY-X (1:4) FROM ENVIRONMENT "BANK_AGENCY"
           IF WS-ENTRY-X (1:4) IS NUMERIC
               MOVE WS-ENTRY-X (1:4) TO WS-CO-AGENCY (1)
           END-IF
           MOVE 1 TO WS-CO-ACCOUNT (1)
           MOVE SPACES TO WS-ENTRY-X
           ACCEPT WS-ENTRY-X FROM ENVIRONMENT "BANK_ACCOUNT"
           IF WS-ENTRY-X IS NUMERIC
               MOVE WS-ENTRY-X TO WS-CO-ACCOUNT (1)
           END-IF
           MOVE 17 TO WS-CO-WALLET (1)
           MOVE SPACES TO WS-ENTRY-X
           ACCEPT WS-ENTRY-X (1:2) FROM ENVIRONMENT "BANK_WALLET"
           IF WS-ENTRY-X (1:2) IS NUMERIC
               MOVE WS-ENTRY-X (1:2) TO WS-CO-WALLET (1)
           END-IF
           MOVE SPACES TO WS-CO-AGREEMENT (1)
           MOVE SPACES TO WS-CO-PIX-KEY (1)
           ACCEPT WS-CO-PIX-KEY (1) FROM ENVIRONMENT "PIX_KEY"
           IF WS-CO-PIX-KEY (1) = SPACES
               MOVE WS-CO-CNPJ (1) TO WS-CO-PIX-KEY (1)
           END-IF
           MOVE SPACES TO WS-CO-PIX-CITY (1)
           ACCEPT WS-CO-PIX-CITY (1) FROM ENVIRONMENT "PIX_CITY"
           IF WS-CO-PIX-CITY (1) = SPACES
               MOVE 'SAO PAULO' TO WS-CO-PIX-CITY (1)
           END-IF.
       1080-END. EXIT.

       1100-LOAD-BRANCHES.
           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-STATUS NOT = '00'
               GO TO 1100-END
           END-IF
           PERFORM UNTIL WS-BRANCH-EOF = 'Y'
               READ BRANCH-FILE
                   AT END
                       MOVE 'Y' TO WS-BRANCH-EOF
                   NOT AT END
                       IF BRA-CODE IS NUMERIC AND WS-BR-COUNT < 300
                           ADD 1 TO WS-BR-COUNT
                           MOVE BRA-CODE TO WS-BR-CODE (WS-BR-COUNT)
                           IF BRA-COMPANY IS NUMERIC
                               AND BRA-COMPANY > '00'
                               MOVE BRA-COMPANY
                                   TO WS-BR-COMPANY (WS-BR-COUNT)
                           ELSE
                               MOVE 1 TO WS-BR-COMPANY (WS-BR-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRANCH-FILE.
       1100-END. EXIT.

      * A company code not on the master is answered as not found
      * with company 01's details, so a caller that presses on still
      * bills under a real entity.
       1500-FIND-COMPANY.
           MOVE ZERO TO WS-CO
           PERFORM VARYING WS-CO FROM 1 BY 1
               UNTIL WS-CO > WS-CO-COUNT
               OR WS-CO-CODE (WS-CO) = WS-WANTED-COMPANY
               CONTINUE
           END-PERFORM
           IF WS-CO > WS-CO-COUNT
               MOVE 1 TO WS-CO
               PERFORM 2000-RETURN-COMPANY THRU 2000-END
               SET CY-NOT-FOUND TO TRUE
           ELSE
               PERFORM 2000-RETURN-COMPANY THRU 2000-END
           END-IF.
       1500-END. EXIT.

       2000-RETURN-COMPANY.
           MOVE WS-CO-CODE (WS-CO) TO CY-CODE
           MOVE WS-CO-NAME (WS-CO) TO CY-NAME
           MOVE WS-CO-CNPJ (WS-CO) TO CY-CNPJ
           MOVE WS-CO-STREET (WS-CO) TO CY-STREET
           MOVE WS-CO-CITY (WS-CO) TO CY-CITY
           MOVE WS-CO-STATE (WS-CO) TO CY-STATE
           MOVE WS-CO-CEP (WS-CO) TO CY-CEP
           MOVE WS-CO-BANK-CODE (WS-CO) TO CY-BANK-CODE
           MOVE WS-CO-AGENCY (WS-CO) TO CY-AGENCY
           MOVE WS-CO-ACCOUNT (WS-CO) TO CY-ACCOUNT
           MOVE WS-CO-PIX-KEY (WS-CO) TO CY-PIX-KEY
           MOVE WS-CO-PIX-CITY (WS-CO) TO CY-PIX-CITY
           MOVE WS-CO-WALLET (WS-CO) TO CY-WALLET
           MOVE WS-CO-AGREEMENT (WS-CO) TO CY-AGREEMENT
           IF WS-CO-CODE (WS-CO) = 1
               MOVE SPACES TO CY-FILE-SUFFIX
           ELSE
               MOVE '-' TO CY-FILE-SUFFIX (1:1)
               MOVE WS-CO-CODE (WS-CO) TO CY-FILE-SUFFIX (2:2)
           END-IF
           SET CY-FOUND TO TRUE.
       2000-END. EXIT.
       END PROGRAM COMPANYLK.
