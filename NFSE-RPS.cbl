      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: NFS-e RPS batch. Turns the period's fiscal invoice
      *          register lines (one per nota number NEXTNOTA drew for
      *          a priced billing line) into an RPS (Recibo Provisorio
      *          de Servicos) lot in the municipal ABRASF layout for
      *          the city hall's web service: provider CNPJ, municipal
      *          registration and city code, then per RPS the nota
      *          number, issue date, service code and amount, and the
      *          taker's CPF or CNPJ, name and address from the client
      *          master. A nota already converted into an NFS-e (on
      *          the NFS-e register NFSE-RETURN keeps) is never sent
      *          again, so a rejected RPS simply goes out in the next
      *          lot once corrected. Each lot is recorded on the lot
      *          register with its number, count and total.
      * Tectonics: cobc
      * Note: the period is NFSE_PERIOD, else the billing period
      *       control file, else the run-date month. A run covers
      *       one company, NFSE_COMPANY (default 01): its notas only,
      *       and its own lot file, lot register and NFS-e register
      *       (-<nn> suffix on the file names; company 01 keeps the
      *       plain names). The provider CNPJ is the company's from
      *       the company master (with no master, NFSE_PROVIDER_CNPJ,
      *       default 12345678000195); the rest of the provider data
      *       comes from NFSE_PROVIDER_IM (default 00000000) and
      *       NFSE_CITY_CODE (IBGE code, default 3550308); the
      *       service list item from NFSE_SERVICE_CODE (default
      *       08.02).
      * Modification History:
      *   15/10/2026 RM  Original version.
      *   15/10/2026 RM  One company per run (NFSE_COMPANY): the
      *                  provider CNPJ comes from the company master
      *                  and the lot, lot register and NFS-e register
      *                  are kept per company.
      *   15/10/2026 RM  Each RPS declares the ISS of its billing line
      *                  (ValorIss) and whether the taker withholds it
      *                  (IssRetido 1), as billed and as GL-EXPORT
      *                  posts it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFSE-RPS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO '..\billing-period.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIOD-STATUS.

           SELECT INVOICE-REGISTER-FILE
           ASSIGN TO '..\invoice-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVOICE-STATUS.

           SELECT NFSE-REGISTER-FILE ASSIGN TO WS-NFSE-REG-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NFSE-STATUS.

           SELECT BILLING-HISTORY-FILE
           ASSIGN TO '..\billing-history.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BILL-HIST-STATUS.

           SELECT CLIENT-MASTER-FILE ASSIGN TO WS-MASTER-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CLIENT-CODE
           ALTERNATE RECORD KEY IS CM-CLIENT-NAME WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT RPS-FILE ASSIGN TO WS-RPS-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPS-STATUS.

           SELECT LOT-REGISTER-FILE ASSIGN TO WS-LOT-REG-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-FILE.
       01 PERIOD-LINE.
           05 BP-PERIOD PIC X(6).
           05 FILLER PIC X(1).
           05 BP-STATUS PIC X(6).

       FD INVOICE-REGISTER-FILE.
       COPY INVREGREC REPLACING ==:RECNAME:== BY ==INVOICE-REG-LINE==.

       FD NFSE-REGISTER-FILE.
       COPY NFSEREC REPLACING ==:RECNAME:== BY ==NFSE-REG-LINE==.

       FD BILLING-HISTORY-FILE.
       COPY BILLHISTREC REPLACING ==:RECNAME:==
           BY ==BILLING-HIST-LINE==.

       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.

       FD RPS-FILE.
       01 RPS-LINE PIC X(200).

       FD LOT-REGISTER-FILE.
       01 LOT-REG-LINE.
           05 LT-LOT-NUMBER PIC 9(6).
           05 FILLER PIC X(1).
           05 LT-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 LT-PERIOD PIC X(6).
           05 FILLER PIC X(1).
           05 LT-COUNT PIC 9(7).
           05 FILLER PIC X(1).
           05 LT-AMOUNT PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01 WS-PERIOD-STATUS PIC X(2).
       01 WS-INVOICE-STATUS PIC X(2).
       01 WS-NFSE-STATUS PIC X(2).
       01 WS-BILL-HIST-STATUS PIC X(2).
       01 WS-HIST-EOF PIC X(1) VALUE 'N'.
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-RPS-STATUS PIC X(2).
       01 WS-LOT-STATUS PIC X(2).
       01 WS-INVOICE-EOF PIC X(1) VALUE 'N'.
       01 WS-NFSE-EOF PIC X(1) VALUE 'N'.
       01 WS-LOT-EOF PIC X(1) VALUE 'N'.
       01 WS-PERIOD PIC X(6).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-PROVIDER-CNPJ PIC X(14).
       01 WS-COMPANY PIC 9(2).
       01 WS-COMPANY-X REDEFINES WS-COMPANY PIC X(2).
       01 WS-NFSE-REG-NAME PIC X(100).
       01 WS-RPS-NAME PIC X(100).
       01 WS-LOT-REG-NAME PIC X(100).
       01 WS-PROVIDER-IM PIC X(15).
       01 WS-CITY-CODE PIC X(7).
       01 WS-SERVICE-CODE PIC X(5).
       01 WS-LOT-NUMBER PIC 9(6) VALUE ZERO.
       01 WS-NF-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-NF-TABLE.
           05 WS-NF-IR-NUMBER PIC 9(9) OCCURS 20000 TIMES.
       01 WS-N PIC 9(5) COMP.
      * The period's billing lines, for the ISS each nota declares;
      * WS-BL-USED stops two notas of the same client and amount
      * taking the same line.
       01 WS-BL-COUNT PIC 9(5) COMP VALUE ZERO.
       01 WS-BL-DROPPED PIC 9(7) VALUE ZERO.
       01 WS-BL-TABLE.
           05 WS-BL-ENTRY OCCURS 20000 TIMES.
               10 WS-BL-CODE PIC 9(7).
               10 WS-BL-AMOUNT PIC 9(7)V99.
               10 WS-BL-ISS-AMOUNT PIC 9(7)V99.
               10 WS-BL-ISS-WITHHELD PIC X(1).
               10 WS-BL-USED PIC X(1).
       01 WS-B PIC 9(5) COMP.
       01 WS-BL-POS PIC 9(5) COMP.
       01 WS-ISS-AMOUNT PIC 9(7)V99.
       01 WS-ISS-RETIDO PIC X(1).
       01 WS-ISS-EDIT PIC Z(6)9.99.
       01 WS-ISS-TEXT PIC X(10).
       01 WS-ISS-LENGTH PIC 9(2).
       01 WS-ALREADY-ISSUED PIC X(1).
       01 WS-PASS PIC 9(1).
       01 WS-RPS-COUNT PIC 9(7) VALUE ZERO.
       01 WS-RPS-AMOUNT PIC 9(11)V99 VALUE ZERO.
       01 WS-ISSUED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-XML-LINE PIC X(200).
       01 WS-PTR PIC 9(3).
       01 WS-DATE-IN PIC 9(8).
       01 WS-DATE-IN-X REDEFINES WS-DATE-IN.
           05 WS-DATE-IN-YYYY PIC 9(4).
           05 WS-DATE-IN-MM PIC 9(2).
           05 WS-DATE-IN-DD PIC 9(2).
       01 WS-DATE-ISO.
           05 WS-DATE-ISO-YYYY PIC 9(4).
           05 FILLER PIC X(1) VALUE '-'.
           05 WS-DATE-ISO-MM PIC 9(2).
           05 FILLER PIC X(1) VALUE '-'.
           05 WS-DATE-ISO-DD PIC 9(2).
       01 WS-AMOUNT-EDIT PIC Z(10)9.99.
       01 WS-AMOUNT-TEXT PIC X(14).
       01 WS-LEAD-SPACES PIC 9(2).
       01 WS-AMOUNT-LENGTH PIC 9(2).
       01 WS-COUNT-EDIT PIC Z(6)9.
       01 WS-NUMBER-EDIT PIC Z(8)9.
       01 WS-NUMBER-TEXT PIC X(9).
       01 WS-NUMBER-LENGTH PIC 9(2).
       01 WS-RAW-FIELD PIC X(40).
       01 WS-RAW-LEN PIC 9(3).
       01 WS-ESC-FIELD PIC X(120).
       01 WS-ESC-LEN PIC 9(3).
       01 WS-ESC-IDX PIC 9(3).
       01 WS-CEP-TEXT PIC 9(8).
       COPY CMPLKPARM.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "NFSE-RPS" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-MASTER-FILENAME
           ACCEPT WS-MASTER-FILENAME
               FROM ENVIRONMENT "CLIENT_MASTER_FILE"
           IF WS-MASTER-FILENAME = SPACES
               MOVE '..\clients.dat' TO WS-MASTER-FILENAME
           END-IF
           PERFORM 0050-GET-PROVIDER-DATA THRU 0050-END
           PERFORM 0100-GET-PERIOD THRU 0100-END
           PERFORM 0200-NEXT-LOT-NUMBER THRU 0200-END
           PERFORM 0300-LOAD-ISSUED THRU 0300-END
           PERFORM 0400-LOAD-BILLING THRU 0400-END
           PERFORM 2000-BUILD-LOT THRU 2000-END
           IF WS-RPS-COUNT > ZERO
               PERFORM 4000-WRITE-LOT-REGISTER THRU 4000-END
           END-IF
           DISPLAY "NFSE-RPS: " WS-RPS-COUNT " RPS on lot "
               WS-LOT-NUMBER " for company " WS-COMPANY
               " period " WS-PERIOD ", "
               WS-ISSUED-COUNT " already converted to NFS-e"
           IF WS-RPS-COUNT = ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           SET JL-CALL-END TO TRUE
           MOVE WS-RPS-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

       0050-GET-PROVIDER-DATA.
           MOVE SPACES TO WS-PROVIDER-IM
           ACCEPT WS-PROVIDER-IM FROM ENVIRONMENT "NFSE_PROVIDER_IM"
           IF WS-PROVIDER-IM = SPACES
               MOVE '00000000' TO WS-PROVIDER-IM
           END-IF
           MOVE SPACES TO WS-CITY-CODE
           ACCEPT WS-CITY-CODE FROM ENVIRONMENT "NFSE_CITY_CODE"
           IF WS-CITY-CODE = SPACES
               MOVE '3550308' TO WS-CITY-CODE
           END-IF
           MOVE SPACES TO WS-SERVICE-CODE
           ACCEPT WS-SERVICE-CODE FROM ENVIRONMENT "NFSE_SERVICE_CODE"
           IF WS-SERVICE-CODE = SPACES
               MOVE '08.02' TO WS-SERVICE-CODE
           END-IF
           PERFORM 0060-GET-COMPANY THRU 0060-END.
       0050-END. EXIT.

      * The company whose notas this lot carries; its CNPJ is the
      * provider's and its files carry its suffix.
       0060-GET-COMPANY.
           MOVE SPACES TO WS-COMPANY-X
           ACCEPT WS-COMPANY-X FROM ENVIRONMENT "NFSE_COMPANY"
           IF WS-COMPANY-X (2:1) = SPACE
               MOVE WS-COMPANY-X (1:1) TO WS-COMPANY-X (2:1)
               MOVE '0' TO WS-COMPANY-X (1:1)
           END-IF
           IF WS-COMPANY-X IS NOT NUMERIC OR WS-COMPANY = ZERO
               MOVE 1 TO WS-COMPANY
           END-IF
           SET CY-BY-CODE TO TRUE
           MOVE WS-COMPANY TO CY-CODE
           CALL "COMPANYLK" USING CY-CALL-FUNCTION CY-CALL-BRANCH
               CY-CALL-INDEX CY-CALL-COMPANY CY-CALL-RESULT
           IF CY-NOT-FOUND
               DISPLAY "NFSE-RPS: company " WS-COMPANY
                   " is not on the company master"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE CY-CNPJ TO WS-PROVIDER-CNPJ
           MOVE SPACES TO WS-NFSE-REG-NAME
           STRING '../nfse-register' CY-FILE-SUFFIX DELIMITED BY SPACE
               '.txt' DELIMITED BY SIZE INTO WS-NFSE-REG-NAME
           MOVE SPACES TO WS-RPS-NAME
           STRING '../nfse-rps-lote' CY-FILE-SUFFIX DELIMITED BY SPACE
               '.xml' DELIMITED BY SIZE INTO WS-RPS-NAME
           MOVE SPACES TO WS-LOT-REG-NAME
           STRING '../nfse-lot-register' CY-FILE-SUFFIX
               DELIMITED BY SPACE
               '.txt' DELIMITED BY SIZE INTO WS-LOT-REG-NAME.
       0060-END. EXIT.

       0100-GET-PERIOD.
           MOVE SPACES TO WS-PERIOD
           ACCEPT WS-PERIOD FROM ENVIRONMENT "NFSE_PERIOD"
           IF WS-PERIOD = SPACES
               MOVE WS-TODAY-DATE (1:6) TO WS-PERIOD
               OPEN INPUT PERIOD-FILE
               IF WS-PERIOD-STATUS = '00'
                   READ PERIOD-FILE
                       NOT AT END
                           MOVE BP-PERIOD TO WS-PERIOD
                   END-READ
                   CLOSE PERIOD-FILE
               END-IF
           END-IF.
       0100-END. EXIT.

      * Lot numbers continue from the lot register's last line; the
      * city refuses a lot number it has already received.
       0200-NEXT-LOT-NUMBER.
           OPEN INPUT LOT-REGISTER-FILE
           IF WS-LOT-STATUS = '00'
               PERFORM UNTIL WS-LOT-EOF = 'Y'
                   READ LOT-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO WS-LOT-EOF
                       NOT AT END
                           MOVE LT-LOT-NUMBER TO WS-LOT-NUMBER
                   END-READ
               END-PERFORM
               CLOSE LOT-REGISTER-FILE
           END-IF
           ADD 1 TO WS-LOT-NUMBER.
       0200-END. EXIT.

       0300-LOAD-ISSUED.
           OPEN INPUT NFSE-REGISTER-FILE
           IF WS-NFSE-STATUS = '00'
               PERFORM UNTIL WS-NFSE-EOF = 'Y'
                   READ NFSE-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO WS-NFSE-EOF
                       NOT AT END
                           IF WS-NF-COUNT < 20000
                               ADD 1 TO WS-NF-COUNT
                               MOVE NF-IR-NUMBER
                                   TO WS-NF-IR-NUMBER (WS-NF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NFSE-REGISTER-FILE
           END-IF.
       0300-END. EXIT.

      * A billing line beyond the table would leave its nota without
      * its ISS, so the lot is not built at all.
       0400-LOAD-BILLING.
           OPEN INPUT BILLING-HISTORY-FILE
           IF WS-BILL-HIST-STATUS NOT = '00'
               GO TO 0400-END
           END-IF
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ BILLING-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       IF BH-PERIOD = WS-PERIOD
                           IF WS-BL-COUNT < 20000
                               PERFORM 0450-STORE-LINE THRU 0450-END
                           ELSE
                               ADD 1 TO WS-BL-DROPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILLING-HISTORY-FILE
           IF WS-BL-DROPPED > ZERO
               DISPLAY "NFSE-RPS: " WS-BL-DROPPED " billing line(s) "
                   "of period " WS-PERIOD " beyond the table - no "
                   "lot built"
               MOVE 16 TO RETURN-CODE
               SET JL-CALL-END TO TRUE
               MOVE ZERO TO JL-CALL-RECORD-COUNT
               CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
                   JL-CALL-RECORD-COUNT
               GOBACK
           END-IF.
       0400-END. EXIT.

      * Lines written before the tax fields existed carry no ISS.
       0450-STORE-LINE.
           ADD 1 TO WS-BL-COUNT
           MOVE BH-CLIENT-CODE TO WS-BL-CODE (WS-BL-COUNT)
           MOVE BH-AMOUNT TO WS-BL-AMOUNT (WS-BL-COUNT)
           MOVE ZERO TO WS-BL-ISS-AMOUNT (WS-BL-COUNT)
           IF BH-ISS-AMOUNT IS NUMERIC
               MOVE BH-ISS-AMOUNT TO WS-BL-ISS-AMOUNT (WS-BL-COUNT)
           END-IF
           MOVE BH-ISS-WITHHELD TO WS-BL-ISS-WITHHELD (WS-BL-COUNT)
           MOVE 'N' TO WS-BL-USED (WS-BL-COUNT).
       0450-END. EXIT.

      * The lot header must carry the RPS count, so the register is
      * read twice: a counting pass, then the pass that writes.
       2000-BUILD-LOT.
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "NFSE-RPS: cannot open master, status "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 1 TO WS-PASS
           PERFORM 2050-READ-REGISTER THRU 2050-END
           IF WS-RPS-COUNT = ZERO
               CLOSE CLIENT-MASTER-FILE
               GO TO 2000-END
           END-IF
           OPEN OUTPUT RPS-FILE
           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO RPS-LINE
           WRITE RPS-LINE
           MOVE SPACES TO RPS-LINE
           STRING '<EnviarLoteRpsEnvio xmlns="http://www.abrasf.org.br'
               '/nfse.xsd">'
               DELIMITED BY SIZE INTO RPS-LINE
           WRITE RPS-LINE
           MOVE SPACES TO RPS-LINE
           STRING ' <LoteRps Id="L' WS-LOT-NUMBER '" versao="2.04">'
               DELIMITED BY SIZE INTO RPS-LINE
           WRITE RPS-LINE
           MOVE WS-LOT-NUMBER TO WS-NUMBER-EDIT
           PERFORM 3900-TRIM-NUMBER THRU 3900-END
           MOVE SPACES TO RPS-LINE
           STRING '  <NumeroLote>' WS-NUMBER-TEXT (1:WS-NUMBER-LENGTH)
               '</NumeroLote>'
               DELIMITED BY SIZE INTO RPS-LINE
           WRITE RPS-LINE
           MOVE SPACES TO RPS-LINE
           STRING '  <Prestador><CpfCnpj><Cnpj>' WS-PROVIDER-CNPJ
               '</Cnpj></CpfCnpj><InscricaoMunicipal>'
               WS-PROVIDER-IM DELIMITED BY SPACE
               '</InscricaoMunicipal></Prestador>'
               DELIMITED BY SIZE INTO RPS-LINE
           WRITE RPS-LINE
           MOVE WS-RPS-COUNT TO WS-NUMBER-EDIT
           PERFORM 3900-TRIM-NUMBER THRU 3900-END
           MOVE SPACES TO RPS-LINE
           STRING '  <QuantidadeRps>'
               WS-NUMBER-TEXT (1:WS-NUMBER-LENGTH)
               '</QuantidadeRps>'
               DELIMITED BY SIZE INTO RPS-LINE
           WRITE RPS-LINE
           MOVE '  <ListaRps>' TO RPS-LINE
           WRITE RPS-LINE
           MOVE ZERO TO WS-RPS-COUNT
           MOVE ZERO TO WS-ISSUED-COUNT
           MOVE 2 TO WS-PASS
           PERFORM 2050-READ-REGISTER THRU 2050-END
           MOVE '  </ListaRps>' TO RPS-LINE
           WRITE RPS-LINE
           MOVE ' </LoteRps>' TO RPS-LINE
           WRITE RPS-LINE
           MOVE '</EnviarLoteRpsEnvio>' TO RPS-LINE
           WRITE RPS-LINE
           CLOSE RPS-FILE
           CLOSE CLIENT-MASTER-FILE.
       2000-END. EXIT.

       2050-READ-REGISTER.
           MOVE 'N' TO WS-INVOICE-EOF
           OPEN INPUT INVOICE-REGISTER-FILE
           IF WS-INVOICE-STATUS NOT = '00'
               DISPLAY "NFSE-RPS: no invoice register on file, "
                   "status " WS-INVOICE-STATUS
               CLOSE CLIENT-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-INVOICE-EOF = 'Y'
               READ INVOICE-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-INVOICE-EOF
                   NOT AT END
                       IF IR-COMPANY IS NOT NUMERIC
                           OR IR-COMPANY = '00'
                           MOVE '01' TO IR-COMPANY
                       END-IF
                       IF IR-PERIOD = WS-PERIOD
                           AND IR-AMOUNT > ZERO
                           AND IR-COMPANY = WS-COMPANY-X
                           PERFORM 2100-CONSIDER-NOTA THRU 2100-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVOICE-REGISTER-FILE.
       2050-END. EXIT.

       2100-CONSIDER-NOTA.
           MOVE 'N' TO WS-ALREADY-ISSUED
           PERFORM VARYING WS-N FROM 1 BY 1
               UNTIL WS-N > WS-NF-COUNT OR WS-ALREADY-ISSUED = 'Y'
               IF WS-NF-IR-NUMBER (WS-N) = IR-NUMBER
                   MOVE 'Y' TO WS-ALREADY-ISSUED
               END-IF
           END-PERFORM
           IF WS-ALREADY-ISSUED = 'Y'
               ADD 1 TO WS-ISSUED-COUNT
               GO TO 2100-END
           END-IF
           ADD 1 TO WS-RPS-COUNT
           ADD IR-AMOUNT TO WS-RPS-AMOUNT
           IF WS-PASS = 2
               PERFORM 2200-WRITE-RPS THRU 2200-END
           END-IF.
       2100-END. EXIT.

       2200-WRITE-RPS.
           MOVE IR-CLIENT-CODE TO CM-CLIENT-CODE
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO CM-TAX-ID
                   MOVE 'CLIENT NOT ON MASTER' TO CM-CLIENT-NAME
                   MOVE SPACES TO CM-CLIENT-STREET
                   MOVE ZERO TO CM-CLIENT-NUMBER
                   MOVE SPACES TO CM-CLIENT-CITY
                   MOVE SPACES TO CM-CLIENT-STATE
                   MOVE ZERO TO CM-CLIENT-CEP
           END-READ
           MOVE IR-NUMBER TO WS-NUMBER-EDIT
           PERFORM 3900-TRIM-NUMBER THRU 3900-END
           MOVE SPACES TO RPS-LINE
           STRING '   <Rps><InfDeclaracaoPrestacaoServico Id="R'
               IR-NUMBER '">'
               DELIMITED BY SIZE INTO RPS-LINE
           WRITE RPS-LINE
           MOVE IR-DATE TO WS-DATE-IN
           PERFORM 3800-FORMAT-DATE THRU 3800-END
           MOVE SPACES TO RPS-LINE
           STRING '    <Rps><IdentificacaoRps><Numero>'
               WS-NUMBER-TEXT (1:WS-NUMBER-LENGTH)
               '</Numero><Serie>RPS</Serie><Tipo>1</Tipo>'
               '</IdentificacaoRps><DataEmissao>' WS-DATE-ISO
               '</DataEmissao><Status>1</Status></Rps>'
               DELIMITED BY SIZE INTO RPS-LINE
           WRITE RPS-LINE
           MOVE SPACES TO RPS-LINE
           STRING '    <Competencia>' IR-PERIOD (1:4) '-'
               IR-PERIOD (5:2) '-01</Competencia>'
               DELIMITED BY SIZE INTO RPS-LINE
           WRITE RPS-LINE
           MOVE IR-AMOUNT TO WS-AMOUNT-EDIT
           MOVE ZERO TO WS-LEAD-SPACES
           INSPECT WS-AMOUNT-EDIT TALLYING WS-LEAD-SPACES
               FOR LEADING SPACES
           COMPUTE WS-AMOUNT-LENGTH = 14 - WS-LEAD-SPACES
           MOVE WS-AMOUNT-EDIT (WS-LEAD-SPACES + 1:WS-AMOUNT-LENGTH)
               TO WS-AMOUNT-TEXT
           PERFORM 2250-FIND-ISS THRU 2250-END
           MOVE WS-ISS-AMOUNT TO WS-ISS-EDIT
           MOVE ZERO TO WS-LEAD-SPACES
           INSPECT WS-ISS-EDIT TALLYING WS-LEAD-SPACES
               FOR LEADING SPACES
           COMPUTE WS-ISS-LENGTH = 10 - WS-LEAD-SPACES
           MOVE WS-ISS-EDIT (WS-LEAD-SPACES + 1:WS-ISS-LENGTH)
               TO WS-ISS-TEXT
           MOVE SPACES TO RPS-LINE
           STRING '    <Servico><Valores><ValorServicos>'
               WS-AMOUNT-TEXT (1:WS-AMOUNT-LENGTH)
               '</ValorServicos><ValorIss>'
               WS-ISS-TEXT (1:WS-ISS-LENGTH)
               '</ValorIss></Valores><IssRetido>' WS-ISS-RETIDO
               '</IssRetido>'
               '<ItemListaServico>' WS-SERVICE-CODE
               '</ItemListaServico>'
               DELIMITED BY SIZE INTO RPS-LINE
           WRITE RPS-LINE
           MOVE SPACES TO RPS-LINE
           STRING '     <Discriminacao>SERVICOS EDUCACIONAIS '
               'COMPETENCIA ' IR-PERIOD '</Discriminacao>'
               '<CodigoMunicipio>' WS-CITY-CODE
               '</CodigoMunicipio></Servico>'
               DELIMITED BY SIZE INTO RPS-LINE
           WRITE RPS-LINE
           MOVE SPACES TO RPS-LINE
           STRING '    <Prestador><CpfCnpj><Cnpj>' WS-PROVIDER-CNPJ
               '</Cnpj></CpfCnpj><InscricaoMunicipal>'
               WS-PROVIDER-IM DELIMITED BY SPACE
               '</InscricaoMunicipal></Prestador>'
               DELIMITED BY SIZE INTO RPS-LINE
           WRITE RPS-LINE
           MOVE SPACES TO RPS-LINE
           IF CM-TAX-ID (12:3) = SPACES
               STRING '    <TomadorServico><IdentificacaoTomador>'
                   '<CpfCnpj><Cpf>' CM-TAX-ID (1:11)
                   '</Cpf></CpfCnpj></IdentificacaoTomador>'
                   DELIMITED BY SIZE INTO RPS-LINE
           ELSE
               STRING '    <TomadorServico><IdentificacaoTomador>'
                   '<CpfCnpj><Cnpj>' CM-TAX-ID
                   '</Cnpj></CpfCnpj></IdentificacaoTomador>'
                   DELIMITED BY SIZE INTO RPS-LINE
           END-IF
           WRITE RPS-LINE
           MOVE CM-CLIENT-NAME TO WS-RAW-FIELD
           PERFORM 3000-ESCAPE-FIELD THRU 3000-END
           MOVE SPACES TO RPS-LINE
           STRING '     <RazaoSocial>' WS-ESC-FIELD (1:WS-ESC-LEN)
               '</RazaoSocial>'
               DELIMITED BY SIZE INTO RPS-LINE
           WRITE RPS-LINE
           MOVE CM-CLIENT-STREET TO WS-RAW-FIELD
           PERFORM 3000-ESCAPE-FIELD THRU 3000-END
           MOVE SPACES TO RPS-LINE
           MOVE 1 TO WS-PTR
           STRING '     <Endereco><Endereco>'
               WS-ESC-FIELD (1:WS-ESC-LEN)
               '</Endereco><Numero>' CM-CLIENT-NUMBER '</Numero>'
               DELIMITED BY SIZE INTO RPS-LINE WITH POINTER WS-PTR
           MOVE CM-CLIENT-CITY TO WS-RAW-FIELD
           PERFORM 3000-ESCAPE-FIELD THRU 3000-END
           MOVE CM-CLIENT-CEP TO WS-CEP-TEXT
           STRING '<Cidade>' WS-ESC-FIELD (1:WS-ESC-LEN)
               '</Cidade><Uf>' CM-CLIENT-STATE '</Uf><Cep>'
               WS-CEP-TEXT '</Cep></Endereco></TomadorServico>'
               DELIMITED BY SIZE INTO RPS-LINE WITH POINTER WS-PTR
           WRITE RPS-LINE
           MOVE '   </InfDeclaracaoPrestacaoServico></Rps>'
               TO RPS-LINE
           WRITE RPS-LINE.
       2200-END. EXIT.

      * The nota's billing line is the first not yet taken with the
      * same client, period and amount, as DOC-REPRINT finds it. ISS
      * withheld by the taker is IssRetido 1, otherwise 2.
       2250-FIND-ISS.
           MOVE ZERO TO WS-ISS-AMOUNT
           MOVE '2' TO WS-ISS-RETIDO
           MOVE ZERO TO WS-BL-POS
           PERFORM VARYING WS-B FROM 1 BY 1
               UNTIL WS-B > WS-BL-COUNT OR WS-BL-POS > ZERO
               IF WS-BL-CODE (WS-B) = IR-CLIENT-CODE
                   AND WS-BL-AMOUNT (WS-B) = IR-AMOUNT
                   AND WS-BL-USED (WS-B) = 'N'
                   MOVE WS-B TO WS-BL-POS
               END-IF
           END-PERFORM
           IF WS-BL-POS = ZERO
               DISPLAY "NFSE-RPS: nota " IR-NUMBER " has no billing "
                   "line of period " WS-PERIOD " - no ISS declared"
               GO TO 2250-END
           END-IF
           MOVE 'Y' TO WS-BL-USED (WS-BL-POS)
           MOVE WS-BL-ISS-AMOUNT (WS-BL-POS) TO WS-ISS-AMOUNT
           IF WS-BL-ISS-WITHHELD (WS-BL-POS) = 'Y'
               MOVE '1' TO WS-ISS-RETIDO
           END-IF.
       2250-END. EXIT.

      * Copies WS-RAW-FIELD (trailing blanks dropped) into
      * WS-ESC-FIELD with XML's three markup characters written as
      * entities, leaving the escaped length in WS-ESC-LEN (at least
      * 1 so a reference modification on an all-blank field stays
      * legal).
       3000-ESCAPE-FIELD.
           MOVE ZERO TO WS-RAW-LEN
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
               UNTIL WS-ESC-IDX > LENGTH OF WS-RAW-FIELD
               IF WS-RAW-FIELD (WS-ESC-IDX:1) NOT = SPACE
                   MOVE WS-ESC-IDX TO WS-RAW-LEN
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-ESC-FIELD
           MOVE 1 TO WS-ESC-LEN
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
               UNTIL WS-ESC-IDX > WS-RAW-LEN
               EVALUATE WS-RAW-FIELD (WS-ESC-IDX:1)
                   WHEN '&'
                       STRING '&amp;' DELIMITED BY SIZE
                           INTO WS-ESC-FIELD WITH POINTER WS-ESC-LEN
                   WHEN '<'
                       STRING '&lt;' DELIMITED BY SIZE
                           INTO WS-ESC-FIELD WITH POINTER WS-ESC-LEN
                   WHEN '>'
                       STRING '&gt;' DELIMITED BY SIZE
                           INTO WS-ESC-FIELD WITH POINTER WS-ESC-LEN
                   WHEN OTHER
                       MOVE WS-RAW-FIELD (WS-ESC-IDX:1)
                           TO WS-ESC-FIELD (WS-ESC-LEN:1)
                       ADD 1 TO WS-ESC-LEN
               END-EVALUATE
           END-PERFORM
           IF WS-ESC-LEN > 1
               SUBTRACT 1 FROM WS-ESC-LEN
           END-IF.
       3000-END. EXIT.

       3800-FORMAT-DATE.
           MOVE WS-DATE-IN-YYYY TO WS-DATE-ISO-YYYY
           MOVE WS-DATE-IN-MM TO WS-DATE-ISO-MM
           MOVE WS-DATE-IN-DD TO WS-DATE-ISO-DD.
       3800-END. EXIT.

       3900-TRIM-NUMBER.
           MOVE ZERO TO WS-LEAD-SPACES
           INSPECT WS-NUMBER-EDIT TALLYING WS-LEAD-SPACES
               FOR LEADING SPACES
           COMPUTE WS-NUMBER-LENGTH = 9 - WS-LEAD-SPACES
           MOVE WS-NUMBER-EDIT (WS-LEAD-SPACES + 1:WS-NUMBER-LENGTH)
               TO WS-NUMBER-TEXT.
       3900-END. EXIT.

       4000-WRITE-LOT-REGISTER.
           OPEN EXTEND LOT-REGISTER-FILE
           IF WS-LOT-STATUS = '35'
               OPEN OUTPUT LOT-REGISTER-FILE
               CLOSE LOT-REGISTER-FILE
               OPEN EXTEND LOT-REGISTER-FILE
           END-IF
           IF WS-LOT-STATUS NOT = '00'
               DISPLAY "NFSE-RPS: cannot open lot register, status "
                   WS-LOT-STATUS
           ELSE
               MOVE SPACES TO LOT-REG-LINE
               MOVE WS-LOT-NUMBER TO LT-LOT-NUMBER
               MOVE WS-TODAY-DATE TO LT-DATE
               MOVE WS-PERIOD TO LT-PERIOD
               MOVE WS-RPS-COUNT TO LT-COUNT
               MOVE WS-RPS-AMOUNT TO LT-AMOUNT
               WRITE LOT-REG-LINE
               IF WS-LOT-STATUS NOT = '00'
                   DISPLAY "NFSE-RPS: lot register write failed, "
                       "status " WS-LOT-STATUS
               END-IF
               CLOSE LOT-REGISTER-FILE
           END-IF.
       4000-END. EXIT.

       END PROGRAM NFSE-RPS.
