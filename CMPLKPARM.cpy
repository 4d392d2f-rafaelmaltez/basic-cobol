      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: CALL interface layout for COMPANYLK, the shared
      *          company lookup subprogram. Function B answers the
      *          company a branch belongs to, C looks a company up by
      *          its code and I hands back the Nth company on the
      *          master (CY-CALL-INDEX from 1), so a caller can run
      *          once per company until CY-NOT-FOUND. CY-FILE-SUFFIX
      *          is spaces for company 01 and -nn for the others, to
      *          be placed before the extension of a per-company file
      *          name (invoice-number-02.ctl, bank-remessa-02.txt).
      *          Copy this into both COMPANYLK's LINKAGE SECTION and
      *          any caller's WORKING-STORAGE so the two stay in step.
      * Tectonics: cobc
      ******************************************************************
       01 CY-CALL-FUNCTION PIC X(1).
           88 CY-BY-BRANCH VALUE 'B'.
           88 CY-BY-CODE VALUE 'C'.
           88 CY-BY-INDEX VALUE 'I'.
       01 CY-CALL-BRANCH PIC 9(3).
       01 CY-CALL-INDEX PIC 9(2).
       01 CY-CALL-COMPANY.
           05 CY-CODE PIC 9(2).
           05 CY-NAME PIC X(30).
           05 CY-CNPJ PIC X(14).
           05 CY-STREET PIC X(30).
           05 CY-CITY PIC X(20).
           05 CY-STATE PIC X(2).
           05 CY-CEP PIC 9(8).
           05 CY-BANK-CODE PIC X(3).
           05 CY-AGENCY PIC 9(4).
           05 CY-ACCOUNT PIC 9(6).
           05 CY-WALLET PIC 9(2).
           05 CY-AGREEMENT PIC X(20).
           05 CY-PIX-KEY PIC X(36).
           05 CY-PIX-CITY PIC X(15).
           05 CY-FILE-SUFFIX PIC X(3).
       01 CY-CALL-RESULT PIC X(1).
           88 CY-FOUND VALUE 'Y'.
           88 CY-NOT-FOUND VALUE 'N'.
