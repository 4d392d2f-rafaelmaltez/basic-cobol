      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Refund request record, one line per request on
      *          refund-requests.txt. Keyed in and decided through
      *          REFUND-APPROVE (a supervisor approves or declines),
      *          paid by REFUND-RUN out of the client's credit on
      *          account. RQ-METHOD B pays by bank transfer to the
      *          bank/agency/account given, P pays to the PIX key.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY REFUNDREC REPLACING ==:RECNAME:==
      *              BY ==REFUND-REQUEST-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 RQ-REQUEST-NUMBER PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RQ-CLIENT-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RQ-REQUEST-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RQ-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RQ-METHOD PIC X(1).
               88 RQ-BY-BANK VALUE 'B'.
               88 RQ-BY-PIX VALUE 'P'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RQ-BANK-CODE PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RQ-AGENCY PIC 9(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RQ-ACCOUNT PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RQ-PIX-KEY PIC X(36).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RQ-REASON PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RQ-REQUESTED-BY PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RQ-STATUS PIC X(1).
               88 RQ-REQUESTED VALUE 'R'.
               88 RQ-APPROVED VALUE 'A'.
               88 RQ-DECLINED VALUE 'D'.
               88 RQ-PAID VALUE 'P'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RQ-APPROVER PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RQ-DECISION-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RQ-PAID-DATE PIC 9(8).
