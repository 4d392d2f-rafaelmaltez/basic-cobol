      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Pending-approval queue record, one line per
      *          sensitive maintenance item on approval-queue.txt -
      *          the four-eyes control. The maker's program (CONFIG-
      *          MAINT for a rate-table change, APPROVAL-QUEUE for a
      *          write-off approval, a merge pair or a rollback)
      *          queues the item as Pending; a different operator at
      *          or above AQ-REQ-LEVEL approves or rejects it in
      *          APPROVAL-QUEUE with a reason; only Approved items
      *          are taken by WRITEOFF-RUN, RATE-READJUST,
      *          CLIENT-MERGE and CLIENT-ROLLBACK, which mark each one
      *          applied (X) once it has taken effect, or failed (F)
      *          when it was run but did not take effect cleanly -
      *          a failed item is not retried, the maker queues it
      *          again once the cause is cleared. AQ-DETAIL
      *          holds the item itself, read through the view for
      *          its AQ-TYPE.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY APPRQREC REPLACING ==:RECNAME:==
      *              BY ==APPROVAL-QUEUE-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 AQ-ITEM-NUMBER PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AQ-TYPE PIC X(4).
               88 AQ-WRITEOFF VALUE 'WOFF'.
               88 AQ-RATE-CHANGE VALUE 'RATE'.
               88 AQ-MERGE-PAIR VALUE 'MERG'.
               88 AQ-ROLLBACK VALUE 'RBCK'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 AQ-STATUS PIC X(1).
               88 AQ-PENDING VALUE 'P'.
               88 AQ-APPROVED VALUE 'A'.
               88 AQ-REJECTED VALUE 'R'.
               88 AQ-APPLIED VALUE 'X'.
               88 AQ-FAILED VALUE 'F'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 AQ-REQ-LEVEL PIC 9(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AQ-MAKER-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AQ-MAKER-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AQ-MAKER-TIME PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AQ-DETAIL PIC X(40).
           05 AQ-WRITEOFF-DETAIL REDEFINES AQ-DETAIL.
               10 AQ-WO-CLIENT-CODE PIC 9(7).
               10 FILLER PIC X(33).
           05 AQ-RATE-DETAIL REDEFINES AQ-DETAIL.
               10 AQ-RT-STATUS PIC X(1).
               10 FILLER PIC X(1).
               10 AQ-RT-UF PIC X(2).
               10 FILLER PIC X(1).
               10 AQ-RT-EFF-DATE PIC 9(8).
               10 FILLER PIC X(1).
               10 AQ-RT-AMOUNT PIC 9(5)V99.
               10 FILLER PIC X(19).
           05 AQ-MERGE-DETAIL REDEFINES AQ-DETAIL.
               10 AQ-MG-SURVIVOR PIC 9(7).
               10 FILLER PIC X(1).
               10 AQ-MG-DUPLICATE PIC 9(7).
               10 FILLER PIC X(25).
           05 AQ-ROLLBACK-DETAIL REDEFINES AQ-DETAIL.
               10 AQ-RB-CLIENT-CODE PIC 9(7).
               10 FILLER PIC X(1).
               10 AQ-RB-FROM-DATE PIC 9(8).
               10 FILLER PIC X(1).
               10 AQ-RB-FROM-TIME PIC 9(8).
               10 FILLER PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AQ-MAKER-REASON PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AQ-CHECKER-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AQ-DECISION-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AQ-CHECKER-REASON PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AQ-APPLIED-DATE PIC 9(8).
