      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Collection call log record, one line per telephone
      *          call on call-log.txt, keyed by CALL-ENTRY as the
      *          collector works the COLLECT-WORKLIST list. CA-OUTCOME
      *          is P (promise to pay), N (no answer), M (message
      *          left), W (wrong number), R (refused), D (disputes the
      *          debt) or C (asked to be called back). A promise
      *          carries its date and amount and starts out O (open);
      *          PROMISE-CHECK marks it K (kept) or B (broken) the
      *          night after the promised date and stamps the check
      *          date, which DUNNING-NOTICE reads to escalate a broken
      *          promise.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY CALLREC REPLACING ==:RECNAME:==
      *              BY ==CALL-LOG-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 CA-CLIENT-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CA-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CA-TIME PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CA-COLLECTOR PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CA-OUTCOME PIC X(1).
               88 CA-PROMISED VALUE 'P'.
               88 CA-VALID-OUTCOME VALUE 'P' 'N' 'M' 'W' 'R' 'D'
                   'C'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CA-PROMISE-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CA-PROMISE-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CA-PROMISE-STATUS PIC X(1).
               88 CA-PROMISE-OPEN VALUE 'O'.
               88 CA-PROMISE-KEPT VALUE 'K'.
               88 CA-PROMISE-BROKEN VALUE 'B'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CA-CHECK-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CA-NOTE PIC X(30).
