      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Accounting-period control record, one line per period
      *          finance has ever closed on accounting-periods.txt.
      *          PERIOD-CLOSE writes the line when it closes the period
      *          (C) and flips it to R when an admin reopens it, with
      *          who did each and why the period was reopened; a
      *          period with no line, or an R line, is open for
      *          posting. PERIODCHK answers the posting programs from
      *          it.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY ACCTPRDREC REPLACING ==:RECNAME:==
      *              BY ==ACCT-PERIOD-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 AP-PERIOD PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AP-STATUS PIC X(1).
               88 AP-CLOSED VALUE 'C'.
               88 AP-REOPENED VALUE 'R'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 AP-CLOSE-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AP-CLOSED-BY PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AP-REOPEN-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AP-REOPENED-BY PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AP-REOPEN-REASON PIC X(30).
