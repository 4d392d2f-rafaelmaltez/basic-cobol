      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Closed-period review record on
      *          closed-period-review.txt, one line per transaction a
      *          posting program was refused because its date falls in
      *          a period finance has closed (CLOSED_PERIOD_ACTION=
      *          REJECT). Carries the day it was refused, the program,
      *          the client, the posting date and the closed period it
      *          fell in, and the transaction exactly as it was
      *          presented, so finance can decide and re-present it.
      *          Written only through PERIODCHK.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY PRDREVREC REPLACING ==:RECNAME:==
      *              BY ==PERIOD-REVIEW-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 PV-LOGGED-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PV-PROGRAM PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PV-CLIENT-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PV-POSTING-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PV-PERIOD PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PV-TRANSACTION PIC X(80).
