      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Negative credit-bureau listing register record
      *          (bureau-listings.txt), one line per open item taken
      *          through the negativacao cycle by BUREAU-LISTING:
      *          N - pre-notification letter sent, waiting period
      *              running;
      *          L - listed with the bureau;
      *          R - removal sent after the item was cleared;
      *          C - cleared before it was ever listed, nothing sent.
      *          R and C lines stay on the register as the history of
      *          the cycle; an item that opens again starts a new one.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY NEGLISTREC REPLACING ==:RECNAME:==
      *              BY ==LISTING-REG-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 NL-CLIENT-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 NL-PERIOD PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 NL-TAX-ID PIC X(14).
           05 FILLER PIC X(1) VALUE SPACE.
           05 NL-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 NL-STATUS PIC X(1).
               88 NL-NOTIFIED VALUE 'N'.
               88 NL-LISTED VALUE 'L'.
               88 NL-REMOVED VALUE 'R'.
               88 NL-CANCELLED VALUE 'C'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 NL-NOTICE-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 NL-LISTED-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 NL-REMOVED-DATE PIC 9(8).
