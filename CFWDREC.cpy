      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Carried-forward balance line, one per client for each
      *          FIN-ARCHIVE run that moved some of the client's
      *          billing and payment history to the dated archive
      *          files. CF-RUN-DATE names the archive set
      *          (billing-history-arc-<run date>.txt and so on); the
      *          balance is taken to stand at CF-BALANCE-DATE, the
      *          last day of the last fiscal year archived. The
      *          statement balance is charges less payments net of
      *          reversals - the movements CLIENT-STATEMENT shows -
      *          and the open balance also counts debit and credit
      *          notes and write-offs, the way OPENITEM-BUILD does.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY CFWDREC REPLACING ==:RECNAME:==
      *              BY ==CARRIED-FWD-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 CF-CLIENT-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CF-RUN-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CF-BALANCE-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CF-CHARGES PIC 9(9)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CF-PAYMENTS PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CF-DEBITS PIC 9(9)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CF-CREDITS PIC 9(9)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CF-WRITTEN-OFF PIC 9(9)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CF-STATEMENT-BALANCE PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CF-OPEN-BALANCE PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CF-LINES PIC 9(7).
