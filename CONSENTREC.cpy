      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: LGPD consent record, one line per client and purpose
      *          on consents.txt - marketing mail (M), marketing
      *          e-mail (E), marketing SMS (S) and sharing with
      *          partners (P), the purposes on CNSPURP-TABLE. A line
      *          is Granted (G) or Revoked (R); a revoke keeps the
      *          grant date and stamps the revoke date, a fresh grant
      *          after a revoke clears it again. CS-CHANNEL is where
      *          the decision was captured: W web, D front desk, P
      *          phone, F paper form. Kept from the WRITING-FILES
      *          menu and by CONSENT-IMPORT from the web team's feed;
      *          read through CONSENTCHK by every program that picks
      *          clients for marketing, where a client with no line
      *          for the purpose counts as not consented.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY CONSENTREC REPLACING ==:RECNAME:==
      *              BY ==CONSENT-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 CS-CLIENT-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CS-PURPOSE PIC X(1).
               88 CS-MARKETING-MAIL VALUE 'M'.
               88 CS-MARKETING-EMAIL VALUE 'E'.
               88 CS-MARKETING-SMS VALUE 'S'.
               88 CS-PARTNER-SHARING VALUE 'P'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CS-STATUS PIC X(1).
               88 CS-GRANTED VALUE 'G'.
               88 CS-REVOKED VALUE 'R'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CS-GRANT-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CS-REVOKE-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CS-CHANNEL PIC X(1).
               88 CS-VALID-CHANNEL VALUE 'W' 'D' 'P' 'F'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CS-OPERATOR PIC X(8).
