      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Comma-delimited consent feed record, one line per
      *          decision a client took on the web site's privacy
      *          page, delivered by the web team as consent-feed.txt
      *          and applied to consents.txt by CONSENT-IMPORT.
      *          CW-PURPOSE is a code on CNSPURP-TABLE, CW-ACTION is
      *          G (grant) or R (revoke), CW-DATE the day the client
      *          clicked. Field names are prefixed CW- (Consent Web),
      *          distinct from CLMFEEDREC's CF- names.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY CNSFEEDREC REPLACING ==:RECNAME:==
      *              BY ==CONSENT-FEED-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 CW-CLIENT-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE ','.
           05 CW-PURPOSE PIC X(1).
           05 FILLER PIC X(1) VALUE ','.
           05 CW-ACTION PIC X(1).
               88 CW-GRANT VALUE 'G'.
               88 CW-REVOKE VALUE 'R'.
           05 FILLER PIC X(1) VALUE ','.
           05 CW-DATE PIC 9(8).
