      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Customer-portal request status, one line appended to
      *          portal-status.txt for the web team per request:
      *          APPLIED, REJECTED (with the reason), HELD for review
      *          (stale, or the CEP directory was not available) or
      *          PARTIAL when maintenance applied some of a request's
      *          changes and rejected others (the reason is the first
      *          rejection's).
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY PORTALSTATREC REPLACING ==:RECNAME:==
      *              BY ==PORTAL-STATUS-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 PS-REQUEST-ID PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PS-CLIENT-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PS-STATUS PIC X(8).
               88 PS-APPLIED VALUE 'APPLIED'.
               88 PS-REJECTED VALUE 'REJECTED'.
               88 PS-HELD VALUE 'HELD'.
               88 PS-PARTIAL VALUE 'PARTIAL'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 PS-REASON PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PS-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PS-TIME PIC 9(6).
