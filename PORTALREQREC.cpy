      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Customer-portal change request, one line on
      *          portal-changes.txt as the web team drops it for the
      *          nightly run (and on portal-held.txt when a request is
      *          held for review). PR-READ-DATE/TIME is when the
      *          portal read the client's record to show the form - a
      *          master change audited after it makes the request
      *          stale. PR-TOKEN is the portal's verification token
      *          over the request id, client code and request stamp.
      *          A blank field is left unchanged; PR-CEP is required
      *          whenever the city or UF changes. PR-NUMBER and the
      *          phone numbers are digits only.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY PORTALREQREC REPLACING ==:RECNAME:==
      *              BY ==PORTAL-REQ-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 PR-REQUEST-ID PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PR-CLIENT-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PR-REQUEST-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PR-REQUEST-TIME PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PR-READ-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PR-READ-TIME PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PR-TOKEN PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PR-STREET PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PR-NUMBER PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PR-CITY PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PR-UF PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PR-CEP PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PR-MOBILE PIC X(11).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PR-LANDLINE PIC X(11).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PR-EMAIL PIC X(40).
