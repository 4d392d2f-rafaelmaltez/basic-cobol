      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Customer-service ticket record, one line per
      *          complaint, billing dispute, address problem or other
      *          contact on tickets.txt - the front desk's notebook,
      *          kept by TICKET-MAINT. TK-CATEGORY is one of the codes
      *          on TKTCAT-TABLE, which carries its SLA in hours;
      *          TICKET-AGING ages the open tickets against it, and
      *          an open BILL ticket holds the client's dunning
      *          notices. A ticket is Open (O) when keyed, In progress
      *          (P) once assigned, and Closed (C) with a resolution.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY TICKETREC REPLACING ==:RECNAME:==
      *              BY ==TICKET-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 TK-TICKET-NUMBER PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TK-CLIENT-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TK-CATEGORY PIC X(4).
               88 TK-BILLING-DISPUTE VALUE 'BILL'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TK-CHANNEL PIC X(1).
               88 TK-BY-PHONE VALUE 'P'.
               88 TK-BY-EMAIL VALUE 'E'.
               88 TK-AT-DESK VALUE 'D'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TK-OPEN-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TK-OPEN-TIME PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TK-OPERATOR PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TK-STATUS PIC X(1).
               88 TK-OPEN VALUE 'O'.
               88 TK-IN-PROGRESS VALUE 'P'.
               88 TK-CLOSED VALUE 'C'.
               88 TK-STILL-OPEN VALUE 'O' 'P'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TK-ASSIGNED-TO PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TK-SUMMARY PIC X(40).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TK-CLOSE-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TK-CLOSE-TIME PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TK-CLOSED-BY PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TK-RESOLUTION PIC X(40).
