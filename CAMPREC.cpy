      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Marketing campaign master record, one line per
      *          campaign on campaigns.txt: the code, the offer as it
      *          is printed on the mailing, the target selection
      *          criteria (the same ones CLIENT-SELECT takes - UF,
      *          city, status, partner HAS/NONE, blank for any), the
      *          dates the campaign can be run between (the end date
      *          also closes the response window), the percentage of
      *          the selected clients held back unmailed as the
      *          control group and the cost of one mailed piece.
      *          CAMPAIGN-RUN freezes and mails the target list,
      *          CAMPAIGN-REPORT measures the responses.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY CAMPREC REPLACING ==:RECNAME:==
      *              BY ==CAMPAIGN-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 CP-CODE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CP-OFFER PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CP-SEL-UF PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CP-SEL-CITY PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CP-SEL-STATUS PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CP-SEL-PARTNER PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CP-START-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CP-END-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CP-CONTROL-PCT PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CP-PIECE-COST PIC 9(3)V99.
