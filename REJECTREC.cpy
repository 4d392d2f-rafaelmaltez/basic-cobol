      *   08/08/2026 RM  Original version.
      *   22/08/2026 RM  Widened REJ-RAW-LINE to the new CLMREC length
      *                  now that the client record carries a tax id.
      *   15/10/2026 RM  Widened REJ-RAW-LINE to hold a whole MAINT
      *                  transaction now that CLMTRNREC carries the
      *                  contact fields.
      ******************************************************************
       01 :RECNAME:.
           05 REJ-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 REJ-REASON PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 REJ-RAW-LINE PIC X(160).
