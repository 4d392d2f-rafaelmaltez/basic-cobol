      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: CALL interface layout for BRANCHAT, the branch-as-of-
      *          date lookup. The caller passes a client code and a
      *          date; when the client has ever been transferred
      *          (branch-transfer-history.txt) BA-CALL-BRANCH comes
      *          back as the branch in force on that date and
      *          BA-TRANSFERRED is set. When the client never moved,
      *          BA-NEVER-TRANSFERRED is set and BA-CALL-BRANCH is
      *          left as the caller passed it, so the current branch
      *          on the master stands. Copy this into both BRANCHAT's
      *          LINKAGE SECTION and any caller's WORKING-STORAGE so
      *          the two stay in step.
      * Tectonics: cobc
      ******************************************************************
       01 BA-CALL-CLIENT-CODE PIC 9(7).
       01 BA-CALL-DATE PIC 9(8).
       01 BA-CALL-BRANCH PIC 9(3).
       01 BA-CALL-RESULT PIC X(1).
           88 BA-TRANSFERRED VALUE 'Y'.
           88 BA-NEVER-TRANSFERRED VALUE 'N'.
