      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: CALL interface layout for CODEXREF, the shared
      *          client-code cross-reference lookup. The caller passes
      *          the code as received; a legacy code CLIENT-RECODE
      *          renumbered comes back replaced by its new code while
      *          the transition period on client-code-xref.txt is
      *          still open (return 4). After the period the code is
      *          left as received and 8 tells the caller the old code
      *          is no longer honoured; a code not on the cross-
      *          reference is returned unchanged with 0. Copy this
      *          into both CODEXREF's LINKAGE SECTION and any caller's
      *          WORKING-STORAGE so the two stay in step.
      * Tectonics: cobc
      ******************************************************************
       01 XC-CALL-CODE PIC 9(7).
       01 XC-CALL-RETURN-CODE PIC 9(2).
           88 XC-CODE-CURRENT VALUE ZERO.
           88 XC-CODE-TRANSLATED VALUE 4.
           88 XC-TRANSITION-OVER VALUE 8.
