      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Client-code cross-reference record, one line per
      *          legacy CLIENT-CODE CLIENT-RECODE renumbered, written
      *          to client-code-xref.txt in ascending old-code order:
      *          the legacy code, the check-digit code that replaced
      *          it, the conversion date and the last day inbound
      *          feeds may still quote the old code (CODEXREF
      *          translates it until then).
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY CODEXREFREC REPLACING ==:RECNAME:==
      *              BY ==XREF-LINE==.
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       01 :RECNAME:.
           05 XR-OLD-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 XR-NEW-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 XR-CONVERT-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 XR-VALID-UNTIL PIC 9(8).
