      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: One line per branch (filial) transfer of a client,
      *          appended to branch-transfer-history.txt by
      *          BRANCH-TRANSFER in the style of the status history -
      *          the old and new branch, the date the move takes
      *          effect and who applied it. BRANCHAT reads it to tell
      *          which branch a client belonged to on a given date, so
      *          branch reports put activity before the effective
      *          date under the old branch and from it under the new.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY XFERHISTREC REPLACING ==:RECNAME:==
      *              BY ==TRANSFER-HIST-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 XH-CLIENT-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 XH-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 XH-TIME PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 XH-OLD-BRANCH PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 XH-NEW-BRANCH PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 XH-EFFECTIVE-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 XH-USER-ID PIC X(8).
