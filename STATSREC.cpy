      * Note: copy into an FD with
      *          COPY STATSREC REPLACING ==:RECNAME:==
      *              BY ==CLASS-STATS-LINE==.
      *       Lines written before ST-PASSED existed end at
      *       ST-INSTRUCTOR, so a reader tests ST-PASSED NUMERIC
      *       before using it.
      * Modification History:
      *   22/08/2026 RM  Original version.
      *   15/10/2026 RM  Added ST-PASSED, the students who passed (7.00
      *                  and up, attendance met), for the KPI pass rate.
      ******************************************************************
       01 :RECNAME:.
           05 ST-TERM PIC X(6).
           05 ST-STDDEV PIC 9(2)V9999.
           05 FILLER PIC X(1) VALUE SPACE.
           05 ST-INSTRUCTOR PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ST-PASSED PIC 9(5).
