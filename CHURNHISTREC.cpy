      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Churn history record, one line on churn-history.txt
      *          per figure CLIENT-CHURN keeps for a month, so the
      *          trend report reads its own history rather than
      *          recomputing it from a status history that may since
      *          have been purged. A rerun for a month replaces that
      *          month's lines. CHH-KIND says what the line is:
      *            T  the month's totals (CHH-KEY blank);
      *            B  one branch (CHH-KEY the branch code);
      *            U  one UF (CHH-KEY the UF);
      *            C  one activation-month cohort (CHH-KEY its
      *               YYYYMM), in the CHH-COHORT-FIGURES view: the
      *               cohort's size and how many were still active
      *               3, 6, 12 and 24 months on (zero where the month
      *               had not been reached yet).
      *          CHH-TENURE-DAYS is the sum over the month's
      *          deactivations, for an average to be taken.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY CHURNHISTREC REPLACING ==:RECNAME:==
      *              BY ==CHURN-HIST-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 CHH-PERIOD PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CHH-KIND PIC X(1).
               88 CHH-TOTAL VALUE 'T'.
               88 CHH-BRANCH VALUE 'B'.
               88 CHH-UF VALUE 'U'.
               88 CHH-COHORT VALUE 'C'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CHH-KEY PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CHH-FIGURES.
               10 CHH-ADDS PIC 9(6).
               10 FILLER PIC X(1) VALUE SPACE.
               10 CHH-REACTS PIC 9(6).
               10 FILLER PIC X(1) VALUE SPACE.
               10 CHH-DEACTS PIC 9(6).
               10 FILLER PIC X(1) VALUE SPACE.
               10 CHH-TENURE-DAYS PIC 9(9).
               10 FILLER PIC X(1) VALUE SPACE.
               10 CHH-ACTIVE-START PIC 9(7).
               10 FILLER PIC X(1) VALUE SPACE.
               10 CHH-ACTIVE-END PIC 9(7).
           05 CHH-COHORT-FIGURES REDEFINES CHH-FIGURES.
               10 CHH-COHORT-SIZE PIC 9(6).
               10 CHH-RETAINED-ENTRY OCCURS 4 TIMES.
                   15 FILLER PIC X(1).
                   15 CHH-RETAINED PIC 9(6).
               10 FILLER PIC X(12).
