      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Monthly client churn and cohort retention analysis
      *          over client-status-history.txt. For the month
      *          (CHURN_PERIOD, YYYYMM, default the month before the
      *          run) it gives the gross adds (a client's first move
      *          to Active), reactivations (Inactive back to Active)
      *          and deactivations (to Inactive) by branch and by UF,
      *          the average tenure at deactivation (days from the
      *          client's first activation), the active base at the
      *          start and end of the month and the churn rate on
      *          it. Clients are then grouped into cohorts by the
      *          month of their first activation (the 36 months up to
      *          the period) with how many were still Active 3, 6, 12
      *          and 24 months later - a suspended client does not
      *          count as active. Movements are put under the branch
      *          the client belonged to on the day (BRANCHAT) and the
      *          client's current UF; a client no longer on the
      *          master shows under UF "--".
      *          Status changes effective after the month are left
      *          out, so a month can be rerun later with the same
      *          result. The month's figures are saved on
      *          churn-history.txt (CHURNHISTREC, a rerun replaces
      *          them) and the report's 12-month trend is read from
      *          there. Report on churn-report.txt. Ends 4 when the
      *          status history is missing or empty, 16 when the
      *          churn history is larger than the table or cannot be
      *          rewritten.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENT-CHURN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATUS-HISTORY-FILE
           ASSIGN TO '..\client-status-history.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HIST-STATUS.

           SELECT CHURN-HISTORY-FILE ASSIGN TO '..\churn-history.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHURN-STATUS.

           SELECT BRANCH-FILE ASSIGN TO '..\branches.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRANCH-STATUS.

           SELECT CLIENT-MASTER-FILE ASSIGN TO WS-MASTER-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CLIENT-CODE
           ALTERNATE RECORD KEY IS CM-CLIENT-NAME WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT SORT-WORK ASSIGN TO "SWKC".

           SELECT REPORT-FILE ASSIGN TO '..\churn-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STATUS-HISTORY-FILE.
       COPY STAHISTREC REPLACING ==:RECNAME:== BY ==STATUS-HIST-LINE==.

       FD CHURN-HISTORY-FILE.
       COPY CHURNHISTREC REPLACING ==:RECNAME:==
           BY ==CHURN-HIST-LINE==.

       FD BRANCH-FILE.
       COPY BRANCHREC REPLACING ==:RECNAME:== BY ==BRANCH-LINE==.

       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.

       SD SORT-WORK.
       01 SORT-REC.
           05 SX-CLIENT-CODE PIC 9(7).
           05 SX-EFFECTIVE-DATE PIC 9(8).
           05 SX-SEQUENCE PIC 9(7).
           05 SX-NEW-STATUS PIC X(1).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-HIST-STATUS PIC X(2).
       01 WS-CHURN-STATUS PIC X(2).
       01 WS-BRANCH-STATUS PIC X(2).
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-FILE-EOF PIC X(1).
       01 WS-SORT-EOF PIC X(1) VALUE 'N'.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-PERIOD-ENTRY PIC X(6).
       01 WS-PERIOD.
           05 WS-PERIOD-YEAR PIC 9(4).
           05 WS-PERIOD-MONTH PIC 9(2).
       01 WS-PERIOD-N REDEFINES WS-PERIOD PIC 9(6).
       01 WS-PERIOD-MONTH-NO PIC 9(6) COMP.
      * Months are numbered YEAR * 12 + MONTH - 1 so that month
      * arithmetic is plain addition.
       01 WS-WORK-MONTH.
           05 WS-WM-YEAR PIC 9(4).
           05 WS-WM-MONTH PIC 9(2).
       01 WS-WORK-MONTH-N REDEFINES WS-WORK-MONTH PIC 9(6).
       01 WS-WORK-MONTH-NO PIC 9(6) COMP.
       01 WS-EVENT-MONTH-NO PIC 9(6) COMP.
       01 WS-EVENT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CLIENT-COUNT PIC 9(7) VALUE ZERO.

      * Checkpoints, in months after the activation month.
       01 WS-CP-OFFSETS PIC X(8) VALUE "03061224".
       01 WS-CP-OFFSET-TABLE REDEFINES WS-CP-OFFSETS.
           05 WS-CP-OFFSET PIC 9(2) OCCURS 4 TIMES.
       01 WS-K PIC 9(1) COMP.

      * The client being worked through, one at a time off the sort.
       01 WS-CL-CODE PIC 9(7).
       01 WS-CL-STATUS PIC X(1).
       01 WS-CL-START-STATUS PIC X(1).
       01 WS-CL-START-SEEN PIC X(1).
       01 WS-CL-FIRST-DATE PIC 9(8).
       01 WS-CL-FIRST-MONTH-NO PIC 9(6) COMP.
       01 WS-CL-CHECKPOINTS.
           05 WS-CL-CP PIC X(1) OCCURS 4 TIMES.
       01 WS-CL-MASTER-READ PIC X(1).
       01 WS-CL-BRANCH PIC 9(3).
       01 WS-CL-UF PIC X(2).
       01 WS-HAVE-CLIENT PIC X(1) VALUE 'N'.
       01 WS-MOVE-TYPE PIC X(1).
           88 WS-MOVE-ADD VALUE 'A'.
           88 WS-MOVE-REACT VALUE 'R'.
           88 WS-MOVE-DEACT VALUE 'D'.
       01 WS-MOVE-TENURE PIC 9(7).
       01 WS-MOVE-BRANCH PIC 9(3).

      * Month totals.
       01 WS-TOT-ADDS PIC 9(6) VALUE ZERO.
       01 WS-TOT-REACTS PIC 9(6) VALUE ZERO.
       01 WS-TOT-DEACTS PIC 9(6) VALUE ZERO.
       01 WS-TOT-TENURE PIC 9(9) VALUE ZERO.
       01 WS-ACTIVE-START PIC 9(7) VALUE ZERO.
       01 WS-ACTIVE-END PIC 9(7) VALUE ZERO.

      * Branch names, and the month's movements by branch and UF.
       01 WS-BN-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-BN-TABLE.
           05 WS-BN-ENTRY OCCURS 100 TIMES.
               10 WS-BN-CODE PIC 9(3).
               10 WS-BN-NAME PIC X(20).
       01 WS-BN PIC 9(3) COMP.
       01 WS-BR-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-BR-TABLE.
           05 WS-BR-ENTRY OCCURS 100 TIMES.
               10 WS-BR-CODE PIC 9(3).
               10 WS-BR-ADDS PIC 9(6).
               10 WS-BR-REACTS PIC 9(6).
               10 WS-BR-DEACTS PIC 9(6).
               10 WS-BR-TENURE PIC 9(9).
       01 WS-BR PIC 9(3) COMP.
       01 WS-BR-POS PIC 9(3) COMP.
       01 WS-UF-COUNT PIC 9(2) COMP VALUE ZERO.
       01 WS-UF-TABLE.
           05 WS-UF-ENTRY OCCURS 30 TIMES.
               10 WS-UF-CODE PIC X(2).
               10 WS-UF-ADDS PIC 9(6).
               10 WS-UF-REACTS PIC 9(6).
               10 WS-UF-DEACTS PIC 9(6).
               10 WS-UF-TENURE PIC 9(9).
       01 WS-UF PIC 9(2) COMP.
       01 WS-UF-POS PIC 9(2) COMP.
       01 WS-GROUP-DROPPED PIC 9(5) VALUE ZERO.

      * Cohorts: the 36 activation months up to the period, oldest
      * first.
       01 WS-COHORT-TABLE.
           05 WS-CO-ENTRY OCCURS 36 TIMES.
               10 WS-CO-MONTH PIC 9(6).
               10 WS-CO-MONTH-NO PIC 9(6) COMP.
               10 WS-CO-SIZE PIC 9(6).
               10 WS-CO-RETAINED PIC 9(6) OCCURS 4 TIMES.
       01 WS-CO PIC 9(2) COMP.
       01 WS-CO-FIRST-MONTH-NO PIC 9(6) COMP.

      * churn-history.txt less this period's lines, for the rewrite
      * and the trend.
       01 WS-HS-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-HS-OVERFLOW PIC X(1) VALUE 'N'.
           88 WS-HS-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-HS-TABLE.
           05 WS-HS-ENTRY OCCURS 5000 TIMES.
               10 WS-HS-RECORD PIC X(62).
       01 WS-HS PIC 9(4) COMP.
       01 WS-HISTORY-SAVED PIC X(1) VALUE 'N'.

      * Report work.
       01 WS-AVG-DAYS PIC 9(7).
       01 WS-AVG-MONTHS PIC 9(4)V9.
       01 WS-PCT PIC 9(3)V9.
       01 WS-COUNT-EDIT PIC ZZZZZ9.
       01 WS-COUNT-EDIT-2 PIC ZZZZZZ9.
       01 WS-DAYS-EDIT PIC ZZZZZZ9.
       01 WS-MONTHS-EDIT PIC ZZZ9.9.
       01 WS-PCT-EDIT PIC ZZ9.9.
       01 WS-RPT-LINE PIC X(100).
       01 WS-TITLE-LINE.
           05 FILLER PIC X(34) VALUE
               "CLIENT CHURN AND COHORT RETENTION".
           05 FILLER PIC X(8) VALUE "PERIOD: ".
           05 WS-T-PERIOD PIC 9(6).
           05 FILLER PIC X(6) VALUE "  RUN ".
           05 WS-T-RUN-DATE PIC 9(8).
       01 WS-GROUP-HEADING PIC X(100) VALUE
           "KEY NAME                   ADDS  REACT  DEACT  AVG TENUR
      -    "E DAYS  MONTHS".
       01 WS-GROUP-LINE.
           05 WS-G-KEY PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-G-NAME PIC X(20).
           05 WS-G-ADDS PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-G-REACTS PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-G-DEACTS PIC ZZZZZ9.
           05 FILLER PIC X(11) VALUE SPACES.
           05 WS-G-AVG-DAYS PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-G-AVG-MONTHS PIC ZZZ9.9.
       01 WS-COHORT-HEADING PIC X(100) VALUE
           "COHORT   SIZE    3 MONTHS      6 MONTHS     12 MONTHS     24
      -    " MONTHS".
       01 WS-COHORT-LINE.
           05 WS-C-MONTH PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-C-SIZE PIC ZZZZZ9.
           05 WS-C-POINT OCCURS 4 TIMES.
               10 FILLER PIC X(2).
               10 WS-C-RETAINED PIC X(6).
               10 FILLER PIC X(1).
               10 WS-C-PCT PIC X(5).
       01 WS-TREND-HEADING PIC X(100) VALUE
           "PERIOD  ACTIVE-START   ADDS  REACT  DEACT  ACTIVE-END  CHURN
      -    "%  AVG TENURE DAYS".
       01 WS-TREND-LINE.
           05 WS-TR-PERIOD PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-TR-START PIC ZZZZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-TR-ADDS PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-TR-REACTS PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-TR-DEACTS PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-TR-END PIC ZZZZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-TR-CHURN PIC ZZZZ9.9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TR-TENURE PIC ZZZZZZZZZZZZZZ9.
       01 WS-TREND-FOUND PIC X(1).
       01 WS-TREND-STEP PIC S9(2) COMP.

       COPY BRATPARM.
       COPY DTUPARMS.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "CLIENT-CHURN" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-MASTER-FILENAME
           ACCEPT WS-MASTER-FILENAME
               FROM ENVIRONMENT "CLIENT_MASTER_FILE"
           IF WS-MASTER-FILENAME = SPACES
               MOVE '..\clients.dat' TO WS-MASTER-FILENAME
           END-IF
      * The default is the month just ended: a monthly run on the
      * first reports on the month before.
           MOVE WS-TODAY-DATE (1:6) TO WS-PERIOD
           IF WS-PERIOD-MONTH = 1
               SUBTRACT 1 FROM WS-PERIOD-YEAR
               MOVE 12 TO WS-PERIOD-MONTH
           ELSE
               SUBTRACT 1 FROM WS-PERIOD-MONTH
           END-IF
           MOVE SPACES TO WS-PERIOD-ENTRY
           ACCEPT WS-PERIOD-ENTRY FROM ENVIRONMENT "CHURN_PERIOD"
           IF WS-PERIOD-ENTRY NOT = SPACES
               IF WS-PERIOD-ENTRY IS NUMERIC
                   AND WS-PERIOD-ENTRY (5:2) >= '01'
                   AND WS-PERIOD-ENTRY (5:2) <= '12'
                   MOVE WS-PERIOD-ENTRY TO WS-PERIOD
               ELSE
                   DISPLAY "CLIENT-CHURN: CHURN_PERIOD "
                       WS-PERIOD-ENTRY " is not a YYYYMM month - "
                       "run refused"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           COMPUTE WS-PERIOD-MONTH-NO =
               WS-PERIOD-YEAR * 12 + WS-PERIOD-MONTH - 1
           PERFORM 1000-SET-UP-COHORTS THRU 1000-END
           PERFORM 1100-LOAD-BRANCHES THRU 1100-END
           PERFORM 1200-LOAD-CHURN-HISTORY THRU 1200-END
      * A churn history the table could not hold in full cannot be
      * rewritten without losing the months past the cap.
           IF WS-HS-TABLE-OVERFLOWED
               DISPLAY "CLIENT-CHURN: churn history is larger than "
                   "the table - nothing run"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CLIENT-MASTER-FILE
           SORT SORT-WORK
               ON ASCENDING KEY SX-CLIENT-CODE SX-EFFECTIVE-DATE
                   SX-SEQUENCE
               INPUT PROCEDURE IS 2000-RELEASE-EVENTS THRU 2000-END
               OUTPUT PROCEDURE IS 2100-WORK-CLIENTS THRU 2100-END
           IF WS-MASTER-STATUS = '00'
               CLOSE CLIENT-MASTER-FILE
           END-IF
           PERFORM 3000-SAVE-HISTORY THRU 3000-END
           PERFORM 4000-PRINT-REPORT THRU 4000-END
           DISPLAY "CLIENT-CHURN: period " WS-PERIOD ", "
               WS-CLIENT-COUNT " client(s), " WS-TOT-ADDS " add(s), "
               WS-TOT-REACTS " reactivation(s), " WS-TOT-DEACTS
               " deactivation(s)"
           IF WS-GROUP-DROPPED > ZERO
               DISPLAY "CLIENT-CHURN: " WS-GROUP-DROPPED
                   " movement(s) beyond the branch or UF table - in "
                   "the totals only"
           END-IF
           EVALUATE TRUE
               WHEN WS-HISTORY-SAVED = 'N'
                   MOVE 16 TO RETURN-CODE
               WHEN WS-EVENT-COUNT = ZERO OR WS-GROUP-DROPPED > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           SET JL-CALL-END TO TRUE
           MOVE WS-CLIENT-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

       1000-SET-UP-COHORTS.
           COMPUTE WS-CO-FIRST-MONTH-NO = WS-PERIOD-MONTH-NO - 35
           PERFORM VARYING WS-CO FROM 1 BY 1 UNTIL WS-CO > 36
               COMPUTE WS-WORK-MONTH-NO =
                   WS-CO-FIRST-MONTH-NO + WS-CO - 1
               MOVE WS-WORK-MONTH-NO TO WS-CO-MONTH-NO (WS-CO)
               PERFORM 1050-MONTH-FROM-NUMBER THRU 1050-END
               MOVE WS-WORK-MONTH-N TO WS-CO-MONTH (WS-CO)
               MOVE ZERO TO WS-CO-SIZE (WS-CO)
               PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
                   MOVE ZERO TO WS-CO-RETAINED (WS-CO, WS-K)
               END-PERFORM
           END-PERFORM.
       1000-END. EXIT.

      * Expects WS-WORK-MONTH-NO; returns WS-WORK-MONTH (YYYYMM).
       1050-MONTH-FROM-NUMBER.
           DIVIDE WS-WORK-MONTH-NO BY 12 GIVING WS-WM-YEAR
               REMAINDER WS-WM-MONTH
           ADD 1 TO WS-WM-MONTH.
       1050-END. EXIT.

       1100-LOAD-BRANCHES.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-STATUS NOT = '00'
               GO TO 1100-END
           END-IF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ BRANCH-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF WS-BN-COUNT < 100
                           ADD 1 TO WS-BN-COUNT
                           MOVE BRA-CODE TO WS-BN-CODE (WS-BN-COUNT)
                           MOVE BRA-NAME TO WS-BN-NAME (WS-BN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRANCH-FILE.
       1100-END. EXIT.

       1200-LOAD-CHURN-HISTORY.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT CHURN-HISTORY-FILE
           IF WS-CHURN-STATUS NOT = '00'
               GO TO 1200-END
           END-IF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ CHURN-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF CHH-PERIOD NOT = WS-PERIOD-N
                           IF WS-HS-COUNT < 5000
                               ADD 1 TO WS-HS-COUNT
                               MOVE CHURN-HIST-LINE
                                   TO WS-HS-RECORD (WS-HS-COUNT)
                           ELSE
                               SET WS-HS-TABLE-OVERFLOWED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHURN-HISTORY-FILE.
       1200-END. EXIT.

      * Every change effective up to the end of the period goes to
      * the sort; the file sequence keeps same-day changes in the
      * order they were made.
       2000-RELEASE-EVENTS.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT STATUS-HISTORY-FILE
           IF WS-STATUS-HIST-STATUS NOT = '00'
               DISPLAY "CLIENT-CHURN: no status history, status "
                   WS-STATUS-HIST-STATUS
               GO TO 2000-END
           END-IF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ STATUS-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF SH-CLIENT-CODE IS NUMERIC
                           AND SH-EFFECTIVE-DATE IS NUMERIC
                           AND SH-EFFECTIVE-DATE (1:6) <= WS-PERIOD
                           ADD 1 TO WS-EVENT-COUNT
                           MOVE SH-CLIENT-CODE TO SX-CLIENT-CODE
                           MOVE SH-EFFECTIVE-DATE
                               TO SX-EFFECTIVE-DATE
                           MOVE WS-EVENT-COUNT TO SX-SEQUENCE
                           MOVE SH-NEW-STATUS TO SX-NEW-STATUS
                           RELEASE SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATUS-HISTORY-FILE.
       2000-END. EXIT.

       2100-WORK-CLIENTS.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF WS-HAVE-CLIENT = 'N'
                           OR SX-CLIENT-CODE NOT = WS-CL-CODE
                           IF WS-HAVE-CLIENT = 'Y'
                               PERFORM 2400-END-CLIENT THRU 2400-END
                           END-IF
                           PERFORM 2200-START-CLIENT THRU 2200-END
                       END-IF
                       PERFORM 2300-APPLY-EVENT THRU 2300-END
               END-RETURN
           END-PERFORM
           IF WS-HAVE-CLIENT = 'Y'
               PERFORM 2400-END-CLIENT THRU 2400-END
           END-IF.
       2100-END. EXIT.

       2200-START-CLIENT.
           MOVE 'Y' TO WS-HAVE-CLIENT
           ADD 1 TO WS-CLIENT-COUNT
           MOVE SX-CLIENT-CODE TO WS-CL-CODE
           MOVE SPACE TO WS-CL-STATUS
           MOVE SPACE TO WS-CL-START-STATUS
           MOVE 'N' TO WS-CL-START-SEEN
           MOVE ZERO TO WS-CL-FIRST-DATE
           MOVE ZERO TO WS-CL-FIRST-MONTH-NO
           MOVE SPACES TO WS-CL-CHECKPOINTS
           MOVE 'N' TO WS-CL-MASTER-READ.
       2200-END. EXIT.

      * A checkpoint month that ends before this change takes the
      * status the client had until now; the first change inside the
      * period fixes the status the client started the month with.
       2300-APPLY-EVENT.
           MOVE SX-EFFECTIVE-DATE (1:6) TO WS-WORK-MONTH-N
           COMPUTE WS-EVENT-MONTH-NO =
               WS-WM-YEAR * 12 + WS-WM-MONTH - 1
           IF WS-CL-FIRST-DATE NOT = ZERO
               PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
                   IF WS-CL-CP (WS-K) = SPACE
                       AND WS-CL-FIRST-MONTH-NO + WS-CP-OFFSET (WS-K)
                           < WS-EVENT-MONTH-NO
                       PERFORM 2450-RESOLVE-CHECKPOINT THRU 2450-END
                   END-IF
               END-PERFORM
           END-IF
           IF WS-EVENT-MONTH-NO = WS-PERIOD-MONTH-NO
               AND WS-CL-START-SEEN = 'N'
               MOVE WS-CL-STATUS TO WS-CL-START-STATUS
               MOVE 'Y' TO WS-CL-START-SEEN
           END-IF
           MOVE SPACE TO WS-MOVE-TYPE
           EVALUATE TRUE
               WHEN SX-NEW-STATUS = 'A' AND WS-CL-FIRST-DATE = ZERO
                   MOVE SX-EFFECTIVE-DATE TO WS-CL-FIRST-DATE
                   MOVE WS-EVENT-MONTH-NO TO WS-CL-FIRST-MONTH-NO
                   SET WS-MOVE-ADD TO TRUE
               WHEN SX-NEW-STATUS = 'A' AND WS-CL-STATUS = 'I'
                   SET WS-MOVE-REACT TO TRUE
               WHEN SX-NEW-STATUS = 'I' AND WS-CL-STATUS NOT = 'I'
                   AND WS-CL-FIRST-DATE NOT = ZERO
                   SET WS-MOVE-DEACT TO TRUE
           END-EVALUATE
           MOVE SX-NEW-STATUS TO WS-CL-STATUS
           IF WS-MOVE-TYPE NOT = SPACE
               AND WS-EVENT-MONTH-NO = WS-PERIOD-MONTH-NO
               PERFORM 2500-COUNT-MOVEMENT THRU 2500-END
           END-IF.
       2300-END. EXIT.

       2400-END-CLIENT.
           IF WS-CL-START-SEEN = 'N'
               MOVE WS-CL-STATUS TO WS-CL-START-STATUS
           END-IF
           IF WS-CL-START-STATUS = 'A'
               ADD 1 TO WS-ACTIVE-START
           END-IF
           IF WS-CL-STATUS = 'A'
               ADD 1 TO WS-ACTIVE-END
           END-IF
           IF WS-CL-FIRST-DATE = ZERO
               GO TO 2400-END
           END-IF
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
               IF WS-CL-CP (WS-K) = SPACE
                   AND WS-CL-FIRST-MONTH-NO + WS-CP-OFFSET (WS-K)
                       <= WS-PERIOD-MONTH-NO
                   PERFORM 2450-RESOLVE-CHECKPOINT THRU 2450-END
               END-IF
           END-PERFORM
           IF WS-CL-FIRST-MONTH-NO < WS-CO-FIRST-MONTH-NO
               GO TO 2400-END
           END-IF
           COMPUTE WS-CO =
               WS-CL-FIRST-MONTH-NO - WS-CO-FIRST-MONTH-NO + 1
           ADD 1 TO WS-CO-SIZE (WS-CO)
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
               IF WS-CL-CP (WS-K) = 'A'
                   ADD 1 TO WS-CO-RETAINED (WS-CO, WS-K)
               END-IF
           END-PERFORM.
       2400-END. EXIT.

      * Expects WS-K; the client's status is the one it had at the
      * end of the checkpoint month.
       2450-RESOLVE-CHECKPOINT.
           IF WS-CL-STATUS = 'A'
               MOVE 'A' TO WS-CL-CP (WS-K)
           ELSE
               MOVE 'N' TO WS-CL-CP (WS-K)
           END-IF.
       2450-END. EXIT.

      * Expects WS-MOVE-TYPE and the sort record of the change. The
      * client's UF and current branch are read once per client.
       2500-COUNT-MOVEMENT.
           MOVE ZERO TO WS-MOVE-TENURE
           IF WS-MOVE-DEACT
               SET DU-ELAPSED-DAYS TO TRUE
               MOVE WS-CL-FIRST-DATE TO DU-DATE-1
               MOVE SX-EFFECTIVE-DATE TO DU-DATE-2
               CALL "DATEUTIL" USING DU-FUNCTION DU-DATE-1 DU-DATE-2
                   DU-N DU-RESULT-DATE DU-ELAPSED DU-RETURN-CODE
               IF DU-SUCCESS AND DU-ELAPSED > ZERO
                   MOVE DU-ELAPSED TO WS-MOVE-TENURE
               END-IF
           END-IF
           IF WS-CL-MASTER-READ = 'N'
               MOVE 'Y' TO WS-CL-MASTER-READ
               MOVE ZERO TO WS-CL-BRANCH
               MOVE '--' TO WS-CL-UF
               IF WS-MASTER-STATUS = '00' OR WS-MASTER-STATUS = '23'
                   MOVE WS-CL-CODE TO CM-CLIENT-CODE
                   READ CLIENT-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CM-BRANCH TO WS-CL-BRANCH
                           MOVE CM-CLIENT-STATE TO WS-CL-UF
                   END-READ
               END-IF
           END-IF
           MOVE WS-CL-CODE TO BA-CALL-CLIENT-CODE
           MOVE SX-EFFECTIVE-DATE TO BA-CALL-DATE
           MOVE ZERO TO BA-CALL-BRANCH
           CALL 'BRANCHAT' USING BA-CALL-CLIENT-CODE BA-CALL-DATE
               BA-CALL-BRANCH BA-CALL-RESULT
           IF BA-TRANSFERRED
               MOVE BA-CALL-BRANCH TO WS-MOVE-BRANCH
           ELSE
               MOVE WS-CL-BRANCH TO WS-MOVE-BRANCH
           END-IF
           EVALUATE TRUE
               WHEN WS-MOVE-ADD
                   ADD 1 TO WS-TOT-ADDS
               WHEN WS-MOVE-REACT
                   ADD 1 TO WS-TOT-REACTS
               WHEN WS-MOVE-DEACT
                   ADD 1 TO WS-TOT-DEACTS
                   ADD WS-MOVE-TENURE TO WS-TOT-TENURE
           END-EVALUATE
           PERFORM 2600-COUNT-BRANCH THRU 2600-END
           PERFORM 2700-COUNT-UF THRU 2700-END.
       2500-END. EXIT.

       2600-COUNT-BRANCH.
           MOVE ZERO TO WS-BR-POS
           PERFORM VARYING WS-BR FROM 1 BY 1
               UNTIL WS-BR > WS-BR-COUNT OR WS-BR-POS > ZERO
               IF WS-BR-CODE (WS-BR) = WS-MOVE-BRANCH
                   MOVE WS-BR TO WS-BR-POS
               END-IF
           END-PERFORM
           IF WS-BR-POS = ZERO
               IF WS-BR-COUNT < 100
                   ADD 1 TO WS-BR-COUNT
                   MOVE WS-BR-COUNT TO WS-BR-POS
                   MOVE WS-MOVE-BRANCH TO WS-BR-CODE (WS-BR-POS)
                   MOVE ZERO TO WS-BR-ADDS (WS-BR-POS)
                   MOVE ZERO TO WS-BR-REACTS (WS-BR-POS)
                   MOVE ZERO TO WS-BR-DEACTS (WS-BR-POS)
                   MOVE ZERO TO WS-BR-TENURE (WS-BR-POS)
               ELSE
                   ADD 1 TO WS-GROUP-DROPPED
                   GO TO 2600-END
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-MOVE-ADD
                   ADD 1 TO WS-BR-ADDS (WS-BR-POS)
               WHEN WS-MOVE-REACT
                   ADD 1 TO WS-BR-REACTS (WS-BR-POS)
               WHEN WS-MOVE-DEACT
                   ADD 1 TO WS-BR-DEACTS (WS-BR-POS)
                   ADD WS-MOVE-TENURE TO WS-BR-TENURE (WS-BR-POS)
           END-EVALUATE.
       2600-END. EXIT.

       2700-COUNT-UF.
           MOVE ZERO TO WS-UF-POS
           PERFORM VARYING WS-UF FROM 1 BY 1
               UNTIL WS-UF > WS-UF-COUNT OR WS-UF-POS > ZERO
               IF WS-UF-CODE (WS-UF) = WS-CL-UF
                   MOVE WS-UF TO WS-UF-POS
               END-IF
           END-PERFORM
           IF WS-UF-POS = ZERO
               IF WS-UF-COUNT < 30
                   ADD 1 TO WS-UF-COUNT
                   MOVE WS-UF-COUNT TO WS-UF-POS
                   MOVE WS-CL-UF TO WS-UF-CODE (WS-UF-POS)
                   MOVE ZERO TO WS-UF-ADDS (WS-UF-POS)
                   MOVE ZERO TO WS-UF-REACTS (WS-UF-POS)
                   MOVE ZERO TO WS-UF-DEACTS (WS-UF-POS)
                   MOVE ZERO TO WS-UF-TENURE (WS-UF-POS)
               ELSE
                   ADD 1 TO WS-GROUP-DROPPED
                   GO TO 2700-END
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-MOVE-ADD
                   ADD 1 TO WS-UF-ADDS (WS-UF-POS)
               WHEN WS-MOVE-REACT
                   ADD 1 TO WS-UF-REACTS (WS-UF-POS)
               WHEN WS-MOVE-DEACT
                   ADD 1 TO WS-UF-DEACTS (WS-UF-POS)
                   ADD WS-MOVE-TENURE TO WS-UF-TENURE (WS-UF-POS)
           END-EVALUATE.
       2700-END. EXIT.

      * The other months' lines go back first, then this month's:
      * totals, branches, UFs and cohorts.
       3000-SAVE-HISTORY.
           OPEN OUTPUT CHURN-HISTORY-FILE
           IF WS-CHURN-STATUS NOT = '00'
               DISPLAY "CLIENT-CHURN: cannot rewrite churn history, "
                   "status " WS-CHURN-STATUS
               GO TO 3000-END
           END-IF
           PERFORM VARYING WS-HS FROM 1 BY 1
               UNTIL WS-HS > WS-HS-COUNT
               MOVE WS-HS-RECORD (WS-HS) TO CHURN-HIST-LINE
               WRITE CHURN-HIST-LINE
           END-PERFORM
           MOVE SPACES TO CHURN-HIST-LINE
           MOVE WS-PERIOD-N TO CHH-PERIOD
           SET CHH-TOTAL TO TRUE
           MOVE WS-TOT-ADDS TO CHH-ADDS
           MOVE WS-TOT-REACTS TO CHH-REACTS
           MOVE WS-TOT-DEACTS TO CHH-DEACTS
           MOVE WS-TOT-TENURE TO CHH-TENURE-DAYS
           MOVE WS-ACTIVE-START TO CHH-ACTIVE-START
           MOVE WS-ACTIVE-END TO CHH-ACTIVE-END
           WRITE CHURN-HIST-LINE
           PERFORM VARYING WS-BR FROM 1 BY 1
               UNTIL WS-BR > WS-BR-COUNT
               MOVE SPACES TO CHURN-HIST-LINE
               MOVE WS-PERIOD-N TO CHH-PERIOD
               SET CHH-BRANCH TO TRUE
               MOVE WS-BR-CODE (WS-BR) TO CHH-KEY
               MOVE WS-BR-ADDS (WS-BR) TO CHH-ADDS
               MOVE WS-BR-REACTS (WS-BR) TO CHH-REACTS
               MOVE WS-BR-DEACTS (WS-BR) TO CHH-DEACTS
               MOVE WS-BR-TENURE (WS-BR) TO CHH-TENURE-DAYS
               MOVE ZERO TO CHH-ACTIVE-START
               MOVE ZERO TO CHH-ACTIVE-END
               WRITE CHURN-HIST-LINE
           END-PERFORM
           PERFORM VARYING WS-UF FROM 1 BY 1
               UNTIL WS-UF > WS-UF-COUNT
               MOVE SPACES TO CHURN-HIST-LINE
               MOVE WS-PERIOD-N TO CHH-PERIOD
               SET CHH-UF TO TRUE
               MOVE WS-UF-CODE (WS-UF) TO CHH-KEY
               MOVE WS-UF-ADDS (WS-UF) TO CHH-ADDS
               MOVE WS-UF-REACTS (WS-UF) TO CHH-REACTS
               MOVE WS-UF-DEACTS (WS-UF) TO CHH-DEACTS
               MOVE WS-UF-TENURE (WS-UF) TO CHH-TENURE-DAYS
               MOVE ZERO TO CHH-ACTIVE-START
               MOVE ZERO TO CHH-ACTIVE-END
               WRITE CHURN-HIST-LINE
           END-PERFORM
           PERFORM VARYING WS-CO FROM 1 BY 1 UNTIL WS-CO > 36
               IF WS-CO-SIZE (WS-CO) > ZERO
                   MOVE SPACES TO CHURN-HIST-LINE
                   MOVE WS-PERIOD-N TO CHH-PERIOD
                   SET CHH-COHORT TO TRUE
                   MOVE WS-CO-MONTH (WS-CO) TO CHH-KEY
                   MOVE WS-CO-SIZE (WS-CO) TO CHH-COHORT-SIZE
                   PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
                       MOVE WS-CO-RETAINED (WS-CO, WS-K)
                           TO CHH-RETAINED (WS-K)
                   END-PERFORM
                   WRITE CHURN-HIST-LINE
               END-IF
           END-PERFORM
           IF WS-CHURN-STATUS = '00'
               MOVE 'Y' TO WS-HISTORY-SAVED
           ELSE
               DISPLAY "CLIENT-CHURN: churn history write failed, "
                   "status " WS-CHURN-STATUS
           END-IF
           CLOSE CHURN-HISTORY-FILE.
       3000-END. EXIT.

       4000-PRINT-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "CLIENT-CHURN: cannot open report, status "
                   WS-REPORT-STATUS
               GO TO 4000-END
           END-IF
           MOVE WS-PERIOD-N TO WS-T-PERIOD
           MOVE WS-TODAY-DATE TO WS-T-RUN-DATE
           WRITE REPORT-LINE FROM WS-TITLE-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           PERFORM 4100-PRINT-TOTALS THRU 4100-END
           PERFORM 4200-PRINT-BRANCHES THRU 4200-END
           PERFORM 4300-PRINT-UFS THRU 4300-END
           PERFORM 4400-PRINT-COHORTS THRU 4400-END
           PERFORM 4500-PRINT-TREND THRU 4500-END
           CLOSE REPORT-FILE.
       4000-END. EXIT.

       4100-PRINT-TOTALS.
           MOVE "MOVEMENTS IN THE MONTH - ALL CLIENTS" TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE WS-ACTIVE-START TO WS-COUNT-EDIT-2
           MOVE SPACES TO WS-RPT-LINE
           STRING "  ACTIVE AT START OF MONTH    " WS-COUNT-EDIT-2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE WS-TOT-ADDS TO WS-COUNT-EDIT-2
           MOVE SPACES TO WS-RPT-LINE
           STRING "  GROSS ADDS                  " WS-COUNT-EDIT-2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE WS-TOT-REACTS TO WS-COUNT-EDIT-2
           MOVE SPACES TO WS-RPT-LINE
           STRING "  REACTIVATIONS               " WS-COUNT-EDIT-2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE WS-TOT-DEACTS TO WS-COUNT-EDIT-2
           MOVE SPACES TO WS-RPT-LINE
           STRING "  DEACTIVATIONS               " WS-COUNT-EDIT-2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE WS-ACTIVE-END TO WS-COUNT-EDIT-2
           MOVE SPACES TO WS-RPT-LINE
           STRING "  ACTIVE AT END OF MONTH      " WS-COUNT-EDIT-2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE ZERO TO WS-PCT
           IF WS-ACTIVE-START > ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-TOT-DEACTS * 100 / WS-ACTIVE-START
           END-IF
           MOVE WS-PCT TO WS-PCT-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  CHURN RATE (% OF START)       " WS-PCT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE WS-TOT-TENURE TO WS-AVG-DAYS
           MOVE WS-TOT-DEACTS TO WS-BR-POS
           PERFORM 4150-AVERAGE-TENURE THRU 4150-END
           MOVE SPACES TO WS-RPT-LINE
           STRING "  AVG TENURE AT DEACTIVATION  " WS-DAYS-EDIT
               " DAYS (" WS-MONTHS-EDIT " MONTHS)"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE.
       4100-END. EXIT.

      * Expects the tenure total in WS-AVG-DAYS and the number of
      * deactivations in WS-BR-POS; leaves WS-DAYS-EDIT and
      * WS-MONTHS-EDIT.
       4150-AVERAGE-TENURE.
           IF WS-BR-POS = ZERO
               MOVE ZERO TO WS-AVG-DAYS
           ELSE
               COMPUTE WS-AVG-DAYS ROUNDED = WS-AVG-DAYS / WS-BR-POS
           END-IF
           COMPUTE WS-AVG-MONTHS ROUNDED = WS-AVG-DAYS * 12 / 365.25
           MOVE WS-AVG-DAYS TO WS-DAYS-EDIT
           MOVE WS-AVG-MONTHS TO WS-MONTHS-EDIT.
       4150-END. EXIT.

       4200-PRINT-BRANCHES.
           MOVE "BY BRANCH (BRANCH ON THE DAY OF THE MOVEMENT)"
               TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-GROUP-HEADING
           PERFORM VARYING WS-BR FROM 1 BY 1
               UNTIL WS-BR > WS-BR-COUNT
               MOVE SPACES TO WS-G-NAME
               PERFORM VARYING WS-BN FROM 1 BY 1
                   UNTIL WS-BN > WS-BN-COUNT
                   IF WS-BN-CODE (WS-BN) = WS-BR-CODE (WS-BR)
                       MOVE WS-BN-NAME (WS-BN) TO WS-G-NAME
                   END-IF
               END-PERFORM
               MOVE WS-BR-CODE (WS-BR) TO WS-G-KEY
               MOVE WS-BR-ADDS (WS-BR) TO WS-G-ADDS
               MOVE WS-BR-REACTS (WS-BR) TO WS-G-REACTS
               MOVE WS-BR-DEACTS (WS-BR) TO WS-G-DEACTS
               MOVE WS-BR-TENURE (WS-BR) TO WS-AVG-DAYS
               MOVE WS-BR-DEACTS (WS-BR) TO WS-BR-POS
               PERFORM 4150-AVERAGE-TENURE THRU 4150-END
               MOVE WS-DAYS-EDIT TO WS-G-AVG-DAYS
               MOVE WS-MONTHS-EDIT TO WS-G-AVG-MONTHS
               WRITE REPORT-LINE FROM WS-GROUP-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE.
       4200-END. EXIT.

       4300-PRINT-UFS.
           MOVE "BY UF" TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-GROUP-HEADING
           PERFORM VARYING WS-UF FROM 1 BY 1
               UNTIL WS-UF > WS-UF-COUNT
               MOVE SPACES TO WS-G-NAME
               MOVE WS-UF-CODE (WS-UF) TO WS-G-KEY
               MOVE WS-UF-ADDS (WS-UF) TO WS-G-ADDS
               MOVE WS-UF-REACTS (WS-UF) TO WS-G-REACTS
               MOVE WS-UF-DEACTS (WS-UF) TO WS-G-DEACTS
               MOVE WS-UF-TENURE (WS-UF) TO WS-AVG-DAYS
               MOVE WS-UF-DEACTS (WS-UF) TO WS-BR-POS
               PERFORM 4150-AVERAGE-TENURE THRU 4150-END
               MOVE WS-DAYS-EDIT TO WS-G-AVG-DAYS
               MOVE WS-MONTHS-EDIT TO WS-G-AVG-MONTHS
               WRITE REPORT-LINE FROM WS-GROUP-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE.
       4300-END. EXIT.

      * A checkpoint the cohort has not reached by the end of the
      * period shows as a dash.
       4400-PRINT-COHORTS.
           MOVE "COHORT RETENTION - STILL ACTIVE N MONTHS AFTER THE "
               TO WS-RPT-LINE
           MOVE "ACTIVATION MONTH" TO WS-RPT-LINE (52:16)
           WRITE REPORT-LINE FROM WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-COHORT-HEADING
           PERFORM VARYING WS-CO FROM 1 BY 1 UNTIL WS-CO > 36
               IF WS-CO-SIZE (WS-CO) > ZERO
                   PERFORM 4450-PRINT-COHORT THRU 4450-END
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE.
       4400-END. EXIT.

       4450-PRINT-COHORT.
           MOVE SPACES TO WS-COHORT-LINE
           MOVE WS-CO-MONTH (WS-CO) TO WS-C-MONTH
           MOVE WS-CO-SIZE (WS-CO) TO WS-C-SIZE
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
               IF WS-CO-MONTH-NO (WS-CO) + WS-CP-OFFSET (WS-K)
                   > WS-PERIOD-MONTH-NO
                   MOVE "     -" TO WS-C-RETAINED (WS-K)
               ELSE
                   MOVE WS-CO-RETAINED (WS-CO, WS-K) TO WS-COUNT-EDIT
                   MOVE WS-COUNT-EDIT TO WS-C-RETAINED (WS-K)
                   COMPUTE WS-PCT ROUNDED =
                       WS-CO-RETAINED (WS-CO, WS-K) * 100
                       / WS-CO-SIZE (WS-CO)
                   MOVE WS-PCT TO WS-PCT-EDIT
                   MOVE WS-PCT-EDIT TO WS-C-PCT (WS-K)
               END-IF
           END-PERFORM
           WRITE REPORT-LINE FROM WS-COHORT-LINE.
       4450-END. EXIT.

      * The trend is read back from the churn history, this month
      * included, so it outlives any purge of the status history.
       4500-PRINT-TREND.
           MOVE "TREND - LAST 12 MONTHS (FROM churn-history.txt)"
               TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-TREND-HEADING
           PERFORM VARYING WS-TREND-STEP FROM 11 BY -1
               UNTIL WS-TREND-STEP < ZERO
               COMPUTE WS-WORK-MONTH-NO =
                   WS-PERIOD-MONTH-NO - WS-TREND-STEP
               PERFORM 1050-MONTH-FROM-NUMBER THRU 1050-END
               PERFORM 4550-PRINT-TREND-MONTH THRU 4550-END
           END-PERFORM.
       4500-END. EXIT.

       4550-PRINT-TREND-MONTH.
           MOVE 'N' TO WS-TREND-FOUND
           IF WS-WORK-MONTH-N = WS-PERIOD-N
               IF WS-HISTORY-SAVED = 'Y'
                   MOVE SPACES TO CHURN-HIST-LINE
                   MOVE WS-PERIOD-N TO CHH-PERIOD
                   SET CHH-TOTAL TO TRUE
                   MOVE WS-TOT-ADDS TO CHH-ADDS
                   MOVE WS-TOT-REACTS TO CHH-REACTS
                   MOVE WS-TOT-DEACTS TO CHH-DEACTS
                   MOVE WS-TOT-TENURE TO CHH-TENURE-DAYS
                   MOVE WS-ACTIVE-START TO CHH-ACTIVE-START
                   MOVE WS-ACTIVE-END TO CHH-ACTIVE-END
                   MOVE 'Y' TO WS-TREND-FOUND
               END-IF
           ELSE
               PERFORM VARYING WS-HS FROM 1 BY 1
                   UNTIL WS-HS > WS-HS-COUNT OR WS-TREND-FOUND = 'Y'
                   MOVE WS-HS-RECORD (WS-HS) TO CHURN-HIST-LINE
                   IF CHH-PERIOD = WS-WORK-MONTH-N AND CHH-TOTAL
                       MOVE 'Y' TO WS-TREND-FOUND
                   END-IF
               END-PERFORM
           END-IF
           IF WS-TREND-FOUND = 'N'
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-WORK-MONTH-N "  no figures on file"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
               GO TO 4550-END
           END-IF
           MOVE CHH-PERIOD TO WS-TR-PERIOD
           MOVE CHH-ACTIVE-START TO WS-TR-START
           MOVE CHH-ADDS TO WS-TR-ADDS
           MOVE CHH-REACTS TO WS-TR-REACTS
           MOVE CHH-DEACTS TO WS-TR-DEACTS
           MOVE CHH-ACTIVE-END TO WS-TR-END
           MOVE ZERO TO WS-PCT
           IF CHH-ACTIVE-START > ZERO
               COMPUTE WS-PCT ROUNDED =
                   CHH-DEACTS * 100 / CHH-ACTIVE-START
           END-IF
           MOVE WS-PCT TO WS-TR-CHURN
           MOVE ZERO TO WS-AVG-DAYS
           IF CHH-DEACTS > ZERO
               COMPUTE WS-AVG-DAYS ROUNDED =
                   CHH-TENURE-DAYS / CHH-DEACTS
           END-IF
           MOVE WS-AVG-DAYS TO WS-TR-TENURE
           WRITE REPORT-LINE FROM WS-TREND-LINE.
       4550-END. EXIT.
