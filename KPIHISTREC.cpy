      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: KPI history line, one per month for all branches
      *          (kind T, branch 000) and one per month and branch
      *          (kind B), kept on kpi-history.txt by KPI-SNAPSHOT so
      *          the scorecard can show the prior month and the same
      *          month last year without recomputing them. Besides
      *          the KPIs themselves the line keeps the figures they
      *          were worked from. Pass rate and attendance are on the
      *          T line only (the academic files carry no branch); a
      *          zero KH-STUDENTS or KH-ATT-HELD means no figure.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY KPIHISTREC REPLACING ==:RECNAME:==
      *              BY ==KPI-HIST-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 KH-PERIOD PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 KH-KIND PIC X(1).
               88 KH-TOTAL VALUE 'T'.
               88 KH-BRANCH-LINE VALUE 'B'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 KH-BRANCH PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 KH-DSO PIC 9(4)V9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 KH-COLLECTION-PCT PIC 9(4)V9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 KH-WRITEOFF-PCT PIC 9(3)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 KH-ACTIVE-CLIENTS PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 KH-DELINQUENCY-PCT PIC 9(3)V9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 KH-AVERAGE-BILL PIC 9(7)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 KH-PASS-PCT PIC 9(3)V9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 KH-ATTENDANCE-PCT PIC 9(3)V9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 KH-RECEIVABLE PIC 9(9)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 KH-BILLED PIC 9(9)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 KH-COLLECTED PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 KH-WRITTEN-OFF PIC 9(9)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 KH-DELINQUENT PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 KH-BILLED-CLIENTS PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 KH-STUDENTS PIC 9(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 KH-ATT-HELD PIC 9(7).
