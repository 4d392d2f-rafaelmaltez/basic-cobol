      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Economic-group build and report. Corporate clients
      *          registered under several client codes - the branches
      *          of one company - share the 8-digit root of their
      *          CNPJ, and that root is the only thing tying them
      *          together. The master's CNPJ clients are SORTed on the
      *          root; every root with two or more codes is a group,
      *          written to econ-groups.txt and printed on
      *          econ-group-report.txt with each member's status,
      *          branch, open balance off open-items.dat aged into the
      *          AGING-REPORT buckets, and its credit decisions: a
      *          DELINQ-SWEEP suspension (delinq-register.txt), an
      *          AGENCY-HANDOFF placement (agency-placed.txt) and the
      *          latest BUREAU-SCREEN score (bureau-scores.txt, below
      *          BUREAU_MIN_SCORE default 500 is a decline). A group
      *          where one member carries an adverse decision while
      *          another is active in good standing is flagged SPLIT,
      *          and the run ends 4, so credit reviews the company as
      *          a whole instead of branch by branch.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECON-GROUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-MASTER-FILE ASSIGN TO WS-MASTER-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CLIENT-CODE
           ALTERNATE RECORD KEY IS CM-CLIENT-NAME WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPEN-ITEMS-FILE ASSIGN TO WS-OPEN-ITEMS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OI-ITEM-KEY
           FILE STATUS IS WS-OPEN-ITEMS-STATUS.

           SELECT SWEEP-REGISTER-FILE
           ASSIGN TO '..\delinq-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.

           SELECT PLACED-FILE ASSIGN TO '..\agency-placed.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLACED-STATUS.

           SELECT SCORE-FILE ASSIGN TO '..\bureau-scores.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCORE-STATUS.

           SELECT SORT-WORK ASSIGN TO "SWKG".

           SELECT GROUP-FILE ASSIGN TO '..\econ-groups.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GROUP-STATUS.

           SELECT REPORT-FILE ASSIGN TO '..\econ-group-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.

       FD OPEN-ITEMS-FILE.
       COPY OPNITMREC.

       FD SWEEP-REGISTER-FILE.
       01 SWEEP-REG-LINE.
           05 SR-CLIENT-CODE PIC 9(7).
           05 FILLER PIC X(1).
           05 SR-DATE PIC 9(8).

       FD PLACED-FILE.
       COPY AGPLACEREC REPLACING ==:RECNAME:== BY ==PLACED-LINE==.

       FD SCORE-FILE.
       01 SCORE-LINE.
           05 BS-CLIENT-CODE PIC 9(7).
           05 FILLER PIC X(1).
           05 BS-TAX-ID PIC X(14).
           05 FILLER PIC X(1).
           05 BS-SCORE PIC 9(4).
           05 FILLER PIC X(1).
           05 BS-DATE PIC 9(8).

       SD SORT-WORK.
       01 SORT-REC.
           05 SW-ROOT PIC 9(8).
           05 SW-CODE PIC 9(7).
           05 SW-NAME PIC X(20).
           05 SW-STATUS PIC X(1).
           05 SW-BRANCH PIC 9(3).

       FD GROUP-FILE.
       COPY ECONGRPREC REPLACING ==:RECNAME:== BY ==GROUP-LINE==.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-MASTER-EOF PIC X(1) VALUE 'N'.
       01 WS-OPEN-ITEMS-FILENAME PIC X(100).
       01 WS-OPEN-ITEMS-STATUS PIC X(2).
       01 WS-ITEMS-EOF PIC X(1).
       01 WS-REGISTER-STATUS PIC X(2).
       01 WS-PLACED-STATUS PIC X(2).
       01 WS-SCORE-STATUS PIC X(2).
       01 WS-GROUP-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-FILE-EOF PIC X(1).
       01 WS-SORT-EOF PIC X(1) VALUE 'N'.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-DAYS-OPEN PIC S9(7).
       01 WS-MIN-ENTRY PIC X(4).
       01 WS-MIN-SCORE PIC 9(4) VALUE 500.
       01 WS-DECISIONS-INCOMPLETE PIC X(1) VALUE 'N'.

      * Credit decisions on file, loaded once before the sort.
       01 WS-SU-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-SU-TABLE.
           05 WS-SU-CODE PIC 9(7) OCCURS 5000 TIMES.
       01 WS-PL-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-PL-TABLE.
           05 WS-PL-CODE PIC 9(7) OCCURS 5000 TIMES.
       01 WS-SC-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-SC-TABLE.
           05 WS-SC-ENTRY OCCURS 5000 TIMES.
               10 WS-SC-CODE PIC 9(7).
               10 WS-SC-SCORE PIC 9(4).
       01 WS-X PIC 9(4) COMP.
       01 WS-X-POS PIC 9(4) COMP.

      * The group being assembled from the sorted CNPJ clients.
       01 WS-CURRENT-ROOT PIC 9(8) VALUE ZERO.
       01 WS-HAVE-ROOT PIC X(1) VALUE 'N'.
       01 WS-MB-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-MB-OVER PIC 9(5) VALUE ZERO.
       01 WS-MB-TABLE.
           05 WS-MB-ENTRY OCCURS 200 TIMES.
               10 WS-MB-CODE PIC 9(7).
               10 WS-MB-NAME PIC X(20).
               10 WS-MB-STATUS PIC X(1).
               10 WS-MB-BRANCH PIC 9(3).
       01 WS-M PIC 9(3) COMP.

       01 WS-MEMBER-OPEN PIC S9(9)V99.
       01 WS-MEMBER-B30 PIC S9(9)V99.
       01 WS-MEMBER-B60 PIC S9(9)V99.
       01 WS-MEMBER-B90 PIC S9(9)V99.
       01 WS-MEMBER-BOVER PIC S9(9)V99.
       01 WS-GROUP-OPEN PIC S9(9)V99.
       01 WS-GROUP-B30 PIC S9(9)V99.
       01 WS-GROUP-B60 PIC S9(9)V99.
       01 WS-GROUP-B90 PIC S9(9)V99.
       01 WS-GROUP-BOVER PIC S9(9)V99.
       01 WS-MEMBER-ADVERSE PIC X(1).
       01 WS-GROUP-ADVERSE-COUNT PIC 9(3).
       01 WS-GROUP-GOOD-COUNT PIC 9(3).
       01 WS-FLAG-POINTER PIC 9(2).
       01 WS-SCORE-EDIT PIC 9(4).

       01 WS-GROUP-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MEMBER-TOTAL PIC 9(7) VALUE ZERO.
       01 WS-SPLIT-COUNT PIC 9(5) VALUE ZERO.

       01 WS-GROUP-HEADER.
           05 FILLER PIC X(12) VALUE "GROUP ROOT ".
           05 WS-GH-ROOT PIC 9(8).
           05 FILLER PIC X(12) VALUE "  MEMBERS: ".
           05 WS-GH-COUNT PIC ZZ9.
       01 WS-MEMBER-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-ML-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-ML-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-ML-STATUS PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-ML-BRANCH PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-ML-OPEN PIC -(7)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-ML-B30 PIC -(7)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-ML-B60 PIC -(7)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-ML-B90 PIC -(7)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-ML-BOVER PIC -(7)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-ML-FLAGS PIC X(24).
       01 WS-RPT-LINE PIC X(132).
       COPY DTUPARMS.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "ECON-GROUP" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           PERFORM 0100-INITIALIZE THRU 0100-END
           PERFORM 0500-LOAD-DECISIONS THRU 0500-END
           SORT SORT-WORK
               ON ASCENDING KEY SW-ROOT SW-CODE
               INPUT PROCEDURE IS 1000-RELEASE-CNPJ THRU 1000-END
               OUTPUT PROCEDURE IS 2000-BUILD-GROUPS THRU 2000-END
           PERFORM 9000-TERMINATE THRU 9000-END
           GOBACK.

       0100-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-MIN-ENTRY
           ACCEPT WS-MIN-ENTRY FROM ENVIRONMENT "BUREAU_MIN_SCORE"
           IF WS-MIN-ENTRY IS NUMERIC
               MOVE WS-MIN-ENTRY TO WS-MIN-SCORE
           END-IF
           MOVE SPACES TO WS-MASTER-FILENAME
           ACCEPT WS-MASTER-FILENAME
               FROM ENVIRONMENT "CLIENT_MASTER_FILE"
           IF WS-MASTER-FILENAME = SPACES
               MOVE '..\clients.dat' TO WS-MASTER-FILENAME
           END-IF
           MOVE SPACES TO WS-OPEN-ITEMS-FILENAME
           ACCEPT WS-OPEN-ITEMS-FILENAME
               FROM ENVIRONMENT "OPEN_ITEMS_FILE"
           IF WS-OPEN-ITEMS-FILENAME = SPACES
               MOVE '..\open-items.dat' TO WS-OPEN-ITEMS-FILENAME
           END-IF
           OPEN INPUT OPEN-ITEMS-FILE
           IF WS-OPEN-ITEMS-STATUS NOT = '00'
               DISPLAY "ECON-GROUP: no open-items master, status "
                   WS-OPEN-ITEMS-STATUS
                   " - run OPENITEM-BUILD first"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT GROUP-FILE
           OPEN OUTPUT REPORT-FILE
           IF WS-GROUP-STATUS NOT = '00'
               OR WS-REPORT-STATUS NOT = '00'
               DISPLAY "ECON-GROUP: cannot open outputs, status "
                   WS-GROUP-STATUS "/" WS-REPORT-STATUS
               CLOSE OPEN-ITEMS-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "ECONOMIC GROUPS BY CNPJ ROOT - " WS-TODAY-DATE
               "   BUREAU DECLINE BELOW " WS-MIN-SCORE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "FLAGS: SUSP=SUSPENDED BY DELINQ-SWEEP  "
               "AGCY=PLACED WITH AGENCY  SCnnnn=BUREAU SCORE "
               "(D=DECLINED)"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  CODE    NAME                 S  BR         OPEN"
               "        0-30       31-60       61-90         90+"
               "  FLAGS"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE.
       0100-END. EXIT.

      * The three decision registers are small and read once; a
      * register past the table size is noted on the report rather
      * than silently reporting a clean group.
       0500-LOAD-DECISIONS.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT SWEEP-REGISTER-FILE
           IF WS-REGISTER-STATUS = '00'
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ SWEEP-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF WS-SU-COUNT < 5000
                               ADD 1 TO WS-SU-COUNT
                               MOVE SR-CLIENT-CODE
                                   TO WS-SU-CODE (WS-SU-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-DECISIONS-INCOMPLETE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SWEEP-REGISTER-FILE
           END-IF
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT PLACED-FILE
           IF WS-PLACED-STATUS = '00'
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ PLACED-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF WS-PL-COUNT < 5000
                               ADD 1 TO WS-PL-COUNT
                               MOVE GP-CLIENT-CODE
                                   TO WS-PL-CODE (WS-PL-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-DECISIONS-INCOMPLETE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLACED-FILE
           END-IF
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT SCORE-FILE
           IF WS-SCORE-STATUS = '00'
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ SCORE-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           PERFORM 0550-KEEP-SCORE THRU 0550-END
                   END-READ
               END-PERFORM
               CLOSE SCORE-FILE
           END-IF.
       0500-END. EXIT.

      * The score register is appended in date order, so a later
      * line for the same client replaces the earlier score.
       0550-KEEP-SCORE.
           MOVE ZERO TO WS-X-POS
           PERFORM VARYING WS-X FROM 1 BY 1
               UNTIL WS-X > WS-SC-COUNT OR WS-X-POS > ZERO
               IF WS-SC-CODE (WS-X) = BS-CLIENT-CODE
                   MOVE WS-X TO WS-X-POS
               END-IF
           END-PERFORM
           IF WS-X-POS = ZERO
               IF WS-SC-COUNT < 5000
                   ADD 1 TO WS-SC-COUNT
                   MOVE WS-SC-COUNT TO WS-X-POS
                   MOVE BS-CLIENT-CODE TO WS-SC-CODE (WS-X-POS)
               ELSE
                   MOVE 'Y' TO WS-DECISIONS-INCOMPLETE
                   GO TO 0550-END
               END-IF
           END-IF
           MOVE BS-SCORE TO WS-SC-SCORE (WS-X-POS).
       0550-END. EXIT.

       1000-RELEASE-CNPJ.
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "ECON-GROUP: cannot open master, status "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-END
           END-IF
           MOVE ZERO TO CM-CLIENT-CODE
           START CLIENT-MASTER-FILE KEY >= CM-CLIENT-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF
           END-START
           PERFORM UNTIL WS-MASTER-EOF = 'Y'
               READ CLIENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       IF CM-TAX-ID IS NUMERIC
                           MOVE CM-TAX-ID (1:8) TO SW-ROOT
                           MOVE CM-CLIENT-CODE TO SW-CODE
                           MOVE CM-CLIENT-NAME TO SW-NAME
                           MOVE CM-CLIENT-STATUS TO SW-STATUS
                           MOVE CM-BRANCH TO SW-BRANCH
                           RELEASE SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLIENT-MASTER-FILE.
       1000-END. EXIT.

       2000-BUILD-GROUPS.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF WS-HAVE-ROOT = 'Y'
                           AND SW-ROOT NOT = WS-CURRENT-ROOT
                           PERFORM 2500-FLUSH-GROUP THRU 2500-END
                       END-IF
                       MOVE 'Y' TO WS-HAVE-ROOT
                       MOVE SW-ROOT TO WS-CURRENT-ROOT
                       IF WS-MB-COUNT < 200
                           ADD 1 TO WS-MB-COUNT
                           MOVE SW-CODE TO WS-MB-CODE (WS-MB-COUNT)
                           MOVE SW-NAME TO WS-MB-NAME (WS-MB-COUNT)
                           MOVE SW-STATUS
                               TO WS-MB-STATUS (WS-MB-COUNT)
                           MOVE SW-BRANCH
                               TO WS-MB-BRANCH (WS-MB-COUNT)
                       ELSE
                           ADD 1 TO WS-MB-OVER
                       END-IF
               END-RETURN
           END-PERFORM
           IF WS-HAVE-ROOT = 'Y'
               PERFORM 2500-FLUSH-GROUP THRU 2500-END
           END-IF.
       2000-END. EXIT.

      * A root with a single client code is just a client, not a
      * group.
       2500-FLUSH-GROUP.
           IF WS-MB-COUNT < 2
               GO TO 2500-RESET
           END-IF
           ADD 1 TO WS-GROUP-COUNT
           ADD WS-MB-COUNT TO WS-MEMBER-TOTAL
           MOVE ZERO TO WS-GROUP-OPEN WS-GROUP-B30 WS-GROUP-B60
               WS-GROUP-B90 WS-GROUP-BOVER
           MOVE ZERO TO WS-GROUP-ADVERSE-COUNT WS-GROUP-GOOD-COUNT
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE WS-CURRENT-ROOT TO WS-GH-ROOT
           MOVE WS-MB-COUNT TO WS-GH-COUNT
           WRITE REPORT-LINE FROM WS-GROUP-HEADER
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MB-COUNT
               PERFORM 3000-REPORT-MEMBER THRU 3000-END
           END-PERFORM
           IF WS-MB-OVER > ZERO
               MOVE SPACES TO WS-RPT-LINE
               STRING "  ... " WS-MB-OVER " MORE MEMBER(S) NOT "
                   "LISTED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
           END-IF
           MOVE SPACES TO WS-MEMBER-LINE
           MOVE "GROUP TOTAL" TO WS-ML-NAME
           MOVE WS-GROUP-OPEN TO WS-ML-OPEN
           MOVE WS-GROUP-B30 TO WS-ML-B30
           MOVE WS-GROUP-B60 TO WS-ML-B60
           MOVE WS-GROUP-B90 TO WS-ML-B90
           MOVE WS-GROUP-BOVER TO WS-ML-BOVER
           MOVE ZERO TO WS-ML-CODE WS-ML-BRANCH
           WRITE REPORT-LINE FROM WS-MEMBER-LINE
           IF WS-GROUP-ADVERSE-COUNT > ZERO
               AND WS-GROUP-GOOD-COUNT > ZERO
               ADD 1 TO WS-SPLIT-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** SPLIT: " WS-GROUP-ADVERSE-COUNT
                   " MEMBER(S) WITH ADVERSE DECISIONS, "
                   WS-GROUP-GOOD-COUNT
                   " ACTIVE IN GOOD STANDING - REVIEW AS ONE GROUP"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
           END-IF.
       2500-RESET.
           MOVE ZERO TO WS-MB-COUNT
           MOVE ZERO TO WS-MB-OVER.
       2500-END. EXIT.

       3000-REPORT-MEMBER.
           MOVE SPACES TO GROUP-LINE
           MOVE WS-CURRENT-ROOT TO EG-ROOT
           MOVE WS-MB-CODE (WS-M) TO EG-CLIENT-CODE
           MOVE WS-MB-BRANCH (WS-M) TO EG-BRANCH
           MOVE WS-TODAY-DATE TO EG-BUILD-DATE
           WRITE GROUP-LINE
           PERFORM 3100-MEMBER-BALANCE THRU 3100-END
           PERFORM 3200-MEMBER-DECISIONS THRU 3200-END
           MOVE WS-MB-CODE (WS-M) TO WS-ML-CODE
           MOVE WS-MB-NAME (WS-M) TO WS-ML-NAME
           MOVE WS-MB-STATUS (WS-M) TO WS-ML-STATUS
           MOVE WS-MB-BRANCH (WS-M) TO WS-ML-BRANCH
           MOVE WS-MEMBER-OPEN TO WS-ML-OPEN
           MOVE WS-MEMBER-B30 TO WS-ML-B30
           MOVE WS-MEMBER-B60 TO WS-ML-B60
           MOVE WS-MEMBER-B90 TO WS-ML-B90
           MOVE WS-MEMBER-BOVER TO WS-ML-BOVER
           WRITE REPORT-LINE FROM WS-MEMBER-LINE
           ADD WS-MEMBER-OPEN TO WS-GROUP-OPEN
           ADD WS-MEMBER-B30 TO WS-GROUP-B30
           ADD WS-MEMBER-B60 TO WS-GROUP-B60
           ADD WS-MEMBER-B90 TO WS-GROUP-B90
           ADD WS-MEMBER-BOVER TO WS-GROUP-BOVER.
       3000-END. EXIT.

      * The member's open items are read by key (client code, then
      * period) and aged from the billing date the way AGING-REPORT
      * does; frozen and written-off items are left out as there.
       3100-MEMBER-BALANCE.
           MOVE ZERO TO WS-MEMBER-OPEN WS-MEMBER-B30 WS-MEMBER-B60
               WS-MEMBER-B90 WS-MEMBER-BOVER
           MOVE 'N' TO WS-ITEMS-EOF
           MOVE WS-MB-CODE (WS-M) TO OI-CLIENT-CODE
           MOVE LOW-VALUES TO OI-PERIOD
           START OPEN-ITEMS-FILE KEY >= OI-ITEM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ITEMS-EOF
           END-START
           PERFORM UNTIL WS-ITEMS-EOF = 'Y'
               READ OPEN-ITEMS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ITEMS-EOF
                   NOT AT END
                       IF OI-CLIENT-CODE NOT = WS-MB-CODE (WS-M)
                           MOVE 'Y' TO WS-ITEMS-EOF
                       ELSE
                           PERFORM 3150-AGE-ITEM THRU 3150-END
                       END-IF
               END-READ
           END-PERFORM.
       3100-END. EXIT.

       3150-AGE-ITEM.
           IF OI-OPEN-AMOUNT NOT > ZERO
               OR OI-FROZEN OR OI-WRITTEN-OFF
               GO TO 3150-END
           END-IF
           SET DU-ELAPSED-DAYS TO TRUE
           MOVE OI-BILL-DATE TO DU-DATE-1
           MOVE WS-TODAY-DATE TO DU-DATE-2
           MOVE ZERO TO DU-N
           CALL 'DATEUTIL' USING DU-FUNCTION DU-DATE-1 DU-DATE-2
               DU-N DU-RESULT-DATE DU-ELAPSED DU-RETURN-CODE
           MOVE DU-ELAPSED TO WS-DAYS-OPEN
           ADD OI-OPEN-AMOUNT TO WS-MEMBER-OPEN
           EVALUATE TRUE
               WHEN WS-DAYS-OPEN <= 30
                   ADD OI-OPEN-AMOUNT TO WS-MEMBER-B30
               WHEN WS-DAYS-OPEN <= 60
                   ADD OI-OPEN-AMOUNT TO WS-MEMBER-B60
               WHEN WS-DAYS-OPEN <= 90
                   ADD OI-OPEN-AMOUNT TO WS-MEMBER-B90
               WHEN OTHER
                   ADD OI-OPEN-AMOUNT TO WS-MEMBER-BOVER
           END-EVALUATE.
       3150-END. EXIT.

      * Adverse is a sweep suspension, an agency placement, a bureau
      * decline or a suspended status; good standing is an active
      * member with none of those.
       3200-MEMBER-DECISIONS.
           MOVE SPACES TO WS-ML-FLAGS
           MOVE 1 TO WS-FLAG-POINTER
           MOVE 'N' TO WS-MEMBER-ADVERSE
           IF WS-MB-STATUS (WS-M) = 'S'
               MOVE 'Y' TO WS-MEMBER-ADVERSE
           END-IF
           PERFORM VARYING WS-X FROM 1 BY 1 UNTIL WS-X > WS-SU-COUNT
               IF WS-SU-CODE (WS-X) = WS-MB-CODE (WS-M)
                   STRING "SUSP " DELIMITED BY SIZE
                       INTO WS-ML-FLAGS WITH POINTER WS-FLAG-POINTER
                   MOVE 'Y' TO WS-MEMBER-ADVERSE
                   MOVE WS-SU-COUNT TO WS-X
               END-IF
           END-PERFORM
           PERFORM VARYING WS-X FROM 1 BY 1 UNTIL WS-X > WS-PL-COUNT
               IF WS-PL-CODE (WS-X) = WS-MB-CODE (WS-M)
                   STRING "AGCY " DELIMITED BY SIZE
                       INTO WS-ML-FLAGS WITH POINTER WS-FLAG-POINTER
                   MOVE 'Y' TO WS-MEMBER-ADVERSE
                   MOVE WS-PL-COUNT TO WS-X
               END-IF
           END-PERFORM
           PERFORM VARYING WS-X FROM 1 BY 1 UNTIL WS-X > WS-SC-COUNT
               IF WS-SC-CODE (WS-X) = WS-MB-CODE (WS-M)
                   MOVE WS-SC-SCORE (WS-X) TO WS-SCORE-EDIT
                   STRING "SC" WS-SCORE-EDIT DELIMITED BY SIZE
                       INTO WS-ML-FLAGS WITH POINTER WS-FLAG-POINTER
                   IF WS-SC-SCORE (WS-X) < WS-MIN-SCORE
                       STRING "D" DELIMITED BY SIZE
                           INTO WS-ML-FLAGS
                           WITH POINTER WS-FLAG-POINTER
                       MOVE 'Y' TO WS-MEMBER-ADVERSE
                   END-IF
                   MOVE WS-SC-COUNT TO WS-X
               END-IF
           END-PERFORM
           IF WS-MEMBER-ADVERSE = 'Y'
               ADD 1 TO WS-GROUP-ADVERSE-COUNT
           ELSE
               IF WS-MB-STATUS (WS-M) = 'A'
                   ADD 1 TO WS-GROUP-GOOD-COUNT
               END-IF
           END-IF.
       3200-END. EXIT.

       9000-TERMINATE.
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "GROUPS: " WS-GROUP-COUNT "   MEMBERS: "
               WS-MEMBER-TOTAL "   SPLIT DECISIONS: " WS-SPLIT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           IF WS-DECISIONS-INCOMPLETE = 'Y'
               MOVE SPACES TO WS-RPT-LINE
               STRING "WARNING: A DECISION REGISTER EXCEEDED THE "
                   "TABLE - FLAGS MAY BE INCOMPLETE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
           END-IF
           CLOSE OPEN-ITEMS-FILE
           CLOSE GROUP-FILE
           CLOSE REPORT-FILE
           DISPLAY "ECON-GROUP: " WS-GROUP-COUNT " group(s), "
               WS-MEMBER-TOTAL " member(s), " WS-SPLIT-COUNT
               " with split credit decisions"
           IF RETURN-CODE NOT = 16
               IF WS-SPLIT-COUNT > ZERO
                   OR WS-DECISIONS-INCOMPLETE = 'Y'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           SET JL-CALL-END TO TRUE
           MOVE WS-MEMBER-TOTAL TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT.
       9000-END. EXIT.

       END PROGRAM ECON-GROUP.
