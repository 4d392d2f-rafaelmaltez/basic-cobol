      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Campaign response report. For every campaign on
      *          campaigns.txt (or only CAMPAIGN_CODE when given) it
      *          matches the responses of the clients frozen on
      *          campaign-targets.txt back to the campaign: a new
      *          subscription (subscriptions.txt start date), a
      *          reactivation (client-status-history.txt, Inactive
      *          back to Active on its effective date) or a new
      *          enrollment (enrollment.txt - the student code is the
      *          client code) dated from the campaign's run date to
      *          the end of its window. A member counts as a responder
      *          once, under the first response; the revenue is what
      *          billing-history.txt billed the responder from that
      *          day on (agreement installment lines left out). The
      *          mailed targets are set against the control group:
      *          response rate, revenue per member, the lift in
      *          points, the incremental revenue (the difference per
      *          member times the targets mailed) against the cost of
      *          the mailing, and a flag on a mailing that did not pay
      *          for itself. A client in two campaigns whose windows
      *          overlap answers for both. Report on
      *          campaign-report.txt. Ends 4 when no campaign has been
      *          run yet or a client belongs to more campaigns than
      *          the table holds, 16 when campaigns.txt is missing.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPAIGN-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FILE ASSIGN TO '..\campaigns.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAMPAIGN-STATUS.

           SELECT TARGET-FILE ASSIGN TO '..\campaign-targets.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TARGET-STATUS.

           SELECT SUBSCRIPTION-FILE ASSIGN TO '..\subscriptions.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUBS-STATUS.

           SELECT STATUS-HISTORY-FILE
           ASSIGN TO '..\client-status-history.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HIST-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO '..\enrollment.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENROLL-STATUS.

           SELECT BILLING-HISTORY-FILE
           ASSIGN TO '..\billing-history.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT SORT-WORK ASSIGN TO "SWKM".

           SELECT REPORT-FILE ASSIGN TO '..\campaign-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CAMPAIGN-FILE.
       COPY CAMPREC REPLACING ==:RECNAME:== BY ==CAMPAIGN-LINE==.

       FD TARGET-FILE.
       COPY CAMPTGTREC REPLACING ==:RECNAME:== BY ==TARGET-LINE==.

       FD SUBSCRIPTION-FILE.
       COPY SUBSREC REPLACING ==:RECNAME:== BY ==SUBSCRIPTION-LINE==.

       FD STATUS-HISTORY-FILE.
       COPY STAHISTREC REPLACING ==:RECNAME:== BY ==STATUS-HIST-LINE==.

       FD ENROLLMENT-FILE.
       COPY ENROLLREC REPLACING ==:RECNAME:== BY ==ENROLL-LINE==.

       FD BILLING-HISTORY-FILE.
       COPY BILLHISTREC REPLACING ==:RECNAME:==
           BY ==BILLING-HISTORY-LINE==.

      * A client's campaign memberships sort ahead of everything else
      * it did (their date is zero), then its responses and bills in
      * date order, a response ahead of a bill of the same day.
       SD SORT-WORK.
       01 SORT-REC.
           05 SX-CLIENT-CODE PIC 9(7).
           05 SX-DATE PIC 9(8).
           05 SX-KIND PIC X(1).
               88 SX-MEMBERSHIP VALUE '0'.
               88 SX-SUBSCRIPTION VALUE '1'.
               88 SX-REACTIVATION VALUE '2'.
               88 SX-ENROLLMENT VALUE '3'.
               88 SX-BILLED VALUE '4'.
           05 SX-CAMPAIGN PIC 9(3).
           05 SX-GROUP PIC 9(1).
           05 SX-RUN-DATE PIC 9(8).
           05 SX-AMOUNT PIC 9(7)V99.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CAMPAIGN-STATUS PIC X(2).
       01 WS-TARGET-STATUS PIC X(2).
       01 WS-SUBS-STATUS PIC X(2).
       01 WS-STATUS-HIST-STATUS PIC X(2).
       01 WS-ENROLL-STATUS PIC X(2).
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-FILE-EOF PIC X(1).
       01 WS-SORT-EOF PIC X(1) VALUE 'N'.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-CAMPAIGN-CODE PIC X(6).
       01 WS-EARLIEST-DATE PIC 9(8) VALUE 99999999.
       01 WS-RUN-COUNT PIC 9(3) VALUE ZERO.
       01 WS-MB-DROPPED PIC 9(7) VALUE ZERO.

      * The campaigns and what their members did. Group 1 is the
      * mailed targets, group 2 the control group; response type 1 is
      * a new subscription, 2 a reactivation, 3 a new enrollment.
       01 WS-CS-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-CS-TABLE.
           05 WS-CS-ENTRY OCCURS 100 TIMES.
               10 WS-CS-CODE PIC X(6).
               10 WS-CS-OFFER PIC X(30).
               10 WS-CS-START-DATE PIC 9(8).
               10 WS-CS-END-DATE PIC 9(8).
               10 WS-CS-CONTROL-PCT PIC 9(2).
               10 WS-CS-PIECE-COST PIC 9(3)V99.
               10 WS-CS-RUN-DATE PIC 9(8).
               10 WS-CS-GROUP OCCURS 2 TIMES.
                   15 WS-CS-MEMBERS PIC 9(7).
                   15 WS-CS-RESPONDERS PIC 9(7).
                   15 WS-CS-BY-TYPE PIC 9(7) OCCURS 3 TIMES.
                   15 WS-CS-REVENUE PIC 9(11)V99.
       01 WS-CS PIC 9(3) COMP.
       01 WS-G PIC 9(1) COMP.
       01 WS-T PIC 9(1) COMP.

      * The client being worked through off the sort.
       01 WS-CL-CODE PIC 9(7).
       01 WS-HAVE-CLIENT PIC X(1) VALUE 'N'.
       01 WS-MB-COUNT PIC 9(2) COMP VALUE ZERO.
       01 WS-MB-TABLE.
           05 WS-MB-ENTRY OCCURS 20 TIMES.
               10 WS-MB-CAMPAIGN PIC 9(3).
               10 WS-MB-GROUP PIC 9(1).
               10 WS-MB-RUN-DATE PIC 9(8).
               10 WS-MB-END-DATE PIC 9(8).
               10 WS-MB-RESPONDED PIC X(1).
               10 WS-MB-RESPONSE-DATE PIC 9(8).
       01 WS-MB PIC 9(2) COMP.

      * Report work.
       01 WS-RATE PIC 9(3)V9 OCCURS 2 TIMES.
       01 WS-PER-MEMBER PIC 9(9)V99 OCCURS 2 TIMES.
       01 WS-LIFT PIC S9(3)V9.
       01 WS-INCREMENTAL PIC S9(11)V99.
       01 WS-MAILING-COST PIC 9(9)V99.
       01 WS-NET-RETURN PIC S9(11)V99.
       01 WS-RPT-LINE PIC X(100).
       01 WS-TITLE-LINE.
           05 FILLER PIC X(32) VALUE
               "CAMPAIGN RESPONSE REPORT    RUN ".
           05 WS-T-RUN-DATE PIC 9(8).
       01 WS-CAMPAIGN-HEAD.
           05 FILLER PIC X(9) VALUE "CAMPAIGN ".
           05 WS-H-CODE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-H-OFFER PIC X(30).
       01 WS-CAMPAIGN-DATES.
           05 FILLER PIC X(6) VALUE "  RUN ".
           05 WS-H-RUN-DATE PIC 9(8).
           05 FILLER PIC X(14) VALUE "  WINDOW ENDS ".
           05 WS-H-END-DATE PIC 9(8).
           05 FILLER PIC X(10) VALUE "  CONTROL ".
           05 WS-H-CONTROL-PCT PIC Z9.
           05 FILLER PIC X(1) VALUE "%".
           05 WS-H-OPEN PIC X(22).
       01 WS-GROUP-HEADING PIC X(100) VALUE
           "                                   TARGET       CONTROL".
       01 WS-COUNT-LINE.
           05 WS-C-LABEL PIC X(28).
           05 WS-C-TARGET PIC Z(12)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-C-CONTROL PIC Z(12)9.
       01 WS-PCT-LINE.
           05 WS-P-LABEL PIC X(28).
           05 WS-P-TARGET PIC Z(10)9.9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-P-CONTROL PIC Z(10)9.9.
       01 WS-MONEY-LINE.
           05 WS-M-LABEL PIC X(28).
           05 WS-M-TARGET PIC Z(8)9.99-.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-M-CONTROL PIC Z(8)9.99-.
       01 WS-ONE-LINE.
           05 WS-O-LABEL PIC X(28).
           05 WS-O-AMOUNT PIC Z(8)9.99-.
       01 WS-LIFT-LINE.
           05 WS-L-LABEL PIC X(28).
           05 WS-L-AMOUNT PIC Z(9)9.9-.

       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "CAMPAIGN-REPORT" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-CAMPAIGN-CODE
           ACCEPT WS-CAMPAIGN-CODE FROM ENVIRONMENT "CAMPAIGN_CODE"
           PERFORM 1000-LOAD-CAMPAIGNS THRU 1000-END
           IF WS-CAMPAIGN-STATUS NOT = '00'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           SORT SORT-WORK
               ON ASCENDING KEY SX-CLIENT-CODE SX-DATE SX-KIND
               INPUT PROCEDURE IS 2000-RELEASE-EVENTS THRU 2000-END
               OUTPUT PROCEDURE IS 2100-WORK-CLIENTS THRU 2100-END
           PERFORM 4000-PRINT-REPORT THRU 4000-END
           DISPLAY "CAMPAIGN-REPORT: " WS-CS-COUNT " campaign(s), "
               WS-RUN-COUNT " run"
           IF WS-MB-DROPPED > ZERO
               DISPLAY "CAMPAIGN-REPORT: " WS-MB-DROPPED
                   " membership(s) beyond the per-client table - "
                   "left out"
           END-IF
           IF WS-RUN-COUNT = ZERO OR WS-MB-DROPPED > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           SET JL-CALL-END TO TRUE
           MOVE WS-RUN-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

       1000-LOAD-CAMPAIGNS.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT CAMPAIGN-FILE
           IF WS-CAMPAIGN-STATUS NOT = '00'
               DISPLAY "CAMPAIGN-REPORT: no campaigns.txt, status "
                   WS-CAMPAIGN-STATUS
               GO TO 1000-END
           END-IF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ CAMPAIGN-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF (WS-CAMPAIGN-CODE = SPACES
                           OR CP-CODE = WS-CAMPAIGN-CODE)
                           AND CP-CODE NOT = SPACES
                           AND CP-START-DATE IS NUMERIC
                           AND CP-END-DATE IS NUMERIC
                           AND WS-CS-COUNT < 100
                           PERFORM 1100-ADD-CAMPAIGN THRU 1100-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAMPAIGN-FILE.
       1000-END. EXIT.

       1100-ADD-CAMPAIGN.
           ADD 1 TO WS-CS-COUNT
           MOVE CP-CODE TO WS-CS-CODE (WS-CS-COUNT)
           MOVE CP-OFFER TO WS-CS-OFFER (WS-CS-COUNT)
           MOVE CP-START-DATE TO WS-CS-START-DATE (WS-CS-COUNT)
           MOVE CP-END-DATE TO WS-CS-END-DATE (WS-CS-COUNT)
           MOVE ZERO TO WS-CS-CONTROL-PCT (WS-CS-COUNT)
           IF CP-CONTROL-PCT IS NUMERIC
               MOVE CP-CONTROL-PCT TO WS-CS-CONTROL-PCT (WS-CS-COUNT)
           END-IF
           MOVE ZERO TO WS-CS-PIECE-COST (WS-CS-COUNT)
           IF CP-PIECE-COST IS NUMERIC
               MOVE CP-PIECE-COST TO WS-CS-PIECE-COST (WS-CS-COUNT)
           END-IF
           MOVE ZERO TO WS-CS-RUN-DATE (WS-CS-COUNT)
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > 2
               MOVE ZERO TO WS-CS-MEMBERS (WS-CS-COUNT, WS-G)
               MOVE ZERO TO WS-CS-RESPONDERS (WS-CS-COUNT, WS-G)
               MOVE ZERO TO WS-CS-REVENUE (WS-CS-COUNT, WS-G)
               PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 3
                   MOVE ZERO TO WS-CS-BY-TYPE (WS-CS-COUNT, WS-G, WS-T)
               END-PERFORM
           END-PERFORM
           IF CP-START-DATE < WS-EARLIEST-DATE
               MOVE CP-START-DATE TO WS-EARLIEST-DATE
           END-IF.
       1100-END. EXIT.

      * Nothing dated before the earliest campaign could answer one.
       2000-RELEASE-EVENTS.
           PERFORM 2010-RELEASE-MEMBERS THRU 2010-END
           IF WS-RUN-COUNT = ZERO
               GO TO 2000-END
           END-IF
           PERFORM 2020-RELEASE-SUBSCRIPTIONS THRU 2020-END
           PERFORM 2030-RELEASE-REACTIVATIONS THRU 2030-END
           PERFORM 2040-RELEASE-ENROLLMENTS THRU 2040-END
           PERFORM 2050-RELEASE-BILLED THRU 2050-END.
       2000-END. EXIT.

       2010-RELEASE-MEMBERS.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT TARGET-FILE
           IF WS-TARGET-STATUS NOT = '00'
               GO TO 2010-END
           END-IF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ TARGET-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       MOVE ZERO TO WS-CS
                       PERFORM VARYING WS-G FROM 1 BY 1
                           UNTIL WS-G > WS-CS-COUNT OR WS-CS > ZERO
                           IF WS-CS-CODE (WS-G) = CT-CAMPAIGN
                               MOVE WS-G TO WS-CS
                           END-IF
                       END-PERFORM
                       IF WS-CS > ZERO AND CT-CLIENT-CODE IS NUMERIC
                           PERFORM 2015-RELEASE-MEMBER THRU 2015-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TARGET-FILE.
       2010-END. EXIT.

       2015-RELEASE-MEMBER.
           IF WS-CS-RUN-DATE (WS-CS) = ZERO
               MOVE CT-RUN-DATE TO WS-CS-RUN-DATE (WS-CS)
               ADD 1 TO WS-RUN-COUNT
           END-IF
           IF CT-CONTROL
               MOVE 2 TO SX-GROUP
           ELSE
               MOVE 1 TO SX-GROUP
           END-IF
           ADD 1 TO WS-CS-MEMBERS (WS-CS, SX-GROUP)
           MOVE CT-CLIENT-CODE TO SX-CLIENT-CODE
           MOVE ZERO TO SX-DATE
           SET SX-MEMBERSHIP TO TRUE
           MOVE WS-CS TO SX-CAMPAIGN
           MOVE CT-RUN-DATE TO SX-RUN-DATE
           MOVE ZERO TO SX-AMOUNT
           RELEASE SORT-REC.
       2015-END. EXIT.

       2020-RELEASE-SUBSCRIPTIONS.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT SUBSCRIPTION-FILE
           IF WS-SUBS-STATUS NOT = '00'
               GO TO 2020-END
           END-IF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ SUBSCRIPTION-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF SB-CLIENT-CODE IS NUMERIC
                           AND SB-START-DATE IS NUMERIC
                           AND SB-START-DATE >= WS-EARLIEST-DATE
                           MOVE SB-CLIENT-CODE TO SX-CLIENT-CODE
                           MOVE SB-START-DATE TO SX-DATE
                           SET SX-SUBSCRIPTION TO TRUE
                           PERFORM 2090-RELEASE-EVENT THRU 2090-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUBSCRIPTION-FILE.
       2020-END. EXIT.

       2030-RELEASE-REACTIVATIONS.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT STATUS-HISTORY-FILE
           IF WS-STATUS-HIST-STATUS NOT = '00'
               GO TO 2030-END
           END-IF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ STATUS-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF SH-CLIENT-CODE IS NUMERIC
                           AND SH-EFFECTIVE-DATE IS NUMERIC
                           AND SH-EFFECTIVE-DATE >= WS-EARLIEST-DATE
                           AND SH-OLD-STATUS = 'I'
                           AND SH-NEW-STATUS = 'A'
                           MOVE SH-CLIENT-CODE TO SX-CLIENT-CODE
                           MOVE SH-EFFECTIVE-DATE TO SX-DATE
                           SET SX-REACTIVATION TO TRUE
                           PERFORM 2090-RELEASE-EVENT THRU 2090-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATUS-HISTORY-FILE.
       2030-END. EXIT.

       2040-RELEASE-ENROLLMENTS.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT ENROLLMENT-FILE
           IF WS-ENROLL-STATUS NOT = '00'
               GO TO 2040-END
           END-IF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ ENROLLMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF EN-STUDENT-CODE IS NUMERIC
                           AND EN-DATE IS NUMERIC
                           AND EN-DATE >= WS-EARLIEST-DATE
                           MOVE EN-STUDENT-CODE TO SX-CLIENT-CODE
                           MOVE EN-DATE TO SX-DATE
                           SET SX-ENROLLMENT TO TRUE
                           PERFORM 2090-RELEASE-EVENT THRU 2090-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE.
       2040-END. EXIT.

       2050-RELEASE-BILLED.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT BILLING-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               GO TO 2050-END
           END-IF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ BILLING-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF BH-CLIENT-CODE IS NUMERIC
                           AND BH-PERIOD IS NUMERIC
                           AND BH-DATE IS NUMERIC
                           AND BH-DATE >= WS-EARLIEST-DATE
                           MOVE BH-CLIENT-CODE TO SX-CLIENT-CODE
                           MOVE BH-DATE TO SX-DATE
                           SET SX-BILLED TO TRUE
                           PERFORM 2090-RELEASE-EVENT THRU 2090-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILLING-HISTORY-FILE.
       2050-END. EXIT.

       2090-RELEASE-EVENT.
           MOVE ZERO TO SX-CAMPAIGN
           MOVE ZERO TO SX-GROUP
           MOVE ZERO TO SX-RUN-DATE
           IF SX-BILLED
               MOVE BH-AMOUNT TO SX-AMOUNT
           ELSE
               MOVE ZERO TO SX-AMOUNT
           END-IF
           RELEASE SORT-REC.
       2090-END. EXIT.

       2100-WORK-CLIENTS.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF WS-HAVE-CLIENT = 'N'
                           OR SX-CLIENT-CODE NOT = WS-CL-CODE
                           MOVE 'Y' TO WS-HAVE-CLIENT
                           MOVE SX-CLIENT-CODE TO WS-CL-CODE
                           MOVE ZERO TO WS-MB-COUNT
                       END-IF
                       EVALUATE TRUE
                           WHEN SX-MEMBERSHIP
                               PERFORM 2200-ADD-MEMBERSHIP
                                   THRU 2200-END
                           WHEN SX-BILLED
                               PERFORM 2400-ADD-REVENUE THRU 2400-END
                           WHEN OTHER
                               PERFORM 2300-RESPONSE THRU 2300-END
                       END-EVALUATE
               END-RETURN
           END-PERFORM.
       2100-END. EXIT.

       2200-ADD-MEMBERSHIP.
           IF WS-MB-COUNT >= 20
               ADD 1 TO WS-MB-DROPPED
               GO TO 2200-END
           END-IF
           ADD 1 TO WS-MB-COUNT
           MOVE SX-CAMPAIGN TO WS-MB-CAMPAIGN (WS-MB-COUNT)
           MOVE SX-GROUP TO WS-MB-GROUP (WS-MB-COUNT)
           MOVE SX-RUN-DATE TO WS-MB-RUN-DATE (WS-MB-COUNT)
           MOVE WS-CS-END-DATE (SX-CAMPAIGN)
               TO WS-MB-END-DATE (WS-MB-COUNT)
           MOVE 'N' TO WS-MB-RESPONDED (WS-MB-COUNT)
           MOVE ZERO TO WS-MB-RESPONSE-DATE (WS-MB-COUNT).
       2200-END. EXIT.

      * The first response inside a membership's window makes the
      * member a responder under that response's type.
       2300-RESPONSE.
           EVALUATE TRUE
               WHEN SX-SUBSCRIPTION
                   MOVE 1 TO WS-T
               WHEN SX-REACTIVATION
                   MOVE 2 TO WS-T
               WHEN OTHER
                   MOVE 3 TO WS-T
           END-EVALUATE
           PERFORM VARYING WS-MB FROM 1 BY 1 UNTIL WS-MB > WS-MB-COUNT
               IF WS-MB-RESPONDED (WS-MB) = 'N'
                   AND SX-DATE >= WS-MB-RUN-DATE (WS-MB)
                   AND SX-DATE <= WS-MB-END-DATE (WS-MB)
                   MOVE 'Y' TO WS-MB-RESPONDED (WS-MB)
                   MOVE SX-DATE TO WS-MB-RESPONSE-DATE (WS-MB)
                   MOVE WS-MB-CAMPAIGN (WS-MB) TO WS-CS
                   MOVE WS-MB-GROUP (WS-MB) TO WS-G
                   ADD 1 TO WS-CS-RESPONDERS (WS-CS, WS-G)
                   ADD 1 TO WS-CS-BY-TYPE (WS-CS, WS-G, WS-T)
               END-IF
           END-PERFORM.
       2300-END. EXIT.

       2400-ADD-REVENUE.
           PERFORM VARYING WS-MB FROM 1 BY 1 UNTIL WS-MB > WS-MB-COUNT
               IF WS-MB-RESPONDED (WS-MB) = 'Y'
                   AND SX-DATE >= WS-MB-RESPONSE-DATE (WS-MB)
                   MOVE WS-MB-CAMPAIGN (WS-MB) TO WS-CS
                   MOVE WS-MB-GROUP (WS-MB) TO WS-G
                   ADD SX-AMOUNT TO WS-CS-REVENUE (WS-CS, WS-G)
               END-IF
           END-PERFORM.
       2400-END. EXIT.

       4000-PRINT-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "CAMPAIGN-REPORT: cannot open report, status "
                   WS-REPORT-STATUS
               GO TO 4000-END
           END-IF
           MOVE WS-TODAY-DATE TO WS-T-RUN-DATE
           WRITE REPORT-LINE FROM WS-TITLE-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           PERFORM VARYING WS-CS FROM 1 BY 1 UNTIL WS-CS > WS-CS-COUNT
               PERFORM 4100-PRINT-CAMPAIGN THRU 4100-END
           END-PERFORM
           IF WS-CS-COUNT = ZERO
               MOVE "NO CAMPAIGN ON FILE" TO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
           END-IF
           CLOSE REPORT-FILE.
       4000-END. EXIT.

       4100-PRINT-CAMPAIGN.
           MOVE WS-CS-CODE (WS-CS) TO WS-H-CODE
           MOVE WS-CS-OFFER (WS-CS) TO WS-H-OFFER
           WRITE REPORT-LINE FROM WS-CAMPAIGN-HEAD
           IF WS-CS-RUN-DATE (WS-CS) = ZERO
               MOVE SPACES TO WS-RPT-LINE
               STRING "  NOT YET RUN - OPEN " WS-CS-START-DATE (WS-CS)
                   " TO " WS-CS-END-DATE (WS-CS)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
               GO TO 4100-END
           END-IF
           MOVE WS-CS-RUN-DATE (WS-CS) TO WS-H-RUN-DATE
           MOVE WS-CS-END-DATE (WS-CS) TO WS-H-END-DATE
           MOVE WS-CS-CONTROL-PCT (WS-CS) TO WS-H-CONTROL-PCT
           IF WS-TODAY-DATE <= WS-CS-END-DATE (WS-CS)
               MOVE "  (WINDOW STILL OPEN)" TO WS-H-OPEN
           ELSE
               MOVE SPACES TO WS-H-OPEN
           END-IF
           WRITE REPORT-LINE FROM WS-CAMPAIGN-DATES
           WRITE REPORT-LINE FROM WS-GROUP-HEADING
           MOVE "  MEMBERS" TO WS-C-LABEL
           MOVE WS-CS-MEMBERS (WS-CS, 1) TO WS-C-TARGET
           MOVE WS-CS-MEMBERS (WS-CS, 2) TO WS-C-CONTROL
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE "  RESPONDERS" TO WS-C-LABEL
           MOVE WS-CS-RESPONDERS (WS-CS, 1) TO WS-C-TARGET
           MOVE WS-CS-RESPONDERS (WS-CS, 2) TO WS-C-CONTROL
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE "    NEW SUBSCRIPTION" TO WS-C-LABEL
           MOVE WS-CS-BY-TYPE (WS-CS, 1, 1) TO WS-C-TARGET
           MOVE WS-CS-BY-TYPE (WS-CS, 2, 1) TO WS-C-CONTROL
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE "    REACTIVATION" TO WS-C-LABEL
           MOVE WS-CS-BY-TYPE (WS-CS, 1, 2) TO WS-C-TARGET
           MOVE WS-CS-BY-TYPE (WS-CS, 2, 2) TO WS-C-CONTROL
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE "    NEW ENROLLMENT" TO WS-C-LABEL
           MOVE WS-CS-BY-TYPE (WS-CS, 1, 3) TO WS-C-TARGET
           MOVE WS-CS-BY-TYPE (WS-CS, 2, 3) TO WS-C-CONTROL
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > 2
               MOVE ZERO TO WS-RATE (WS-G)
               MOVE ZERO TO WS-PER-MEMBER (WS-G)
               IF WS-CS-MEMBERS (WS-CS, WS-G) > ZERO
                   COMPUTE WS-RATE (WS-G) ROUNDED =
                       WS-CS-RESPONDERS (WS-CS, WS-G) * 100
                       / WS-CS-MEMBERS (WS-CS, WS-G)
                   COMPUTE WS-PER-MEMBER (WS-G) ROUNDED =
                       WS-CS-REVENUE (WS-CS, WS-G)
                       / WS-CS-MEMBERS (WS-CS, WS-G)
               END-IF
           END-PERFORM
           MOVE "  RESPONSE RATE %" TO WS-P-LABEL
           MOVE WS-RATE (1) TO WS-P-TARGET
           MOVE WS-RATE (2) TO WS-P-CONTROL
           WRITE REPORT-LINE FROM WS-PCT-LINE
           MOVE "  REVENUE FROM RESPONDERS" TO WS-M-LABEL
           MOVE WS-CS-REVENUE (WS-CS, 1) TO WS-M-TARGET
           MOVE WS-CS-REVENUE (WS-CS, 2) TO WS-M-CONTROL
           WRITE REPORT-LINE FROM WS-MONEY-LINE
           MOVE "  REVENUE PER MEMBER" TO WS-M-LABEL
           MOVE WS-PER-MEMBER (1) TO WS-M-TARGET
           MOVE WS-PER-MEMBER (2) TO WS-M-CONTROL
           WRITE REPORT-LINE FROM WS-MONEY-LINE
      * Without a control group there is nothing to say what the
      * targets would have done unmailed, so the whole of their
      * revenue is taken as the campaign's.
           IF WS-CS-MEMBERS (WS-CS, 2) > ZERO
               COMPUTE WS-LIFT = WS-RATE (1) - WS-RATE (2)
               COMPUTE WS-INCREMENTAL ROUNDED =
                   (WS-PER-MEMBER (1) - WS-PER-MEMBER (2))
                   * WS-CS-MEMBERS (WS-CS, 1)
           ELSE
               MOVE WS-RATE (1) TO WS-LIFT
               MOVE WS-CS-REVENUE (WS-CS, 1) TO WS-INCREMENTAL
               MOVE "  NO CONTROL GROUP - ALL RESPONSE TAKEN AS LIFT"
                   TO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
           END-IF
           COMPUTE WS-MAILING-COST =
               WS-CS-MEMBERS (WS-CS, 1) * WS-CS-PIECE-COST (WS-CS)
           COMPUTE WS-NET-RETURN = WS-INCREMENTAL - WS-MAILING-COST
           MOVE "  LIFT (RATE POINTS)" TO WS-L-LABEL
           MOVE WS-LIFT TO WS-L-AMOUNT
           WRITE REPORT-LINE FROM WS-LIFT-LINE
           MOVE "  INCREMENTAL REVENUE" TO WS-O-LABEL
           MOVE WS-INCREMENTAL TO WS-O-AMOUNT
           WRITE REPORT-LINE FROM WS-ONE-LINE
           MOVE "  MAILING COST" TO WS-O-LABEL
           MOVE WS-MAILING-COST TO WS-O-AMOUNT
           WRITE REPORT-LINE FROM WS-ONE-LINE
           MOVE "  NET RETURN" TO WS-O-LABEL
           MOVE WS-NET-RETURN TO WS-O-AMOUNT
           WRITE REPORT-LINE FROM WS-ONE-LINE
           IF WS-NET-RETURN NOT > ZERO
               MOVE "  *** MAILING DID NOT PAY FOR ITSELF"
                   TO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE.
       4100-END. EXIT.

       END PROGRAM CAMPAIGN-REPORT.
