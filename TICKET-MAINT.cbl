      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Menu-driven customer-service ticket register, in the
      *          style of the WRITING-FILES menu, so complaints,
      *          billing disputes and address problems taken by phone,
      *          e-mail or at the desk stop living in the front
      *          desk's notebook. Opens a ticket against a client on
      *          the master (category from TKTCAT-TABLE, which sets
      *          its SLA), assigns it to an operator, closes it with
      *          a resolution, and lists a client's tickets or every
      *          open one. Each change is stamped with the signed-on
      *          operator. CLIENT-360 shows the client's tickets,
      *          TICKET-AGING reports SLA breaches, and DUNNING-NOTICE
      *          holds notices while a billing dispute is open.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TICKET-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TICKET-FILE ASSIGN TO '..\tickets.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TICKET-STATUS.

           SELECT CLIENT-MASTER-FILE ASSIGN TO WS-MASTER-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CLIENT-CODE
           ALTERNATE RECORD KEY IS CM-CLIENT-NAME WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT SECURITY-LOG-FILE ASSIGN TO '..\security-log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECURITY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TICKET-FILE.
       COPY TICKETREC REPLACING ==:RECNAME:== BY ==TICKET-LINE==.

       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.

       FD SECURITY-LOG-FILE.
       01 SECURITY-LOG-LINE.
           05 SEC-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 SEC-TIME PIC 9(8).
           05 FILLER PIC X(1).
           05 SEC-PROGRAM PIC X(20).
           05 FILLER PIC X(1).
           05 SEC-USER-ID PIC X(8).
           05 FILLER PIC X(1).
           05 SEC-DETAIL PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-TICKET-STATUS PIC X(2).
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-SECURITY-STATUS PIC X(2).
       01 WS-TICKET-EOF PIC X(1).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-NOW-TIME PIC 9(8).
       01 WS-TK-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-TK-OVERFLOW PIC X(1) VALUE 'N'.
           88 WS-TK-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-TK-TABLE.
           05 WS-TK-ENTRY PIC X(168) OCCURS 5000 TIMES.
       01 WS-T PIC 9(4) COMP.
       01 WS-T2 PIC 9(4) COMP.
       01 WS-TK-POS PIC 9(4) COMP.
       01 WS-LAST-NUMBER PIC 9(6) VALUE ZERO.
       01 WS-MENU-CHOICE PIC 9(1).
       01 WS-ENTRY-CODE PIC 9(7).
       01 WS-ENTRY-NUMBER PIC 9(6).
       01 WS-ENTRY-CATEGORY PIC X(4).
       01 WS-ENTRY-CHANNEL PIC X(1).
       01 WS-ENTRY-ASSIGNEE PIC X(8).
       01 WS-ENTRY-TEXT PIC X(40).
       01 WS-CLIENT-NAME PIC X(20).
       01 WS-CATEGORY-SWITCH PIC X(1).
           88 WS-CATEGORY-VALID VALUE 'Y'.
           88 WS-CATEGORY-INVALID VALUE 'N'.
       01 WS-LISTED PIC 9(4) COMP.
       01 WS-REQUIRED-LEVEL PIC 9(1).
       01 WS-OPTION-ALLOWED PIC X(1).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-OPERATOR-NAME PIC X(20).
       01 WS-OPERATOR-LEVEL PIC 9(1) VALUE 1.
       01 WS-SIGNON-SWITCH PIC X(1).
           88 WS-SIGNON-OK VALUE 'Y'.
           88 WS-SIGNON-NOT-OK VALUE 'N'.
       COPY SIGNONPARM.
       01 WS-SEC-DETAIL PIC X(30).
       COPY TKTCAT-TABLE.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-MASTER-FILENAME
           ACCEPT WS-MASTER-FILENAME
               FROM ENVIRONMENT "CLIENT_MASTER_FILE"
           IF WS-MASTER-FILENAME = SPACES
               MOVE '..\clients.dat' TO WS-MASTER-FILENAME
           END-IF
           PERFORM 0100-OPERATOR-SIGN-ON THRU 0100-END
           IF WS-SIGNON-NOT-OK
               DISPLAY "TICKET-MAINT: sign-on failed - run aborted"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0200-LOAD-TICKETS THRU 0200-END
      * A ticket file the table could not hold in full cannot be
      * saved without dropping its tail.
           IF WS-TK-TABLE-OVERFLOWED
               DISPLAY "TICKET-MAINT: ticket file is larger than the "
                   "table - run aborted"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ZERO TO WS-MENU-CHOICE
           PERFORM UNTIL WS-MENU-CHOICE = 6
               DISPLAY "1. Open a ticket"
               DISPLAY "2. Assign a ticket"
               DISPLAY "3. Close a ticket"
               DISPLAY "4. List a client's tickets"
               DISPLAY "5. List open tickets"
               DISPLAY "6. Exit"
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       MOVE 2 TO WS-REQUIRED-LEVEL
                       MOVE 'OPEN TICKET' TO WS-SEC-DETAIL
                       PERFORM 0170-GATE-OPTION THRU 0170-END
                       IF WS-OPTION-ALLOWED = 'Y'
                           PERFORM 1000-OPEN-TICKET THRU 1000-END
                       END-IF
                   WHEN 2
                       MOVE 2 TO WS-REQUIRED-LEVEL
                       MOVE 'ASSIGN TICKET' TO WS-SEC-DETAIL
                       PERFORM 0170-GATE-OPTION THRU 0170-END
                       IF WS-OPTION-ALLOWED = 'Y'
                           PERFORM 2000-ASSIGN-TICKET THRU 2000-END
                       END-IF
                   WHEN 3
                       MOVE 2 TO WS-REQUIRED-LEVEL
                       MOVE 'CLOSE TICKET' TO WS-SEC-DETAIL
                       PERFORM 0170-GATE-OPTION THRU 0170-END
                       IF WS-OPTION-ALLOWED = 'Y'
                           PERFORM 3000-CLOSE-TICKET THRU 3000-END
                       END-IF
                   WHEN 4
                       PERFORM 4000-LIST-CLIENT THRU 4000-END
                   WHEN 5
                       PERFORM 4500-LIST-OPEN THRU 4500-END
                   WHEN 6
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid option - choose 1 to 6"
               END-EVALUATE
           END-PERFORM
           MOVE ZERO TO RETURN-CODE
           GOBACK.

       0100-OPERATOR-SIGN-ON.
           SET WS-SIGNON-NOT-OK TO TRUE
           SET SO-SIGN-ON TO TRUE
           MOVE 'TICKET-MAINT' TO SO-CALL-PROGRAM
           CALL "SIGNON" USING SO-CALL-FUNCTION SO-CALL-PROGRAM
               SO-CALL-USER-ID SO-CALL-USER-NAME SO-CALL-USER-LEVEL
               SO-CALL-TARGET-ID SO-CALL-NEW-PASSWORD
               SO-CALL-RETURN-CODE
           IF SO-SIGNED-ON
               MOVE SO-CALL-USER-ID TO WS-OPERATOR-ID
               MOVE SO-CALL-USER-NAME TO WS-OPERATOR-NAME
               MOVE SO-CALL-USER-LEVEL TO WS-OPERATOR-LEVEL
               SET WS-SIGNON-OK TO TRUE
           END-IF.
       0100-END. EXIT.

      * The menu's permission gate, as in WRITING-FILES: the
      * signed-on operator's level must reach WS-REQUIRED-LEVEL or
      * the option is refused and the attempt is logged.
       0170-GATE-OPTION.
           IF WS-OPERATOR-LEVEL >= WS-REQUIRED-LEVEL
               MOVE 'Y' TO WS-OPTION-ALLOWED
           ELSE
               MOVE 'N' TO WS-OPTION-ALLOWED
               DISPLAY "Not authorized - level "
                   WS-REQUIRED-LEVEL " needed"
               PERFORM 0190-WRITE-SECURITY-LOG THRU 0190-END
           END-IF.
       0170-END. EXIT.

       0190-WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG-FILE
           IF WS-SECURITY-STATUS = '35'
               OPEN OUTPUT SECURITY-LOG-FILE
               CLOSE SECURITY-LOG-FILE
               OPEN EXTEND SECURITY-LOG-FILE
           END-IF
           IF WS-SECURITY-STATUS NOT = '00'
               DISPLAY "TICKET-MAINT: cannot open security log, "
                   "status " WS-SECURITY-STATUS
           ELSE
               MOVE SPACES TO SECURITY-LOG-LINE
               ACCEPT SEC-DATE FROM DATE YYYYMMDD
               ACCEPT SEC-TIME FROM TIME
               MOVE 'TICKET-MAINT' TO SEC-PROGRAM
               MOVE WS-OPERATOR-ID TO SEC-USER-ID
               MOVE SPACES TO SEC-DETAIL
               STRING 'DENIED: ' WS-SEC-DETAIL
                   DELIMITED BY SIZE INTO SEC-DETAIL
               WRITE SECURITY-LOG-LINE
               CLOSE SECURITY-LOG-FILE
           END-IF.
       0190-END. EXIT.

       0200-LOAD-TICKETS.
           MOVE ZERO TO WS-TK-COUNT
           MOVE ZERO TO WS-LAST-NUMBER
           MOVE 'N' TO WS-TICKET-EOF
           OPEN INPUT TICKET-FILE
           IF WS-TICKET-STATUS NOT = '00'
               DISPLAY "No tickets on file yet"
               GO TO 0200-END
           END-IF
           PERFORM UNTIL WS-TICKET-EOF = 'Y'
               READ TICKET-FILE
                   AT END
                       MOVE 'Y' TO WS-TICKET-EOF
                   NOT AT END
                       IF WS-TK-COUNT < 5000
                           ADD 1 TO WS-TK-COUNT
                           MOVE TICKET-LINE
                               TO WS-TK-ENTRY (WS-TK-COUNT)
                           IF TK-TICKET-NUMBER > WS-LAST-NUMBER
                               MOVE TK-TICKET-NUMBER
                                   TO WS-LAST-NUMBER
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-TK-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TICKET-FILE.
       0200-END. EXIT.

      * WS-ENTRY-CODE must be on the client master; the name comes
      * back in WS-CLIENT-NAME, spaces when it is not there.
       0300-FIND-CLIENT.
           MOVE SPACES TO WS-CLIENT-NAME
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "Cannot open the client master, status "
                   WS-MASTER-STATUS
               GO TO 0300-END
           END-IF
           MOVE WS-ENTRY-CODE TO CM-CLIENT-CODE
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO CM-CLIENT-NAME
           END-READ
           CLOSE CLIENT-MASTER-FILE
           MOVE CM-CLIENT-NAME TO WS-CLIENT-NAME
           IF WS-CLIENT-NAME = SPACES
               DISPLAY "Client " WS-ENTRY-CODE " not on the master"
           END-IF.
       0300-END. EXIT.

      * WS-ENTRY-NUMBER must be a ticket still open; its slot comes
      * back in WS-TK-POS (zero when it cannot be worked) and the
      * ticket itself in TICKET-LINE.
       0400-FIND-OPEN-TICKET.
           MOVE ZERO TO WS-TK-POS
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-TK-COUNT
               MOVE WS-TK-ENTRY (WS-T) TO TICKET-LINE
               IF TK-TICKET-NUMBER = WS-ENTRY-NUMBER
                   MOVE WS-T TO WS-TK-POS
               END-IF
           END-PERFORM
           IF WS-TK-POS = ZERO
               DISPLAY "Ticket " WS-ENTRY-NUMBER " not on file"
               GO TO 0400-END
           END-IF
           MOVE WS-TK-ENTRY (WS-TK-POS) TO TICKET-LINE
           IF TK-CLOSED
               DISPLAY "Ticket " WS-ENTRY-NUMBER " already closed on "
                   TK-CLOSE-DATE
               MOVE ZERO TO WS-TK-POS
               GO TO 0400-END
           END-IF
           PERFORM 0600-SHOW-TICKET THRU 0600-END.
       0400-END. EXIT.

       0500-FIND-CATEGORY.
           SET WS-CATEGORY-INVALID TO TRUE
           SET WS-TC-IDX TO 1
           SEARCH WS-TC-ENTRY
               WHEN WS-TC-CODE (WS-TC-IDX) = WS-ENTRY-CATEGORY
                   SET WS-CATEGORY-VALID TO TRUE
           END-SEARCH.
       0500-END. EXIT.

       0600-SHOW-TICKET.
           DISPLAY "Ticket " TK-TICKET-NUMBER " client "
               TK-CLIENT-CODE " " TK-CATEGORY " via " TK-CHANNEL
               " opened " TK-OPEN-DATE " " TK-OPEN-TIME (1:4)
               " by " TK-OPERATOR
           DISPLAY "  " TK-SUMMARY
           EVALUATE TRUE
               WHEN TK-OPEN
                   DISPLAY "  open - not yet assigned"
               WHEN TK-IN-PROGRESS
                   DISPLAY "  in progress - assigned to "
                       TK-ASSIGNED-TO
               WHEN TK-CLOSED
                   DISPLAY "  closed " TK-CLOSE-DATE " by "
                       TK-CLOSED-BY ": " TK-RESOLUTION
           END-EVALUATE.
       0600-END. EXIT.

       1000-OPEN-TICKET.
           DISPLAY "Client code: "
           ACCEPT WS-ENTRY-CODE
           PERFORM 0300-FIND-CLIENT THRU 0300-END
           IF WS-CLIENT-NAME = SPACES
               GO TO 1000-END
           END-IF
           DISPLAY WS-CLIENT-NAME
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-TC-COUNT
               DISPLAY "  " WS-TC-CODE (WS-T) " "
                   WS-TC-DESCRIPTION (WS-T) " SLA "
                   WS-TC-SLA-HOURS (WS-T) " hours"
           END-PERFORM
           DISPLAY "Category: "
           ACCEPT WS-ENTRY-CATEGORY
           PERFORM 0500-FIND-CATEGORY THRU 0500-END
           IF WS-CATEGORY-INVALID
               DISPLAY "Unknown category - ticket not opened"
               GO TO 1000-END
           END-IF
           DISPLAY "Channel (P=phone E=e-mail D=desk): "
           ACCEPT WS-ENTRY-CHANNEL
           IF WS-ENTRY-CHANNEL NOT = 'P' AND NOT = 'E'
               AND NOT = 'D'
               DISPLAY "Channel must be P, E or D - ticket not opened"
               GO TO 1000-END
           END-IF
           DISPLAY "Summary: "
           ACCEPT WS-ENTRY-TEXT
           IF WS-ENTRY-TEXT = SPACES
               DISPLAY "A summary is required - ticket not opened"
               GO TO 1000-END
           END-IF
           DISPLAY "Assign to operator (blank = unassigned): "
           ACCEPT WS-ENTRY-ASSIGNEE
           IF WS-TK-COUNT >= 5000
               DISPLAY "Ticket table full - ticket not opened"
               GO TO 1000-END
           END-IF
           ACCEPT WS-NOW-TIME FROM TIME
           ADD 1 TO WS-LAST-NUMBER
           MOVE SPACES TO TICKET-LINE
           MOVE WS-LAST-NUMBER TO TK-TICKET-NUMBER
           MOVE WS-ENTRY-CODE TO TK-CLIENT-CODE
           MOVE WS-ENTRY-CATEGORY TO TK-CATEGORY
           MOVE WS-ENTRY-CHANNEL TO TK-CHANNEL
           MOVE WS-TODAY-DATE TO TK-OPEN-DATE
           MOVE WS-NOW-TIME TO TK-OPEN-TIME
           MOVE WS-OPERATOR-ID TO TK-OPERATOR
           MOVE WS-ENTRY-ASSIGNEE TO TK-ASSIGNED-TO
           IF WS-ENTRY-ASSIGNEE = SPACES
               SET TK-OPEN TO TRUE
           ELSE
               SET TK-IN-PROGRESS TO TRUE
           END-IF
           MOVE WS-ENTRY-TEXT TO TK-SUMMARY
           MOVE ZERO TO TK-CLOSE-DATE
           MOVE ZERO TO TK-CLOSE-TIME
           MOVE SPACES TO TK-CLOSED-BY
           MOVE SPACES TO TK-RESOLUTION
           ADD 1 TO WS-TK-COUNT
           MOVE TICKET-LINE TO WS-TK-ENTRY (WS-TK-COUNT)
           PERFORM 5000-SAVE-TICKETS THRU 5000-END
           DISPLAY "Ticket " WS-LAST-NUMBER " opened - SLA "
               WS-TC-SLA-HOURS (WS-TC-IDX) " hours"
           IF TK-BILLING-DISPUTE
               DISPLAY "Dunning notices for client " WS-ENTRY-CODE
                   " are held while this dispute is open"
           END-IF.
       1000-END. EXIT.

       2000-ASSIGN-TICKET.
           DISPLAY "Ticket number: "
           ACCEPT WS-ENTRY-NUMBER
           PERFORM 0400-FIND-OPEN-TICKET THRU 0400-END
           IF WS-TK-POS = ZERO
               GO TO 2000-END
           END-IF
           DISPLAY "Assign to operator: "
           ACCEPT WS-ENTRY-ASSIGNEE
           IF WS-ENTRY-ASSIGNEE = SPACES
               DISPLAY "No operator given - ticket not assigned"
               GO TO 2000-END
           END-IF
           MOVE WS-ENTRY-ASSIGNEE TO TK-ASSIGNED-TO
           SET TK-IN-PROGRESS TO TRUE
           MOVE TICKET-LINE TO WS-TK-ENTRY (WS-TK-POS)
           PERFORM 5000-SAVE-TICKETS THRU 5000-END
           DISPLAY "Ticket " WS-ENTRY-NUMBER " assigned to "
               WS-ENTRY-ASSIGNEE.
       2000-END. EXIT.

       3000-CLOSE-TICKET.
           DISPLAY "Ticket number: "
           ACCEPT WS-ENTRY-NUMBER
           PERFORM 0400-FIND-OPEN-TICKET THRU 0400-END
           IF WS-TK-POS = ZERO
               GO TO 3000-END
           END-IF
           DISPLAY "Resolution: "
           ACCEPT WS-ENTRY-TEXT
           IF WS-ENTRY-TEXT = SPACES
               DISPLAY "A resolution is required - ticket left open"
               GO TO 3000-END
           END-IF
           ACCEPT WS-NOW-TIME FROM TIME
           SET TK-CLOSED TO TRUE
           MOVE WS-TODAY-DATE TO TK-CLOSE-DATE
           MOVE WS-NOW-TIME TO TK-CLOSE-TIME
           MOVE WS-OPERATOR-ID TO TK-CLOSED-BY
           MOVE WS-ENTRY-TEXT TO TK-RESOLUTION
           MOVE TICKET-LINE TO WS-TK-ENTRY (WS-TK-POS)
           PERFORM 5000-SAVE-TICKETS THRU 5000-END
           DISPLAY "Ticket " WS-ENTRY-NUMBER " closed".
       3000-END. EXIT.

       4000-LIST-CLIENT.
           DISPLAY "Client code: "
           ACCEPT WS-ENTRY-CODE
           MOVE ZERO TO WS-LISTED
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-TK-COUNT
               MOVE WS-TK-ENTRY (WS-T) TO TICKET-LINE
               IF TK-CLIENT-CODE = WS-ENTRY-CODE
                   PERFORM 0600-SHOW-TICKET THRU 0600-END
                   ADD 1 TO WS-LISTED
               END-IF
           END-PERFORM
           IF WS-LISTED = ZERO
               DISPLAY "(no tickets for this client)"
           END-IF.
       4000-END. EXIT.

       4500-LIST-OPEN.
           MOVE ZERO TO WS-LISTED
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-TK-COUNT
               MOVE WS-TK-ENTRY (WS-T) TO TICKET-LINE
               IF TK-STILL-OPEN
                   PERFORM 0600-SHOW-TICKET THRU 0600-END
                   ADD 1 TO WS-LISTED
               END-IF
           END-PERFORM
           IF WS-LISTED = ZERO
               DISPLAY "(no open tickets)"
           END-IF.
       4500-END. EXIT.

       5000-SAVE-TICKETS.
           OPEN OUTPUT TICKET-FILE
           IF WS-TICKET-STATUS NOT = '00'
               DISPLAY "TICKET-MAINT: cannot rewrite the ticket "
                   "file, status " WS-TICKET-STATUS
               GO TO 5000-END
           END-IF
           PERFORM VARYING WS-T2 FROM 1 BY 1
               UNTIL WS-T2 > WS-TK-COUNT
               MOVE WS-TK-ENTRY (WS-T2) TO TICKET-LINE
               WRITE TICKET-LINE
           END-PERFORM
           CLOSE TICKET-FILE.
       5000-END. EXIT.

       END PROGRAM TICKET-MAINT.
