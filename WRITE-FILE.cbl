      *   01/09/2026 RM  Mandate and address-flag files larger
      *                  than their tables are left untouched now
      *                  instead of being rewritten truncated.
      *   15/10/2026 RM  Section assignment skips a section whose
      *                  day/period slots clash with a section the
      *                  student already holds for the term, and
      *                  refuses the enrollment (no waitlist) when
      *                  every section with a free seat clashes.
      *   15/10/2026 RM  Enrollment is refused for any term after the
      *                  one in which ACAD-STANDING dismissed the
      *                  student (latest standing-history.txt line
      *                  D).
      *   15/10/2026 RM  Seat counts and the clash check only look at
      *                  active enrollment lines, so a course dropped
      *                  or withdrawn through DROP-APPLY frees its seat
      *                  and its timetable slots.
      *   15/10/2026 RM  A client code CLIENT-RECODE renumbered is
      *                  translated through CODEXREF on MAINT
      *                  transactions and inquiry, so a feed still
      *                  quoting the old code reaches the new one
      *                  during the transition period; an add under a
      *                  retired code, or any transaction once the
      *                  period has lapsed, is rejected.
      *   15/10/2026 RM  Added a WRITING_FILES_MODE=CHECK dry run of the
      *                  MAINT transaction file: every transaction goes
      *                  through the same 7200-7600 edits against a
      *                  read-only view of the master, carried forward
      *                  in storage so a change after an add of the
      *                  same code is judged as the real run would see
      *                  it. Nothing is written but the would-apply/
      *                  would-reject report (maint-dryrun.txt); the
      *                  run ends 8 when the reject rate passes
      *                  MAINT_REJECT_LIMIT (percent, default 010) so
      *                  BATCH-DRIVER can hold the real apply.
      *   15/10/2026 RM  The interactive sign-on now goes through
      *                  SIGNON (operator id and password, first-use
      *                  and expiry changes, lockout) in place of the
      *                  id-only lookup on users.txt.
      *   15/10/2026 RM  The menu gained a Maintain-consents option
      *                  (LGPD): grant or revoke marketing mail,
      *                  e-mail, SMS and partner sharing per client
      *                  on consents.txt with the capture channel,
      *                  the register CONSENTCHK answers from. Exit
      *                  moved to option 12.
      *   15/10/2026 RM  KYC: the menu gained a Maintain-KYC-documents
      *                  option (RG/CNH, proof of address, CNPJ card
      *                  with number, issue and expiry dates and the
      *                  verifying operator on kyc-documents.txt).
      *                  Reactivate and the MAINT R transaction now
      *                  refuse to make a client Active while KYCCHK
      *                  finds the required set incomplete or expired,
      *                  and an interactive Add keyed Active without
      *                  the set is filed Pending. Exit moved to
      *                  option 13.
      *   15/10/2026 RM  Update and the MAINT C transaction no longer
      *                  change CM-BRANCH in place; a move between
      *                  branches goes through BRANCH-TRANSFER so the
      *                  open items and transfer history move with it.
      *   15/10/2026 RM  The menu gained a Maintain-delivery-preference
      *                  option: paper, e-mail, SMS or both per client
      *                  on delivery-prefs.txt, the register DELIVCHK
      *                  answers from. Re-keying a preference clears
      *                  the bounced e-mail and failed mobile stamps.
      *                  Exit moved to option 14.
      *   15/10/2026 RM  MAINT applies a new K transaction, replacing
      *                  the client's contact of the given type on
      *                  contacts.txt (audited CONTCT), and a MAINT run
      *                  signs on as MAINT_USER_ID when one is set -
      *                  the customer portal's changes are applied and
      *                  audited as PORTAL rather than BATCH.
      *   15/10/2026 RM  Bulk import and the MAINT A transaction run
      *                  the KYC check too: a client added without the
      *                  required set on file, or with it expired, is
      *                  filed Pending instead of Active.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITING-FILES.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.

           SELECT STATUS-HISTORY-FILE
           ASSIGN TO '..\client-status-history.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANS-REJECTS-STATUS.

           SELECT DRYRUN-REPORT-FILE ASSIGN TO '..\maint-dryrun.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DRYRUN-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO '..\client-journal.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FLAGS-STATUS.

           SELECT CONSENT-FILE ASSIGN TO '..\consents.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONSENT-STATUS.

           SELECT KYC-DOC-FILE ASSIGN TO '..\kyc-documents.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KYC-STATUS.

           SELECT DELIVERY-PREF-FILE ASSIGN TO '..\delivery-prefs.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DLV-STATUS.

           SELECT SECURITY-LOG-FILE ASSIGN TO '..\security-log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECURITY-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERM-FILE-STATUS.

           SELECT STANDING-FILE ASSIGN TO '..\standing-history.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STANDING-STATUS.

           SELECT COURSE-FILE ASSIGN TO '..\course-catalog.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COURSE-STATUS.
       FD CLIENT-FEED-FILE.
       COPY CLMFEEDREC REPLACING ==:RECNAME:== BY ==FEED-REGISTER==.

       FD STATUS-HISTORY-FILE.
       COPY STAHISTREC REPLACING ==:RECNAME:== BY ==STATUS-HIST-LINE==.

       FD TRANS-REJECTS-FILE.
       COPY REJECTREC REPLACING ==:RECNAME:== BY ==TRANS-REJECT-LINE==.

       FD DRYRUN-REPORT-FILE.
       01 DRYRUN-LINE PIC X(80).

       FD JOURNAL-FILE.
       COPY JRNREC REPLACING ==:RECNAME:== BY ==JOURNAL-LINE==.

       COPY MAILFLAGREC REPLACING ==:RECNAME:==
           BY ==ADDRESS-FLAG-LINE==.

       FD CONSENT-FILE.
       COPY CONSENTREC REPLACING ==:RECNAME:== BY ==CONSENT-LINE==.

       FD KYC-DOC-FILE.
       COPY KYCDOCREC REPLACING ==:RECNAME:== BY ==KYC-DOC-LINE==.

       FD DELIVERY-PREF-FILE.
       COPY DLVPREFREC REPLACING ==:RECNAME:==
           BY ==DELIVERY-PREF-LINE==.

       FD BRANCH-FILE.
       COPY BRANCHREC REPLACING ==:RECNAME:== BY ==BRANCH-LINE==.

       FD TERM-FILE.
       COPY TERMREC REPLACING ==:RECNAME:== BY ==TERM-LINE==.

       FD STANDING-FILE.
       COPY STANDREC REPLACING ==:RECNAME:== BY ==STANDING-LINE==.

       FD COURSE-FILE.
       COPY COURSEREC REPLACING ==:RECNAME:== BY ==COURSE-LINE==.

       01 WS-CV-IDX PIC 9(2) COMP.
       01 WS-CV-AT-COUNT PIC 9(2) COMP.
       01 WS-CV-DOT-COUNT PIC 9(2) COMP.
       01 WS-CONSENT-STATUS PIC X(2).
       01 WS-CONSENT-EOF-SWITCH PIC X(1).
           88 WS-CONSENT-EOF VALUE 'Y'.
           88 WS-CONSENT-NOT-EOF VALUE 'N'.
       01 WS-CS-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-CS-OVERFLOW PIC X(1) VALUE 'N'.
           88 WS-CS-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-CS-TABLE.
           05 WS-CS-ENTRY OCCURS 2000 TIMES.
               10 WS-CS-RECORD PIC X(40).
       01 WS-CS-IDX PIC 9(4) COMP.
       01 WS-CS-POS PIC 9(4) COMP.
       01 WS-CONSENT-PURPOSE PIC X(1).
       01 WS-CONSENT-ACTION PIC X(1).
       01 WS-CONSENT-CHANNEL PIC X(1).
       COPY CNSPURP-TABLE.
       01 WS-KYC-STATUS PIC X(2).
       01 WS-KYC-EOF-SWITCH PIC X(1).
           88 WS-KYC-EOF VALUE 'Y'.
           88 WS-KYC-NOT-EOF VALUE 'N'.
       01 WS-KD-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-KD-OVERFLOW PIC X(1) VALUE 'N'.
           88 WS-KD-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-KD-TABLE.
           05 WS-KD-ENTRY OCCURS 2000 TIMES.
               10 WS-KD-RECORD PIC X(69).
       01 WS-KD-IDX PIC 9(4) COMP.
       01 WS-KD-POS PIC 9(4) COMP.
       01 WS-KYC-TYPE PIC X(4).
       01 WS-KYC-NUMBER PIC X(20).
       01 WS-KYC-ISSUE PIC X(8).
       01 WS-KYC-EXPIRY PIC X(8).
       COPY KYCPARM.
       01 WS-DLV-STATUS PIC X(2).
       01 WS-DLV-EOF-SWITCH PIC X(1).
           88 WS-DLV-EOF VALUE 'Y'.
           88 WS-DLV-NOT-EOF VALUE 'N'.
       01 WS-DP-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-DP-OVERFLOW PIC X(1) VALUE 'N'.
           88 WS-DP-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-DP-TABLE.
           05 WS-DP-ENTRY OCCURS 5000 TIMES.
               10 WS-DP-RECORD PIC X(118).
       01 WS-DP-IDX PIC 9(4) COMP.
       01 WS-DP-POS PIC 9(4) COMP.
       01 WS-DLV-PREFERENCE PIC X(1).
       01 WS-FLAGS-STATUS PIC X(2).
       01 WS-FLAGS-EOF-SWITCH PIC X(1).
           88 WS-FLAGS-EOF VALUE 'Y'.
           05 WS-MF-ENTRY OCCURS 500 TIMES.
               10 WS-MF-RECORD PIC X(37).
       01 WS-MF-IDX PIC 9(3) COMP.
      * contacts.txt as reloaded by a K transaction, less the
      * client's lines of the type being replaced
       01 WS-CN-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-CN-OVERFLOW PIC X(1) VALUE 'N'.
           88 WS-CN-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-CN-TABLE.
           05 WS-CN-ENTRY OCCURS 5000 TIMES.
               10 WS-CN-RECORD PIC X(50).
       01 WS-CN-IDX PIC 9(4) COMP.
       01 WS-MAINT-USER-ID PIC X(8).
       01 WS-MF-DROPPED PIC X(1).
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-TRN-DELETE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TRN-SUSPEND-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TRN-REACT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TRN-CONTACT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TRN-REJECT-COUNT PIC 9(7) VALUE ZERO.
      * Dry run (CHECK mode): the master as the transactions read so
      * far would have left it, one image per code touched.
       01 WS-DRYRUN-STATUS PIC X(2).
       01 WS-DRY-RUN-SWITCH PIC X(1) VALUE 'N'.
           88 WS-DRY-RUN VALUE 'Y'.
       01 WS-DRY-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-DRY-TABLE.
           05 WS-DRY-ENTRY OCCURS 2000 TIMES.
               10 WS-DRY-IMAGE PIC X(115).
               10 WS-DRY-IMAGE-R REDEFINES WS-DRY-IMAGE.
                   15 WS-DRY-CODE PIC 9(7).
                   15 FILLER PIC X(75).
                   15 WS-DRY-STATUS PIC X(1).
                   15 FILLER PIC X(7).
                   15 WS-DRY-TAX-ID PIC X(14).
                   15 FILLER PIC X(11).
       01 WS-DRY-IDX PIC 9(4) COMP.
       01 WS-DRY-FOUND PIC 9(4) COMP.
       01 WS-DRY-SEEK-CODE PIC 9(7).
       01 WS-DRY-FULL-WARNED PIC X(1).
       01 WS-DRY-LINE-NO PIC 9(7).
       01 WS-DRY-ACTION-NO PIC 9(1).
       01 WS-DRY-REJECT-TABLE.
           05 WS-DRY-REJECT PIC 9(7) OCCURS 7 TIMES.
       01 WS-DRY-APPLY-TOTAL PIC 9(7).
       01 WS-DRY-REJECT-TOTAL PIC 9(7).
       01 WS-DRY-TRANS-TOTAL PIC 9(7).
       01 WS-DRY-REJECT-PCT PIC 9(3).
       01 WS-DRY-LIMIT-PARM PIC X(3).
       01 WS-DRY-LIMIT PIC 9(3).
       01 WS-DRY-RPT-LINE PIC X(80).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-ENROLL-STATUS PIC X(2).
       01 WS-ENROLL-TERM PIC X(6).
       01 WS-STAT-EFF-DATE PIC 9(8).
       01 WS-EFF-DATE-ENTRY PIC X(8).
       01 WS-DELETE-CHOICE PIC X(1).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-OPERATOR-NAME PIC X(20).
       01 WS-OPERATOR-LEVEL PIC 9(1) VALUE 1.
       01 WS-SEC-DETAIL PIC X(30).
       01 WS-OPTION-ALLOWED PIC X(1).
       01 WS-TERM-FILE-STATUS PIC X(2).
       01 WS-STANDING-STATUS PIC X(2).
       01 WS-STANDING-EOF PIC X(1).
       01 WS-LAST-STD-TERM PIC X(6).
       01 WS-LAST-STD-STANDING PIC X(1).
       01 WS-TERM-FILE-EOF PIC X(1).
       01 WS-TERMS-ON-FILE PIC X(1) VALUE 'N'.
       01 WS-TM-COUNT PIC 9(2) COMP VALUE ZERO.
               10 WS-SEC-SECTION PIC X(3).
               10 WS-SEC-CAPACITY PIC 9(3).
               10 WS-SEC-TAKEN PIC 9(3).
               10 WS-SEC-MEET OCCURS 3 TIMES.
                   15 WS-SEC-DAY PIC 9(1).
                   15 WS-SEC-PERIOD PIC 9(2).
       01 WS-SEC PIC 9(2) COMP.
       01 WS-MEET PIC 9(1) COMP.
       01 WS-HELD-COUNT PIC 9(2) COMP VALUE ZERO.
       01 WS-HELD-TABLE.
           05 WS-HELD-ENTRY OCCURS 20 TIMES.
               10 WS-HELD-COURSE PIC X(6).
               10 WS-HELD-SECTION PIC X(3).
       01 WS-HELD PIC 9(2) COMP.
       01 WS-HM-COUNT PIC 9(2) COMP VALUE ZERO.
       01 WS-HM-TABLE.
           05 WS-HM-ENTRY OCCURS 60 TIMES.
               10 WS-HM-COURSE PIC X(6).
               10 WS-HM-SECTION PIC X(3).
               10 WS-HM-DAY PIC 9(1).
               10 WS-HM-PERIOD PIC 9(2).
       01 WS-HM PIC 9(2) COMP.
       01 WS-SEC-CLASH PIC X(1).
       01 WS-CLASH-FOUND PIC X(1).
       01 WS-CLASH-COURSE PIC X(6).
       01 WS-CLASH-SECTION PIC X(3).
       01 WS-SEAT-FOUND PIC X(1).
       01 WS-ENR-EOF PIC X(1).
       01 WS-PREREQ-CODE PIC X(6).
       01 WS-CODE-CHECK-MODE PIC X(6).
       01 WS-CODE-DIGIT-OK PIC X(1).
       COPY CODECHKPARM.
       COPY CODEXREFPARM.
       01 WS-SAVED-AUDIT PIC X(80).
       01 WS-SAVED-JOURNAL PIC X(180).
       01 WS-PREV-SEQUENCE PIC 9(7).
       01 WS-SIGNON-SWITCH PIC X(1).
           88 WS-SIGNON-OK VALUE 'Y'.
           88 WS-SIGNON-NOT-OK VALUE 'N'.
       COPY SIGNONPARM.
       01 WS-CHECK-TAX-ID PIC X(14).
       01 WS-PRIOR-TAX-ID PIC X(14).
       01 WS-TAX-ID-SWITCH PIC X(1).
           IF WS-MASTER-FILENAME = SPACES
               MOVE '..\clients.dat' TO WS-MASTER-FILENAME
           END-IF
      * a dry run leaves output-data.txt alone - no HDR/TRL batch
           IF WS-RUN-MODE = 'CHECK'
               SET WS-DRY-RUN TO TRUE
               PERFORM 7000-APPLY-TRANSACTIONS THRU 7000-END
               PERFORM 0300-RELEASE-MASTER-LOCK THRU 0300-END
               SET JL-CALL-END TO TRUE
               MOVE WS-DRY-TRANS-TOTAL TO JL-CALL-RECORD-COUNT
               CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
                   JL-CALL-RECORD-COUNT
               GOBACK
           END-IF
           OPEN EXTEND OUTPUT-FILE-DATA
           IF WS-OUTPUT-STATUS = '35'
               OPEN OUTPUT OUTPUT-FILE-DATA
           CLOSE OUTPUT-FILE-DATA
           IF WS-RUN-MODE = 'BATCH'
               PERFORM 6000-BULK-IMPORT-CLIENTS THRU 6000-END
               MOVE 14 TO WS-MENU-CHOICE
           END-IF
           IF WS-RUN-MODE = 'MAINT'
               PERFORM 7000-APPLY-TRANSACTIONS THRU 7000-END
               MOVE 14 TO WS-MENU-CHOICE
           END-IF
           PERFORM UNTIL WS-MENU-CHOICE = 14
               DISPLAY "1. Add client"
               DISPLAY "2. Change client"
               DISPLAY "3. Delete client"
               DISPLAY "8. Enroll student for term"
               DISPLAY "9. Maintain debit mandate"
               DISPLAY "10. Maintain contacts"
               DISPLAY "11. Maintain consents"
               DISPLAY "12. Maintain KYC documents"
               DISPLAY "13. Maintain delivery preference"
               DISPLAY "14. Exit"
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                               THRU 8700-END
                       END-IF
                   WHEN 11
                       MOVE 2 TO WS-REQUIRED-LEVEL
                       MOVE 'MAINTAIN CONSENTS' TO WS-SEC-DETAIL
                       PERFORM 0170-GATE-OPTION THRU 0170-END
                       IF WS-OPTION-ALLOWED = 'Y'
                           PERFORM 8900-MAINTAIN-CONSENT
                               THRU 8900-END
                       END-IF
                   WHEN 12
                       MOVE 2 TO WS-REQUIRED-LEVEL
                       MOVE 'MAINTAIN KYC DOCS' TO WS-SEC-DETAIL
                       PERFORM 0170-GATE-OPTION THRU 0170-END
                       IF WS-OPTION-ALLOWED = 'Y'
                           PERFORM 8950-MAINTAIN-KYC-DOC
                               THRU 8950-END
                       END-IF
                   WHEN 13
                       MOVE 2 TO WS-REQUIRED-LEVEL
                       MOVE 'MAINTAIN DELIVERY' TO WS-SEC-DETAIL
                       PERFORM 0170-GATE-OPTION THRU 0170-END
                       IF WS-OPTION-ALLOWED = 'Y'
                           PERFORM 8980-MAINTAIN-DELIVERY-PREF
                               THRU 8980-END
                       END-IF
                   WHEN 14
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid option - choose 1 to 14"
               END-EVALUATE
           END-PERFORM
           OPEN EXTEND OUTPUT-FILE-DATA
           COMPUTE JL-CALL-RECORD-COUNT = WS-RUN-ADD-COUNT
               + WS-TRN-CHANGE-COUNT + WS-TRN-DELETE-COUNT
               + WS-TRN-SUSPEND-COUNT + WS-TRN-REACT-COUNT
               + WS-TRN-CONTACT-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.
       0090-END. EXIT.

      * Signs the operator on before anything else runs. An unattended
      * BATCH run stamps the job identity instead of prompting (a
      * MAINT run the MAINT_USER_ID its feeder names, if any); an
      * interactive operator signs on through SIGNON (id and
      * password, three tries, lockout), and the accepted id is
      * exported through JOB_USER_ID so JOBLOG stamps the same
      * identity on this run's log entries.
       0100-OPERATOR-SIGN-ON.
           SET WS-SIGNON-NOT-OK TO TRUE
           IF WS-RUN-MODE = 'BATCH' OR WS-RUN-MODE = 'MAINT'
               OR WS-RUN-MODE = 'CHECK'
               MOVE 'BATCH' TO WS-OPERATOR-ID
               IF WS-RUN-MODE = 'MAINT'
                   MOVE SPACES TO WS-MAINT-USER-ID
                   ACCEPT WS-MAINT-USER-ID
                       FROM ENVIRONMENT "MAINT_USER_ID"
                   IF WS-MAINT-USER-ID NOT = SPACES
                       MOVE WS-MAINT-USER-ID TO WS-OPERATOR-ID
                   END-IF
               END-IF
               MOVE 'UNATTENDED RUN' TO WS-OPERATOR-NAME
               MOVE 4 TO WS-OPERATOR-LEVEL
               SET WS-SIGNON-OK TO TRUE
           ELSE
               SET SO-SIGN-ON TO TRUE
               MOVE 'WRITING-FILES' TO SO-CALL-PROGRAM
               CALL "SIGNON" USING SO-CALL-FUNCTION SO-CALL-PROGRAM
                   SO-CALL-USER-ID SO-CALL-USER-NAME
                   SO-CALL-USER-LEVEL SO-CALL-TARGET-ID
                   SO-CALL-NEW-PASSWORD SO-CALL-RETURN-CODE
               IF SO-SIGNED-ON
                   MOVE SO-CALL-USER-ID TO WS-OPERATOR-ID
                   MOVE SO-CALL-USER-NAME TO WS-OPERATOR-NAME
                   MOVE SO-CALL-USER-LEVEL TO WS-OPERATOR-LEVEL
                   SET WS-SIGNON-OK TO TRUE
               END-IF
           END-IF
           IF WS-SIGNON-OK
           END-IF.
       0100-END. EXIT.

      * The menu's permission gate: the signed-on operator's level
      * must reach WS-REQUIRED-LEVEL or the option is refused and
      * the attempt lands on the security log with the user id.
                   " since " FL-BUSY-DATE " " FL-BUSY-TIME
               IF WS-RUN-MODE NOT = 'BATCH'
                   AND WS-RUN-MODE NOT = 'MAINT'
                   AND WS-RUN-MODE NOT = 'CHECK'
                   DISPLAY "Override the lock? (Y/N): "
                   ACCEPT WS-CONFIRM-SWITCH
                   IF WS-CONFIRM-YES
                   DISPLAY "Status set to A"
                   MOVE 'A' TO CLIENT-STATUS
               END-IF
      * Compliance: nobody starts Active without the KYC set on file.
               IF CLIENT-ACTIVE
                   MOVE CLIENT-CODE TO KY-CALL-CLIENT-CODE
                   MOVE CLIENT-TAX-ID TO KY-CALL-TAX-ID
                   CALL "KYCCHK" USING KY-CALL-CLIENT-CODE
                       KY-CALL-TAX-ID KY-CALL-REASON
                       KY-CALL-RETURN-CODE
                   IF KY-INCOMPLETE
                       DISPLAY KY-CALL-REASON
                           " - status set to P until the documents "
                           "are on file"
                       MOVE 'P' TO CLIENT-STATUS
                   END-IF
               END-IF
               MOVE 'N' TO WS-BRANCH-OK
               PERFORM UNTIL WS-BRANCH-OK = 'Y'
                   DISPLAY "Branch (0 = head office): "
                           END-IF
                       END-IF
                   END-IF
                   DISPLAY "Branch " CM-BRANCH " - a move to "
                       "another branch is keyed as a transfer "
                       "request for BRANCH-TRANSFER"
                   MOVE 'UPDATE' TO WS-JRN-ACTION
                   PERFORM 4300-WRITE-JOURNAL THRU 4300-END
                   REWRITE CLIENT-MASTER-RECORD
                   NOT INVALID KEY
                       SET WS-CLIENT-FOUND TO TRUE
               END-READ
               IF WS-CLIENT-FOUND AND NOT CM-ACTIVE
                   MOVE CM-CLIENT-CODE TO KY-CALL-CLIENT-CODE
                   MOVE CM-TAX-ID TO KY-CALL-TAX-ID
                   CALL "KYCCHK" USING KY-CALL-CLIENT-CODE
                       KY-CALL-TAX-ID KY-CALL-REASON
                       KY-CALL-RETURN-CODE
                   IF KY-INCOMPLETE
                       DISPLAY "Client " CM-CLIENT-CODE
                           " not activated - " KY-CALL-REASON
                       ADD 1 TO WS-RUN-REJECT-COUNT
                       MOVE 'N' TO WS-FOUND-SWITCH
                   END-IF
               END-IF
               IF WS-CLIENT-FOUND
                   IF CM-ACTIVE
                       DISPLAY "Client " CM-CLIENT-CODE
           ELSE
               DISPLAY "Client code to inquire: "
               ACCEPT CM-CLIENT-CODE
               MOVE CM-CLIENT-CODE TO XC-CALL-CODE
               CALL "CODEXREF" USING XC-CALL-CODE XC-CALL-RETURN-CODE
               IF XC-CODE-TRANSLATED
                   DISPLAY "Code " CM-CLIENT-CODE " was renumbered - "
                       "showing " XC-CALL-CODE
                   MOVE XC-CALL-CODE TO CM-CLIENT-CODE
               END-IF
               MOVE CM-CLIENT-CODE TO CK-CALL-CODE
               PERFORM 1480-VERIFY-CODE-DIGIT THRU 1480-END
               IF WS-CODE-DIGIT-OK = 'N'
                               ELSE
                                   MOVE ZERO TO CLIENT-BRANCH
                               END-IF
                               PERFORM 6180-CHECK-FEED-KYC
                                   THRU 6180-END
                               PERFORM 6200-WRITE-FEED-CLIENT
                                   THRU 6200-END
                           END-IF
           END-IF.
       6150-END. EXIT.

      * Compliance, as on interactive Add: a feed or transaction client
      * comes in Active only with the KYC set on file; without it the
      * client is filed Pending. Run once the code and CPF/CNPJ are
      * known, since KYCCHK answers from both.
       6180-CHECK-FEED-KYC.
           IF CLIENT-ACTIVE
               MOVE CLIENT-CODE TO KY-CALL-CLIENT-CODE
               MOVE CLIENT-TAX-ID TO KY-CALL-TAX-ID
               CALL "KYCCHK" USING KY-CALL-CLIENT-CODE
                   KY-CALL-TAX-ID KY-CALL-REASON
                   KY-CALL-RETURN-CODE
               IF KY-INCOMPLETE
                   DISPLAY "Client " CLIENT-CODE ": " KY-CALL-REASON
                       " - status set to P until the documents "
                       "are on file"
                   MOVE 'P' TO CLIENT-STATUS
               END-IF
           END-IF.
       6180-END. EXIT.

      * Leaves WS-FEED-WRITE-OK set only when the record actually
      * landed on the output file, so a caller counting its own
      * applied total (the MAINT add path) doesn't count a failure.
           MOVE ZERO TO WS-TRN-DELETE-COUNT
           MOVE ZERO TO WS-TRN-SUSPEND-COUNT
           MOVE ZERO TO WS-TRN-REACT-COUNT
           MOVE ZERO TO WS-TRN-CONTACT-COUNT
           MOVE ZERO TO WS-TRN-REJECT-COUNT
           IF WS-DRY-RUN
               PERFORM 7050-START-DRY-RUN THRU 7050-END
           END-IF
           MOVE SPACES TO WS-TRANS-FILENAME
           ACCEPT WS-TRANS-FILENAME FROM ENVIRONMENT "CLIENT_TRANS_FILE"
           IF WS-TRANS-FILENAME = SPACES
               DISPLAY "WRITING-FILES: cannot open transaction file, "
                   "status " WS-TRANS-STATUS
               ADD 1 TO WS-RUN-REJECT-COUNT
               IF WS-DRY-RUN
                   CLOSE DRYRUN-REPORT-FILE
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               SET WS-TRANS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-TRANS-EOF
                       AT END
                           SET WS-TRANS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-DRY-LINE-NO
                           PERFORM 7100-APPLY-ONE-TRANS THRU 7100-END
                   END-READ
               END-PERFORM
               CLOSE CLIENT-TRANS-FILE
               IF WS-DRY-RUN
                   PERFORM 7080-END-DRY-RUN THRU 7080-END
                   GO TO 7000-END
               END-IF
               DISPLAY "Maintenance complete - "
                   WS-TRN-ADD-COUNT " added, "
                   WS-TRN-CHANGE-COUNT " changed, "
                   WS-TRN-DELETE-COUNT " deactivated, "
                   WS-TRN-SUSPEND-COUNT " suspended, "
                   WS-TRN-REACT-COUNT " reactivated, "
                   WS-TRN-CONTACT-COUNT " contact(s) replaced, "
                   WS-TRN-REJECT-COUNT " rejected"
               ADD WS-TRN-REJECT-COUNT TO WS-RUN-REJECT-COUNT
           END-IF.
       7000-END. EXIT.

      * A dry run starts from the master as it stands, with the
      * report opened and the reject limit resolved.
       7050-START-DRY-RUN.
           MOVE ZERO TO WS-DRY-COUNT
           MOVE ZERO TO WS-DRY-LINE-NO
           MOVE ZERO TO WS-DRY-TRANS-TOTAL
           MOVE 'N' TO WS-DRY-FULL-WARNED
           INITIALIZE WS-DRY-REJECT-TABLE
           MOVE SPACES TO WS-DRY-LIMIT-PARM
           ACCEPT WS-DRY-LIMIT-PARM
               FROM ENVIRONMENT "MAINT_REJECT_LIMIT"
           IF WS-DRY-LIMIT-PARM IS NUMERIC
               MOVE WS-DRY-LIMIT-PARM TO WS-DRY-LIMIT
           ELSE
               MOVE 10 TO WS-DRY-LIMIT
           END-IF
           OPEN OUTPUT DRYRUN-REPORT-FILE
           IF WS-DRYRUN-STATUS NOT = '00'
               DISPLAY "WRITING-FILES: cannot open dry-run report, "
                   "status " WS-DRYRUN-STATUS
           END-IF
           MOVE SPACES TO WS-DRY-RPT-LINE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING "MAINT DRY RUN - NOTHING APPLIED   RUN DATE "
               WS-TODAY-DATE DELIMITED BY SIZE INTO WS-DRY-RPT-LINE
           WRITE DRYRUN-LINE FROM WS-DRY-RPT-LINE
           MOVE SPACES TO WS-DRY-RPT-LINE
           WRITE DRYRUN-LINE FROM WS-DRY-RPT-LINE
           MOVE "LINE    RESULT       A CODE    NAME / REASON"
               TO WS-DRY-RPT-LINE
           WRITE DRYRUN-LINE FROM WS-DRY-RPT-LINE.
       7050-END. EXIT.

      * Totals per action, the reject rate, and the verdict the batch
      * chain acts on: 8 when the rate passes the limit, 4 when there
      * are rejects within it, 0 for a clean file.
       7080-END-DRY-RUN.
           COMPUTE WS-DRY-APPLY-TOTAL = WS-TRN-ADD-COUNT
               + WS-TRN-CHANGE-COUNT + WS-TRN-DELETE-COUNT
               + WS-TRN-SUSPEND-COUNT + WS-TRN-REACT-COUNT
               + WS-TRN-CONTACT-COUNT
           MOVE WS-TRN-REJECT-COUNT TO WS-DRY-REJECT-TOTAL
           COMPUTE WS-DRY-TRANS-TOTAL = WS-DRY-APPLY-TOTAL
               + WS-DRY-REJECT-TOTAL
           MOVE ZERO TO WS-DRY-REJECT-PCT
           IF WS-DRY-TRANS-TOTAL > ZERO
               COMPUTE WS-DRY-REJECT-PCT =
                   WS-DRY-REJECT-TOTAL * 100 / WS-DRY-TRANS-TOTAL
           END-IF
           MOVE SPACES TO WS-DRY-RPT-LINE
           WRITE DRYRUN-LINE FROM WS-DRY-RPT-LINE
           MOVE "ACTION        WOULD APPLY  WOULD REJECT"
               TO WS-DRY-RPT-LINE
           WRITE DRYRUN-LINE FROM WS-DRY-RPT-LINE
           MOVE SPACES TO WS-DRY-RPT-LINE
           STRING "A ADD           " WS-TRN-ADD-COUNT "       "
               WS-DRY-REJECT (1) DELIMITED BY SIZE
               INTO WS-DRY-RPT-LINE
           WRITE DRYRUN-LINE FROM WS-DRY-RPT-LINE
           MOVE SPACES TO WS-DRY-RPT-LINE
           STRING "C CHANGE        " WS-TRN-CHANGE-COUNT "       "
               WS-DRY-REJECT (2) DELIMITED BY SIZE
               INTO WS-DRY-RPT-LINE
           WRITE DRYRUN-LINE FROM WS-DRY-RPT-LINE
           MOVE SPACES TO WS-DRY-RPT-LINE
           STRING "D DEACTIVATE    " WS-TRN-DELETE-COUNT "       "
               WS-DRY-REJECT (3) DELIMITED BY SIZE
               INTO WS-DRY-RPT-LINE
           WRITE DRYRUN-LINE FROM WS-DRY-RPT-LINE
           MOVE SPACES TO WS-DRY-RPT-LINE
           STRING "S SUSPEND       " WS-TRN-SUSPEND-COUNT "       "
               WS-DRY-REJECT (4) DELIMITED BY SIZE
               INTO WS-DRY-RPT-LINE
           WRITE DRYRUN-LINE FROM WS-DRY-RPT-LINE
           MOVE SPACES TO WS-DRY-RPT-LINE
           STRING "R REACTIVATE    " WS-TRN-REACT-COUNT "       "
               WS-DRY-REJECT (5) DELIMITED BY SIZE
               INTO WS-DRY-RPT-LINE
           WRITE DRYRUN-LINE FROM WS-DRY-RPT-LINE
           MOVE SPACES TO WS-DRY-RPT-LINE
           STRING "K CONTACT       " WS-TRN-CONTACT-COUNT "       "
               WS-DRY-REJECT (6) DELIMITED BY SIZE
               INTO WS-DRY-RPT-LINE
           WRITE DRYRUN-LINE FROM WS-DRY-RPT-LINE
           MOVE SPACES TO WS-DRY-RPT-LINE
           STRING "? UNKNOWN       " "      -" "       "
               WS-DRY-REJECT (7) DELIMITED BY SIZE
               INTO WS-DRY-RPT-LINE
           WRITE DRYRUN-LINE FROM WS-DRY-RPT-LINE
           MOVE SPACES TO WS-DRY-RPT-LINE
           STRING "TOTAL           " WS-DRY-APPLY-TOTAL "       "
               WS-DRY-REJECT-TOTAL DELIMITED BY SIZE
               INTO WS-DRY-RPT-LINE
           WRITE DRYRUN-LINE FROM WS-DRY-RPT-LINE
           MOVE SPACES TO WS-DRY-RPT-LINE
           STRING "REJECT RATE " WS-DRY-REJECT-PCT "%  LIMIT "
               WS-DRY-LIMIT "%" DELIMITED BY SIZE
               INTO WS-DRY-RPT-LINE
           WRITE DRYRUN-LINE FROM WS-DRY-RPT-LINE
           MOVE SPACES TO WS-DRY-RPT-LINE
           EVALUATE TRUE
               WHEN WS-DRY-REJECT-PCT > WS-DRY-LIMIT
                   MOVE "VERDICT: OVER THE LIMIT - HOLD THE REAL APPLY"
                       TO WS-DRY-RPT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DRY-REJECT-TOTAL > ZERO
                   MOVE "VERDICT: WITHIN THE LIMIT - REJECTS EXPECTED"
                       TO WS-DRY-RPT-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "VERDICT: CLEAN" TO WS-DRY-RPT-LINE
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           WRITE DRYRUN-LINE FROM WS-DRY-RPT-LINE
           CLOSE DRYRUN-REPORT-FILE
           DISPLAY "Dry run complete - " WS-DRY-APPLY-TOTAL
               " would apply, " WS-DRY-REJECT-TOTAL
               " would reject (" WS-DRY-REJECT-PCT "%, limit "
               WS-DRY-LIMIT "%)".
       7080-END. EXIT.

       7100-APPLY-ONE-TRANS.
           SET WS-TRN-OK TO TRUE
           MOVE SPACES TO WS-TRN-REJECT-REASON
           IF TRN-CLIENT-CODE IS NUMERIC
               AND TRN-CLIENT-CODE NOT = ZERO
               PERFORM 7150-TRANSLATE-RENUMBERED THRU 7150-END
               IF WS-TRN-NOT-OK
                   PERFORM 7900-WRITE-TRANS-REJECT THRU 7900-END
                   ADD 1 TO WS-TRN-REJECT-COUNT
                   GO TO 7100-END
               END-IF
               MOVE TRN-CLIENT-CODE TO CK-CALL-CODE
               PERFORM 1480-VERIFY-CODE-DIGIT THRU 1480-END
               IF WS-CODE-DIGIT-OK = 'N'
                   PERFORM 7500-APPLY-TRANS-SUSPEND THRU 7500-END
               WHEN 'R'
                   PERFORM 7600-APPLY-TRANS-REACT THRU 7600-END
               WHEN 'K'
                   PERFORM 7650-APPLY-TRANS-CONTACT THRU 7650-END
               WHEN OTHER
                   MOVE "UNKNOWN TRANSACTION ACTION"
                       TO WS-TRN-REJECT-REASON
           IF WS-TRN-NOT-OK
               PERFORM 7900-WRITE-TRANS-REJECT THRU 7900-END
               ADD 1 TO WS-TRN-REJECT-COUNT
           END-IF
           IF WS-TRN-OK AND WS-DRY-RUN
               MOVE SPACES TO WS-DRY-RPT-LINE
               STRING WS-DRY-LINE-NO " WOULD APPLY  " TRN-ACTION " "
                   TRN-CLIENT-CODE " " TRN-CLIENT-NAME
                   DELIMITED BY SIZE INTO WS-DRY-RPT-LINE
               WRITE DRYRUN-LINE FROM WS-DRY-RPT-LINE
           END-IF.
       7100-END. EXIT.

      * A code CLIENT-RECODE renumbered reaches the new code while the
      * cross-reference is in force. An add may never reuse a retired
      * code, and nothing is applied under one after the period.
       7150-TRANSLATE-RENUMBERED.
           MOVE TRN-CLIENT-CODE TO XC-CALL-CODE
           CALL "CODEXREF" USING XC-CALL-CODE XC-CALL-RETURN-CODE
           IF XC-CODE-CURRENT
               GO TO 7150-END
           END-IF
           IF TRN-ACTION = 'A'
               MOVE "CODE RETIRED BY RENUMBERING"
                   TO WS-TRN-REJECT-REASON
               SET WS-TRN-NOT-OK TO TRUE
               GO TO 7150-END
           END-IF
           IF XC-TRANSITION-OVER
               MOVE "RENUMBERED CODE HAS LAPSED"
                   TO WS-TRN-REJECT-REASON
               SET WS-TRN-NOT-OK TO TRUE
               GO TO 7150-END
           END-IF
           DISPLAY "WRITING-FILES: client " TRN-CLIENT-CODE
               " was renumbered - applied to " XC-CALL-CODE
           MOVE XC-CALL-CODE TO TRN-CLIENT-CODE.
       7150-END. EXIT.

      * An add transaction runs the same gates as a bulk-import feed
      * row, then lands through 6200 so output-data.txt, the audit
      * trail and the master all see it the same way.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO CLIENT-STATUS-DATE
           MOVE TRN-CLIENT-CODE TO CLIENT-CODE
      * a dry run takes no code from NEXTCODE - the apply assigns it
           IF CLIENT-CODE = ZERO
               IF WS-DRY-RUN
                   SET WS-CODE-IS-NEW TO TRUE
               ELSE
                   PERFORM 1450-ASSIGN-NEXT-CODE THRU 1450-END
               END-IF
           ELSE
               PERFORM 1500-CHECK-DUPLICATE THRU 1500-END
               IF WS-DRY-RUN AND WS-CODE-IS-NEW
                   MOVE CLIENT-CODE TO WS-DRY-SEEK-CODE
                   PERFORM 7710-FIND-DRY-CLIENT THRU 7710-END
                   IF WS-DRY-FOUND > ZERO
                       SET WS-DUPLICATE-CODE TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-DUPLICATE-CODE
               MOVE "DUPLICATE OR UNASSIGNABLE CODE"
                       OPEN INPUT CLIENT-MASTER-FILE
                       PERFORM 1800-VALIDATE-PARTNER THRU 1800-END
                       CLOSE CLIENT-MASTER-FILE
                       PERFORM 7720-DRY-PARTNER-CHECK THRU 7720-END
                       IF WS-PARTNER-INVALID
                           MOVE "PARTNER CODE NOT ON FILE"
                               TO WS-TRN-REJECT-REASON
                           MOVE TRN-TAX-ID TO CF-TAX-ID
                           PERFORM 6150-CHECK-FEED-TAX-ID
                               THRU 6150-END
                           PERFORM 7730-DRY-TAX-ID-CHECK THRU 7730-END
                           IF WS-TAX-ID-INVALID OR WS-TAX-ID-TAKEN
                               MOVE "INVALID OR DUPLICATE TAX ID"
                                   TO WS-TRN-REJECT-REASON
                               ELSE
                                   MOVE ZERO TO CLIENT-BRANCH
                               END-IF
                               PERFORM 6180-CHECK-FEED-KYC
                                   THRU 6180-END
                               IF WS-DRY-RUN
                                   PERFORM 7740-DRY-ADD-CLIENT
                                       THRU 7740-END
                               ELSE
                                   PERFORM 6200-WRITE-FEED-CLIENT
                                       THRU 6200-END
                                   IF WS-FEED-WRITE-OK
                                       ADD 1 TO WS-TRN-ADD-COUNT
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
      * field fails the interactive Change validation.
       7300-APPLY-TRANS-CHANGE.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-DRY-RUN
               OPEN INPUT CLIENT-MASTER-FILE
           ELSE
               OPEN I-O CLIENT-MASTER-FILE
           END-IF
           IF WS-MASTER-STATUS NOT = '00'
               MOVE "CLIENT MASTER NOT AVAILABLE"
                   TO WS-TRN-REJECT-REASON
               SET WS-TRN-NOT-OK TO TRUE
           ELSE
               PERFORM 7700-READ-TRANS-CLIENT THRU 7700-END
               IF WS-CLIENT-FOUND
                   MOVE CLIENT-MASTER-RECORD TO WS-BEFORE-IMAGE
                   PERFORM 7350-EDIT-TRANS-FIELDS THRU 7350-END
                   IF WS-TRN-OK AND WS-DRY-RUN
                       PERFORM 7750-DRY-SAVE-CLIENT THRU 7750-END
                       ADD 1 TO WS-TRN-CHANGE-COUNT
                   END-IF
                   IF WS-TRN-OK AND NOT WS-DRY-RUN
                       MOVE 'UPDATE' TO WS-JRN-ACTION
                       PERFORM 4300-WRITE-JOURNAL THRU 4300-END
                       REWRITE CLIENT-MASTER-RECORD
                       PERFORM 1800-VALIDATE-PARTNER THRU 1800-END
                       MOVE WS-SAVE-CLIENT-MASTER-RECORD TO
                           CLIENT-MASTER-RECORD
                       PERFORM 7720-DRY-PARTNER-CHECK THRU 7720-END
                       IF WS-PARTNER-INVALID
                           MOVE "PARTNER CODE NOT ON FILE"
                               TO WS-TRN-REJECT-REASON
                               THRU 1760-END
                           MOVE WS-SAVE-CLIENT-MASTER-RECORD TO
                               CLIENT-MASTER-RECORD
                           PERFORM 7730-DRY-TAX-ID-CHECK THRU 7730-END
                           IF WS-TAX-ID-TAKEN
                               MOVE "DUPLICATE TAX ID"
                                   TO WS-TRN-REJECT-REASON
                   IF WS-TRN-OK
                       AND TRN-BRANCH IS NUMERIC
                       AND TRN-BRANCH NOT = ZERO
                       AND TRN-BRANCH NOT = CM-BRANCH
                       DISPLAY "Transaction client "
                           TRN-CLIENT-CODE
                           " branch change kept for BRANCH-TRANSFER"
                           " - branch unchanged"
                   END-IF
               END-IF
           END-IF.

       7400-APPLY-TRANS-DELETE.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-DRY-RUN
               OPEN INPUT CLIENT-MASTER-FILE
           ELSE
               OPEN I-O CLIENT-MASTER-FILE
           END-IF
           IF WS-MASTER-STATUS NOT = '00'
               MOVE "CLIENT MASTER NOT AVAILABLE"
                   TO WS-TRN-REJECT-REASON
               SET WS-TRN-NOT-OK TO TRUE
           ELSE
               PERFORM 7700-READ-TRANS-CLIENT THRU 7700-END
               IF WS-CLIENT-FOUND AND WS-DRY-RUN
                   SET CM-INACTIVE TO TRUE
                   PERFORM 7750-DRY-SAVE-CLIENT THRU 7750-END
                   ADD 1 TO WS-TRN-DELETE-COUNT
               END-IF
               IF WS-CLIENT-FOUND AND NOT WS-DRY-RUN
                   MOVE CLIENT-MASTER-RECORD TO WS-BEFORE-IMAGE
                   MOVE CM-CLIENT-STATUS TO WS-STAT-OLD-STATUS
                   SET CM-INACTIVE TO TRUE
      * client code matter, the effective date is the run date.
       7500-APPLY-TRANS-SUSPEND.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-DRY-RUN
               OPEN INPUT CLIENT-MASTER-FILE
           ELSE
               OPEN I-O CLIENT-MASTER-FILE
           END-IF
           IF WS-MASTER-STATUS NOT = '00'
               MOVE "CLIENT MASTER NOT AVAILABLE"
                   TO WS-TRN-REJECT-REASON
               SET WS-TRN-NOT-OK TO TRUE
           ELSE
               PERFORM 7700-READ-TRANS-CLIENT THRU 7700-END
               IF WS-CLIENT-FOUND
                   IF CM-SUSPENDED
                       MOVE "CLIENT ALREADY SUSPENDED"
                           TO WS-TRN-REJECT-REASON
                       SET WS-TRN-NOT-OK TO TRUE
                   END-IF
                   IF WS-TRN-OK AND WS-DRY-RUN
                       SET CM-SUSPENDED TO TRUE
                       PERFORM 7750-DRY-SAVE-CLIENT THRU 7750-END
                       ADD 1 TO WS-TRN-SUSPEND-COUNT
                   END-IF
                   IF WS-TRN-OK AND NOT WS-DRY-RUN
                       MOVE CLIENT-MASTER-RECORD TO WS-BEFORE-IMAGE
                       MOVE CM-CLIENT-STATUS TO WS-STAT-OLD-STATUS
                       SET CM-SUSPENDED TO TRUE
      * interactive Reactivate option.
       7600-APPLY-TRANS-REACT.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-DRY-RUN
               OPEN INPUT CLIENT-MASTER-FILE
           ELSE
               OPEN I-O CLIENT-MASTER-FILE
           END-IF
           IF WS-MASTER-STATUS NOT = '00'
               MOVE "CLIENT MASTER NOT AVAILABLE"
                   TO WS-TRN-REJECT-REASON
               SET WS-TRN-NOT-OK TO TRUE
           ELSE
               PERFORM 7700-READ-TRANS-CLIENT THRU 7700-END
               IF WS-CLIENT-FOUND
                   IF CM-ACTIVE
                       MOVE "CLIENT ALREADY ACTIVE"
                           TO WS-TRN-REJECT-REASON
                       SET WS-TRN-NOT-OK TO TRUE
                   END-IF
                   IF WS-TRN-OK
                       MOVE CM-CLIENT-CODE TO KY-CALL-CLIENT-CODE
                       MOVE CM-TAX-ID TO KY-CALL-TAX-ID
                       CALL "KYCCHK" USING KY-CALL-CLIENT-CODE
                           KY-CALL-TAX-ID KY-CALL-REASON
                           KY-CALL-RETURN-CODE
                       IF KY-INCOMPLETE
                           MOVE KY-CALL-REASON
                               TO WS-TRN-REJECT-REASON
                           SET WS-TRN-NOT-OK TO TRUE
                       END-IF
                   END-IF
                   IF WS-TRN-OK AND WS-DRY-RUN
                       SET CM-ACTIVE TO TRUE
                       PERFORM 7750-DRY-SAVE-CLIENT THRU 7750-END
                       ADD 1 TO WS-TRN-REACT-COUNT
                   END-IF
                   IF WS-TRN-OK AND NOT WS-DRY-RUN
                       MOVE CLIENT-MASTER-RECORD TO WS-BEFORE-IMAGE
                       MOVE CM-CLIENT-STATUS TO WS-STAT-OLD-STATUS
                       SET CM-ACTIVE TO TRUE
           END-IF.
       7600-END. EXIT.

      * A contact transaction replaces whatever the client has on
      * file for that type - a portal user changing a mobile number
      * does not want the old one kept alongside it. The value goes
      * through the interactive Maintain-contacts checks.
       7650-APPLY-TRANS-CONTACT.
           MOVE 'N' TO WS-FOUND-SWITCH
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               MOVE "CLIENT MASTER NOT AVAILABLE"
                   TO WS-TRN-REJECT-REASON
               SET WS-TRN-NOT-OK TO TRUE
               GO TO 7650-END
           END-IF
           PERFORM 7700-READ-TRANS-CLIENT THRU 7700-END
           CLOSE CLIENT-MASTER-FILE
           IF NOT WS-CLIENT-FOUND
               GO TO 7650-END
           END-IF
           MOVE TRN-CONTACT-TYPE TO WS-CONTACT-TYPE
           MOVE TRN-CONTACT-VALUE TO WS-CONTACT-VALUE
           PERFORM 8760-VALIDATE-CONTACT THRU 8760-END
           IF WS-CONTACT-NOT-OK
               MOVE "INVALID CONTACT TYPE OR VALUE"
                   TO WS-TRN-REJECT-REASON
               SET WS-TRN-NOT-OK TO TRUE
               GO TO 7650-END
           END-IF
           IF WS-DRY-RUN
               ADD 1 TO WS-TRN-CONTACT-COUNT
               GO TO 7650-END
           END-IF
           PERFORM 8780-REPLACE-CONTACT THRU 8780-END
           IF WS-TRN-OK
               ADD 1 TO WS-TRN-CONTACT-COUNT
           END-IF.
       7650-END. EXIT.

      * Captures the whole rejected transaction line with its reason,
      * the way CLIENT-INDEX captures rejected registrations.
      * Reads the transaction's client: in a dry run an image carried
      * forward from an earlier transaction wins over the master.
       7700-READ-TRANS-CLIENT.
           IF WS-DRY-RUN
               MOVE TRN-CLIENT-CODE TO WS-DRY-SEEK-CODE
               PERFORM 7710-FIND-DRY-CLIENT THRU 7710-END
               IF WS-DRY-FOUND > ZERO
                   MOVE WS-DRY-IMAGE (WS-DRY-FOUND)
                       TO CLIENT-MASTER-RECORD
                   SET WS-CLIENT-FOUND TO TRUE
                   GO TO 7700-END
               END-IF
           END-IF
           MOVE TRN-CLIENT-CODE TO CM-CLIENT-CODE
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   MOVE "CLIENT CODE NOT ON FILE"
                       TO WS-TRN-REJECT-REASON
                   SET WS-TRN-NOT-OK TO TRUE
               NOT INVALID KEY
                   SET WS-CLIENT-FOUND TO TRUE
           END-READ.
       7700-END. EXIT.

       7710-FIND-DRY-CLIENT.
           MOVE ZERO TO WS-DRY-FOUND
           PERFORM VARYING WS-DRY-IDX FROM 1 BY 1
               UNTIL WS-DRY-IDX > WS-DRY-COUNT
               OR WS-DRY-FOUND > ZERO
               IF WS-DRY-CODE (WS-DRY-IDX) = WS-DRY-SEEK-CODE
                   MOVE WS-DRY-IDX TO WS-DRY-FOUND
               END-IF
           END-PERFORM.
       7710-END. EXIT.

      * A partner added earlier in the same file is on file by the
      * time the real run reaches this transaction.
       7720-DRY-PARTNER-CHECK.
           IF WS-DRY-RUN AND WS-PARTNER-INVALID
               MOVE WS-CHECK-PARTNER TO WS-DRY-SEEK-CODE
               PERFORM 7710-FIND-DRY-CLIENT THRU 7710-END
               IF WS-DRY-FOUND > ZERO
                   SET WS-PARTNER-VALID TO TRUE
               END-IF
           END-IF.
       7720-END. EXIT.

      * Likewise a tax id taken by an earlier transaction in the file.
       7730-DRY-TAX-ID-CHECK.
           IF WS-DRY-RUN AND WS-TAX-ID-VALID AND WS-TAX-ID-FREE
               AND WS-CHECK-TAX-ID NOT = SPACES
               PERFORM VARYING WS-DRY-IDX FROM 1 BY 1
                   UNTIL WS-DRY-IDX > WS-DRY-COUNT
                   IF WS-DRY-TAX-ID (WS-DRY-IDX) = WS-CHECK-TAX-ID
                       AND WS-DRY-CODE (WS-DRY-IDX) NOT =
                           WS-TAX-EXCLUDE-CODE
                       SET WS-TAX-ID-TAKEN TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
       7730-END. EXIT.

      * The client an add would write, built the way 1970 builds the
      * master record. An add whose code NEXTCODE would assign is
      * counted but not carried forward - nothing later can quote it.
       7740-DRY-ADD-CLIENT.
           ADD 1 TO WS-TRN-ADD-COUNT
           IF CLIENT-CODE = ZERO
               GO TO 7740-END
           END-IF
           MOVE CLIENT-CODE TO CM-CLIENT-CODE
           MOVE CLIENT-NAME TO CM-CLIENT-NAME
           MOVE CLIENT-CITY TO CM-CLIENT-CITY
           MOVE CLIENT-STREET TO CM-CLIENT-STREET
           MOVE CLIENT-NUMBER TO CM-CLIENT-NUMBER
           MOVE CLIENT-STATE TO CM-CLIENT-STATE
           MOVE CLIENT-CEP TO CM-CLIENT-CEP
           MOVE CLIENT-STATUS TO CM-CLIENT-STATUS
           MOVE CLIENT-PARTNER-CODE TO CM-PARTNER-CODE
           MOVE CLIENT-TAX-ID TO CM-TAX-ID
           MOVE CLIENT-STATUS-DATE TO CM-STATUS-DATE
           MOVE CLIENT-BRANCH TO CM-BRANCH
           PERFORM 7750-DRY-SAVE-CLIENT THRU 7750-END.
       7740-END. EXIT.

       7750-DRY-SAVE-CLIENT.
           MOVE CM-CLIENT-CODE TO WS-DRY-SEEK-CODE
           PERFORM 7710-FIND-DRY-CLIENT THRU 7710-END
           IF WS-DRY-FOUND = ZERO
               IF WS-DRY-COUNT < 2000
                   ADD 1 TO WS-DRY-COUNT
                   MOVE WS-DRY-COUNT TO WS-DRY-FOUND
               ELSE
                   IF WS-DRY-FULL-WARNED = 'N'
                       DISPLAY "WRITING-FILES: dry run holds 2000 "
                           "clients - later lines are judged "
                           "against the master as it stands"
                       MOVE 'Y' TO WS-DRY-FULL-WARNED
                   END-IF
                   GO TO 7750-END
               END-IF
           END-IF
           MOVE CLIENT-MASTER-RECORD TO WS-DRY-IMAGE (WS-DRY-FOUND).
       7750-END. EXIT.

      * A dry run lists the reject on its report instead of the
      * reject file, counted under the transaction's action.
       7800-DRY-REJECT-LINE.
           EVALUATE TRN-ACTION
               WHEN 'A'
                   MOVE 1 TO WS-DRY-ACTION-NO
               WHEN 'C'
                   MOVE 2 TO WS-DRY-ACTION-NO
               WHEN 'D'
                   MOVE 3 TO WS-DRY-ACTION-NO
               WHEN 'S'
                   MOVE 4 TO WS-DRY-ACTION-NO
               WHEN 'R'
                   MOVE 5 TO WS-DRY-ACTION-NO
               WHEN 'K'
                   MOVE 6 TO WS-DRY-ACTION-NO
               WHEN OTHER
                   MOVE 7 TO WS-DRY-ACTION-NO
           END-EVALUATE
           ADD 1 TO WS-DRY-REJECT (WS-DRY-ACTION-NO)
           MOVE SPACES TO WS-DRY-RPT-LINE
           STRING WS-DRY-LINE-NO " WOULD REJECT " TRN-ACTION " "
               TRN-CLIENT-CODE " " WS-TRN-REJECT-REASON
               DELIMITED BY SIZE INTO WS-DRY-RPT-LINE
           WRITE DRYRUN-LINE FROM WS-DRY-RPT-LINE.
       7800-END. EXIT.

       7900-WRITE-TRANS-REJECT.
           IF WS-DRY-RUN
               PERFORM 7800-DRY-REJECT-LINE THRU 7800-END
               GO TO 7900-END
           END-IF
           INITIALIZE TRANS-REJECT-LINE
           ACCEPT REJ-DATE FROM DATE YYYYMMDD
           ACCEPT REJ-TIME FROM TIME
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-TERM-OK = 'Y'
               PERFORM 8055-CHECK-STANDING THRU 8055-END
           END-IF.
       8050-END. EXIT.

      * A student whose latest end-of-term standing is dismissal may
      * not enroll for any later term.
       8055-CHECK-STANDING.
           MOVE SPACES TO WS-LAST-STD-TERM
           MOVE SPACE TO WS-LAST-STD-STANDING
           MOVE 'N' TO WS-STANDING-EOF
           OPEN INPUT STANDING-FILE
           IF WS-STANDING-STATUS NOT = '00'
               GO TO 8055-END
           END-IF
           PERFORM UNTIL WS-STANDING-EOF = 'Y'
               READ STANDING-FILE
                   AT END
                       MOVE 'Y' TO WS-STANDING-EOF
                   NOT AT END
                       IF STD-STUDENT-CODE = CM-CLIENT-CODE
                           AND STD-TERM NOT < WS-LAST-STD-TERM
                           MOVE STD-TERM TO WS-LAST-STD-TERM
                           MOVE STD-STANDING TO WS-LAST-STD-STANDING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STANDING-FILE
           IF WS-LAST-STD-STANDING = 'D'
               AND WS-ENROLL-TERM > WS-LAST-STD-TERM
               DISPLAY "Student was dismissed at the end of "
                   WS-LAST-STD-TERM " - not enrolled"
               MOVE 'N' TO WS-TERM-OK
           END-IF.
       8055-END. EXIT.

      * A course with a catalog prerequisite needs a passing result
      * for it on the keyed grade history (any term, average 5.00 or
      * better, not an attendance failure), or a coordinator's
                               TO WS-SEC-CAPACITY (WS-SEC-COUNT)
                           MOVE ZERO
                               TO WS-SEC-TAKEN (WS-SEC-COUNT)
                           PERFORM VARYING WS-MEET FROM 1 BY 1
                               UNTIL WS-MEET > 3
                               IF SC-DAY (WS-MEET) IS NUMERIC
                                   AND SC-PERIOD (WS-MEET) IS NUMERIC
                                   MOVE SC-DAY (WS-MEET) TO WS-SEC-DAY
                                       (WS-SEC-COUNT WS-MEET)
                                   MOVE SC-PERIOD (WS-MEET)
                                       TO WS-SEC-PERIOD
                                       (WS-SEC-COUNT WS-MEET)
                               ELSE
                                   MOVE ZERO TO WS-SEC-DAY
                                       (WS-SEC-COUNT WS-MEET)
                                   MOVE ZERO TO WS-SEC-PERIOD
                                       (WS-SEC-COUNT WS-MEET)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
               GO TO 8090-END
           END-IF
           PERFORM 8095-COUNT-SEATS-TAKEN THRU 8095-END
           PERFORM 8091-LOAD-HELD-MEETINGS THRU 8091-END
           MOVE 'N' TO WS-SEAT-FOUND
           MOVE 'N' TO WS-CLASH-FOUND
           PERFORM VARYING WS-SEC FROM 1 BY 1
               UNTIL WS-SEC > WS-SEC-COUNT
               OR WS-SEAT-FOUND = 'Y'
               IF WS-SEC-TAKEN (WS-SEC)
                   < WS-SEC-CAPACITY (WS-SEC)
                   PERFORM 8093-CHECK-CLASH THRU 8093-END
                   IF WS-SEC-CLASH = 'Y'
                       MOVE 'Y' TO WS-CLASH-FOUND
                   ELSE
                       MOVE WS-SEC-SECTION (WS-SEC)
                           TO WS-ENROLL-SECTION
                       MOVE 'Y' TO WS-SEAT-FOUND
                   END-IF
               END-IF
           END-PERFORM
      * Only clashing sections had a seat - a waitlist place would
      * just seat the student into the same clash later.
           IF WS-SEAT-FOUND = 'N' AND WS-CLASH-FOUND = 'Y'
               DISPLAY "Every open section of " WS-ENROLL-COURSE
                   " clashes with course " WS-CLASH-COURSE
                   " section " WS-CLASH-SECTION
                   " already held - not enrolled"
               GO TO 8090-END
           END-IF
           IF WS-SEAT-FOUND = 'N'
               DISPLAY "Every section of " WS-ENROLL-COURSE
                   " is full - student waitlisted"
           END-IF.
       8090-END. EXIT.

      * The day/period slots of every section the student already
      * holds for the term - the sections off the enrollment
      * register, their slots off sections.txt.
       8091-LOAD-HELD-MEETINGS.
           MOVE ZERO TO WS-HELD-COUNT
           MOVE ZERO TO WS-HM-COUNT
           MOVE 'N' TO WS-ENR-EOF
           OPEN INPUT ENROLLMENT-FILE
           IF WS-ENROLL-STATUS NOT = '00'
               GO TO 8091-END
           END-IF
           PERFORM UNTIL WS-ENR-EOF = 'Y'
               READ ENROLLMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-ENR-EOF
                   NOT AT END
                       IF EN-STUDENT-CODE = CM-CLIENT-CODE
                           AND EN-TERM = WS-ENROLL-TERM
                           AND EN-SECTION NOT = SPACES
                           AND EN-ACTIVE
                           AND WS-HELD-COUNT < 20
                           ADD 1 TO WS-HELD-COUNT
                           MOVE EN-COURSE-CODE
                               TO WS-HELD-COURSE (WS-HELD-COUNT)
                           MOVE EN-SECTION
                               TO WS-HELD-SECTION (WS-HELD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE
           IF WS-HELD-COUNT = ZERO
               GO TO 8091-END
           END-IF
           MOVE 'N' TO WS-SECTION-EOF
           OPEN INPUT SECTION-FILE
           IF WS-SECTION-STATUS NOT = '00'
               GO TO 8091-END
           END-IF
           PERFORM UNTIL WS-SECTION-EOF = 'Y'
               READ SECTION-FILE
                   AT END
                       MOVE 'Y' TO WS-SECTION-EOF
                   NOT AT END
                       IF SC-TERM = WS-ENROLL-TERM
                           PERFORM VARYING WS-HELD FROM 1 BY 1
                               UNTIL WS-HELD > WS-HELD-COUNT
                               IF WS-HELD-COURSE (WS-HELD)
                                   = SC-COURSE-CODE
                                   AND WS-HELD-SECTION (WS-HELD)
                                   = SC-SECTION
                                   PERFORM 8092-ADD-HELD-MEETINGS
                                       THRU 8092-END
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SECTION-FILE.
       8091-END. EXIT.

       8092-ADD-HELD-MEETINGS.
           PERFORM VARYING WS-MEET FROM 1 BY 1 UNTIL WS-MEET > 3
               IF SC-DAY (WS-MEET) IS NUMERIC
                   AND SC-PERIOD (WS-MEET) IS NUMERIC
                   AND SC-DAY (WS-MEET) > ZERO
                   AND SC-PERIOD (WS-MEET) > ZERO
                   AND WS-HM-COUNT < 60
                   ADD 1 TO WS-HM-COUNT
                   MOVE SC-COURSE-CODE TO WS-HM-COURSE (WS-HM-COUNT)
                   MOVE SC-SECTION TO WS-HM-SECTION (WS-HM-COUNT)
                   MOVE SC-DAY (WS-MEET) TO WS-HM-DAY (WS-HM-COUNT)
                   MOVE SC-PERIOD (WS-MEET)
                       TO WS-HM-PERIOD (WS-HM-COUNT)
               END-IF
           END-PERFORM.
       8092-END. EXIT.

      * Candidate section WS-SEC clashes when any of its slots is a
      * day/period the student is already sitting in.
       8093-CHECK-CLASH.
           MOVE 'N' TO WS-SEC-CLASH
           PERFORM VARYING WS-MEET FROM 1 BY 1
               UNTIL WS-MEET > 3 OR WS-SEC-CLASH = 'Y'
               IF WS-SEC-DAY (WS-SEC WS-MEET) > ZERO
                   AND WS-SEC-PERIOD (WS-SEC WS-MEET) > ZERO
                   PERFORM VARYING WS-HM FROM 1 BY 1
                       UNTIL WS-HM > WS-HM-COUNT
                       OR WS-SEC-CLASH = 'Y'
                       IF WS-HM-DAY (WS-HM)
                           = WS-SEC-DAY (WS-SEC WS-MEET)
                           AND WS-HM-PERIOD (WS-HM)
                           = WS-SEC-PERIOD (WS-SEC WS-MEET)
                           MOVE 'Y' TO WS-SEC-CLASH
                           MOVE WS-HM-COURSE (WS-HM)
                               TO WS-CLASH-COURSE
                           MOVE WS-HM-SECTION (WS-HM)
                               TO WS-CLASH-SECTION
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       8093-END. EXIT.

       8095-COUNT-SEATS-TAKEN.
           MOVE 'N' TO WS-ENR-EOF
           OPEN INPUT ENROLLMENT-FILE
                       NOT AT END
                           IF EN-COURSE-CODE = WS-ENROLL-COURSE
                               AND EN-TERM = WS-ENROLL-TERM
                               AND EN-ACTIVE
                               PERFORM VARYING WS-SEC FROM 1 BY 1
                                   UNTIL WS-SEC > WS-SEC-COUNT
                                   IF WS-SEC-SECTION (WS-SEC)
           END-IF.
       8770-END. EXIT.

      * Reloads contacts.txt without the client's lines of the type
      * being replaced and writes it back with the new line at the
      * end, the whole-register rewrite the mandate and address-flag
      * files use.
       8780-REPLACE-CONTACT.
           MOVE ZERO TO WS-CN-COUNT
           MOVE 'N' TO WS-CN-OVERFLOW
           SET WS-CONTACT-NOT-EOF TO TRUE
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS = '00'
               PERFORM UNTIL WS-CONTACT-EOF
                   READ CONTACT-FILE
                       AT END
                           SET WS-CONTACT-EOF TO TRUE
                       NOT AT END
                           IF CT-CLIENT-CODE = CM-CLIENT-CODE
                               AND CT-TYPE = WS-CONTACT-TYPE
                               CONTINUE
                           ELSE
                               IF WS-CN-COUNT < 5000
                                   ADD 1 TO WS-CN-COUNT
                                   MOVE CONTACT-LINE TO
                                       WS-CN-RECORD (WS-CN-COUNT)
                               ELSE
                                   SET WS-CN-TABLE-OVERFLOWED
                                       TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACT-FILE
           END-IF
      * A contacts file the table could not hold in full cannot be
      * rewritten without dropping the contacts past the cap.
           IF WS-CN-TABLE-OVERFLOWED
               MOVE "CONTACT FILE LARGER THAN TABLE"
                   TO WS-TRN-REJECT-REASON
               SET WS-TRN-NOT-OK TO TRUE
               GO TO 8780-END
           END-IF
           OPEN OUTPUT CONTACT-FILE
           IF WS-CONTACT-STATUS NOT = '00'
               MOVE "CONTACT FILE NOT AVAILABLE"
                   TO WS-TRN-REJECT-REASON
               SET WS-TRN-NOT-OK TO TRUE
               GO TO 8780-END
           END-IF
           PERFORM VARYING WS-CN-IDX FROM 1 BY 1
               UNTIL WS-CN-IDX > WS-CN-COUNT
               MOVE WS-CN-RECORD (WS-CN-IDX) TO CONTACT-LINE
               WRITE CONTACT-LINE
           END-PERFORM
           MOVE SPACES TO CONTACT-LINE
           MOVE CM-CLIENT-CODE TO CT-CLIENT-CODE
           MOVE WS-CONTACT-TYPE TO CT-TYPE
           MOVE WS-CONTACT-VALUE TO CT-VALUE
           WRITE CONTACT-LINE
           IF WS-CONTACT-STATUS NOT = '00'
               MOVE "CONTACT WRITE FAILED" TO WS-TRN-REJECT-REASON
               SET WS-TRN-NOT-OK TO TRUE
           ELSE
               MOVE CM-CLIENT-CODE TO WS-AUDIT-CODE
               MOVE CM-CLIENT-NAME TO WS-AUDIT-NAME
               MOVE 'CONTCT' TO WS-AUDIT-ACTION
               PERFORM 4000-WRITE-AUDIT THRU 4000-END
           END-IF
           CLOSE CONTACT-FILE.
       8780-END. EXIT.

      * An address change means the returned-mail flag no longer
      * applies: the client's line comes off address-flags.txt so
      * the next mailing goes out to the corrected address. The
           END-IF.
       8800-END. EXIT.

      * Grants or revokes one LGPD consent purpose for a client on
      * consents.txt, one line per client and purpose. A revoke keeps
      * the original grant date and stamps the revoke date; a fresh
      * grant restarts the line. The register is reloaded and
      * rewritten whole, the way the mandate register is.
       8900-MAINTAIN-CONSENT.
           MOVE 'N' TO WS-FOUND-SWITCH
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS = '35'
               DISPLAY "No client master on file yet - run "
                   "CLIENT-INDEX first"
               ADD 1 TO WS-RUN-REJECT-COUNT
               GO TO 8900-END
           END-IF
           DISPLAY "Client code for the consent: "
           ACCEPT CM-CLIENT-CODE
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   DISPLAY "Client code not on file"
                   ADD 1 TO WS-RUN-REJECT-COUNT
               NOT INVALID KEY
                   SET WS-CLIENT-FOUND TO TRUE
           END-READ
           CLOSE CLIENT-MASTER-FILE
           IF NOT WS-CLIENT-FOUND
               GO TO 8900-END
           END-IF
           PERFORM 8910-LOAD-CONSENTS THRU 8910-END
      * A register the table could not hold in full cannot be
      * rewritten without dropping the consents past the cap.
           IF WS-CS-TABLE-OVERFLOWED
               DISPLAY "Consent register is larger than the "
                   "table - register left untouched"
               ADD 1 TO WS-RUN-REJECT-COUNT
               GO TO 8900-END
           END-IF
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT
               MOVE WS-CS-RECORD (WS-CS-IDX) TO CONSENT-LINE
               IF CS-CLIENT-CODE = CM-CLIENT-CODE
                   DISPLAY "On file: " CS-PURPOSE " " CS-STATUS
                       " granted " CS-GRANT-DATE " revoked "
                       CS-REVOKE-DATE " via " CS-CHANNEL
               END-IF
           END-PERFORM
           DISPLAY "Purpose (M=mail, E=e-mail, S=SMS, "
               "P=partner sharing): "
           ACCEPT WS-CONSENT-PURPOSE
           SET WS-CP-IDX TO 1
           SEARCH WS-CP-ENTRY
               AT END
                   DISPLAY "Purpose must be M, E, S or P"
                   ADD 1 TO WS-RUN-REJECT-COUNT
                   GO TO 8900-END
               WHEN WS-CP-CODE (WS-CP-IDX) = WS-CONSENT-PURPOSE
                   CONTINUE
           END-SEARCH
           DISPLAY "Grant or revoke (G/R): "
           ACCEPT WS-CONSENT-ACTION
           IF WS-CONSENT-ACTION NOT = 'G'
               AND WS-CONSENT-ACTION NOT = 'R'
               DISPLAY "Action must be G or R"
               ADD 1 TO WS-RUN-REJECT-COUNT
               GO TO 8900-END
           END-IF
           DISPLAY "Captured via (W=web, D=desk, P=phone, "
               "F=paper form): "
           ACCEPT WS-CONSENT-CHANNEL
           MOVE WS-CONSENT-CHANNEL TO CS-CHANNEL
           IF NOT CS-VALID-CHANNEL
               DISPLAY "Channel must be W, D, P or F"
               ADD 1 TO WS-RUN-REJECT-COUNT
               GO TO 8900-END
           END-IF
           MOVE ZERO TO WS-CS-POS
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT
               OR WS-CS-POS > ZERO
               MOVE WS-CS-RECORD (WS-CS-IDX) TO CONSENT-LINE
               IF CS-CLIENT-CODE = CM-CLIENT-CODE
                   AND CS-PURPOSE = WS-CONSENT-PURPOSE
                   MOVE WS-CS-IDX TO WS-CS-POS
               END-IF
           END-PERFORM
           IF WS-CS-POS > ZERO
               MOVE WS-CS-RECORD (WS-CS-POS) TO CONSENT-LINE
           ELSE
               IF WS-CONSENT-ACTION = 'R'
                   DISPLAY "No consent on file to revoke"
                   ADD 1 TO WS-RUN-REJECT-COUNT
                   GO TO 8900-END
               END-IF
               MOVE SPACES TO CONSENT-LINE
               MOVE CM-CLIENT-CODE TO CS-CLIENT-CODE
               MOVE WS-CONSENT-PURPOSE TO CS-PURPOSE
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           IF WS-CONSENT-ACTION = 'G'
               SET CS-GRANTED TO TRUE
               MOVE WS-TODAY-DATE TO CS-GRANT-DATE
               MOVE ZERO TO CS-REVOKE-DATE
           ELSE
               SET CS-REVOKED TO TRUE
               MOVE WS-TODAY-DATE TO CS-REVOKE-DATE
           END-IF
           MOVE WS-CONSENT-CHANNEL TO CS-CHANNEL
           MOVE WS-OPERATOR-ID TO CS-OPERATOR
           IF WS-CS-POS > ZERO
               MOVE CONSENT-LINE TO WS-CS-RECORD (WS-CS-POS)
           ELSE
               IF WS-CS-COUNT < 2000
                   ADD 1 TO WS-CS-COUNT
                   MOVE CONSENT-LINE TO WS-CS-RECORD (WS-CS-COUNT)
               ELSE
                   DISPLAY "Consent register full - not saved"
                   ADD 1 TO WS-RUN-REJECT-COUNT
                   GO TO 8900-END
               END-IF
           END-IF
           PERFORM 8920-REWRITE-CONSENTS THRU 8920-END
           MOVE CM-CLIENT-CODE TO WS-AUDIT-CODE
           MOVE CM-CLIENT-NAME TO WS-AUDIT-NAME
           MOVE 'CONSNT' TO WS-AUDIT-ACTION
           PERFORM 4000-WRITE-AUDIT THRU 4000-END
           DISPLAY "Consent " WS-CONSENT-PURPOSE " for client "
               CM-CLIENT-CODE " saved as " WS-CONSENT-ACTION.
       8900-END. EXIT.

       8910-LOAD-CONSENTS.
           MOVE 'N' TO WS-CS-OVERFLOW
           MOVE ZERO TO WS-CS-COUNT
           SET WS-CONSENT-NOT-EOF TO TRUE
           OPEN INPUT CONSENT-FILE
           IF WS-CONSENT-STATUS = '00'
               PERFORM UNTIL WS-CONSENT-EOF
                   READ CONSENT-FILE
                       AT END
                           SET WS-CONSENT-EOF TO TRUE
                       NOT AT END
                           IF WS-CS-COUNT < 2000
                               ADD 1 TO WS-CS-COUNT
                               MOVE CONSENT-LINE
                                   TO WS-CS-RECORD (WS-CS-COUNT)
                           ELSE
                               SET WS-CS-TABLE-OVERFLOWED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONSENT-FILE
           END-IF.
       8910-END. EXIT.

       8920-REWRITE-CONSENTS.
           OPEN OUTPUT CONSENT-FILE
           IF WS-CONSENT-STATUS NOT = '00'
               DISPLAY "WRITING-FILES: cannot rewrite consent "
                   "register, status " WS-CONSENT-STATUS
               ADD 1 TO WS-RUN-REJECT-COUNT
           ELSE
               PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-COUNT
                   MOVE WS-CS-RECORD (WS-CS-IDX) TO CONSENT-LINE
                   WRITE CONSENT-LINE
               END-PERFORM
               CLOSE CONSENT-FILE
           END-IF.
       8920-END. EXIT.

      * Records one KYC document for a client on kyc-documents.txt,
      * one line per client and document type - keying a type again
      * replaces the line, the way a renewed document replaces the
      * old one. The operator keying it is recorded as the one who
      * saw the original. The register is reloaded and rewritten
      * whole, the way the mandate register is.
       8950-MAINTAIN-KYC-DOC.
           MOVE 'N' TO WS-FOUND-SWITCH
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS = '35'
               DISPLAY "No client master on file yet - run "
                   "CLIENT-INDEX first"
               ADD 1 TO WS-RUN-REJECT-COUNT
               GO TO 8950-END
           END-IF
           DISPLAY "Client code for the document: "
           ACCEPT CM-CLIENT-CODE
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   DISPLAY "Client code not on file"
                   ADD 1 TO WS-RUN-REJECT-COUNT
               NOT INVALID KEY
                   SET WS-CLIENT-FOUND TO TRUE
           END-READ
           CLOSE CLIENT-MASTER-FILE
           IF NOT WS-CLIENT-FOUND
               GO TO 8950-END
           END-IF
           PERFORM 8960-LOAD-KYC-DOCS THRU 8960-END
      * A register the table could not hold in full cannot be
      * rewritten without dropping the documents past the cap.
           IF WS-KD-TABLE-OVERFLOWED
               DISPLAY "KYC document register is larger than the "
                   "table - register left untouched"
               ADD 1 TO WS-RUN-REJECT-COUNT
               GO TO 8950-END
           END-IF
           PERFORM VARYING WS-KD-IDX FROM 1 BY 1
               UNTIL WS-KD-IDX > WS-KD-COUNT
               MOVE WS-KD-RECORD (WS-KD-IDX) TO KYC-DOC-LINE
               IF KD-CLIENT-CODE = CM-CLIENT-CODE
                   DISPLAY "On file: " KD-DOC-TYPE " " KD-DOC-NUMBER
                       " issued " KD-ISSUE-DATE " expires "
                       KD-EXPIRY-DATE " seen by " KD-VERIFIED-BY
               END-IF
           END-PERFORM
           DISPLAY "Document type (RG, CNH, ADDR, CNPJ): "
           ACCEPT WS-KYC-TYPE
           INSPECT WS-KYC-TYPE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE WS-KYC-TYPE TO KD-DOC-TYPE
           IF NOT KD-VALID-TYPE
               DISPLAY "Type must be RG, CNH, ADDR or CNPJ"
               ADD 1 TO WS-RUN-REJECT-COUNT
               GO TO 8950-END
           END-IF
           IF KD-COMPANY-CARD AND CM-TAX-ID IS NOT NUMERIC
               DISPLAY "A CNPJ card only applies to a client whose "
                   "tax id is a CNPJ"
               ADD 1 TO WS-RUN-REJECT-COUNT
               GO TO 8950-END
           END-IF
           DISPLAY "Document number: "
           ACCEPT WS-KYC-NUMBER
           IF WS-KYC-NUMBER = SPACES
               DISPLAY "A document number is required"
               ADD 1 TO WS-RUN-REJECT-COUNT
               GO TO 8950-END
           END-IF
           DISPLAY "Issue date (YYYYMMDD): "
           ACCEPT WS-KYC-ISSUE
           DISPLAY "Expiry date (YYYYMMDD, blank = no expiry): "
           ACCEPT WS-KYC-EXPIRY
           IF WS-KYC-EXPIRY = SPACES
               MOVE ZEROS TO WS-KYC-EXPIRY
           END-IF
           IF WS-KYC-ISSUE IS NOT NUMERIC
               OR WS-KYC-EXPIRY IS NOT NUMERIC
               DISPLAY "Dates must be YYYYMMDD"
               ADD 1 TO WS-RUN-REJECT-COUNT
               GO TO 8950-END
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           IF WS-KYC-ISSUE > WS-TODAY-DATE
               DISPLAY "Issue date is in the future"
               ADD 1 TO WS-RUN-REJECT-COUNT
               GO TO 8950-END
           END-IF
           MOVE ZERO TO WS-KD-POS
           PERFORM VARYING WS-KD-IDX FROM 1 BY 1
               UNTIL WS-KD-IDX > WS-KD-COUNT
               OR WS-KD-POS > ZERO
               MOVE WS-KD-RECORD (WS-KD-IDX) TO KYC-DOC-LINE
               IF KD-CLIENT-CODE = CM-CLIENT-CODE
                   AND KD-DOC-TYPE = WS-KYC-TYPE
                   MOVE WS-KD-IDX TO WS-KD-POS
               END-IF
           END-PERFORM
           MOVE SPACES TO KYC-DOC-LINE
           MOVE CM-CLIENT-CODE TO KD-CLIENT-CODE
           MOVE WS-KYC-TYPE TO KD-DOC-TYPE
           MOVE WS-KYC-NUMBER TO KD-DOC-NUMBER
           MOVE WS-KYC-ISSUE TO KD-ISSUE-DATE
           MOVE WS-KYC-EXPIRY TO KD-EXPIRY-DATE
           MOVE WS-OPERATOR-ID TO KD-VERIFIED-BY
           MOVE WS-TODAY-DATE TO KD-VERIFIED-DATE
           IF WS-KD-POS > ZERO
               MOVE KYC-DOC-LINE TO WS-KD-RECORD (WS-KD-POS)
           ELSE
               IF WS-KD-COUNT < 2000
                   ADD 1 TO WS-KD-COUNT
                   MOVE KYC-DOC-LINE TO WS-KD-RECORD (WS-KD-COUNT)
               ELSE
                   DISPLAY "KYC document register full - not saved"
                   ADD 1 TO WS-RUN-REJECT-COUNT
                   GO TO 8950-END
               END-IF
           END-IF
           PERFORM 8970-REWRITE-KYC-DOCS THRU 8970-END
           MOVE CM-CLIENT-CODE TO WS-AUDIT-CODE
           MOVE CM-CLIENT-NAME TO WS-AUDIT-NAME
           MOVE 'KYCDOC' TO WS-AUDIT-ACTION
           PERFORM 4000-WRITE-AUDIT THRU 4000-END
           DISPLAY "Document " WS-KYC-TYPE " for client "
               CM-CLIENT-CODE " saved"
           MOVE CM-CLIENT-CODE TO KY-CALL-CLIENT-CODE
           MOVE CM-TAX-ID TO KY-CALL-TAX-ID
           CALL "KYCCHK" USING KY-CALL-CLIENT-CODE KY-CALL-TAX-ID
               KY-CALL-REASON KY-CALL-RETURN-CODE
           IF KY-COMPLETE
               DISPLAY "KYC set complete for client " CM-CLIENT-CODE
           ELSE
               DISPLAY "Still outstanding: " KY-CALL-REASON
           END-IF.
       8950-END. EXIT.

       8960-LOAD-KYC-DOCS.
           MOVE 'N' TO WS-KD-OVERFLOW
           MOVE ZERO TO WS-KD-COUNT
           SET WS-KYC-NOT-EOF TO TRUE
           OPEN INPUT KYC-DOC-FILE
           IF WS-KYC-STATUS = '00'
               PERFORM UNTIL WS-KYC-EOF
                   READ KYC-DOC-FILE
                       AT END
                           SET WS-KYC-EOF TO TRUE
                       NOT AT END
                           IF WS-KD-COUNT < 2000
                               ADD 1 TO WS-KD-COUNT
                               MOVE KYC-DOC-LINE
                                   TO WS-KD-RECORD (WS-KD-COUNT)
                           ELSE
                               SET WS-KD-TABLE-OVERFLOWED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KYC-DOC-FILE
           END-IF.
       8960-END. EXIT.

       8970-REWRITE-KYC-DOCS.
           OPEN OUTPUT KYC-DOC-FILE
           IF WS-KYC-STATUS NOT = '00'
               DISPLAY "WRITING-FILES: cannot rewrite KYC document "
                   "register, status " WS-KYC-STATUS
               ADD 1 TO WS-RUN-REJECT-COUNT
           ELSE
               PERFORM VARYING WS-KD-IDX FROM 1 BY 1
                   UNTIL WS-KD-IDX > WS-KD-COUNT
                   MOVE WS-KD-RECORD (WS-KD-IDX) TO KYC-DOC-LINE
                   WRITE KYC-DOC-LINE
               END-PERFORM
               CLOSE KYC-DOC-FILE
           END-IF.
       8970-END. EXIT.

      * Keys how a client's documents go out - P paper, E e-mail,
      * S SMS, B e-mail and SMS - on delivery-prefs.txt, one line per
      * client. Keying a preference again, typically after a new
      * contact is keyed for a bounced address, clears the bounce
      * and failure stamps DELIVERY-RETURN left so electronic
      * delivery resumes. The register is reloaded and rewritten
      * whole, the way the consent register is.
       8980-MAINTAIN-DELIVERY-PREF.
           MOVE 'N' TO WS-FOUND-SWITCH
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS = '35'
               DISPLAY "No client master on file yet - run "
                   "CLIENT-INDEX first"
               ADD 1 TO WS-RUN-REJECT-COUNT
               GO TO 8980-END
           END-IF
           DISPLAY "Client code for the delivery preference: "
           ACCEPT CM-CLIENT-CODE
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   DISPLAY "Client code not on file"
                   ADD 1 TO WS-RUN-REJECT-COUNT
               NOT INVALID KEY
                   SET WS-CLIENT-FOUND TO TRUE
           END-READ
           CLOSE CLIENT-MASTER-FILE
           IF NOT WS-CLIENT-FOUND
               GO TO 8980-END
           END-IF
           PERFORM 8985-LOAD-DELIVERY-PREFS THRU 8985-END
      * A register the table could not hold in full cannot be
      * rewritten without dropping the preferences past the cap.
           IF WS-DP-TABLE-OVERFLOWED
               DISPLAY "Delivery preference register is larger "
                   "than the table - register left untouched"
               ADD 1 TO WS-RUN-REJECT-COUNT
               GO TO 8980-END
           END-IF
           MOVE ZERO TO WS-DP-POS
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > WS-DP-COUNT
               OR WS-DP-POS > ZERO
               MOVE WS-DP-RECORD (WS-DP-IDX) TO DELIVERY-PREF-LINE
               IF DP-CLIENT-CODE = CM-CLIENT-CODE
                   MOVE WS-DP-IDX TO WS-DP-POS
               END-IF
           END-PERFORM
           IF WS-DP-POS > ZERO
               MOVE WS-DP-RECORD (WS-DP-POS) TO DELIVERY-PREF-LINE
               DISPLAY "On file: " DP-PREFERENCE " since "
                   DP-CHANGE-DATE
               IF DP-EMAIL-BOUNCED NOT = SPACES
                   DISPLAY "E-mail bounced " DP-EMAIL-BOUNCE-DATE
                       ": " DP-EMAIL-BOUNCED
               END-IF
               IF DP-SMS-FAILED NOT = SPACES
                   DISPLAY "SMS failed " DP-SMS-FAIL-DATE
                       ": " DP-SMS-FAILED
               END-IF
           ELSE
               DISPLAY "No preference on file - documents go on "
                   "paper"
           END-IF
           DISPLAY "Delivery (P=paper, E=e-mail, S=SMS, "
               "B=e-mail and SMS): "
           ACCEPT WS-DLV-PREFERENCE
           MOVE SPACES TO DELIVERY-PREF-LINE
           MOVE CM-CLIENT-CODE TO DP-CLIENT-CODE
           MOVE WS-DLV-PREFERENCE TO DP-PREFERENCE
           IF NOT DP-VALID-PREFERENCE
               DISPLAY "Delivery must be P, E, S or B"
               ADD 1 TO WS-RUN-REJECT-COUNT
               GO TO 8980-END
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO DP-CHANGE-DATE
           MOVE ZERO TO DP-EMAIL-BOUNCE-DATE
           MOVE ZERO TO DP-SMS-FAIL-DATE
           IF WS-DP-POS > ZERO
               MOVE DELIVERY-PREF-LINE TO WS-DP-RECORD (WS-DP-POS)
           ELSE
               IF WS-DP-COUNT < 5000
                   ADD 1 TO WS-DP-COUNT
                   MOVE DELIVERY-PREF-LINE
                       TO WS-DP-RECORD (WS-DP-COUNT)
               ELSE
                   DISPLAY "Delivery preference register full - "
                       "not saved"
                   ADD 1 TO WS-RUN-REJECT-COUNT
                   GO TO 8980-END
               END-IF
           END-IF
           PERFORM 8990-REWRITE-DELIVERY-PREFS THRU 8990-END
           MOVE CM-CLIENT-CODE TO WS-AUDIT-CODE
           MOVE CM-CLIENT-NAME TO WS-AUDIT-NAME
           MOVE 'DLVPRF' TO WS-AUDIT-ACTION
           PERFORM 4000-WRITE-AUDIT THRU 4000-END
           DISPLAY "Delivery for client " CM-CLIENT-CODE
               " saved as " WS-DLV-PREFERENCE.
       8980-END. EXIT.

       8985-LOAD-DELIVERY-PREFS.
           MOVE 'N' TO WS-DP-OVERFLOW
           MOVE ZERO TO WS-DP-COUNT
           SET WS-DLV-NOT-EOF TO TRUE
           OPEN INPUT DELIVERY-PREF-FILE
           IF WS-DLV-STATUS = '00'
               PERFORM UNTIL WS-DLV-EOF
                   READ DELIVERY-PREF-FILE
                       AT END
                           SET WS-DLV-EOF TO TRUE
                       NOT AT END
                           IF WS-DP-COUNT < 5000
                               ADD 1 TO WS-DP-COUNT
                               MOVE DELIVERY-PREF-LINE
                                   TO WS-DP-RECORD (WS-DP-COUNT)
                           ELSE
                               SET WS-DP-TABLE-OVERFLOWED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELIVERY-PREF-FILE
           END-IF.
       8985-END. EXIT.

       8990-REWRITE-DELIVERY-PREFS.
           OPEN OUTPUT DELIVERY-PREF-FILE
           IF WS-DLV-STATUS NOT = '00'
               DISPLAY "WRITING-FILES: cannot rewrite delivery "
                   "preference register, status " WS-DLV-STATUS
               ADD 1 TO WS-RUN-REJECT-COUNT
           ELSE
               PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-COUNT
                   MOVE WS-DP-RECORD (WS-DP-IDX) TO DELIVERY-PREF-LINE
                   WRITE DELIVERY-PREF-LINE
               END-PERFORM
               CLOSE DELIVERY-PREF-FILE
           END-IF.
       8990-END. EXIT.

       END PROGRAM WRITING-FILES.
