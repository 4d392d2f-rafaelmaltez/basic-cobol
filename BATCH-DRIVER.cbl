      *                  (intf-skips.txt) is pulled for the night
      *                  instead of being run against a missing or
      *                  stale file.
      *   15/10/2026 RM  BUREAU-LISTING runs nightly ahead of
      *                  BALANCE-CHECK, so an item cleared during the
      *                  day goes out on that night's bureau removal
      *                  file.
      *   15/10/2026 RM  PROMISE-CHECK runs nightly ahead of
      *                  BUREAU-LISTING, settling the promises to pay
      *                  that fell due so DUNNING-NOTICE can escalate
      *                  the broken ones.
      *   15/10/2026 RM  ATTEND-DERIVE runs ahead of GRADE-BATCH,
      *                  rebuilding the attendance.txt totals from
      *                  the night's roll-call sessions before the
      *                  attendance rule is applied.
      *   15/10/2026 RM  ORPHAN-SWEEP runs after PARTNER-SWEEP; a
      *                  client code left dangling on a critical file
      *                  ends the step 16 and stops the chain before
      *                  CLIENT-BILLING.
      *   15/10/2026 RM  New CLIENT-MAINT step (pulled in the default
      *                  deck) applies the MAINT transaction file
      *                  behind a WRITING-FILES dry run, and holds the
      *                  real apply with a warning when the dry run's
      *                  reject rate passes MAINT_REJECT_LIMIT.
      *   15/10/2026 RM  APPROVAL-AGING runs nightly ahead of
      *                  HOUSEKEEPING, listing the approval-queue
      *                  items still waiting for a checker and ending
      *                  4 when any is overdue.
      *   15/10/2026 RM  TICKET-AGING runs nightly after
      *                  APPROVAL-AGING, ageing the open service
      *                  tickets against their category SLA and
      *                  ending 4 on any breach.
      *   15/10/2026 RM  CONSENT-IMPORT runs nightly ahead of
      *                  HOUSEKEEPING, applying the web team's LGPD
      *                  consent feed to the consent register; no feed
      *                  or a rejected line ends it 4.
      *   15/10/2026 RM  BRANCH-TRANSFER runs nightly ahead of
      *                  HOUSEKEEPING, applying the day's branch
      *                  transfer requests; no requests or a rejected
      *                  request ends it 4.
      *   15/10/2026 RM  DELIVERY-RETURN runs nightly ahead of
      *                  HOUSEKEEPING, posting the messaging gateway's
      *                  delivered and bounced returns to the
      *                  correspondence register; no returns or a
      *                  rejected line ends it 4.
      *   15/10/2026 RM  PORTAL-CHANGES runs nightly ahead of
      *                  HOUSEKEEPING: the customer portal's change
      *                  requests are staged, applied through the
      *                  gated MAINT pass signed on as PORTAL, and
      *                  reported back to the portal. A rejected or
      *                  held request ends it 4.
      *   15/10/2026 RM  BACKUP-SET runs first, ahead of INTF-CHECK,
      *                  taking the dated point-in-time backup set of
      *                  the masters, registers and control files the
      *                  chain changes, so a bad night can be put back
      *                  as a unit with BACKUP-RESTORE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-DRIVER.
       01 WS-ISK PIC 9(2) COMP.
       01 WS-STEP-ON-SKIP-LIST PIC X(1).
       01 WS-STEP-RC PIC S9(4).
       01 WS-PORTAL-RC PIC S9(4).
       01 WS-CHAIN-SWITCH PIC X(1) VALUE 'N'.
           88 WS-CHAIN-ABORTED VALUE 'Y'.
       01 WS-CHAIN-WARN-SWITCH PIC X(1) VALUE 'N'.
       0600-END. EXIT.

       0650-DEFAULT-DECK.
           MOVE 29 TO WS-DECK-COUNT
           MOVE 'BACKUP-SET' TO WS-DK-NAME (1)
           MOVE 'Y' TO WS-DK-FLAG (1)
           MOVE 'INTF-CHECK' TO WS-DK-NAME (2)
           MOVE 'Y' TO WS-DK-FLAG (2)
           MOVE 'CLIENT-INDEX' TO WS-DK-NAME (3)
           MOVE 'N' TO WS-DK-FLAG (3)
           MOVE 'CLIENT-EXTRACT' TO WS-DK-NAME (4)
           MOVE 'Y' TO WS-DK-FLAG (4)
           MOVE 'READING-FILES' TO WS-DK-NAME (5)
           MOVE 'Y' TO WS-DK-FLAG (5)
           MOVE 'WRITING-FILES' TO WS-DK-NAME (6)
           MOVE 'Y' TO WS-DK-FLAG (6)
           MOVE 'CLIENT-MAINT' TO WS-DK-NAME (7)
           MOVE 'N' TO WS-DK-FLAG (7)
           MOVE 'CLIENT-CLOSEOUT' TO WS-DK-NAME (8)
           MOVE 'Y' TO WS-DK-FLAG (8)
           MOVE 'CLIENT-REPORT' TO WS-DK-NAME (9)
           MOVE 'Y' TO WS-DK-FLAG (9)
           MOVE 'CLIENT-RECON' TO WS-DK-NAME (10)
           MOVE 'Y' TO WS-DK-FLAG (10)
           MOVE 'PARTNER-SWEEP' TO WS-DK-NAME (11)
           MOVE 'Y' TO WS-DK-FLAG (11)
           MOVE 'ORPHAN-SWEEP' TO WS-DK-NAME (12)
           MOVE 'Y' TO WS-DK-FLAG (12)
           MOVE 'CLIENT-BILLING' TO WS-DK-NAME (13)
           MOVE 'Y' TO WS-DK-FLAG (13)
           MOVE 'CLIENT-CSV' TO WS-DK-NAME (14)
           MOVE 'Y' TO WS-DK-FLAG (14)
           MOVE 'CLIENT-JSON' TO WS-DK-NAME (15)
           MOVE 'Y' TO WS-DK-FLAG (15)
           MOVE 'ATTEND-DERIVE' TO WS-DK-NAME (16)
           MOVE 'Y' TO WS-DK-FLAG (16)
           MOVE 'GRADE-BATCH' TO WS-DK-NAME (17)
           MOVE 'Y' TO WS-DK-FLAG (17)
           MOVE 'GRADE-RECON' TO WS-DK-NAME (18)
           MOVE 'Y' TO WS-DK-FLAG (18)
           MOVE 'CLASS-RANKING' TO WS-DK-NAME (19)
           MOVE 'Y' TO WS-DK-FLAG (19)
           MOVE 'PROMISE-CHECK' TO WS-DK-NAME (20)
           MOVE 'Y' TO WS-DK-FLAG (20)
           MOVE 'BUREAU-LISTING' TO WS-DK-NAME (21)
           MOVE 'Y' TO WS-DK-FLAG (21)
           MOVE 'BALANCE-CHECK' TO WS-DK-NAME (22)
           MOVE 'Y' TO WS-DK-FLAG (22)
           MOVE 'APPROVAL-AGING' TO WS-DK-NAME (23)
           MOVE 'Y' TO WS-DK-FLAG (23)
           MOVE 'TICKET-AGING' TO WS-DK-NAME (24)
           MOVE 'Y' TO WS-DK-FLAG (24)
           MOVE 'CONSENT-IMPORT' TO WS-DK-NAME (25)
           MOVE 'Y' TO WS-DK-FLAG (25)
           MOVE 'BRANCH-TRANSFER' TO WS-DK-NAME (26)
           MOVE 'Y' TO WS-DK-FLAG (26)
           MOVE 'DELIVERY-RETURN' TO WS-DK-NAME (27)
           MOVE 'Y' TO WS-DK-FLAG (27)
           MOVE 'PORTAL-CHANGES' TO WS-DK-NAME (28)
           MOVE 'Y' TO WS-DK-FLAG (28)
           MOVE 'HOUSEKEEPING' TO WS-DK-NAME (29)
           MOVE 'Y' TO WS-DK-FLAG (29)
           PERFORM VARYING WS-DECK-IDX FROM 1 BY 1
               UNTIL WS-DECK-IDX > WS-DECK-COUNT
               MOVE SPACES TO WS-DK-PARMS (WS-DECK-IDX)
       2100-DISPATCH-STEP.
           DISPLAY "BATCH-DRIVER: starting " WS-STEP-NAME
           EVALUATE WS-STEP-NAME
               WHEN 'BACKUP-SET'
                   CALL "BACKUP-SET"
               WHEN 'INTF-CHECK'
                   CALL "INTF-CHECK"
                   PERFORM 2300-LOAD-INTF-SKIPS THRU 2300-END
                       UPON ENVIRONMENT-NAME
                   DISPLAY "BATCH" UPON ENVIRONMENT-VALUE
                   CALL "WRITING-FILES"
               WHEN 'CLIENT-MAINT'
                   PERFORM 2400-RUN-GATED-MAINT THRU 2400-END
               WHEN 'CLIENT-CLOSEOUT'
                   CALL "CLIENT-CLOSEOUT"
               WHEN 'CLIENT-REPORT'
                   CALL "CLIENT-RECON"
               WHEN 'PARTNER-SWEEP'
                   CALL "PARTNER-SWEEP"
               WHEN 'ORPHAN-SWEEP'
                   CALL "ORPHAN-SWEEP"
               WHEN 'CLIENT-BILLING'
                   CALL "CLIENT-BILLING"
               WHEN 'CLIENT-CSV'
                   CALL "CLIENT-CSV"
               WHEN 'CLIENT-JSON'
                   CALL "CLIENT-JSON"
               WHEN 'ATTEND-DERIVE'
                   CALL "ATTEND-DERIVE"
               WHEN 'GRADE-BATCH'
                   PERFORM 2200-SET-GRADE-TERM THRU 2200-END
                   CALL "GRADE-BATCH"
                   CALL "GRADE-RECON"
               WHEN 'CLASS-RANKING'
                   CALL "CLASS-RANKING"
               WHEN 'PROMISE-CHECK'
                   CALL "PROMISE-CHECK"
               WHEN 'BUREAU-LISTING'
                   CALL "BUREAU-LISTING"
               WHEN 'BALANCE-CHECK'
                   CALL "BALANCE-CHECK"
               WHEN 'APPROVAL-AGING'
                   CALL "APPROVAL-AGING"
               WHEN 'TICKET-AGING'
                   CALL "TICKET-AGING"
               WHEN 'CONSENT-IMPORT'
                   CALL "CONSENT-IMPORT"
               WHEN 'BRANCH-TRANSFER'
                   CALL "BRANCH-TRANSFER"
               WHEN 'DELIVERY-RETURN'
                   CALL "DELIVERY-RETURN"
               WHEN 'PORTAL-CHANGES'
                   PERFORM 2450-RUN-PORTAL-CHANGES THRU 2450-END
               WHEN 'HOUSEKEEPING'
                   CALL "HOUSEKEEPING"
               WHEN OTHER
           END-IF.
       2300-END. EXIT.

      * The MAINT transaction file goes through a WRITING-FILES dry
      * run first; the real apply follows only while the dry run's
      * reject rate is within MAINT_REJECT_LIMIT. Over the limit the
      * apply is held for the night with a warning and the dry-run
      * report (maint-dryrun.txt) is left for the desk. Each call
      * starts WRITING-FILES afresh so no counts carry between them.
       2400-RUN-GATED-MAINT.
           DISPLAY "WRITING_FILES_MODE" UPON ENVIRONMENT-NAME
           DISPLAY "CHECK" UPON ENVIRONMENT-VALUE
           CANCEL "WRITING-FILES"
           CALL "WRITING-FILES"
           IF RETURN-CODE = 8
               DISPLAY "BATCH-DRIVER: MAINT dry run is over the "
                   "reject limit - real apply held, see "
                   "maint-dryrun.txt"
               SET WS-CHAIN-WARNED TO TRUE
               MOVE 4 TO RETURN-CODE
               GO TO 2400-END
           END-IF
           IF RETURN-CODE > 8
               GO TO 2400-END
           END-IF
           DISPLAY "WRITING_FILES_MODE" UPON ENVIRONMENT-NAME
           DISPLAY "MAINT" UPON ENVIRONMENT-VALUE
           CANCEL "WRITING-FILES"
           CALL "WRITING-FILES".
       2400-END. EXIT.

      * The portal's requests are staged onto their own transaction
      * file and applied through the same gated MAINT pass as the
      * desk's, with MAINT signed on as PORTAL; the status pass then
      * reports each request back. The step ends with the worst of
      * the three return codes. The MAINT settings are put back for
      * any later step.
       2450-RUN-PORTAL-CHANGES.
           DISPLAY "PORTAL_CHANGES_MODE" UPON ENVIRONMENT-NAME
           DISPLAY "STAGE" UPON ENVIRONMENT-VALUE
           CANCEL "PORTAL-CHANGES"
           CALL "PORTAL-CHANGES"
           MOVE RETURN-CODE TO WS-PORTAL-RC
           IF WS-PORTAL-RC > 4
               GO TO 2450-END
           END-IF
           DISPLAY "CLIENT_TRANS_FILE" UPON ENVIRONMENT-NAME
           DISPLAY "../portal-trans.txt" UPON ENVIRONMENT-VALUE
           DISPLAY "MAINT_USER_ID" UPON ENVIRONMENT-NAME
           DISPLAY "PORTAL" UPON ENVIRONMENT-VALUE
           PERFORM 2400-RUN-GATED-MAINT THRU 2400-END
           IF RETURN-CODE > WS-PORTAL-RC
               MOVE RETURN-CODE TO WS-PORTAL-RC
           END-IF
           DISPLAY "CLIENT_TRANS_FILE" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE
           DISPLAY "MAINT_USER_ID" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE
           DISPLAY "JOB_USER_ID" UPON ENVIRONMENT-NAME
           DISPLAY "BATCH" UPON ENVIRONMENT-VALUE
           DISPLAY "PORTAL_CHANGES_MODE" UPON ENVIRONMENT-NAME
           DISPLAY "STATUS" UPON ENVIRONMENT-VALUE
           CANCEL "PORTAL-CHANGES"
           CALL "PORTAL-CHANGES"
           IF RETURN-CODE < WS-PORTAL-RC
               MOVE WS-PORTAL-RC TO RETURN-CODE
           END-IF.
       2450-END. EXIT.

       1850-SKIP-STEP.
           DISPLAY "BATCH-DRIVER: step " WS-STEP-NAME
               " skipped - already complete in the prior run".
