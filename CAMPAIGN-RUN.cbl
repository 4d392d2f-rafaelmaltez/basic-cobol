      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Marketing campaign run. Takes the campaign in
      *          CAMPAIGN_CODE from campaigns.txt (CAMPREC), selects
      *          the clients matching its criteria the way
      *          CLIENT-SELECT does, drops those whose address the
      *          post office has bounced (address-flags.txt) or who
      *          have not granted marketing mail (consents.txt, via
      *          CONSENTCHK), and holds back a random CP-CONTROL-PCT
      *          percent of the rest as the control group. The list
      *          is frozen on campaign-targets.txt (CAMPTGTREC) with
      *          the run date, and each target gets a mailing piece
      *          on campaign-mail.txt logged on the correspondence
      *          register as CMP-<campaign code>. A campaign is run
      *          once: a code already on the target list, a run
      *          outside the campaign's dates or a campaign line that
      *          does not validate ends 16 with nothing mailed. Ends 4
      *          when no client was selected.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 RM  Original version.
      *   15/10/2026 RM  Passes CORRLOG's delivery details, blank
      *                  for a printed document.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPAIGN-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FILE ASSIGN TO '..\campaigns.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAMPAIGN-STATUS.

           SELECT TARGET-FILE ASSIGN TO '..\campaign-targets.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TARGET-STATUS.

           SELECT ADDRESS-FLAGS-FILE ASSIGN TO '..\address-flags.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FLAGS-STATUS.

           SELECT CLIENT-MASTER-FILE ASSIGN TO WS-MASTER-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CLIENT-CODE
           ALTERNATE RECORD KEY IS CM-CLIENT-NAME WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT MAIL-FILE ASSIGN TO '..\campaign-mail.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CAMPAIGN-FILE.
       COPY CAMPREC REPLACING ==:RECNAME:== BY ==CAMPAIGN-LINE==.

       FD TARGET-FILE.
       COPY CAMPTGTREC REPLACING ==:RECNAME:== BY ==TARGET-LINE==.

       FD ADDRESS-FLAGS-FILE.
       COPY MAILFLAGREC REPLACING ==:RECNAME:==
           BY ==ADDRESS-FLAG-LINE==.

       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.

       FD MAIL-FILE.
       01 MAIL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CAMPAIGN-STATUS PIC X(2).
       01 WS-TARGET-STATUS PIC X(2).
       01 WS-FLAGS-STATUS PIC X(2).
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-MAIL-STATUS PIC X(2).
       01 WS-FILE-EOF PIC X(1).
       01 WS-MASTER-EOF PIC X(1) VALUE 'N'.
       01 WS-OPEN-FAILED PIC X(1) VALUE 'N'.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-CAMPAIGN-CODE PIC X(6).
       01 WS-FOUND PIC X(1) VALUE 'N'.
       01 WS-ALREADY-RUN PIC X(1) VALUE 'N'.
       01 WS-CAMPAIGN-VALID PIC X(1) VALUE 'Y'.

      * The campaign as read from the master.
       01 WS-CAMPAIGN.
           05 WS-CP-OFFER PIC X(30).
           05 WS-CP-SEL-UF PIC X(2).
           05 WS-CP-SEL-CITY PIC X(20).
           05 WS-CP-SEL-STATUS PIC X(1).
           05 WS-CP-SEL-PARTNER PIC X(4).
           05 WS-CP-START-DATE PIC 9(8).
           05 WS-CP-END-DATE PIC 9(8).
           05 WS-CP-CONTROL-PCT PIC 9(2).

       01 WS-MF-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-MF-TABLE.
           05 WS-MF-CODE PIC 9(7) OCCURS 500 TIMES.
       01 WS-F PIC 9(3) COMP.
       01 WS-MATCH-SWITCH PIC X(1).
           88 WS-MATCHED VALUE 'Y'.
           88 WS-BYPASSED VALUE 'N'.
       01 WS-ADDR-FLAGGED PIC X(1).

       01 WS-TARGET-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CONTROL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-FLAGGED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NO-CONSENT-COUNT PIC 9(7) VALUE ZERO.

      * The control group is drawn with a multiplicative congruential
      * generator (16807 modulo 2**31 - 1) seeded from the time of
      * day, so two runs never hold back the same clients; the draw
      * itself is frozen on the target list.
       01 WS-SEED PIC 9(10).
       01 WS-SEED-PRODUCT PIC 9(15).
       01 WS-SEED-QUOTIENT PIC 9(15).
       01 WS-DRAW PIC 9(2).
       01 WS-DRAW-QUOTIENT PIC 9(10).
       01 WS-TIME-OF-DAY PIC 9(8).

       01 WS-MAIL-HEAD.
           05 FILLER PIC X(9) VALUE "CAMPAIGN ".
           05 WS-MH-CODE PIC X(6).
           05 FILLER PIC X(44) VALUE SPACES.
           05 WS-MH-DAY PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 WS-MH-MONTH PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 WS-MH-YEAR PIC 9(4).
       01 WS-MAIL-BUILD PIC X(80).
       01 WS-NUMBER-EDIT PIC ZZZZ9.
       01 WS-CEP-EDIT.
           05 WS-CEP-FIRST PIC 9(5).
           05 FILLER PIC X(1) VALUE '-'.
           05 WS-CEP-LAST PIC 9(3).
       01 WS-CEP-SPLIT.
           05 WS-CEP-HI PIC 9(5).
           05 WS-CEP-LO PIC 9(3).

       COPY CORRLOGPARM.
       COPY CONSENTPARM.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "CAMPAIGN-RUN" TO JL-CALL-PROGRAM
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
           MOVE SPACES TO WS-CAMPAIGN-CODE
           ACCEPT WS-CAMPAIGN-CODE FROM ENVIRONMENT "CAMPAIGN_CODE"
           IF WS-CAMPAIGN-CODE = SPACES
               DISPLAY "CAMPAIGN-RUN: CAMPAIGN_CODE not given - "
                   "run refused"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-LOAD-CAMPAIGN THRU 1000-END
           IF WS-FOUND = 'N' OR WS-CAMPAIGN-VALID = 'N'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-CHECK-NOT-RUN THRU 1100-END
           IF WS-ALREADY-RUN = 'Y'
               DISPLAY "CAMPAIGN-RUN: campaign " WS-CAMPAIGN-CODE
                   " is already on the target list - run refused"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1200-LOAD-ADDRESS-FLAGS THRU 1200-END
           ACCEPT WS-TIME-OF-DAY FROM TIME
           COMPUTE WS-SEED = WS-TIME-OF-DAY + 1
           PERFORM 1300-OPEN-FILES THRU 1300-END
           IF WS-OPEN-FAILED = 'Y'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-MASTER-EOF = 'Y'
               READ CLIENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       PERFORM 2000-SELECT-ONE THRU 2000-END
               END-READ
           END-PERFORM
           CLOSE CLIENT-MASTER-FILE
           CLOSE TARGET-FILE
           CLOSE MAIL-FILE
           DISPLAY "CAMPAIGN-RUN: campaign " WS-CAMPAIGN-CODE ", "
               WS-TARGET-COUNT " mailed, " WS-CONTROL-COUNT
               " held back as control, " WS-FLAGGED-COUNT
               " bounced address(es), " WS-NO-CONSENT-COUNT
               " without mail consent"
           IF WS-TARGET-COUNT = ZERO AND WS-CONTROL-COUNT = ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           SET JL-CALL-END TO TRUE
           MOVE WS-TARGET-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

       1000-LOAD-CAMPAIGN.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT CAMPAIGN-FILE
           IF WS-CAMPAIGN-STATUS NOT = '00'
               DISPLAY "CAMPAIGN-RUN: no campaigns.txt, status "
                   WS-CAMPAIGN-STATUS
               GO TO 1000-END
           END-IF
           PERFORM UNTIL WS-FILE-EOF = 'Y' OR WS-FOUND = 'Y'
               READ CAMPAIGN-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF CP-CODE = WS-CAMPAIGN-CODE
                           MOVE 'Y' TO WS-FOUND
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FOUND = 'N'
               DISPLAY "CAMPAIGN-RUN: campaign " WS-CAMPAIGN-CODE
                   " is not on campaigns.txt"
               CLOSE CAMPAIGN-FILE
               GO TO 1000-END
           END-IF
           IF CP-START-DATE IS NOT NUMERIC
               OR CP-END-DATE IS NOT NUMERIC
               OR CP-END-DATE < CP-START-DATE
               DISPLAY "CAMPAIGN-RUN: campaign " WS-CAMPAIGN-CODE
                   " has no valid start and end dates"
               MOVE 'N' TO WS-CAMPAIGN-VALID
           END-IF
           IF CP-CONTROL-PCT IS NOT NUMERIC OR CP-CONTROL-PCT > 50
               DISPLAY "CAMPAIGN-RUN: campaign " WS-CAMPAIGN-CODE
                   " control percentage must be 00 to 50"
               MOVE 'N' TO WS-CAMPAIGN-VALID
           END-IF
           IF CP-SEL-PARTNER NOT = SPACES
               AND CP-SEL-PARTNER NOT = 'HAS'
               AND CP-SEL-PARTNER NOT = 'NONE'
               DISPLAY "CAMPAIGN-RUN: campaign " WS-CAMPAIGN-CODE
                   " partner criterion must be HAS, NONE or blank"
               MOVE 'N' TO WS-CAMPAIGN-VALID
           END-IF
           IF CP-OFFER = SPACES
               DISPLAY "CAMPAIGN-RUN: campaign " WS-CAMPAIGN-CODE
                   " has no offer to print"
               MOVE 'N' TO WS-CAMPAIGN-VALID
           END-IF
           IF WS-CAMPAIGN-VALID = 'Y'
               AND (WS-TODAY-DATE < CP-START-DATE
                   OR WS-TODAY-DATE > CP-END-DATE)
               DISPLAY "CAMPAIGN-RUN: campaign " WS-CAMPAIGN-CODE
                   " runs from " CP-START-DATE " to " CP-END-DATE
                   " only"
               MOVE 'N' TO WS-CAMPAIGN-VALID
           END-IF
           MOVE CP-OFFER TO WS-CP-OFFER
           MOVE CP-SEL-UF TO WS-CP-SEL-UF
           MOVE CP-SEL-CITY TO WS-CP-SEL-CITY
           INSPECT WS-CP-SEL-CITY CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE CP-SEL-STATUS TO WS-CP-SEL-STATUS
           MOVE CP-SEL-PARTNER TO WS-CP-SEL-PARTNER
           MOVE CP-START-DATE TO WS-CP-START-DATE
           MOVE CP-END-DATE TO WS-CP-END-DATE
           MOVE CP-CONTROL-PCT TO WS-CP-CONTROL-PCT
           CLOSE CAMPAIGN-FILE.
       1000-END. EXIT.

      * Running a campaign twice would mail its targets twice and
      * redraw the control group the first run's responses are
      * measured against.
       1100-CHECK-NOT-RUN.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT TARGET-FILE
           IF WS-TARGET-STATUS NOT = '00'
               GO TO 1100-END
           END-IF
           PERFORM UNTIL WS-FILE-EOF = 'Y' OR WS-ALREADY-RUN = 'Y'
               READ TARGET-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF CT-CAMPAIGN = WS-CAMPAIGN-CODE
                           MOVE 'Y' TO WS-ALREADY-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TARGET-FILE.
       1100-END. EXIT.

      * The register of addresses the post office has bounced, as
      * CLIENT-LABELS reads it.
       1200-LOAD-ADDRESS-FLAGS.
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT ADDRESS-FLAGS-FILE
           IF WS-FLAGS-STATUS = '00'
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ ADDRESS-FLAGS-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF WS-MF-COUNT < 500
                               ADD 1 TO WS-MF-COUNT
                               MOVE MF-CLIENT-CODE
                                   TO WS-MF-CODE (WS-MF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADDRESS-FLAGS-FILE
           END-IF.
       1200-END. EXIT.

       1300-OPEN-FILES.
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "CAMPAIGN-RUN: cannot open master, status "
                   WS-MASTER-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED
               GO TO 1300-END
           END-IF
           MOVE ZERO TO CM-CLIENT-CODE
           START CLIENT-MASTER-FILE KEY >= CM-CLIENT-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF
           END-START
           OPEN EXTEND TARGET-FILE
           IF WS-TARGET-STATUS = '35'
               OPEN OUTPUT TARGET-FILE
               CLOSE TARGET-FILE
               OPEN EXTEND TARGET-FILE
           END-IF
           IF WS-TARGET-STATUS NOT = '00'
               DISPLAY "CAMPAIGN-RUN: cannot open the target list, "
                   "status " WS-TARGET-STATUS
               CLOSE CLIENT-MASTER-FILE
               MOVE 'Y' TO WS-OPEN-FAILED
               GO TO 1300-END
           END-IF
           OPEN OUTPUT MAIL-FILE
           IF WS-MAIL-STATUS NOT = '00'
               DISPLAY "CAMPAIGN-RUN: cannot open campaign-mail.txt, "
                   "status " WS-MAIL-STATUS
               CLOSE CLIENT-MASTER-FILE
               CLOSE TARGET-FILE
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF.
       1300-END. EXIT.

       2000-SELECT-ONE.
           SET WS-MATCHED TO TRUE
           IF WS-CP-SEL-UF NOT = SPACES
               AND CM-CLIENT-STATE NOT = WS-CP-SEL-UF
               SET WS-BYPASSED TO TRUE
           END-IF
           IF WS-CP-SEL-CITY NOT = SPACES
               AND CM-CLIENT-CITY NOT = WS-CP-SEL-CITY
               SET WS-BYPASSED TO TRUE
           END-IF
           IF WS-CP-SEL-STATUS NOT = SPACES
               AND CM-CLIENT-STATUS NOT = WS-CP-SEL-STATUS
               SET WS-BYPASSED TO TRUE
           END-IF
           IF WS-CP-SEL-PARTNER = 'HAS'
               AND CM-PARTNER-CODE = ZERO
               SET WS-BYPASSED TO TRUE
           END-IF
           IF WS-CP-SEL-PARTNER = 'NONE'
               AND CM-PARTNER-CODE NOT = ZERO
               SET WS-BYPASSED TO TRUE
           END-IF
           IF WS-BYPASSED
               GO TO 2000-END
           END-IF
      * The control group is drawn from the clients who could have
      * been mailed, so a bounced address or a missing consent keeps
      * a client out of both groups.
           MOVE 'N' TO WS-ADDR-FLAGGED
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-MF-COUNT
               IF WS-MF-CODE (WS-F) = CM-CLIENT-CODE
                   MOVE 'Y' TO WS-ADDR-FLAGGED
               END-IF
           END-PERFORM
           IF WS-ADDR-FLAGGED = 'Y'
               ADD 1 TO WS-FLAGGED-COUNT
               GO TO 2000-END
           END-IF
           MOVE CM-CLIENT-CODE TO CN-CALL-CLIENT-CODE
           MOVE 'M' TO CN-CALL-PURPOSE
           CALL "CONSENTCHK" USING CN-CALL-CLIENT-CODE
               CN-CALL-PURPOSE CN-CALL-RESULT
           IF CN-NOT-CONSENTED
               ADD 1 TO WS-NO-CONSENT-COUNT
               GO TO 2000-END
           END-IF
           COMPUTE WS-SEED-PRODUCT = WS-SEED * 16807
           DIVIDE WS-SEED-PRODUCT BY 2147483647
               GIVING WS-SEED-QUOTIENT REMAINDER WS-SEED
           DIVIDE WS-SEED BY 100
               GIVING WS-DRAW-QUOTIENT REMAINDER WS-DRAW
           MOVE SPACES TO TARGET-LINE
           MOVE WS-CAMPAIGN-CODE TO CT-CAMPAIGN
           MOVE CM-CLIENT-CODE TO CT-CLIENT-CODE
           MOVE WS-TODAY-DATE TO CT-RUN-DATE
           IF WS-DRAW < WS-CP-CONTROL-PCT
               SET CT-CONTROL TO TRUE
               WRITE TARGET-LINE
               ADD 1 TO WS-CONTROL-COUNT
               GO TO 2000-END
           END-IF
           SET CT-TARGET TO TRUE
           WRITE TARGET-LINE
           ADD 1 TO WS-TARGET-COUNT
           PERFORM 2100-WRITE-PIECE THRU 2100-END
           MOVE CM-CLIENT-CODE TO CL-CALL-CLIENT-CODE
           MOVE SPACES TO CL-CALL-DOC-TYPE
           STRING "CMP-" WS-CAMPAIGN-CODE DELIMITED BY SIZE
               INTO CL-CALL-DOC-TYPE
           MOVE 'CAMPAIGN-RUN' TO CL-CALL-PROGRAM
           MOVE SPACES TO CL-CALL-DELIVERY
           CALL "CORRLOG" USING CL-CALL-CLIENT-CODE
               CL-CALL-DOC-TYPE CL-CALL-PROGRAM
               CL-CALL-DELIVERY.
       2000-END. EXIT.

       2100-WRITE-PIECE.
           MOVE WS-CAMPAIGN-CODE TO WS-MH-CODE
           MOVE WS-TODAY-DATE (7:2) TO WS-MH-DAY
           MOVE WS-TODAY-DATE (5:2) TO WS-MH-MONTH
           MOVE WS-TODAY-DATE (1:4) TO WS-MH-YEAR
           WRITE MAIL-LINE FROM WS-MAIL-HEAD
           MOVE SPACES TO MAIL-LINE
           WRITE MAIL-LINE
           MOVE CM-CLIENT-NAME TO MAIL-LINE
           WRITE MAIL-LINE
           MOVE CM-CLIENT-NUMBER TO WS-NUMBER-EDIT
           MOVE SPACES TO WS-MAIL-BUILD
           STRING CM-CLIENT-STREET DELIMITED BY SIZE
               ", " WS-NUMBER-EDIT DELIMITED BY SIZE
               INTO WS-MAIL-BUILD
           WRITE MAIL-LINE FROM WS-MAIL-BUILD
           MOVE CM-CLIENT-CEP TO WS-CEP-SPLIT
           MOVE WS-CEP-HI TO WS-CEP-FIRST
           MOVE WS-CEP-LO TO WS-CEP-LAST
           MOVE SPACES TO WS-MAIL-BUILD
           STRING CM-CLIENT-CITY DELIMITED BY SIZE
               " - " CM-CLIENT-STATE "  " WS-CEP-EDIT
               DELIMITED BY SIZE INTO WS-MAIL-BUILD
           WRITE MAIL-LINE FROM WS-MAIL-BUILD
           MOVE SPACES TO MAIL-LINE
           WRITE MAIL-LINE
           MOVE SPACES TO WS-MAIL-BUILD
           STRING "    " WS-CP-OFFER DELIMITED BY SIZE
               INTO WS-MAIL-BUILD
           WRITE MAIL-LINE FROM WS-MAIL-BUILD
           MOVE SPACES TO MAIL-LINE
           WRITE MAIL-LINE
           MOVE ALL "-" TO MAIL-LINE
           WRITE MAIL-LINE.
       2100-END. EXIT.

       END PROGRAM CAMPAIGN-RUN.
