      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: LGPD consent-status report for the data protection
      *          officer (consent-report.txt). Lists every line on the
      *          consent register (consents.txt) with the client's
      *          name, purpose, status, grant and revoke dates,
      *          capture channel and operator, then totals per
      *          purpose: granted, revoked, granted by channel (web,
      *          desk, phone, paper form), and how many active
      *          clients on the master have no granted consent for
      *          the purpose - the ones every marketing output drops.
      *          A line for a client no longer on the master is
      *          flagged NOT ON MASTER for the DPO to follow up.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSENT-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-MASTER-FILE ASSIGN TO WS-MASTER-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CLIENT-CODE
           ALTERNATE RECORD KEY IS CM-CLIENT-NAME WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT CONSENT-FILE ASSIGN TO '..\consents.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONSENT-STATUS.

           SELECT REPORT-FILE ASSIGN TO '..\consent-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.

       FD CONSENT-FILE.
       COPY CONSENTREC REPLACING ==:RECNAME:== BY ==CONSENT-LINE==.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-MASTER-EOF PIC X(1) VALUE 'N'.
       01 WS-CONSENT-STATUS PIC X(2).
       01 WS-CONSENT-EOF PIC X(1) VALUE 'N'.
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-LINE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ORPHAN-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ACTIVE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NOT-CONSENTED PIC 9(7).
       01 WS-ON-MASTER PIC X(1).
       01 WS-PURPOSE-TOTALS.
           05 WS-PT-ENTRY OCCURS 4 TIMES.
               10 WS-PT-GRANTED PIC 9(7).
               10 WS-PT-REVOKED PIC 9(7).
               10 WS-PT-GRANTED-ACTIVE PIC 9(7).
               10 WS-PT-WEB PIC 9(7).
               10 WS-PT-DESK PIC 9(7).
               10 WS-PT-PHONE PIC 9(7).
               10 WS-PT-FORM PIC 9(7).
       01 WS-P PIC 9(1).
       01 WS-DETAIL-LINE.
           05 WS-D-CODE PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-PURPOSE PIC X(1).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-D-STATUS PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-D-GRANT-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-REVOKE-DATE PIC 9(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-D-CHANNEL PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-D-OPERATOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-FLAG PIC X(13).
       01 WS-RPT-LINE PIC X(100).
       COPY CNSPURP-TABLE.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "CONSENT-REPORT" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-PURPOSE-TOTALS
           MOVE SPACES TO WS-MASTER-FILENAME
           ACCEPT WS-MASTER-FILENAME
               FROM ENVIRONMENT "CLIENT_MASTER_FILE"
           IF WS-MASTER-FILENAME = SPACES
               MOVE '..\clients.dat' TO WS-MASTER-FILENAME
           END-IF
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "CONSENT-REPORT: cannot open master, status "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "CONSENT-REPORT: cannot open report, status "
                   WS-REPORT-STATUS
               CLOSE CLIENT-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-WRITE-HEADINGS THRU 1000-END
           PERFORM 2000-LIST-CONSENTS THRU 2000-END
           PERFORM 3000-COUNT-ACTIVE THRU 3000-END
           PERFORM 4000-WRITE-TOTALS THRU 4000-END
           CLOSE CLIENT-MASTER-FILE
           CLOSE REPORT-FILE
           DISPLAY "CONSENT-REPORT: " WS-LINE-COUNT
               " consent line(s), " WS-ORPHAN-COUNT
               " not on master, " WS-ACTIVE-COUNT " active client(s)"
           IF WS-ORPHAN-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           SET JL-CALL-END TO TRUE
           MOVE WS-LINE-COUNT TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

       1000-WRITE-HEADINGS.
           MOVE SPACES TO WS-RPT-LINE
           STRING "LGPD CONSENT STATUS - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "PURPOSE M=MARKETING MAIL E=MARKETING E-MAIL "
               "S=MARKETING SMS P=PARTNER SHARING"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "CHANNEL W=WEB D=DESK P=PHONE F=PAPER FORM"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "CLIENT   NAME                  PURP ST GRANTED   "
               "REVOKED   CH OPERATOR  FLAG"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE.
       1000-END. EXIT.

       2000-LIST-CONSENTS.
           OPEN INPUT CONSENT-FILE
           IF WS-CONSENT-STATUS NOT = '00'
               MOVE SPACES TO WS-RPT-LINE
               MOVE "NO CONSENT REGISTER ON FILE" TO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
               GO TO 2000-END
           END-IF
           PERFORM UNTIL WS-CONSENT-EOF = 'Y'
               READ CONSENT-FILE
                   AT END
                       MOVE 'Y' TO WS-CONSENT-EOF
                   NOT AT END
                       PERFORM 2100-LIST-ONE THRU 2100-END
               END-READ
           END-PERFORM
           CLOSE CONSENT-FILE.
       2000-END. EXIT.

       2100-LIST-ONE.
           ADD 1 TO WS-LINE-COUNT
           MOVE CS-CLIENT-CODE TO WS-D-CODE
           MOVE CS-PURPOSE TO WS-D-PURPOSE
           MOVE CS-STATUS TO WS-D-STATUS
           MOVE CS-GRANT-DATE TO WS-D-GRANT-DATE
           MOVE CS-REVOKE-DATE TO WS-D-REVOKE-DATE
           MOVE CS-CHANNEL TO WS-D-CHANNEL
           MOVE CS-OPERATOR TO WS-D-OPERATOR
           MOVE SPACES TO WS-D-FLAG
           MOVE 'Y' TO WS-ON-MASTER
           MOVE CS-CLIENT-CODE TO CM-CLIENT-CODE
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ON-MASTER
           END-READ
           IF WS-ON-MASTER = 'Y'
               MOVE CM-CLIENT-NAME TO WS-D-NAME
           ELSE
               MOVE SPACES TO WS-D-NAME
               MOVE "NOT ON MASTER" TO WS-D-FLAG
               ADD 1 TO WS-ORPHAN-COUNT
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           SET WS-CP-IDX TO 1
           SEARCH WS-CP-ENTRY
               AT END
                   GO TO 2100-END
               WHEN WS-CP-CODE (WS-CP-IDX) = CS-PURPOSE
                   SET WS-P TO WS-CP-IDX
           END-SEARCH
           IF CS-REVOKED
               ADD 1 TO WS-PT-REVOKED (WS-P)
               GO TO 2100-END
           END-IF
           IF NOT CS-GRANTED
               GO TO 2100-END
           END-IF
           ADD 1 TO WS-PT-GRANTED (WS-P)
           IF WS-ON-MASTER = 'Y' AND CM-ACTIVE
               ADD 1 TO WS-PT-GRANTED-ACTIVE (WS-P)
           END-IF
           EVALUATE CS-CHANNEL
               WHEN 'W'
                   ADD 1 TO WS-PT-WEB (WS-P)
               WHEN 'D'
                   ADD 1 TO WS-PT-DESK (WS-P)
               WHEN 'P'
                   ADD 1 TO WS-PT-PHONE (WS-P)
               WHEN 'F'
                   ADD 1 TO WS-PT-FORM (WS-P)
           END-EVALUATE.
       2100-END. EXIT.

       3000-COUNT-ACTIVE.
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
                       IF CM-ACTIVE
                           ADD 1 TO WS-ACTIVE-COUNT
                       END-IF
               END-READ
           END-PERFORM.
       3000-END. EXIT.

       4000-WRITE-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTALS BY PURPOSE - ACTIVE CLIENTS ON MASTER: "
               WS-ACTIVE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-CP-COUNT
               MOVE ZERO TO WS-NOT-CONSENTED
               IF WS-ACTIVE-COUNT > WS-PT-GRANTED-ACTIVE (WS-P)
                   COMPUTE WS-NOT-CONSENTED = WS-ACTIVE-COUNT
                       - WS-PT-GRANTED-ACTIVE (WS-P)
               END-IF
               MOVE SPACES TO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-CP-CODE (WS-P) " " WS-CP-DESCRIPTION (WS-P)
                   " GRANTED: " WS-PT-GRANTED (WS-P)
                   "  REVOKED: " WS-PT-REVOKED (WS-P)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "  GRANTED VIA WEB: " WS-PT-WEB (WS-P)
                   "  DESK: " WS-PT-DESK (WS-P)
                   "  PHONE: " WS-PT-PHONE (WS-P)
                   "  FORM: " WS-PT-FORM (WS-P)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "  ACTIVE CLIENTS WITHOUT CONSENT: "
                   WS-NOT-CONSENTED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
           END-PERFORM.
       4000-END. EXIT.

       END PROGRAM CONSENT-REPORT.
