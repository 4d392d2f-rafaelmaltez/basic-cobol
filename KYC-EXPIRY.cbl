      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Monthly KYC expiry report (kyc-expiry.txt). Lists
      *          every document on kyc-documents.txt belonging to an
      *          active client that has already expired or expires
      *          within KYC_EXPIRY_DAYS (default 060) days, with the
      *          days left, so the front desk can ask for the renewed
      *          document before the client's set goes incomplete and
      *          the next reactivation is refused. Ends 4 when any
      *          active client's document has already expired.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYC-EXPIRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-MASTER-FILE ASSIGN TO WS-MASTER-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CLIENT-CODE
           ALTERNATE RECORD KEY IS CM-CLIENT-NAME WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT KYC-DOC-FILE ASSIGN TO '..\kyc-documents.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KYC-STATUS.

           SELECT REPORT-FILE ASSIGN TO '..\kyc-expiry.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.

       FD KYC-DOC-FILE.
       COPY KYCDOCREC REPLACING ==:RECNAME:== BY ==KYC-DOC-LINE==.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-KYC-STATUS PIC X(2).
       01 WS-KYC-EOF PIC X(1) VALUE 'N'.
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-DAYS-ENTRY PIC X(3).
       01 WS-WINDOW-DAYS PIC 9(3) VALUE 60.
       01 WS-DAYS-LEFT PIC S9(7).
       01 WS-DUE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EXPIRED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DETAIL-LINE.
           05 WS-D-CODE PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-TYPE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-NUMBER PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-EXPIRY PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-DAYS PIC -(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-D-FLAG PIC X(7).
       01 WS-RPT-LINE PIC X(100).
       COPY DTUPARMS.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "KYC-EXPIRY" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-DAYS-ENTRY
           ACCEPT WS-DAYS-ENTRY FROM ENVIRONMENT "KYC_EXPIRY_DAYS"
           IF WS-DAYS-ENTRY IS NUMERIC
               MOVE WS-DAYS-ENTRY TO WS-WINDOW-DAYS
           END-IF
           MOVE SPACES TO WS-MASTER-FILENAME
           ACCEPT WS-MASTER-FILENAME
               FROM ENVIRONMENT "CLIENT_MASTER_FILE"
           IF WS-MASTER-FILENAME = SPACES
               MOVE '..\clients.dat' TO WS-MASTER-FILENAME
           END-IF
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "KYC-EXPIRY: cannot open master, status "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "KYC-EXPIRY: cannot open report, status "
                   WS-REPORT-STATUS
               CLOSE CLIENT-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-WRITE-HEADINGS THRU 1000-END
           PERFORM 2000-SCAN-DOCUMENTS THRU 2000-END
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "DUE WITHIN WINDOW: " WS-DUE-COUNT
               "   ALREADY EXPIRED: " WS-EXPIRED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           CLOSE CLIENT-MASTER-FILE
           CLOSE REPORT-FILE
           DISPLAY "KYC-EXPIRY: " WS-DUE-COUNT
               " document(s) due within " WS-WINDOW-DAYS " days, "
               WS-EXPIRED-COUNT " already expired"
           IF WS-EXPIRED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           SET JL-CALL-END TO TRUE
           COMPUTE JL-CALL-RECORD-COUNT =
               WS-DUE-COUNT + WS-EXPIRED-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

       1000-WRITE-HEADINGS.
           MOVE SPACES TO WS-RPT-LINE
           STRING "KYC DOCUMENTS EXPIRING - ACTIVE CLIENTS - "
               WS-TODAY-DATE "  WINDOW " WS-WINDOW-DAYS " DAY(S)"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "CLIENT   NAME                  TYPE  NUMBER    "
               "            EXPIRES    DAYS  FLAG"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE.
       1000-END. EXIT.

       2000-SCAN-DOCUMENTS.
           OPEN INPUT KYC-DOC-FILE
           IF WS-KYC-STATUS NOT = '00'
               MOVE SPACES TO WS-RPT-LINE
               MOVE "NO KYC DOCUMENT REGISTER ON FILE" TO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
               GO TO 2000-END
           END-IF
           PERFORM UNTIL WS-KYC-EOF = 'Y'
               READ KYC-DOC-FILE
                   AT END
                       MOVE 'Y' TO WS-KYC-EOF
                   NOT AT END
                       PERFORM 2100-CHECK-ONE THRU 2100-END
               END-READ
           END-PERFORM
           CLOSE KYC-DOC-FILE.
       2000-END. EXIT.

      * Days left is counted from today to the expiry date; a
      * negative figure is a document already out of date.
       2100-CHECK-ONE.
           IF KD-EXPIRY-DATE IS NOT NUMERIC
               OR KD-EXPIRY-DATE = ZERO
               GO TO 2100-END
           END-IF
           SET DU-ELAPSED-DAYS TO TRUE
           MOVE WS-TODAY-DATE TO DU-DATE-1
           MOVE KD-EXPIRY-DATE TO DU-DATE-2
           MOVE ZERO TO DU-N
           CALL 'DATEUTIL' USING DU-FUNCTION DU-DATE-1 DU-DATE-2
               DU-N DU-RESULT-DATE DU-ELAPSED DU-RETURN-CODE
           IF NOT DU-SUCCESS
               GO TO 2100-END
           END-IF
           MOVE DU-ELAPSED TO WS-DAYS-LEFT
           IF WS-DAYS-LEFT > WS-WINDOW-DAYS
               GO TO 2100-END
           END-IF
           MOVE KD-CLIENT-CODE TO CM-CLIENT-CODE
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   GO TO 2100-END
           END-READ
           IF NOT CM-ACTIVE
               GO TO 2100-END
           END-IF
           MOVE KD-CLIENT-CODE TO WS-D-CODE
           MOVE CM-CLIENT-NAME TO WS-D-NAME
           MOVE KD-DOC-TYPE TO WS-D-TYPE
           MOVE KD-DOC-NUMBER TO WS-D-NUMBER
           MOVE KD-EXPIRY-DATE TO WS-D-EXPIRY
           MOVE WS-DAYS-LEFT TO WS-D-DAYS
           IF WS-DAYS-LEFT < ZERO
               MOVE 'EXPIRED' TO WS-D-FLAG
               ADD 1 TO WS-EXPIRED-COUNT
           ELSE
               MOVE SPACES TO WS-D-FLAG
               ADD 1 TO WS-DUE-COUNT
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       2100-END. EXIT.

       END PROGRAM KYC-EXPIRY.
