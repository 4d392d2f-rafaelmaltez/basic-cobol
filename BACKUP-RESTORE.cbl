      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Put a BACKUP-SET point-in-time set back as a unit.
      *          Every copy in the set is first checked against the
      *          set's manifest (record count and HASHCHAIN checksum)
      *          and nothing is touched unless all of them agree;
      *          then each file is restored - the indexed masters
      *          rebuilt from their record images - and read back and
      *          checked against the manifest again. The restore drill
      *          (RESTORE_DRILL=Y) does the same into test-<name>
      *          files beside the live ones, so the backups are proven
      *          without disturbing anything; a clean drill clears its
      *          test files away, a failed one leaves them to look at.
      *          Results go to backup-restore-report.txt.
      * Tectonics: cobc
      * Note: RESTORE_DATE names the set (YYYYMMDD); a drill with no
      *       date takes the newest set on backup-sets.ctl, a real
      *       restore asks at the console. A real restore holds the
      *       client master enqueue (FILELOCK) throughout and must
      *       not run while the nightly chain is running. Files the
      *       set records as absent are reported and left alone.
      * Modification History:
      *   15/10/2026 RM  Original version.
      *   15/10/2026 RM  Room for 100 files on a set, as BACKUP-SET.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP-RESTORE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SET-CATALOG-FILE ASSIGN TO '..\backup-sets.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOG-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO WS-MANIFEST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT FLAT-IN-FILE ASSIGN TO WS-IN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IN-STATUS.

           SELECT COPY-OUT-FILE ASSIGN TO WS-OUT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.

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

           SELECT GRADE-HISTORY-IDX-FILE ASSIGN TO WS-IDX-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GH-KEY
           FILE STATUS IS WS-IDX-STATUS.

           SELECT REPORT-FILE ASSIGN TO '..\backup-restore-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SET-CATALOG-FILE.
       01 SET-CATALOG-LINE PIC X(8).

       FD MANIFEST-FILE.
       COPY BKPMANREC REPLACING ==:RECNAME:== BY ==MANIFEST-LINE==.

       FD FLAT-IN-FILE.
       01 FLAT-IN-LINE PIC X(480).

       FD COPY-OUT-FILE.
       01 COPY-OUT-LINE PIC X(480).

       FD CLIENT-MASTER-FILE.
       COPY CLMIDXREC.

       FD OPEN-ITEMS-FILE.
       COPY OPNITMREC.

       FD GRADE-HISTORY-IDX-FILE.
       COPY GRDHISTIDX.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CATALOG-STATUS PIC X(2).
       01 WS-MANIFEST-STATUS PIC X(2).
       01 WS-IN-STATUS PIC X(2).
       01 WS-OUT-STATUS PIC X(2).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-OPEN-ITEMS-STATUS PIC X(2).
       01 WS-IDX-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-MANIFEST-FILENAME PIC X(100).
       01 WS-IN-FILENAME PIC X(100).
       01 WS-OUT-FILENAME PIC X(100).
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-OPEN-ITEMS-FILENAME PIC X(100).
       01 WS-IDX-FILENAME PIC X(100).
      * the live names of the three indexed masters
       01 WS-LIVE-MASTER PIC X(100).
       01 WS-LIVE-OPEN-ITEMS PIC X(100).
       01 WS-LIVE-IDX PIC X(100).
       01 WS-TARGET-FILENAME PIC X(100).
       01 WS-LIST-EOF PIC X(1).
       01 WS-COPY-EOF PIC X(1).
       01 WS-SET-DATE-X PIC X(8).
       01 WS-SET-DATE PIC 9(8) VALUE ZERO.
       01 WS-DRILL-ENTRY PIC X(1).
       01 WS-MODE-SWITCH PIC X(1) VALUE 'R'.
           88 WS-DRILL-MODE VALUE 'D'.
           88 WS-REAL-MODE VALUE 'R'.
       01 WS-RESTORE-SWITCH PIC X(1) VALUE 'N'.
           88 WS-RESTORE-FAILED VALUE 'Y'.
       01 WS-LOCK-SWITCH PIC X(1) VALUE 'N'.
           88 WS-LOCK-HELD VALUE 'Y'.
       01 WS-STAGE PIC X(20) VALUE SPACES.
      * the set as its manifest records it, and what was found
       01 WS-RF-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-RF-TABLE.
           05 WS-RF-ENTRY OCCURS 100 TIMES.
               10 WS-RF-NAME PIC X(40).
               10 WS-RF-KIND PIC X(1).
               10 WS-RF-PRESENT PIC X(1).
               10 WS-RF-RECORDS PIC 9(9).
               10 WS-RF-CHECKSUM PIC 9(9).
               10 WS-RF-FOUND-RECORDS PIC 9(9).
               10 WS-RF-FOUND-CHECKSUM PIC 9(9).
               10 WS-RF-RESULT PIC X(12).
       01 WS-R PIC 9(3) COMP.
      * running count and checksum of the file being read
       01 WS-FILE-RECORDS PIC 9(9).
       01 WS-FILE-CHECKSUM PIC 9(9).
       01 WS-HASH-LINE PIC X(480).
       01 WS-CHUNK PIC 9(1) COMP.
       01 WS-CHUNK-POS PIC 9(3) COMP.
       01 WS-DELETE-NAME PIC X(100).
       01 WS-DELETE-RC PIC 9(9) COMP-5 VALUE ZERO.
       01 WS-FILES-LISTED PIC 9(3) VALUE ZERO.
       01 WS-FILES-RESTORED PIC 9(3) VALUE ZERO.
       01 WS-FILES-ABSENT PIC 9(3) VALUE ZERO.
       01 WS-FILES-BAD PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-RECORDS PIC 9(9) VALUE ZERO.
       01 WS-RPT-LINE PIC X(100).
       COPY HASHPARM.
       COPY FLKPARMS.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "BACKUP-RESTORE" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           MOVE SPACES TO WS-DRILL-ENTRY
           ACCEPT WS-DRILL-ENTRY FROM ENVIRONMENT "RESTORE_DRILL"
           IF WS-DRILL-ENTRY = 'Y'
               SET WS-DRILL-MODE TO TRUE
           END-IF
           MOVE SPACES TO WS-LIVE-MASTER
           ACCEPT WS-LIVE-MASTER FROM ENVIRONMENT "CLIENT_MASTER_FILE"
           IF WS-LIVE-MASTER = SPACES
               MOVE '..\clients.dat' TO WS-LIVE-MASTER
           END-IF
           MOVE SPACES TO WS-LIVE-OPEN-ITEMS
           ACCEPT WS-LIVE-OPEN-ITEMS FROM ENVIRONMENT "OPEN_ITEMS_FILE"
           IF WS-LIVE-OPEN-ITEMS = SPACES
               MOVE '..\open-items.dat' TO WS-LIVE-OPEN-ITEMS
           END-IF
           MOVE SPACES TO WS-LIVE-IDX
           ACCEPT WS-LIVE-IDX FROM ENVIRONMENT "GRADE_HISTORY_IDX"
           IF WS-LIVE-IDX = SPACES
               MOVE '..\grade-history.dat' TO WS-LIVE-IDX
           END-IF
           PERFORM 0100-RESOLVE-SET-DATE THRU 0100-END
           IF WS-RESTORE-FAILED
               GO TO 9000-END-JOB
           END-IF
           PERFORM 1000-LOAD-MANIFEST THRU 1000-END
           IF WS-RESTORE-FAILED
               GO TO 9000-END-JOB
           END-IF
           MOVE 'COPY CHECK' TO WS-STAGE
           PERFORM 2000-VERIFY-COPIES THRU 2000-END
           IF WS-RESTORE-FAILED
               DISPLAY "BACKUP-RESTORE: set " WS-SET-DATE
                   " does not match its manifest - nothing restored"
               PERFORM 5000-WRITE-REPORT THRU 5000-END
               GO TO 9000-END-JOB
           END-IF
           IF WS-REAL-MODE
               PERFORM 2500-TAKE-LOCK THRU 2500-END
               IF WS-RESTORE-FAILED
                   GO TO 9000-END-JOB
               END-IF
           END-IF
           MOVE 'RESTORE' TO WS-STAGE
           PERFORM 3000-RESTORE-SET THRU 3000-END
           IF NOT WS-RESTORE-FAILED
               MOVE 'READ-BACK CHECK' TO WS-STAGE
               PERFORM 4000-VERIFY-RESTORED THRU 4000-END
           END-IF
           IF WS-LOCK-HELD
               SET FL-DEQ TO TRUE
               CALL "FILELOCK" USING FL-FUNCTION FL-HOLDER-ID
                   FL-FORCE FL-BUSY-HOLDER FL-BUSY-DATE
                   FL-BUSY-TIME FL-RETURN-CODE
           END-IF
           PERFORM 5000-WRITE-REPORT THRU 5000-END
           IF WS-RESTORE-FAILED
               GO TO 9000-END-JOB
           END-IF
           IF WS-DRILL-MODE
               PERFORM 5500-CLEAR-DRILL THRU 5500-END
               DISPLAY "BACKUP-RESTORE: drill of set " WS-SET-DATE
                   " passed - " WS-FILES-RESTORED " file(s), "
                   WS-TOTAL-RECORDS " record(s) restored and matched"
           ELSE
               DISPLAY "BACKUP-RESTORE: set " WS-SET-DATE
                   " restored - " WS-FILES-RESTORED " file(s), "
                   WS-TOTAL-RECORDS " record(s), all matched"
           END-IF
           IF WS-FILES-ABSENT > ZERO
               DISPLAY "BACKUP-RESTORE: " WS-FILES-ABSENT
                   " file(s) absent from the set were left alone"
           END-IF
           MOVE 0 TO RETURN-CODE.
       9000-END-JOB.
           IF WS-RESTORE-FAILED
               DISPLAY "BACKUP-RESTORE: failed at " WS-STAGE
                   " - see backup-restore-report.txt"
               MOVE 16 TO RETURN-CODE
           END-IF
           SET JL-CALL-END TO TRUE
           MOVE WS-TOTAL-RECORDS TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

      * A drill may take the newest set; a real restore is only ever
      * done to a set somebody has named.
       0100-RESOLVE-SET-DATE.
           MOVE 'SET SELECTION' TO WS-STAGE
           MOVE SPACES TO WS-SET-DATE-X
           ACCEPT WS-SET-DATE-X FROM ENVIRONMENT "RESTORE_DATE"
           IF WS-SET-DATE-X = SPACES
               IF WS-DRILL-MODE
                   PERFORM 0150-NEWEST-SET THRU 0150-END
               ELSE
                   DISPLAY "Backup set date to restore (YYYYMMDD): "
                   ACCEPT WS-SET-DATE-X
               END-IF
           END-IF
           IF WS-SET-DATE-X IS NUMERIC
               MOVE WS-SET-DATE-X TO WS-SET-DATE
           END-IF
           IF WS-SET-DATE = ZERO
               DISPLAY "BACKUP-RESTORE: no backup set date given"
               SET WS-RESTORE-FAILED TO TRUE
               GO TO 0100-END
           END-IF
           MOVE SPACES TO WS-MANIFEST-FILENAME
           STRING '../bkp-' DELIMITED BY SIZE
               WS-SET-DATE DELIMITED BY SIZE
               '-manifest.txt' DELIMITED BY SIZE
               INTO WS-MANIFEST-FILENAME.
       0100-END. EXIT.

       0150-NEWEST-SET.
           MOVE 'N' TO WS-LIST-EOF
           OPEN INPUT SET-CATALOG-FILE
           IF WS-CATALOG-STATUS = '00'
               PERFORM UNTIL WS-LIST-EOF = 'Y'
                   READ SET-CATALOG-FILE
                       AT END
                           MOVE 'Y' TO WS-LIST-EOF
                       NOT AT END
                           IF SET-CATALOG-LINE IS NUMERIC
                               MOVE SET-CATALOG-LINE TO WS-SET-DATE-X
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SET-CATALOG-FILE
           END-IF.
       0150-END. EXIT.

      * No manifest, no restore - a set without one was never
      * finished.
       1000-LOAD-MANIFEST.
           MOVE 'MANIFEST' TO WS-STAGE
           MOVE ZERO TO WS-RF-COUNT
           MOVE 'N' TO WS-LIST-EOF
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = '00'
               DISPLAY "BACKUP-RESTORE: no complete backup set for "
                   WS-SET-DATE ", status " WS-MANIFEST-STATUS
               SET WS-RESTORE-FAILED TO TRUE
               GO TO 1000-END
           END-IF
           PERFORM UNTIL WS-LIST-EOF = 'Y'
               READ MANIFEST-FILE
                   AT END
                       MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       IF WS-RF-COUNT < 100
                           AND BM-FILE-NAME NOT = SPACES
                           ADD 1 TO WS-RF-COUNT
                           MOVE BM-FILE-NAME TO WS-RF-NAME (WS-RF-COUNT)
                           MOVE BM-KIND TO WS-RF-KIND (WS-RF-COUNT)
                           MOVE BM-PRESENT
                               TO WS-RF-PRESENT (WS-RF-COUNT)
                           MOVE BM-RECORDS
                               TO WS-RF-RECORDS (WS-RF-COUNT)
                           MOVE BM-CHECKSUM
                               TO WS-RF-CHECKSUM (WS-RF-COUNT)
                           MOVE ZERO
                               TO WS-RF-FOUND-RECORDS (WS-RF-COUNT)
                           MOVE ZERO
                               TO WS-RF-FOUND-CHECKSUM (WS-RF-COUNT)
                           MOVE 'NOT RUN' TO WS-RF-RESULT (WS-RF-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE
           IF WS-RF-COUNT = ZERO
               DISPLAY "BACKUP-RESTORE: manifest for " WS-SET-DATE
                   " is empty"
               SET WS-RESTORE-FAILED TO TRUE
           END-IF.
       1000-END. EXIT.

      * Every copy is read through and checked before any live file
      * is touched.
       2000-VERIFY-COPIES.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RF-COUNT
               IF WS-RF-PRESENT (WS-R) NOT = 'Y'
                   MOVE 'ABSENT' TO WS-RF-RESULT (WS-R)
               ELSE
                   PERFORM 7000-COPY-NAME THRU 7000-END
                   MOVE WS-OUT-FILENAME TO WS-IN-FILENAME
                   PERFORM 6100-COUNT-FLAT THRU 6100-END
                   MOVE WS-FILE-RECORDS TO WS-RF-FOUND-RECORDS (WS-R)
                   MOVE WS-FILE-CHECKSUM
                       TO WS-RF-FOUND-CHECKSUM (WS-R)
                   IF WS-IN-STATUS NOT = '00'
                       MOVE 'COPY MISSING' TO WS-RF-RESULT (WS-R)
                   ELSE
                       IF WS-FILE-RECORDS = WS-RF-RECORDS (WS-R)
                           AND WS-FILE-CHECKSUM = WS-RF-CHECKSUM (WS-R)
                           MOVE 'COPY OK' TO WS-RF-RESULT (WS-R)
                       ELSE
                           MOVE 'BAD COPY' TO WS-RF-RESULT (WS-R)
                       END-IF
                   END-IF
                   IF WS-RF-RESULT (WS-R) NOT = 'COPY OK'
                       ADD 1 TO WS-FILES-BAD
                       SET WS-RESTORE-FAILED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
       2000-END. EXIT.

       2500-TAKE-LOCK.
           SET FL-ENQ TO TRUE
           MOVE 'BACKUP-RESTORE' TO FL-HOLDER-ID
           SET FL-FORCE-NO TO TRUE
           CALL "FILELOCK" USING FL-FUNCTION FL-HOLDER-ID FL-FORCE
               FL-BUSY-HOLDER FL-BUSY-DATE FL-BUSY-TIME
               FL-RETURN-CODE
           IF NOT FL-GRANTED
               DISPLAY "BACKUP-RESTORE: client master in use by "
                   FL-BUSY-HOLDER " - nothing restored"
               MOVE 'LOCK' TO WS-STAGE
               SET WS-RESTORE-FAILED TO TRUE
           ELSE
               SET WS-LOCK-HELD TO TRUE
           END-IF.
       2500-END. EXIT.

       3000-RESTORE-SET.
           PERFORM VARYING WS-R FROM 1 BY 1
               UNTIL WS-R > WS-RF-COUNT OR WS-RESTORE-FAILED
               IF WS-RF-PRESENT (WS-R) = 'Y'
                   PERFORM 3100-RESTORE-ONE THRU 3100-END
               ELSE
                   ADD 1 TO WS-FILES-ABSENT
               END-IF
           END-PERFORM.
       3000-END. EXIT.

       3100-RESTORE-ONE.
           PERFORM 7000-COPY-NAME THRU 7000-END
           MOVE WS-OUT-FILENAME TO WS-IN-FILENAME
           PERFORM 7100-TARGET-NAME THRU 7100-END
           OPEN INPUT FLAT-IN-FILE
           IF WS-IN-STATUS NOT = '00'
               DISPLAY "BACKUP-RESTORE: cannot open " WS-IN-FILENAME
                   ", status " WS-IN-STATUS
               MOVE 'FAILED' TO WS-RF-RESULT (WS-R)
               SET WS-RESTORE-FAILED TO TRUE
               GO TO 3100-END
           END-IF
           MOVE 'N' TO WS-COPY-EOF
           EVALUATE WS-RF-KIND (WS-R)
               WHEN 'C'
                   PERFORM 3300-RESTORE-CLIENTS THRU 3300-END
               WHEN 'O'
                   PERFORM 3400-RESTORE-OPEN-ITEMS THRU 3400-END
               WHEN 'G'
                   PERFORM 3500-RESTORE-GRADES THRU 3500-END
               WHEN OTHER
                   PERFORM 3200-RESTORE-FLAT THRU 3200-END
           END-EVALUATE
           CLOSE FLAT-IN-FILE
           IF WS-RESTORE-FAILED
               MOVE 'FAILED' TO WS-RF-RESULT (WS-R)
           ELSE
               MOVE 'RESTORED' TO WS-RF-RESULT (WS-R)
           END-IF.
       3100-END. EXIT.

       3200-RESTORE-FLAT.
           MOVE WS-TARGET-FILENAME TO WS-OUT-FILENAME
           OPEN OUTPUT COPY-OUT-FILE
           IF WS-OUT-STATUS NOT = '00'
               DISPLAY "BACKUP-RESTORE: cannot open " WS-OUT-FILENAME
                   ", status " WS-OUT-STATUS
               SET WS-RESTORE-FAILED TO TRUE
               GO TO 3200-END
           END-IF
           PERFORM UNTIL WS-COPY-EOF = 'Y' OR WS-RESTORE-FAILED
               READ FLAT-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-COPY-EOF
                   NOT AT END
                       MOVE FLAT-IN-LINE TO COPY-OUT-LINE
                       WRITE COPY-OUT-LINE
                       IF WS-OUT-STATUS NOT = '00'
                           DISPLAY "BACKUP-RESTORE: write to "
                               WS-OUT-FILENAME " failed, status "
                               WS-OUT-STATUS
                           SET WS-RESTORE-FAILED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COPY-OUT-FILE.
       3200-END. EXIT.

      * The indexed masters are rebuilt empty and reloaded from their
      * record images, which are in key order as they were read.
       3300-RESTORE-CLIENTS.
           OPEN OUTPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "BACKUP-RESTORE: cannot rebuild "
                   WS-MASTER-FILENAME ", status " WS-MASTER-STATUS
               SET WS-RESTORE-FAILED TO TRUE
               GO TO 3300-END
           END-IF
           PERFORM UNTIL WS-COPY-EOF = 'Y' OR WS-RESTORE-FAILED
               READ FLAT-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-COPY-EOF
                   NOT AT END
                       MOVE FLAT-IN-LINE TO CLIENT-MASTER-RECORD
                       WRITE CLIENT-MASTER-RECORD
                           INVALID KEY
                               DISPLAY "BACKUP-RESTORE: client "
                                   CM-CLIENT-CODE " not reloaded, "
                                   "status " WS-MASTER-STATUS
                               SET WS-RESTORE-FAILED TO TRUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE CLIENT-MASTER-FILE.
       3300-END. EXIT.

       3400-RESTORE-OPEN-ITEMS.
           OPEN OUTPUT OPEN-ITEMS-FILE
           IF WS-OPEN-ITEMS-STATUS NOT = '00'
               DISPLAY "BACKUP-RESTORE: cannot rebuild "
                   WS-OPEN-ITEMS-FILENAME ", status "
                   WS-OPEN-ITEMS-STATUS
               SET WS-RESTORE-FAILED TO TRUE
               GO TO 3400-END
           END-IF
           PERFORM UNTIL WS-COPY-EOF = 'Y' OR WS-RESTORE-FAILED
               READ FLAT-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-COPY-EOF
                   NOT AT END
                       MOVE FLAT-IN-LINE TO OPEN-ITEM-RECORD
                       WRITE OPEN-ITEM-RECORD
                           INVALID KEY
                               DISPLAY "BACKUP-RESTORE: open item "
                                   OI-ITEM-KEY " not reloaded, "
                                   "status " WS-OPEN-ITEMS-STATUS
                               SET WS-RESTORE-FAILED TO TRUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE OPEN-ITEMS-FILE.
       3400-END. EXIT.

       3500-RESTORE-GRADES.
           OPEN OUTPUT GRADE-HISTORY-IDX-FILE
           IF WS-IDX-STATUS NOT = '00'
               DISPLAY "BACKUP-RESTORE: cannot rebuild "
                   WS-IDX-FILENAME ", status " WS-IDX-STATUS
               SET WS-RESTORE-FAILED TO TRUE
               GO TO 3500-END
           END-IF
           PERFORM UNTIL WS-COPY-EOF = 'Y' OR WS-RESTORE-FAILED
               READ FLAT-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-COPY-EOF
                   NOT AT END
                       MOVE FLAT-IN-LINE TO GRADE-HISTORY-RECORD
                       WRITE GRADE-HISTORY-RECORD
                           INVALID KEY
                               DISPLAY "BACKUP-RESTORE: grade "
                                   GH-KEY " not reloaded, "
                                   "status " WS-IDX-STATUS
                               SET WS-RESTORE-FAILED TO TRUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE GRADE-HISTORY-IDX-FILE.
       3500-END. EXIT.

      * Each restored file is read back the way it will be used -
      * the masters through their keys - and must come to the
      * manifest's count and checksum.
       4000-VERIFY-RESTORED.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RF-COUNT
               IF WS-RF-PRESENT (WS-R) = 'Y'
                   PERFORM 4100-CHECK-RESTORED THRU 4100-END
               END-IF
           END-PERFORM.
       4000-END. EXIT.

       4100-CHECK-RESTORED.
           PERFORM 7100-TARGET-NAME THRU 7100-END
           EVALUATE WS-RF-KIND (WS-R)
               WHEN 'C'
                   PERFORM 6200-COUNT-CLIENTS THRU 6200-END
               WHEN 'O'
                   PERFORM 6300-COUNT-OPEN-ITEMS THRU 6300-END
               WHEN 'G'
                   PERFORM 6400-COUNT-GRADES THRU 6400-END
               WHEN OTHER
                   MOVE WS-TARGET-FILENAME TO WS-IN-FILENAME
                   PERFORM 6100-COUNT-FLAT THRU 6100-END
           END-EVALUATE
           MOVE WS-FILE-RECORDS TO WS-RF-FOUND-RECORDS (WS-R)
           MOVE WS-FILE-CHECKSUM TO WS-RF-FOUND-CHECKSUM (WS-R)
           IF WS-FILE-RECORDS = WS-RF-RECORDS (WS-R)
               AND WS-FILE-CHECKSUM = WS-RF-CHECKSUM (WS-R)
               MOVE 'OK' TO WS-RF-RESULT (WS-R)
               ADD 1 TO WS-FILES-RESTORED
               ADD WS-FILE-RECORDS TO WS-TOTAL-RECORDS
           ELSE
               MOVE 'MISMATCH' TO WS-RF-RESULT (WS-R)
               ADD 1 TO WS-FILES-BAD
               SET WS-RESTORE-FAILED TO TRUE
           END-IF.
       4100-END. EXIT.

       5000-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "BACKUP-RESTORE: cannot open report, status "
                   WS-REPORT-STATUS
               GO TO 5000-END
           END-IF
           IF WS-DRILL-MODE
               MOVE "BACKUP SET RESTORE DRILL" TO WS-RPT-LINE
           ELSE
               MOVE "BACKUP SET RESTORE" TO WS-RPT-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-RF-COUNT TO WS-FILES-LISTED
           STRING "SET " WS-SET-DATE "  " WS-FILES-LISTED
               " FILE(S) ON THE MANIFEST" DELIMITED BY SIZE
               INTO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE "FILE" TO WS-RPT-LINE (1:4)
           MOVE "K  MANIFEST" TO WS-RPT-LINE (42:11)
           MOVE "CHECKSUM" TO WS-RPT-LINE (55:8)
           MOVE "FOUND" TO WS-RPT-LINE (68:5)
           MOVE "CHECKSUM RESULT" TO WS-RPT-LINE (75:15)
           WRITE REPORT-LINE FROM WS-RPT-LINE
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RF-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-RF-NAME (WS-R) " " WS-RF-KIND (WS-R) " "
                   WS-RF-RECORDS (WS-R) " " WS-RF-CHECKSUM (WS-R) " "
                   WS-RF-FOUND-RECORDS (WS-R) " "
                   WS-RF-FOUND-CHECKSUM (WS-R) " "
                   WS-RF-RESULT (WS-R) DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               WRITE REPORT-LINE FROM WS-RPT-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-RESTORE-FAILED
               STRING "FAILED AT " DELIMITED BY SIZE
                   WS-STAGE DELIMITED BY '  '
                   " - " WS-FILES-BAD " FILE(S) IN ERROR"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "ALL MATCHED - " WS-FILES-RESTORED
                   " FILE(S), " WS-TOTAL-RECORDS " RECORD(S), "
                   WS-FILES-ABSENT " ABSENT" DELIMITED BY SIZE
                   INTO WS-RPT-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-RPT-LINE
           CLOSE REPORT-FILE.
       5000-END. EXIT.

       5500-CLEAR-DRILL.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RF-COUNT
               IF WS-RF-PRESENT (WS-R) = 'Y'
                   PERFORM 7100-TARGET-NAME THRU 7100-END
                   MOVE WS-TARGET-FILENAME TO WS-DELETE-NAME
                   CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
                       RETURNING WS-DELETE-RC
               END-IF
           END-PERFORM.
       5500-END. EXIT.

      * Count and checksum a line sequential file named in
      * WS-IN-FILENAME; WS-IN-STATUS is left '00' when it was read.
       6100-COUNT-FLAT.
           MOVE ZERO TO WS-FILE-RECORDS
           MOVE ZERO TO WS-FILE-CHECKSUM
           MOVE 'N' TO WS-COPY-EOF
           OPEN INPUT FLAT-IN-FILE
           IF WS-IN-STATUS NOT = '00'
               GO TO 6100-END
           END-IF
           PERFORM UNTIL WS-COPY-EOF = 'Y'
               READ FLAT-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-COPY-EOF
                   NOT AT END
                       MOVE FLAT-IN-LINE TO WS-HASH-LINE
                       PERFORM 6900-HASH-RECORD THRU 6900-END
               END-READ
           END-PERFORM
           CLOSE FLAT-IN-FILE
           MOVE '00' TO WS-IN-STATUS.
       6100-END. EXIT.

       6200-COUNT-CLIENTS.
           MOVE ZERO TO WS-FILE-RECORDS
           MOVE ZERO TO WS-FILE-CHECKSUM
           MOVE 'N' TO WS-COPY-EOF
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               GO TO 6200-END
           END-IF
           PERFORM UNTIL WS-COPY-EOF = 'Y'
               READ CLIENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-COPY-EOF
                   NOT AT END
                       MOVE SPACES TO WS-HASH-LINE
                       MOVE CLIENT-MASTER-RECORD TO WS-HASH-LINE
                       PERFORM 6900-HASH-RECORD THRU 6900-END
               END-READ
           END-PERFORM
           CLOSE CLIENT-MASTER-FILE.
       6200-END. EXIT.

       6300-COUNT-OPEN-ITEMS.
           MOVE ZERO TO WS-FILE-RECORDS
           MOVE ZERO TO WS-FILE-CHECKSUM
           MOVE 'N' TO WS-COPY-EOF
           OPEN INPUT OPEN-ITEMS-FILE
           IF WS-OPEN-ITEMS-STATUS NOT = '00'
               GO TO 6300-END
           END-IF
           PERFORM UNTIL WS-COPY-EOF = 'Y'
               READ OPEN-ITEMS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-COPY-EOF
                   NOT AT END
                       MOVE SPACES TO WS-HASH-LINE
                       MOVE OPEN-ITEM-RECORD TO WS-HASH-LINE
                       PERFORM 6900-HASH-RECORD THRU 6900-END
               END-READ
           END-PERFORM
           CLOSE OPEN-ITEMS-FILE.
       6300-END. EXIT.

       6400-COUNT-GRADES.
           MOVE ZERO TO WS-FILE-RECORDS
           MOVE ZERO TO WS-FILE-CHECKSUM
           MOVE 'N' TO WS-COPY-EOF
           OPEN INPUT GRADE-HISTORY-IDX-FILE
           IF WS-IDX-STATUS NOT = '00'
               GO TO 6400-END
           END-IF
           PERFORM UNTIL WS-COPY-EOF = 'Y'
               READ GRADE-HISTORY-IDX-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-COPY-EOF
                   NOT AT END
                       MOVE SPACES TO WS-HASH-LINE
                       MOVE GRADE-HISTORY-RECORD TO WS-HASH-LINE
                       PERFORM 6900-HASH-RECORD THRU 6900-END
               END-READ
           END-PERFORM
           CLOSE GRADE-HISTORY-IDX-FILE.
       6400-END. EXIT.

      * Folded 160 bytes at a time, blank stretches passed over,
      * exactly as BACKUP-SET took the checksum.
       6900-HASH-RECORD.
           ADD 1 TO WS-FILE-RECORDS
           PERFORM VARYING WS-CHUNK FROM 1 BY 1 UNTIL WS-CHUNK > 3
               COMPUTE WS-CHUNK-POS = (WS-CHUNK - 1) * 160 + 1
               IF WS-HASH-LINE (WS-CHUNK-POS:160) NOT = SPACES
                   MOVE WS-FILE-CHECKSUM TO HC-PREV-HASH
                   MOVE WS-FILE-RECORDS TO HC-SEQUENCE
                   MOVE WS-HASH-LINE (WS-CHUNK-POS:160) TO HC-TEXT
                   MOVE 160 TO HC-TEXT-LENGTH
                   CALL "HASHCHAIN" USING HC-PREV-HASH HC-SEQUENCE
                       HC-TEXT HC-TEXT-LENGTH HC-HASH
                   MOVE HC-HASH TO WS-FILE-CHECKSUM
               END-IF
           END-PERFORM.
       6900-END. EXIT.

      * The set's copy of the current file, into WS-OUT-FILENAME.
       7000-COPY-NAME.
           MOVE SPACES TO WS-OUT-FILENAME
           STRING '../bkp-' DELIMITED BY SIZE
               WS-SET-DATE DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-RF-NAME (WS-R) DELIMITED BY SPACE
               INTO WS-OUT-FILENAME.
       7000-END. EXIT.

      * Where the current file is restored to: its live name, or
      * test-<name> for the drill. The indexed masters' file names
      * are pointed there too.
       7100-TARGET-NAME.
           MOVE SPACES TO WS-TARGET-FILENAME
           IF WS-DRILL-MODE
               STRING '../test-' DELIMITED BY SIZE
                   WS-RF-NAME (WS-R) DELIMITED BY SPACE
                   INTO WS-TARGET-FILENAME
           ELSE
               EVALUATE WS-RF-KIND (WS-R)
                   WHEN 'C'
                       MOVE WS-LIVE-MASTER TO WS-TARGET-FILENAME
                   WHEN 'O'
                       MOVE WS-LIVE-OPEN-ITEMS TO WS-TARGET-FILENAME
                   WHEN 'G'
                       MOVE WS-LIVE-IDX TO WS-TARGET-FILENAME
                   WHEN OTHER
                       STRING '../' DELIMITED BY SIZE
                           WS-RF-NAME (WS-R) DELIMITED BY SPACE
                           INTO WS-TARGET-FILENAME
               END-EVALUATE
           END-IF
           MOVE WS-TARGET-FILENAME TO WS-MASTER-FILENAME
           MOVE WS-TARGET-FILENAME TO WS-OPEN-ITEMS-FILENAME
           MOVE WS-TARGET-FILENAME TO WS-IDX-FILENAME.
       7100-END. EXIT.

       END PROGRAM BACKUP-RESTORE.
