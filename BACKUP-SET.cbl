      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Point-in-time backup set, run as the first step of
      *          the nightly chain. Every master, register and
      *          control file the chain changes - the indexed
      *          clients.dat, open-items.dat and grade-history.dat,
      *          the billing and payment history, the registers and
      *          the sequence/period control files - is copied to
      *          bkp-<date>-<name> in one dated set, and the set's
      *          manifest (bkp-<date>-manifest.txt) records each
      *          file's record count and HASHCHAIN checksum. The
      *          manifest is written last, so a set without one is
      *          incomplete. BACKUP-RESTORE puts a set back as a unit
      *          and proves it with its restore drill.
      * Tectonics: cobc
      * Note: the file list comes from backup-list.txt (BKPLISTREC),
      *       or the built-in list when there is none. Indexed files
      *       are copied as record images. The set catalog
      *       (backup-sets.ctl) is pruned to BACKUP_KEEP sets
      *       (default 7). Today's set is never retaken over - a
      *       forced rerun of the chain keeps the pre-chain snapshot -
      *       unless BACKUP_REPLACE=Y.
      * Modification History:
      *   15/10/2026 RM  Original version.
      *   15/10/2026 RM  The built-in list takes the company master
      *                  and, for each company after 01, its own nota
      *                  number control, NFS-e register and GL
      *                  journal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP-SET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-LIST-FILE ASSIGN TO '..\backup-list.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD BACKUP-LIST-FILE.
       COPY BKPLISTREC REPLACING ==:RECNAME:== BY ==BACKUP-LIST-LINE==.

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

       WORKING-STORAGE SECTION.
       01 WS-LIST-STATUS PIC X(2).
       01 WS-CATALOG-STATUS PIC X(2).
       01 WS-MANIFEST-STATUS PIC X(2).
       01 WS-IN-STATUS PIC X(2).
       01 WS-OUT-STATUS PIC X(2).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-OPEN-ITEMS-STATUS PIC X(2).
       01 WS-IDX-STATUS PIC X(2).
       01 WS-MANIFEST-FILENAME PIC X(100).
       01 WS-IN-FILENAME PIC X(100).
       01 WS-OUT-FILENAME PIC X(100).
       01 WS-MASTER-FILENAME PIC X(100).
       01 WS-OPEN-ITEMS-FILENAME PIC X(100).
       01 WS-IDX-FILENAME PIC X(100).
       01 WS-LIST-EOF PIC X(1).
       01 WS-COPY-EOF PIC X(1).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-KEEP-SETS-X PIC X(2).
       01 WS-KEEP-SETS PIC 9(2) VALUE 7.
       01 WS-REPLACE-SET PIC X(1).
       01 WS-SET-SWITCH PIC X(1) VALUE 'N'.
           88 WS-SET-FAILED VALUE 'Y'.
       01 WS-KEPT-SWITCH PIC X(1) VALUE 'N'.
           88 WS-SET-KEPT VALUE 'Y'.
       01 WS-NEW-NAME PIC X(40).
       01 WS-NEW-KIND PIC X(1).
       01 WS-COMPANY-INDEX PIC 9(2).
      * the files in tonight's set, in manifest order
       01 WS-BF-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-BF-TABLE.
           05 WS-BF-ENTRY OCCURS 100 TIMES.
               10 WS-BF-NAME PIC X(40).
               10 WS-BF-KIND PIC X(1).
               10 WS-BF-PRESENT PIC X(1).
               10 WS-BF-RECORDS PIC 9(9).
               10 WS-BF-CHECKSUM PIC 9(9).
       01 WS-B PIC 9(3) COMP.
      * running count and checksum of the file being copied
       01 WS-FILE-RECORDS PIC 9(9).
       01 WS-FILE-CHECKSUM PIC 9(9).
       01 WS-HASH-LINE PIC X(480).
       01 WS-CHUNK PIC 9(1) COMP.
       01 WS-CHUNK-POS PIC 9(3) COMP.
      * set catalog - one set date per line, oldest first
       01 WS-CS-COUNT PIC 9(3) COMP VALUE ZERO.
       01 WS-CS-TABLE.
           05 WS-CS-DATE PIC 9(8) OCCURS 100 TIMES.
       01 WS-C PIC 9(3) COMP.
       01 WS-PRUNE-COUNT PIC 9(3) COMP.
       01 WS-PRUNE-DATE PIC 9(8).
       01 WS-DELETE-NAME PIC X(100).
       01 WS-DELETE-RC PIC 9(9) COMP-5 VALUE ZERO.
       01 WS-FILES-SAVED PIC 9(3) VALUE ZERO.
       01 WS-FILES-ABSENT PIC 9(3) VALUE ZERO.
       01 WS-SETS-PRUNED PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-RECORDS PIC 9(9) VALUE ZERO.
       COPY HASHPARM.
       COPY CMPLKPARM.
       COPY JOBLOGPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE "BACKUP-SET" TO JL-CALL-PROGRAM
           SET JL-CALL-START TO TRUE
           MOVE ZERO TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-KEEP-SETS-X
           ACCEPT WS-KEEP-SETS-X FROM ENVIRONMENT "BACKUP_KEEP"
           IF WS-KEEP-SETS-X (1:1) IS NUMERIC
               AND WS-KEEP-SETS-X (2:1) = SPACE
               MOVE WS-KEEP-SETS-X (1:1) TO WS-KEEP-SETS-X (2:1)
               MOVE '0' TO WS-KEEP-SETS-X (1:1)
           END-IF
           IF WS-KEEP-SETS-X IS NUMERIC
               AND WS-KEEP-SETS-X NOT = '00'
               MOVE WS-KEEP-SETS-X TO WS-KEEP-SETS
           END-IF
           MOVE SPACES TO WS-REPLACE-SET
           ACCEPT WS-REPLACE-SET FROM ENVIRONMENT "BACKUP_REPLACE"
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
           MOVE SPACES TO WS-IDX-FILENAME
           ACCEPT WS-IDX-FILENAME FROM ENVIRONMENT "GRADE_HISTORY_IDX"
           IF WS-IDX-FILENAME = SPACES
               MOVE '..\grade-history.dat' TO WS-IDX-FILENAME
           END-IF
           MOVE SPACES TO WS-MANIFEST-FILENAME
           STRING '../bkp-' DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               '-manifest.txt' DELIMITED BY SIZE
               INTO WS-MANIFEST-FILENAME
           PERFORM 0100-CHECK-TODAYS-SET THRU 0100-END
           IF WS-SET-KEPT
               MOVE 4 TO RETURN-CODE
               GO TO 9000-END-JOB
           END-IF
           PERFORM 0200-LOAD-BACKUP-LIST THRU 0200-END
           PERFORM 1000-TAKE-SET THRU 1000-END
           IF WS-SET-FAILED
               GO TO 9000-END-JOB
           END-IF
           PERFORM 3000-WRITE-MANIFEST THRU 3000-END
           IF WS-SET-FAILED
               GO TO 9000-END-JOB
           END-IF
           PERFORM 4000-PRUNE-SETS THRU 4000-END
           DISPLAY "BACKUP-SET: set " WS-TODAY-DATE " taken - "
               WS-FILES-SAVED " file(s), " WS-TOTAL-RECORDS
               " record(s), " WS-FILES-ABSENT " listed file(s) "
               "absent, " WS-SETS-PRUNED " old set(s) pruned"
           MOVE 0 TO RETURN-CODE.
       9000-END-JOB.
           IF WS-SET-FAILED
               DISPLAY "BACKUP-SET: set " WS-TODAY-DATE
                   " is incomplete - no manifest written"
               MOVE 16 TO RETURN-CODE
           END-IF
           SET JL-CALL-END TO TRUE
           MOVE WS-TOTAL-RECORDS TO JL-CALL-RECORD-COUNT
           CALL "JOBLOG" USING JL-CALL-PROGRAM JL-CALL-EVENT
               JL-CALL-RECORD-COUNT
           GOBACK.

      * A set already taken today is the state before the first run
      * of the chain; a forced rerun must not replace it with a
      * half-processed one. BACKUP_REPLACE=Y retakes it, and the old
      * manifest goes first so an interrupted retake is never
      * mistaken for a complete set.
       0100-CHECK-TODAYS-SET.
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = '00'
               GO TO 0100-END
           END-IF
           CLOSE MANIFEST-FILE
           IF WS-REPLACE-SET NOT = 'Y'
               DISPLAY "BACKUP-SET: set " WS-TODAY-DATE
                   " already taken - kept as it is (BACKUP_REPLACE=Y "
                   "to retake it)"
               SET WS-SET-KEPT TO TRUE
           ELSE
               DISPLAY "BACKUP-SET: retaking set " WS-TODAY-DATE
               MOVE WS-MANIFEST-FILENAME TO WS-DELETE-NAME
               CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
                   RETURNING WS-DELETE-RC
           END-IF.
       0100-END. EXIT.

       0200-LOAD-BACKUP-LIST.
           MOVE ZERO TO WS-BF-COUNT
           MOVE 'N' TO WS-LIST-EOF
           OPEN INPUT BACKUP-LIST-FILE
           IF WS-LIST-STATUS = '00'
               PERFORM UNTIL WS-LIST-EOF = 'Y'
                   READ BACKUP-LIST-FILE
                       AT END
                           MOVE 'Y' TO WS-LIST-EOF
                       NOT AT END
                           IF BL-FILE-NAME NOT = SPACES
                               MOVE BL-FILE-NAME TO WS-NEW-NAME
                               MOVE BL-KIND TO WS-NEW-KIND
                               PERFORM 0290-ADD-FILE THRU 0290-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKUP-LIST-FILE
           END-IF
           IF WS-BF-COUNT = ZERO
               PERFORM 0250-DEFAULT-LIST THRU 0250-END
           END-IF.
       0200-END. EXIT.

      * Everything the nightly chain and the day's desk programs
      * update: the indexed masters, the financial history and
      * registers, the academic files and the sequence and period
      * control files.
       0250-DEFAULT-LIST.
           MOVE 'clients.dat' TO WS-NEW-NAME
           MOVE 'C' TO WS-NEW-KIND
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'open-items.dat' TO WS-NEW-NAME
           MOVE 'O' TO WS-NEW-KIND
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'grade-history.dat' TO WS-NEW-NAME
           MOVE 'G' TO WS-NEW-KIND
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'F' TO WS-NEW-KIND
           MOVE 'billing-history.txt' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'payments-posted.txt' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'invoice-register.txt' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'adjustments-register.txt' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'writeoff-register.txt' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'refund-register.txt' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'reversal-register.txt' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'late-charges.txt' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'credits-on-account.txt' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'carried-forward.txt' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'agreements.txt' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'agreement-items.txt' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'agency-placed.txt' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'dunning-register.txt' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'delinq-register.txt' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'nfse-register.txt' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'pix-register.txt' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'remessa-register.txt' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'gl-journal.txt' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'accounting-periods.txt' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'client-journal.txt' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'client-audit.txt' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'client-status-history.txt' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'client-code-xref.txt' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'correspondence-register.txt' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'approval-queue.txt' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'enrollment.txt' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'grade-history.txt' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'attendance.txt' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'class-stats.txt' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'billing-period.ctl' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'invoice-number.ctl' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'cert-number.ctl' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'client-nextcode.ctl' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'clients-gen.ctl' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           MOVE 'companies.txt' TO WS-NEW-NAME
           PERFORM 0290-ADD-FILE THRU 0290-END
           SET CY-BY-INDEX TO TRUE
           PERFORM VARYING WS-COMPANY-INDEX FROM 2 BY 1
               UNTIL WS-COMPANY-INDEX > 20
               MOVE WS-COMPANY-INDEX TO CY-CALL-INDEX
               CALL "COMPANYLK" USING CY-CALL-FUNCTION CY-CALL-BRANCH
                   CY-CALL-INDEX CY-CALL-COMPANY CY-CALL-RESULT
               IF CY-FOUND
                   MOVE SPACES TO WS-NEW-NAME
                   STRING 'invoice-number' CY-FILE-SUFFIX '.ctl'
                       DELIMITED BY SIZE INTO WS-NEW-NAME
                   PERFORM 0290-ADD-FILE THRU 0290-END
                   MOVE SPACES TO WS-NEW-NAME
                   STRING 'nfse-register' CY-FILE-SUFFIX '.txt'
                       DELIMITED BY SIZE INTO WS-NEW-NAME
                   PERFORM 0290-ADD-FILE THRU 0290-END
                   MOVE SPACES TO WS-NEW-NAME
                   STRING 'gl-journal' CY-FILE-SUFFIX '.txt'
                       DELIMITED BY SIZE INTO WS-NEW-NAME
                   PERFORM 0290-ADD-FILE THRU 0290-END
               END-IF
           END-PERFORM.
       0250-END. EXIT.

       0290-ADD-FILE.
           IF WS-BF-COUNT < 100
               ADD 1 TO WS-BF-COUNT
               MOVE WS-NEW-NAME TO WS-BF-NAME (WS-BF-COUNT)
               MOVE WS-NEW-KIND TO WS-BF-KIND (WS-BF-COUNT)
               IF WS-BF-KIND (WS-BF-COUNT) NOT = 'C'
                   AND WS-BF-KIND (WS-BF-COUNT) NOT = 'O'
                   AND WS-BF-KIND (WS-BF-COUNT) NOT = 'G'
                   MOVE 'F' TO WS-BF-KIND (WS-BF-COUNT)
               END-IF
               MOVE 'N' TO WS-BF-PRESENT (WS-BF-COUNT)
               MOVE ZERO TO WS-BF-RECORDS (WS-BF-COUNT)
               MOVE ZERO TO WS-BF-CHECKSUM (WS-BF-COUNT)
           ELSE
               DISPLAY "BACKUP-SET: backup list is full - "
                   WS-NEW-NAME " not taken"
               SET WS-SET-FAILED TO TRUE
           END-IF.
       0290-END. EXIT.

       1000-TAKE-SET.
           IF WS-SET-FAILED
               GO TO 1000-END
           END-IF
           PERFORM VARYING WS-B FROM 1 BY 1
               UNTIL WS-B > WS-BF-COUNT OR WS-SET-FAILED
               PERFORM 2000-BACKUP-ONE THRU 2000-END
           END-PERFORM.
       1000-END. EXIT.

       2000-BACKUP-ONE.
           MOVE SPACES TO WS-OUT-FILENAME
           STRING '../bkp-' DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-BF-NAME (WS-B) DELIMITED BY SPACE
               INTO WS-OUT-FILENAME
           MOVE ZERO TO WS-FILE-RECORDS
           MOVE ZERO TO WS-FILE-CHECKSUM
           MOVE 'N' TO WS-COPY-EOF
           EVALUATE WS-BF-KIND (WS-B)
               WHEN 'C'
                   PERFORM 2200-COPY-CLIENTS THRU 2200-END
               WHEN 'O'
                   PERFORM 2300-COPY-OPEN-ITEMS THRU 2300-END
               WHEN 'G'
                   PERFORM 2400-COPY-GRADES THRU 2400-END
               WHEN OTHER
                   MOVE SPACES TO WS-IN-FILENAME
                   STRING '../' DELIMITED BY SIZE
                       WS-BF-NAME (WS-B) DELIMITED BY SPACE
                       INTO WS-IN-FILENAME
                   PERFORM 2100-COPY-FLAT THRU 2100-END
           END-EVALUATE
           IF WS-SET-FAILED
               GO TO 2000-END
           END-IF
           IF WS-BF-PRESENT (WS-B) = 'Y'
               MOVE WS-FILE-RECORDS TO WS-BF-RECORDS (WS-B)
               MOVE WS-FILE-CHECKSUM TO WS-BF-CHECKSUM (WS-B)
               ADD 1 TO WS-FILES-SAVED
               ADD WS-FILE-RECORDS TO WS-TOTAL-RECORDS
           ELSE
               DISPLAY "BACKUP-SET: " WS-BF-NAME (WS-B)
                   " not on file - noted absent in the set"
               ADD 1 TO WS-FILES-ABSENT
           END-IF.
       2000-END. EXIT.

      * A file that does not exist (status 35) is recorded absent;
      * any other failure to read it or write its copy spoils the
      * whole set.
       2100-COPY-FLAT.
           OPEN INPUT FLAT-IN-FILE
           IF WS-IN-STATUS = '35'
               GO TO 2100-END
           END-IF
           IF WS-IN-STATUS NOT = '00'
               DISPLAY "BACKUP-SET: cannot open " WS-IN-FILENAME
                   ", status " WS-IN-STATUS
               SET WS-SET-FAILED TO TRUE
               GO TO 2100-END
           END-IF
           PERFORM 2500-OPEN-COPY THRU 2500-END
           IF WS-SET-FAILED
               CLOSE FLAT-IN-FILE
               GO TO 2100-END
           END-IF
           PERFORM UNTIL WS-COPY-EOF = 'Y' OR WS-SET-FAILED
               READ FLAT-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-COPY-EOF
                   NOT AT END
                       MOVE FLAT-IN-LINE TO WS-HASH-LINE
                       PERFORM 2600-WRITE-COPY THRU 2600-END
               END-READ
           END-PERFORM
           CLOSE FLAT-IN-FILE
           CLOSE COPY-OUT-FILE
           MOVE 'Y' TO WS-BF-PRESENT (WS-B).
       2100-END. EXIT.

       2200-COPY-CLIENTS.
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-MASTER-STATUS = '35'
               GO TO 2200-END
           END-IF
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "BACKUP-SET: cannot open client master, "
                   "status " WS-MASTER-STATUS
               SET WS-SET-FAILED TO TRUE
               GO TO 2200-END
           END-IF
           PERFORM 2500-OPEN-COPY THRU 2500-END
           IF WS-SET-FAILED
               CLOSE CLIENT-MASTER-FILE
               GO TO 2200-END
           END-IF
           PERFORM UNTIL WS-COPY-EOF = 'Y' OR WS-SET-FAILED
               READ CLIENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-COPY-EOF
                   NOT AT END
                       MOVE SPACES TO WS-HASH-LINE
                       MOVE CLIENT-MASTER-RECORD TO WS-HASH-LINE
                       PERFORM 2600-WRITE-COPY THRU 2600-END
               END-READ
           END-PERFORM
           CLOSE CLIENT-MASTER-FILE
           CLOSE COPY-OUT-FILE
           MOVE 'Y' TO WS-BF-PRESENT (WS-B).
       2200-END. EXIT.

       2300-COPY-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEMS-FILE
           IF WS-OPEN-ITEMS-STATUS = '35'
               GO TO 2300-END
           END-IF
           IF WS-OPEN-ITEMS-STATUS NOT = '00'
               DISPLAY "BACKUP-SET: cannot open open-items master, "
                   "status " WS-OPEN-ITEMS-STATUS
               SET WS-SET-FAILED TO TRUE
               GO TO 2300-END
           END-IF
           PERFORM 2500-OPEN-COPY THRU 2500-END
           IF WS-SET-FAILED
               CLOSE OPEN-ITEMS-FILE
               GO TO 2300-END
           END-IF
           PERFORM UNTIL WS-COPY-EOF = 'Y' OR WS-SET-FAILED
               READ OPEN-ITEMS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-COPY-EOF
                   NOT AT END
                       MOVE SPACES TO WS-HASH-LINE
                       MOVE OPEN-ITEM-RECORD TO WS-HASH-LINE
                       PERFORM 2600-WRITE-COPY THRU 2600-END
               END-READ
           END-PERFORM
           CLOSE OPEN-ITEMS-FILE
           CLOSE COPY-OUT-FILE
           MOVE 'Y' TO WS-BF-PRESENT (WS-B).
       2300-END. EXIT.

       2400-COPY-GRADES.
           OPEN INPUT GRADE-HISTORY-IDX-FILE
           IF WS-IDX-STATUS = '35'
               GO TO 2400-END
           END-IF
           IF WS-IDX-STATUS NOT = '00'
               DISPLAY "BACKUP-SET: cannot open grade history "
                   "index, status " WS-IDX-STATUS
               SET WS-SET-FAILED TO TRUE
               GO TO 2400-END
           END-IF
           PERFORM 2500-OPEN-COPY THRU 2500-END
           IF WS-SET-FAILED
               CLOSE GRADE-HISTORY-IDX-FILE
               GO TO 2400-END
           END-IF
           PERFORM UNTIL WS-COPY-EOF = 'Y' OR WS-SET-FAILED
               READ GRADE-HISTORY-IDX-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-COPY-EOF
                   NOT AT END
                       MOVE SPACES TO WS-HASH-LINE
                       MOVE GRADE-HISTORY-RECORD TO WS-HASH-LINE
                       PERFORM 2600-WRITE-COPY THRU 2600-END
               END-READ
           END-PERFORM
           CLOSE GRADE-HISTORY-IDX-FILE
           CLOSE COPY-OUT-FILE
           MOVE 'Y' TO WS-BF-PRESENT (WS-B).
       2400-END. EXIT.

       2500-OPEN-COPY.
           OPEN OUTPUT COPY-OUT-FILE
           IF WS-OUT-STATUS NOT = '00'
               DISPLAY "BACKUP-SET: cannot open " WS-OUT-FILENAME
                   ", status " WS-OUT-STATUS
               SET WS-SET-FAILED TO TRUE
           END-IF.
       2500-END. EXIT.

       2600-WRITE-COPY.
           MOVE WS-HASH-LINE TO COPY-OUT-LINE
           WRITE COPY-OUT-LINE
           IF WS-OUT-STATUS NOT = '00'
               DISPLAY "BACKUP-SET: write to " WS-OUT-FILENAME
                   " failed, status " WS-OUT-STATUS
               SET WS-SET-FAILED TO TRUE
           ELSE
               PERFORM 2900-HASH-RECORD THRU 2900-END
           END-IF.
       2600-END. EXIT.

      * Each record is folded into the file's checksum 160 bytes at
      * a time; blank stretches are passed over, so a record hashes
      * the same whether read from the live file or from its copy.
       2900-HASH-RECORD.
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
       2900-END. EXIT.

       3000-WRITE-MANIFEST.
           OPEN OUTPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = '00'
               DISPLAY "BACKUP-SET: cannot write " WS-MANIFEST-FILENAME
                   ", status " WS-MANIFEST-STATUS
               SET WS-SET-FAILED TO TRUE
               GO TO 3000-END
           END-IF
           PERFORM VARYING WS-B FROM 1 BY 1
               UNTIL WS-B > WS-BF-COUNT OR WS-SET-FAILED
               MOVE SPACES TO MANIFEST-LINE
               MOVE WS-BF-NAME (WS-B) TO BM-FILE-NAME
               MOVE WS-BF-KIND (WS-B) TO BM-KIND
               MOVE WS-BF-PRESENT (WS-B) TO BM-PRESENT
               MOVE WS-BF-RECORDS (WS-B) TO BM-RECORDS
               MOVE WS-BF-CHECKSUM (WS-B) TO BM-CHECKSUM
               MOVE WS-TODAY-DATE TO BM-SET-DATE
               WRITE MANIFEST-LINE
               IF WS-MANIFEST-STATUS NOT = '00'
                   DISPLAY "BACKUP-SET: manifest write failed, "
                       "status " WS-MANIFEST-STATUS
                   SET WS-SET-FAILED TO TRUE
               END-IF
           END-PERFORM
           CLOSE MANIFEST-FILE
           IF WS-SET-FAILED
               MOVE WS-MANIFEST-FILENAME TO WS-DELETE-NAME
               CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
                   RETURNING WS-DELETE-RC
           END-IF.
       3000-END. EXIT.

      * Tonight's set joins the catalog; the oldest sets beyond
      * BACKUP_KEEP are deleted file by file from their own
      * manifests, the manifest last.
       4000-PRUNE-SETS.
           PERFORM 4100-LOAD-CATALOG THRU 4100-END
           IF WS-CS-COUNT = ZERO
               OR WS-CS-DATE (WS-CS-COUNT) NOT = WS-TODAY-DATE
               IF WS-CS-COUNT < 100
                   ADD 1 TO WS-CS-COUNT
                   MOVE WS-TODAY-DATE TO WS-CS-DATE (WS-CS-COUNT)
               END-IF
           END-IF
           IF WS-CS-COUNT > WS-KEEP-SETS
               COMPUTE WS-PRUNE-COUNT = WS-CS-COUNT - WS-KEEP-SETS
               PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-PRUNE-COUNT
                   MOVE WS-CS-DATE (WS-C) TO WS-PRUNE-DATE
                   PERFORM 4200-DELETE-SET THRU 4200-END
               END-PERFORM
               PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-KEEP-SETS
                   MOVE WS-CS-DATE (WS-C + WS-PRUNE-COUNT)
                       TO WS-CS-DATE (WS-C)
               END-PERFORM
               MOVE WS-KEEP-SETS TO WS-CS-COUNT
           END-IF
           PERFORM 4300-SAVE-CATALOG THRU 4300-END.
       4000-END. EXIT.

       4100-LOAD-CATALOG.
           MOVE ZERO TO WS-CS-COUNT
           MOVE 'N' TO WS-LIST-EOF
           OPEN INPUT SET-CATALOG-FILE
           IF WS-CATALOG-STATUS = '00'
               PERFORM UNTIL WS-LIST-EOF = 'Y'
                   READ SET-CATALOG-FILE
                       AT END
                           MOVE 'Y' TO WS-LIST-EOF
                       NOT AT END
                           IF SET-CATALOG-LINE IS NUMERIC
                               AND WS-CS-COUNT < 100
                               ADD 1 TO WS-CS-COUNT
                               MOVE SET-CATALOG-LINE
                                   TO WS-CS-DATE (WS-CS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SET-CATALOG-FILE
           END-IF.
       4100-END. EXIT.

       4200-DELETE-SET.
           MOVE SPACES TO WS-MANIFEST-FILENAME
           STRING '../bkp-' DELIMITED BY SIZE
               WS-PRUNE-DATE DELIMITED BY SIZE
               '-manifest.txt' DELIMITED BY SIZE
               INTO WS-MANIFEST-FILENAME
           MOVE 'N' TO WS-LIST-EOF
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = '00'
               GO TO 4200-END
           END-IF
           PERFORM UNTIL WS-LIST-EOF = 'Y'
               READ MANIFEST-FILE
                   AT END
                       MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       IF BM-FILE-PRESENT
                           MOVE SPACES TO WS-DELETE-NAME
                           STRING '../bkp-' DELIMITED BY SIZE
                               WS-PRUNE-DATE DELIMITED BY SIZE
                               '-' DELIMITED BY SIZE
                               BM-FILE-NAME DELIMITED BY SPACE
                               INTO WS-DELETE-NAME
                           CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
                               RETURNING WS-DELETE-RC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE
           MOVE WS-MANIFEST-FILENAME TO WS-DELETE-NAME
           CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
               RETURNING WS-DELETE-RC
           ADD 1 TO WS-SETS-PRUNED.
       4200-END. EXIT.

       4300-SAVE-CATALOG.
           OPEN OUTPUT SET-CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = '00'
               DISPLAY "BACKUP-SET: cannot write backup-sets.ctl, "
                   "status " WS-CATALOG-STATUS
           ELSE
               PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CS-COUNT
                   MOVE WS-CS-DATE (WS-C) TO SET-CATALOG-LINE
                   WRITE SET-CATALOG-LINE
               END-PERFORM
               CLOSE SET-CATALOG-FILE
           END-IF.
       4300-END. EXIT.

       END PROGRAM BACKUP-SET.
