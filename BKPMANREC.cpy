      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Backup-set manifest line, one per file in a dated
      *          point-in-time set (bkp-<set date>-manifest.txt),
      *          written by BACKUP-SET once every copy in the set is
      *          on disk - a set without a manifest is incomplete and
      *          is never restored. BM-PRESENT N means the file did
      *          not exist when the set was taken. The record count
      *          and checksum (records chained through HASHCHAIN,
      *          160 bytes at a time) are what BACKUP-RESTORE checks
      *          the copy and the restored file against.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY BKPMANREC REPLACING ==:RECNAME:==
      *              BY ==MANIFEST-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 BM-FILE-NAME PIC X(40).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BM-KIND PIC X(1).
               88 BM-CLIENT-MASTER VALUE 'C'.
               88 BM-OPEN-ITEMS VALUE 'O'.
               88 BM-GRADE-INDEX VALUE 'G'.
               88 BM-FLAT-FILE VALUE 'F'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 BM-PRESENT PIC X(1).
               88 BM-FILE-PRESENT VALUE 'Y'.
               88 BM-FILE-ABSENT VALUE 'N'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 BM-RECORDS PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BM-CHECKSUM PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BM-SET-DATE PIC 9(8).
