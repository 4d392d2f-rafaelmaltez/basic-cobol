      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Backup-list line - one per file BACKUP-SET takes into
      *          the nightly point-in-time set, read from
      *          backup-list.txt so a new register can join the set
      *          without a code change. The kind says how the file is
      *          read and rebuilt: C clients.dat, O open-items.dat,
      *          G grade-history.dat (indexed masters, copied as
      *          record images) or F any line sequential file.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY BKPLISTREC REPLACING ==:RECNAME:==
      *              BY ==BACKUP-LIST-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 BL-FILE-NAME PIC X(40).
           05 FILLER PIC X(1) VALUE ','.
           05 BL-KIND PIC X(1).
