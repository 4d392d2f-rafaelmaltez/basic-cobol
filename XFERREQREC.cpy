      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Comma-delimited branch-transfer request, one line per
      *          client to be moved to another branch (filial), keyed
      *          by the branch offices into branch-transfers.txt and
      *          applied by BRANCH-TRANSFER. XT-EFFECTIVE-DATE is the
      *          first day the client belongs to the new branch; a
      *          request dated in the future stays on the file until
      *          the run that reaches it. XT-OPERATOR is the user who
      *          asked for the move.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY XFERREQREC REPLACING ==:RECNAME:==
      *              BY ==TRANSFER-REQ-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 XT-CLIENT-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE ','.
           05 XT-NEW-BRANCH PIC 9(3).
           05 FILLER PIC X(1) VALUE ','.
           05 XT-EFFECTIVE-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE ','.
           05 XT-OPERATOR PIC X(8).
