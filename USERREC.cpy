      *                  regrades and config changes need supervisor
      *                  or better. A legacy line with no level reads
      *                  as inquiry-only.
      *   15/10/2026 RM  Added the sign-on fields SIGNON keeps: the
      *                  password hash (spaces until first use), the
      *                  date it was last set (zero forces a change -
      *                  an admin reset), the consecutive failure count
      *                  and the lockout flag. The record is now 54
      *                  bytes; a legacy line reads as no password
      *                  yet, not locked.
      ******************************************************************
       01 :RECNAME:.
           05 USER-ID PIC X(8).
               88 USER-DATA-ENTRY VALUE 2.
               88 USER-SUPERVISOR VALUE 3.
               88 USER-ADMIN VALUE 4.
           05 FILLER PIC X(1) VALUE SPACE.
           05 USER-PW-HASH PIC X(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 USER-PW-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 USER-FAIL-COUNT PIC 9(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 USER-LOCK-FLAG PIC X(1).
               88 USER-LOCKED VALUE 'Y'.
