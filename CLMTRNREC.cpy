      * Purpose: Comma-delimited client maintenance transaction record,
      *          one line per overnight transaction, read by WRITING-
      *          FILES' MAINT mode. TRN-ACTION is A (add), C (change),
      *          D (deactivate), S (suspend), R (reactivate) or K
      *          (contact). On a C, a blank (or zero) field leaves the
      *          master value unchanged; on a D, S or R only the action
      *          and client code matter; a K carries only the contact
      *          fields.
      * Tectonics: cobc
      * Modification History:
      *   22/08/2026 RM  Original version.
      *                  as the call center's A/C/D lines.
      *   01/09/2026 RM  Added TRN-BRANCH matching CLIENT-BRANCH -
      *                  zero on a C leaves the branch unchanged.
      *   15/10/2026 RM  A C no longer moves the client to another
      *                  branch; TRN-BRANCH is kept for the A action
      *                  and transfers go through BRANCH-TRANSFER.
      *   15/10/2026 RM  Added the K (contact) action: TRN-CONTACT-TYPE
      *                  (M, L or E, as on CONTACTREC) and
      *                  TRN-CONTACT-VALUE replace the client's
      *                  contact of that type. Blank on every other
      *                  action, so shorter existing lines still read.
      * Note: copy into an FD with
      *          COPY CLMTRNREC REPLACING ==:RECNAME:==
      *              BY ==TRANS-REGISTER==.
           05 TRN-TAX-ID PIC X(14).
           05 FILLER PIC X(1) VALUE ','.
           05 TRN-BRANCH PIC 9(3).
           05 FILLER PIC X(1) VALUE ','.
           05 TRN-CONTACT-TYPE PIC X(1).
           05 FILLER PIC X(1) VALUE ','.
           05 TRN-CONTACT-VALUE PIC X(40).
