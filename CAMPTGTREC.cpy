      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Frozen campaign target list, one line per client
      *          selected for a campaign on campaign-targets.txt,
      *          written once by CAMPAIGN-RUN on the day the campaign
      *          is mailed. T is a mailed target, C a member of the
      *          random control group held back from the mailing;
      *          CAMPAIGN-REPORT compares the two groups' responses
      *          from the run date to the end of the window.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY CAMPTGTREC REPLACING ==:RECNAME:==
      *              BY ==TARGET-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 CT-CAMPAIGN PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CT-CLIENT-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CT-GROUP PIC X(1).
               88 CT-TARGET VALUE 'T'.
               88 CT-CONTROL VALUE 'C'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CT-RUN-DATE PIC 9(8).
