      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Document delivery preference, one line per client on
      *          delivery-prefs.txt, keyed from the WRITING-FILES menu.
      *          DP-PREFERENCE is P (paper), E (e-mail), S (SMS) or B
      *          (both e-mail and SMS); a client with no line is sent
      *          paper. DELIVERY-RETURN stamps the address the
      *          messaging gateway reported as bounced (e-mail) or
      *          failed (SMS); DELIVCHK will not use that address again
      *          and the client's documents go to paper until a
      *          different contact is keyed or the preference is
      *          re-keyed, which clears both stamps.
      * Tectonics: cobc
      * Note: copy into an FD with
      *          COPY DLVPREFREC REPLACING ==:RECNAME:==
      *              BY ==DELIVERY-PREF-LINE==.
      ******************************************************************
       01 :RECNAME:.
           05 DP-CLIENT-CODE PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DP-PREFERENCE PIC X(1).
               88 DP-PAPER VALUE 'P'.
               88 DP-EMAIL VALUE 'E'.
               88 DP-SMS VALUE 'S'.
               88 DP-EMAIL-AND-SMS VALUE 'B'.
               88 DP-VALID-PREFERENCE VALUE 'P' 'E' 'S' 'B'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DP-CHANGE-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DP-EMAIL-BOUNCED PIC X(40).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DP-EMAIL-BOUNCE-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DP-SMS-FAILED PIC X(40).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DP-SMS-FAIL-DATE PIC 9(8).
