      ******************************************************************
      * Author: Rafael Maltez
      * Date: 15/10/2026
      * Purpose: Shared delivery-channel decision for every mail-
      *          producing program. The first call in a run loads the
      *          delivery preferences (delivery-prefs.txt) and the
      *          e-mail and mobile contacts (contacts.txt, the last
      *          one keyed per client wins) into storage; every call
      *          then answers how the client's document goes out.
      *          E-mail is used when the preference asks for it, an
      *          e-mail contact is on file and it is not the address
      *          DELIVERY-RETURN last saw bounce; SMS likewise with the
      *          mobile. Paper is the fallback whenever neither can be
      *          used - no preference, no contact, or a bounce. A
      *          register larger than its table is reported once and
      *          clients past the cap are sent paper. See DLVPARM.cpy
      *          for the calling convention.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 RM  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELIVCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELIVERY-PREF-FILE ASSIGN TO '..\delivery-prefs.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PREF-STATUS.

           SELECT CONTACT-FILE ASSIGN TO '..\contacts.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DELIVERY-PREF-FILE.
       COPY DLVPREFREC REPLACING ==:RECNAME:==
           BY ==DELIVERY-PREF-LINE==.

       FD CONTACT-FILE.
       COPY CONTACTREC REPLACING ==:RECNAME:== BY ==CONTACT-LINE==.

       WORKING-STORAGE SECTION.
       01 WS-PREF-STATUS PIC X(2).
       01 WS-PREF-EOF PIC X(1) VALUE 'N'.
       01 WS-CONTACT-STATUS PIC X(2).
       01 WS-CONTACT-EOF PIC X(1) VALUE 'N'.
       01 WS-LOADED PIC X(1) VALUE 'N'.
       01 WS-DP-OVERFLOW PIC X(1) VALUE 'N'.
           88 WS-DP-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-DP-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-DP-TABLE.
           05 WS-DP-ENTRY OCCURS 5000 TIMES.
               10 WS-DP-CLIENT-CODE PIC 9(7).
               10 WS-DP-PREFERENCE PIC X(1).
               10 WS-DP-EMAIL-BOUNCED PIC X(40).
               10 WS-DP-SMS-FAILED PIC X(40).
               10 WS-DP-EMAIL PIC X(40).
               10 WS-DP-MOBILE PIC X(40).
       01 WS-DP PIC 9(4) COMP.
       01 WS-DP-POS PIC 9(4) COMP.
       01 WS-FIND-CODE PIC 9(7).
       LINKAGE SECTION.
       COPY DLVPARM.
       PROCEDURE DIVISION USING DV-CALL-CLIENT-CODE DV-CALL-PAPER
           DV-CALL-EMAIL DV-CALL-SMS DV-CALL-EMAIL-ADDRESS
           DV-CALL-MOBILE.
       0000-MAIN.
           IF WS-LOADED = 'N'
               PERFORM 1000-LOAD-PREFERENCES THRU 1000-END
               PERFORM 1100-LOAD-CONTACTS THRU 1100-END
           END-IF
           SET DV-NO-EMAIL TO TRUE
           SET DV-NO-SMS TO TRUE
           MOVE SPACES TO DV-CALL-EMAIL-ADDRESS
           MOVE SPACES TO DV-CALL-MOBILE
           MOVE DV-CALL-CLIENT-CODE TO WS-FIND-CODE
           PERFORM 2000-FIND-CLIENT THRU 2000-END
           IF WS-DP-POS > ZERO
               IF (WS-DP-PREFERENCE (WS-DP-POS) = 'E'
                   OR WS-DP-PREFERENCE (WS-DP-POS) = 'B')
                   AND WS-DP-EMAIL (WS-DP-POS) NOT = SPACES
                   AND WS-DP-EMAIL (WS-DP-POS)
                       NOT = WS-DP-EMAIL-BOUNCED (WS-DP-POS)
                   SET DV-SEND-EMAIL TO TRUE
                   MOVE WS-DP-EMAIL (WS-DP-POS)
                       TO DV-CALL-EMAIL-ADDRESS
               END-IF
               IF (WS-DP-PREFERENCE (WS-DP-POS) = 'S'
                   OR WS-DP-PREFERENCE (WS-DP-POS) = 'B')
                   AND WS-DP-MOBILE (WS-DP-POS) NOT = SPACES
                   AND WS-DP-MOBILE (WS-DP-POS)
                       NOT = WS-DP-SMS-FAILED (WS-DP-POS)
                   SET DV-SEND-SMS TO TRUE
                   MOVE WS-DP-MOBILE (WS-DP-POS) TO DV-CALL-MOBILE
               END-IF
           END-IF
           IF DV-SEND-EMAIL OR DV-SEND-SMS
               SET DV-NO-PAPER TO TRUE
           ELSE
               SET DV-SEND-PAPER TO TRUE
           END-IF
           GOBACK.

       1000-LOAD-PREFERENCES.
           MOVE 'Y' TO WS-LOADED
           OPEN INPUT DELIVERY-PREF-FILE
           IF WS-PREF-STATUS NOT = '00'
               GO TO 1000-END
           END-IF
           PERFORM UNTIL WS-PREF-EOF = 'Y'
               READ DELIVERY-PREF-FILE
                   AT END
                       MOVE 'Y' TO WS-PREF-EOF
                   NOT AT END
                       IF WS-DP-COUNT < 5000
                           ADD 1 TO WS-DP-COUNT
                           MOVE DP-CLIENT-CODE
                               TO WS-DP-CLIENT-CODE (WS-DP-COUNT)
                           MOVE DP-PREFERENCE
                               TO WS-DP-PREFERENCE (WS-DP-COUNT)
                           MOVE DP-EMAIL-BOUNCED
                               TO WS-DP-EMAIL-BOUNCED (WS-DP-COUNT)
                           MOVE DP-SMS-FAILED
                               TO WS-DP-SMS-FAILED (WS-DP-COUNT)
                           MOVE SPACES TO WS-DP-EMAIL (WS-DP-COUNT)
                           MOVE SPACES TO WS-DP-MOBILE (WS-DP-COUNT)
                       ELSE
                           SET WS-DP-TABLE-OVERFLOWED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DELIVERY-PREF-FILE
           IF WS-DP-TABLE-OVERFLOWED
               DISPLAY "DELIVCHK: delivery preferences are larger "
                   "than the table - later clients are sent paper"
           END-IF.
       1000-END. EXIT.

      * Contacts are only kept for clients with a preference line;
      * the last e-mail and the last mobile keyed are the ones used.
       1100-LOAD-CONTACTS.
           IF WS-DP-COUNT = ZERO
               GO TO 1100-END
           END-IF
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS NOT = '00'
               GO TO 1100-END
           END-IF
           PERFORM UNTIL WS-CONTACT-EOF = 'Y'
               READ CONTACT-FILE
                   AT END
                       MOVE 'Y' TO WS-CONTACT-EOF
                   NOT AT END
                       IF CT-EMAIL OR CT-MOBILE
                           MOVE CT-CLIENT-CODE TO WS-FIND-CODE
                           PERFORM 2000-FIND-CLIENT THRU 2000-END
                           IF WS-DP-POS > ZERO AND CT-EMAIL
                               MOVE CT-VALUE TO WS-DP-EMAIL (WS-DP-POS)
                           END-IF
                           IF WS-DP-POS > ZERO AND CT-MOBILE
                               MOVE CT-VALUE
                                   TO WS-DP-MOBILE (WS-DP-POS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTACT-FILE.
       1100-END. EXIT.

       2000-FIND-CLIENT.
           MOVE ZERO TO WS-DP-POS
           PERFORM VARYING WS-DP FROM 1 BY 1
               UNTIL WS-DP > WS-DP-COUNT OR WS-DP-POS > ZERO
               IF WS-DP-CLIENT-CODE (WS-DP) = WS-FIND-CODE
                   MOVE WS-DP TO WS-DP-POS
               END-IF
           END-PERFORM.
       2000-END. EXIT.
       END PROGRAM DELIVCHK.
