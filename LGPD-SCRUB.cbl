      *          client inactive beyond the retention period may not
      *          be kept; today that data lives on in clients.dat,
      *          clients.txt, output-data.txt, client-audit.txt, and
      *          client-name-history.txt indefinitely, and in the
      *          KYC documents, tickets, delivery preferences,
      *          contacts, portal change requests and the outbound
      *          message queue. This job finds clients inactive
      *          longer than LGPD_RETENTION_YEARS
      *          (default 5, via DATEUTIL against the status date),
      *          overwrites their name and address fields with
      *          ANONYMIZED values in every one of those files -
      *                  clients anonymized THIS run, leaving names
      *                  alive in the flat files forever once the
      *                  master said anonymized.
      *   15/10/2026 RM  The KYC document numbers, ticket summaries
      *                  and resolutions, bounced e-mail and failed
      *                  SMS addresses on the delivery preferences,
      *                  contact values, the address and contact
      *                  fields of portal change requests, and the
      *                  address and text of queued outbound messages
      *                  are anonymized too. Lines widened to 200.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPD-SCRUB.
       COPY CLMIDXREC.

       FD TEXT-FILE.
       01 TEXT-LINE PIC X(200).
       COPY CLMREC REPLACING ==:RECNAME:== BY ==TEXT-REGISTER==
           LEADING ==CLIENT== BY ==TX==
           LEADING ==COMMA-CHAR== BY ==TX-COMMA==.
           88 WS-TABLE-OVERFLOWED VALUE 'Y'.
           88 WS-TABLE-FITS VALUE 'N'.
       01 WS-LINE-TABLE.
           05 WS-FILE-LINE PIC X(200) OCCURS 5000 TIMES.
       01 WS-L PIC 9(4) COMP.
       01 WS-CODE-X PIC X(7).
       01 WS-ANON-NAME PIC X(20) VALUE 'ANONYMIZED'.
       01 WS-MSG-SCRUBBED PIC X(1).
       01 WS-MSG-ID PIC X(20).
       COPY DTUPARMS.
       COPY FLKPARMS.
       COPY JOBLOGPARM.
               PERFORM 3000-SCRUB-AUDIT THRU 3000-END
               MOVE '../client-name-history.txt' TO WS-TEXT-FILENAME
               PERFORM 4000-SCRUB-NAME-HISTORY THRU 4000-END
               MOVE '../kyc-documents.txt' TO WS-TEXT-FILENAME
               PERFORM 4100-SCRUB-KYC-DOCUMENTS THRU 4100-END
               MOVE '../tickets.txt' TO WS-TEXT-FILENAME
               PERFORM 4200-SCRUB-TICKETS THRU 4200-END
               MOVE '../delivery-prefs.txt' TO WS-TEXT-FILENAME
               PERFORM 4300-SCRUB-DELIVERY-PREFS THRU 4300-END
               MOVE '../contacts.txt' TO WS-TEXT-FILENAME
               PERFORM 4400-SCRUB-CONTACTS THRU 4400-END
               MOVE '../portal-changes.txt' TO WS-TEXT-FILENAME
               PERFORM 4500-SCRUB-PORTAL-CHANGES THRU 4500-END
               MOVE '../outbound-messages.txt' TO WS-TEXT-FILENAME
               PERFORM 4600-SCRUB-OUT-MESSAGES THRU 4600-END
           END-IF
           DISPLAY "LGPD-SCRUB: " WS-SCRUB-COUNT
               " client(s) anonymized"
           END-IF.
       4000-END. EXIT.

      * The KYC register keeps its document types and dates - the
      * document number (KYCDOCREC: column 14, 20 characters) is
      * anonymized.
       4100-SCRUB-KYC-DOCUMENTS.
           MOVE ZERO TO WS-LINE-COUNT
           SET WS-TABLE-FITS TO TRUE
           MOVE 'N' TO WS-TEXT-EOF
           OPEN INPUT TEXT-FILE
           IF WS-TEXT-STATUS NOT = '00'
               DISPLAY "LGPD-SCRUB: cannot open " WS-TEXT-FILENAME
                   ", status " WS-TEXT-STATUS
           ELSE
               PERFORM UNTIL WS-TEXT-EOF = 'Y'
                   READ TEXT-FILE
                       AT END
                           MOVE 'Y' TO WS-TEXT-EOF
                       NOT AT END
                           MOVE TEXT-LINE (1:7) TO WS-CODE-X
                           IF WS-CODE-X IS NUMERIC
                               MOVE WS-CODE-X TO WS-CHECK-CODE
                               PERFORM 8000-CHECK-SCRUB-CODE
                                   THRU 8000-END
                               IF WS-IS-SCRUBBED = 'Y'
                                   MOVE WS-ANON-NAME
                                       TO TEXT-LINE (14:20)
                               END-IF
                           END-IF
                           IF WS-LINE-COUNT < 5000
                               ADD 1 TO WS-LINE-COUNT
                               MOVE TEXT-LINE
                                   TO WS-FILE-LINE (WS-LINE-COUNT)
                           ELSE
                               SET WS-TABLE-OVERFLOWED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEXT-FILE
               PERFORM 2500-REWRITE-TEXT-FILE THRU 2500-END
           END-IF.
       4100-END. EXIT.

      * Tickets keep their dates, category and status - the free-text
      * summary and resolution (TICKETREC: columns 61 and 129, 40
      * characters each) are anonymized.
       4200-SCRUB-TICKETS.
           MOVE ZERO TO WS-LINE-COUNT
           SET WS-TABLE-FITS TO TRUE
           MOVE 'N' TO WS-TEXT-EOF
           OPEN INPUT TEXT-FILE
           IF WS-TEXT-STATUS NOT = '00'
               DISPLAY "LGPD-SCRUB: cannot open " WS-TEXT-FILENAME
                   ", status " WS-TEXT-STATUS
           ELSE
               PERFORM UNTIL WS-TEXT-EOF = 'Y'
                   READ TEXT-FILE
                       AT END
                           MOVE 'Y' TO WS-TEXT-EOF
                       NOT AT END
                           MOVE TEXT-LINE (8:7) TO WS-CODE-X
                           IF WS-CODE-X IS NUMERIC
                               MOVE WS-CODE-X TO WS-CHECK-CODE
                               PERFORM 8000-CHECK-SCRUB-CODE
                                   THRU 8000-END
                               IF WS-IS-SCRUBBED = 'Y'
                                   MOVE WS-ANON-NAME
                                       TO TEXT-LINE (61:40)
                                   MOVE WS-ANON-NAME
                                       TO TEXT-LINE (129:40)
                               END-IF
                           END-IF
                           IF WS-LINE-COUNT < 5000
                               ADD 1 TO WS-LINE-COUNT
                               MOVE TEXT-LINE
                                   TO WS-FILE-LINE (WS-LINE-COUNT)
                           ELSE
                               SET WS-TABLE-OVERFLOWED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEXT-FILE
               PERFORM 2500-REWRITE-TEXT-FILE THRU 2500-END
           END-IF.
       4200-END. EXIT.

      * Delivery preferences keep the channel and dates - the bounced
      * e-mail and failed mobile (DLVPREFREC: columns 20 and 70, 40
      * characters each) are anonymized.
       4300-SCRUB-DELIVERY-PREFS.
           MOVE ZERO TO WS-LINE-COUNT
           SET WS-TABLE-FITS TO TRUE
           MOVE 'N' TO WS-TEXT-EOF
           OPEN INPUT TEXT-FILE
           IF WS-TEXT-STATUS NOT = '00'
               DISPLAY "LGPD-SCRUB: cannot open " WS-TEXT-FILENAME
                   ", status " WS-TEXT-STATUS
           ELSE
               PERFORM UNTIL WS-TEXT-EOF = 'Y'
                   READ TEXT-FILE
                       AT END
                           MOVE 'Y' TO WS-TEXT-EOF
                       NOT AT END
                           MOVE TEXT-LINE (1:7) TO WS-CODE-X
                           IF WS-CODE-X IS NUMERIC
                               MOVE WS-CODE-X TO WS-CHECK-CODE
                               PERFORM 8000-CHECK-SCRUB-CODE
                                   THRU 8000-END
                               IF WS-IS-SCRUBBED = 'Y'
                                   MOVE WS-ANON-NAME
                                       TO TEXT-LINE (20:40)
                                   MOVE WS-ANON-NAME
                                       TO TEXT-LINE (70:40)
                               END-IF
                           END-IF
                           IF WS-LINE-COUNT < 5000
                               ADD 1 TO WS-LINE-COUNT
                               MOVE TEXT-LINE
                                   TO WS-FILE-LINE (WS-LINE-COUNT)
                           ELSE
                               SET WS-TABLE-OVERFLOWED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEXT-FILE
               PERFORM 2500-REWRITE-TEXT-FILE THRU 2500-END
           END-IF.
       4300-END. EXIT.

      * Contact lines keep their type - the e-mail or phone itself
      * (CONTACTREC: column 11, 40 characters) is anonymized.
       4400-SCRUB-CONTACTS.
           MOVE ZERO TO WS-LINE-COUNT
           SET WS-TABLE-FITS TO TRUE
           MOVE 'N' TO WS-TEXT-EOF
           OPEN INPUT TEXT-FILE
           IF WS-TEXT-STATUS NOT = '00'
               DISPLAY "LGPD-SCRUB: cannot open " WS-TEXT-FILENAME
                   ", status " WS-TEXT-STATUS
           ELSE
               PERFORM UNTIL WS-TEXT-EOF = 'Y'
                   READ TEXT-FILE
                       AT END
                           MOVE 'Y' TO WS-TEXT-EOF
                       NOT AT END
                           MOVE TEXT-LINE (1:7) TO WS-CODE-X
                           IF WS-CODE-X IS NUMERIC
                               MOVE WS-CODE-X TO WS-CHECK-CODE
                               PERFORM 8000-CHECK-SCRUB-CODE
                                   THRU 8000-END
                               IF WS-IS-SCRUBBED = 'Y'
                                   MOVE WS-ANON-NAME
                                       TO TEXT-LINE (11:40)
                               END-IF
                           END-IF
                           IF WS-LINE-COUNT < 5000
                               ADD 1 TO WS-LINE-COUNT
                               MOVE TEXT-LINE
                                   TO WS-FILE-LINE (WS-LINE-COUNT)
                           ELSE
                               SET WS-TABLE-OVERFLOWED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEXT-FILE
               PERFORM 2500-REWRITE-TEXT-FILE THRU 2500-END
           END-IF.
       4400-END. EXIT.

      * Portal change requests keep their dates and UF - street,
      * number, city, CEP, mobile, landline and e-mail (PORTALREQREC:
      * columns 64, 85, 91, 115, 124, 136 and 148) are anonymized.
       4500-SCRUB-PORTAL-CHANGES.
           MOVE ZERO TO WS-LINE-COUNT
           SET WS-TABLE-FITS TO TRUE
           MOVE 'N' TO WS-TEXT-EOF
           OPEN INPUT TEXT-FILE
           IF WS-TEXT-STATUS NOT = '00'
               DISPLAY "LGPD-SCRUB: cannot open " WS-TEXT-FILENAME
                   ", status " WS-TEXT-STATUS
           ELSE
               PERFORM UNTIL WS-TEXT-EOF = 'Y'
                   READ TEXT-FILE
                       AT END
                           MOVE 'Y' TO WS-TEXT-EOF
                       NOT AT END
                           MOVE TEXT-LINE (14:7) TO WS-CODE-X
                           IF WS-CODE-X IS NUMERIC
                               MOVE WS-CODE-X TO WS-CHECK-CODE
                               PERFORM 8000-CHECK-SCRUB-CODE
                                   THRU 8000-END
                               IF WS-IS-SCRUBBED = 'Y'
                                   MOVE WS-ANON-NAME
                                       TO TEXT-LINE (64:20)
                                   MOVE SPACES
                                       TO TEXT-LINE (85:5)
                                   MOVE WS-ANON-NAME
                                       TO TEXT-LINE (91:20)
                                   MOVE ZEROS
                                       TO TEXT-LINE (115:8)
                                   MOVE SPACES
                                       TO TEXT-LINE (124:11)
                                   MOVE SPACES
                                       TO TEXT-LINE (136:11)
                                   MOVE WS-ANON-NAME
                                       TO TEXT-LINE (148:40)
                               END-IF
                           END-IF
                           IF WS-LINE-COUNT < 5000
                               ADD 1 TO WS-LINE-COUNT
                               MOVE TEXT-LINE
                                   TO WS-FILE-LINE (WS-LINE-COUNT)
                           ELSE
                               SET WS-TABLE-OVERFLOWED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEXT-FILE
               PERFORM 2500-REWRITE-TEXT-FILE THRU 2500-END
           END-IF.
       4500-END. EXIT.

      * The outbound queue keeps its message ids and trailers - a
      * header for a scrubbed client has its address (OUTMSGREC:
      * column 34, 40 characters) anonymized, and the body lines of
      * that message (text at column 24, 80 characters) with it.
       4600-SCRUB-OUT-MESSAGES.
           MOVE ZERO TO WS-LINE-COUNT
           SET WS-TABLE-FITS TO TRUE
           MOVE 'N' TO WS-TEXT-EOF
           MOVE 'N' TO WS-MSG-SCRUBBED
           MOVE SPACES TO WS-MSG-ID
           OPEN INPUT TEXT-FILE
           IF WS-TEXT-STATUS NOT = '00'
               DISPLAY "LGPD-SCRUB: cannot open " WS-TEXT-FILENAME
                   ", status " WS-TEXT-STATUS
           ELSE
               PERFORM UNTIL WS-TEXT-EOF = 'Y'
                   READ TEXT-FILE
                       AT END
                           MOVE 'Y' TO WS-TEXT-EOF
                       NOT AT END
                           PERFORM 4610-SCRUB-MESSAGE-LINE
                               THRU 4610-END
                           IF WS-LINE-COUNT < 5000
                               ADD 1 TO WS-LINE-COUNT
                               MOVE TEXT-LINE
                                   TO WS-FILE-LINE (WS-LINE-COUNT)
                           ELSE
                               SET WS-TABLE-OVERFLOWED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEXT-FILE
               PERFORM 2500-REWRITE-TEXT-FILE THRU 2500-END
           END-IF.
       4600-END. EXIT.

       4610-SCRUB-MESSAGE-LINE.
           EVALUATE TEXT-LINE (1:1)
               WHEN 'H'
                   MOVE 'N' TO WS-MSG-SCRUBBED
                   MOVE TEXT-LINE (3:20) TO WS-MSG-ID
                   MOVE TEXT-LINE (26:7) TO WS-CODE-X
                   IF WS-CODE-X IS NUMERIC
                       MOVE WS-CODE-X TO WS-CHECK-CODE
                       PERFORM 8000-CHECK-SCRUB-CODE THRU 8000-END
                       IF WS-IS-SCRUBBED = 'Y'
                           MOVE 'Y' TO WS-MSG-SCRUBBED
                           MOVE WS-ANON-NAME TO TEXT-LINE (34:40)
                       END-IF
                   END-IF
               WHEN 'B'
                   IF WS-MSG-SCRUBBED = 'Y'
                       AND TEXT-LINE (3:20) = WS-MSG-ID
                       MOVE WS-ANON-NAME TO TEXT-LINE (24:80)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       4610-END. EXIT.

       END PROGRAM LGPD-SCRUB.
