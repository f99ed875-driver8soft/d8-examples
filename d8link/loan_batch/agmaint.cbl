      ******************************************************************
      *
      * Collection Agency Master Maintenance
      * ====================================
      *
      * Interactive add/change maintenance for the AGYMSTR
      * collection-agency master - the outside agencies lnagyplc
      * places charged-off accounts with. The operator keys an
      * agency id: an existing agency is displayed and can be
      * changed field by field, an unknown id can be added. Blank
      * input leaves a field as it was on a change.
      *
      * The agency's terms are its contingency fee as a percentage
      * of what it recovers, the balance band it works in the base
      * currency (a zero maximum for no ceiling) and its recall
      * window in days (zero for the AGYPM default). The rotation
      * fields belong to lnagyplc and are shown but never keyed -
      * a new agency starts at sequence zero and so takes the next
      * account in its band. An agency is never deleted - set
      * inactive, it takes no new placements while the accounts
      * already with it run on until recalled.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original maintenance program.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. agmaint.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGY-MSTR-FILE ASSIGN TO "AGYMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-AGENCY-ID
               FILE STATUS IS WS-AGY-MSTR-STATUS.
           COPY lnaudsel.
           COPY lnopssel.

       DATA DIVISION.
       FILE SECTION.
           COPY agymstr.

           COPY lnaudfd.

           COPY opermstr.

       WORKING-STORAGE SECTION.
       01 WS-AGY-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 AGY-MSTR-OPENED VALUE "00".
           88 AGY-MSTR-NOT-FOUND VALUE "35".

       01 WS-AGENCY-ID-ENTRY PIC X(08) VALUE SPACES.
           88 END-OF-MAINTENANCE VALUE SPACES, "END".
       01 WS-RECORD-EXISTS PIC X(01) VALUE "N".
           88 RECORD-EXISTS VALUE "Y".
       01 WS-CONFIRM PIC X(01) VALUE SPACES.
       01 WS-FIELD-ENTRY PIC X(30) VALUE SPACES.
       01 WS-PCT-ENTRY PIC 9(2)V9(2) VALUE ZEROES.
       01 WS-AMOUNT-ENTRY PIC 9(7)V9(2) VALUE ZEROES.
       01 WS-DAYS-ENTRY PIC 9(03) VALUE ZEROES.
       01 WS-PCT-DISPLAY PIC Z9.99.
       01 WS-MIN-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01 WS-MAX-DISPLAY PIC Z,ZZZ,ZZ9.99.
           COPY lnaudws.
           COPY lnopsws.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "agmaint" TO WS-AUD-PROGRAM.
           MOVE "agmaint" TO WS-OPS-PROGRAM.
           PERFORM 9830-OPERATOR-SIGNON THRU 9830-EXIT.
           IF NOT SIGNON-OK
               GOBACK
           END-IF.
           MOVE WS-OPS-OPERATOR TO WS-AUD-OPERATOR.

           OPEN I-O AGY-MSTR-FILE.
           IF AGY-MSTR-NOT-FOUND
               OPEN OUTPUT AGY-MSTR-FILE
               CLOSE AGY-MSTR-FILE
               OPEN I-O AGY-MSTR-FILE
           END-IF.
           IF NOT AGY-MSTR-OPENED
               DISPLAY "*** Unable to open AGYMSTR - status "
                   WS-AGY-MSTR-STATUS
               GOBACK
           END-IF.

           PERFORM 1000-ACCEPT-AGENCY-ID THRU 1000-EXIT.
           PERFORM 2000-MAINTAIN-AGENCY THRU 2000-EXIT
               UNTIL END-OF-MAINTENANCE.

           CLOSE AGY-MSTR-FILE.
           GOBACK.

       1000-ACCEPT-AGENCY-ID.
           DISPLAY "Agency id (blank or END to finish): "
               WITH NO ADVANCING.
           ACCEPT WS-AGENCY-ID-ENTRY.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-MAINTAIN-AGENCY
      *
      * Reads the keyed record; an unknown id becomes an add
      * (after the operator confirms), a known one a change.
      *-----------------------------------------------------------
       2000-MAINTAIN-AGENCY.
           MOVE "Y" TO WS-RECORD-EXISTS.
           MOVE WS-AGENCY-ID-ENTRY TO AG-AGENCY-ID.
           READ AGY-MSTR-FILE
               INVALID KEY
                   MOVE "N" TO WS-RECORD-EXISTS
           END-READ.

           IF RECORD-EXISTS
               PERFORM 2100-DISPLAY-AGENCY THRU 2100-EXIT
               MOVE AGY-MSTR-RECORD TO WS-AUD-BEFORE
               PERFORM 2200-ACCEPT-FIELDS THRU 2200-EXIT
               REWRITE AGY-MSTR-RECORD
                   INVALID KEY
                       DISPLAY "*** Rewrite failed for '"
                           AG-AGENCY-ID "' - status "
                           WS-AGY-MSTR-STATUS
               END-REWRITE
               MOVE "CHANGE" TO WS-AUD-ACTION
               MOVE AG-AGENCY-ID TO WS-AUD-KEY
               MOVE AGY-MSTR-RECORD TO WS-AUD-AFTER
               PERFORM 9840-WRITE-MAINT-AUDIT THRU 9840-EXIT
               DISPLAY "Agency " AG-AGENCY-ID " changed."
           ELSE
               DISPLAY "Agency '" WS-AGENCY-ID-ENTRY
                   "' is not on file - add? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" OR "y"
                   MOVE SPACES TO AGY-MSTR-RECORD
                   MOVE WS-AGENCY-ID-ENTRY TO AG-AGENCY-ID
                   MOVE "Y" TO AG-ACTIVE
                   MOVE ZEROES TO AG-FEE-PCT
                   MOVE ZEROES TO AG-BAND-MIN
                   MOVE ZEROES TO AG-BAND-MAX
                   MOVE ZEROES TO AG-RECALL-DAYS
                   MOVE ZEROES TO AG-LAST-PLACED-SEQ
                   MOVE ZEROES TO AG-LAST-PLACED-DATE
                   PERFORM 2200-ACCEPT-FIELDS THRU 2200-EXIT
                   WRITE AGY-MSTR-RECORD
                       INVALID KEY
                           DISPLAY "*** Write failed for '"
                               AG-AGENCY-ID "' - status "
                               WS-AGY-MSTR-STATUS
                   END-WRITE
                   MOVE "ADD" TO WS-AUD-ACTION
                   MOVE AG-AGENCY-ID TO WS-AUD-KEY
                   MOVE AGY-MSTR-RECORD TO WS-AUD-AFTER
                   PERFORM 9840-WRITE-MAINT-AUDIT THRU 9840-EXIT
                   DISPLAY "Agency " AG-AGENCY-ID " added."
               END-IF
           END-IF.

           PERFORM 1000-ACCEPT-AGENCY-ID THRU 1000-EXIT.
       2000-EXIT.
           EXIT.

       2100-DISPLAY-AGENCY.
           MOVE AG-FEE-PCT TO WS-PCT-DISPLAY.
           MOVE AG-BAND-MIN TO WS-MIN-DISPLAY.
           MOVE AG-BAND-MAX TO WS-MAX-DISPLAY.
           DISPLAY "Agency:      " AG-AGENCY-ID.
           DISPLAY "Name:        " AG-NAME.
           DISPLAY "Active:      " AG-ACTIVE.
           DISPLAY "Fee:         " WS-PCT-DISPLAY
               "% of every recovery.".
           IF AG-BAND-MAX > ZEROES
               DISPLAY "Band:        " WS-MIN-DISPLAY " to "
                   WS-MAX-DISPLAY
           ELSE
               DISPLAY "Band:        " WS-MIN-DISPLAY " and over"
           END-IF.
           IF AG-RECALL-DAYS > ZEROES
               DISPLAY "Recall:      after " AG-RECALL-DAYS
                   " day(s) without a recovery."
           ELSE
               DISPLAY "Recall:      AGYPM default window."
           END-IF.
           DISPLAY "Rotation:    sequence " AG-LAST-PLACED-SEQ
               ", last placed " AG-LAST-PLACED-DATE.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2200-ACCEPT-FIELDS
      *
      * Prompts for each field; blank input keeps whatever is in
      * the record. Active must be Y or N - anything else keeps
      * what it had. The terms are re-keyed only when the operator
      * asks to, since zero is a real value for each.
      *-----------------------------------------------------------
       2200-ACCEPT-FIELDS.
           DISPLAY "Name: " WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO AG-NAME
           END-IF.
           DISPLAY "Active (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY = "Y" OR "N"
               MOVE WS-FIELD-ENTRY TO AG-ACTIVE
           ELSE
               IF WS-FIELD-ENTRY NOT = SPACES
                   DISPLAY "*** Active must be Y or N - left as "
                       AG-ACTIVE "."
               END-IF
           END-IF.
           DISPLAY "Re-key the agency terms? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               GO TO 2200-EXIT
           END-IF.
           DISPLAY "Fee percentage of each recovery: "
               WITH NO ADVANCING.
           ACCEPT WS-PCT-ENTRY.
           MOVE WS-PCT-ENTRY TO AG-FEE-PCT.
           DISPLAY "Smallest balance taken (base currency): "
               WITH NO ADVANCING.
           ACCEPT WS-AMOUNT-ENTRY.
           MOVE WS-AMOUNT-ENTRY TO AG-BAND-MIN.
           DISPLAY "Largest balance taken (0 for no ceiling): "
               WITH NO ADVANCING.
           ACCEPT WS-AMOUNT-ENTRY.
           MOVE WS-AMOUNT-ENTRY TO AG-BAND-MAX.
           IF AG-BAND-MAX > ZEROES AND AG-BAND-MAX < AG-BAND-MIN
               DISPLAY "*** Largest is below smallest - no ceiling "
                   "set."
               MOVE ZEROES TO AG-BAND-MAX
           END-IF.
           DISPLAY "Recall window in days (0 for the default): "
               WITH NO ADVANCING.
           ACCEPT WS-DAYS-ENTRY.
           MOVE WS-DAYS-ENTRY TO AG-RECALL-DAYS.
       2200-EXIT.
           EXIT.

           COPY lnaudwrt.
           COPY lnopschk.
