      ******************************************************************
      *
      * Originator Master Maintenance
      * =============================
      *
      * Interactive add/change maintenance for the ORIGMSTR
      * originator master - the loan officers and brokers say
      * accepts on ORIG-ID and lncomm pays commission to. The
      * operator keys an originator id: an existing originator is
      * displayed and can be changed field by field, an unknown id
      * can be added. Blank input leaves a field as it was on a
      * change.
      *
      * The commission plan is kept on the originator: a plan code
      * for reference, basis points of the amount funded, a flat
      * amount per funded loan, a cap per loan, and the clawback
      * window in months (zero for the COMMPM default). An
      * originator is never deleted - set inactive, say refuses new
      * applications under the id while the loans already booked
      * keep their commission and clawback history.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original maintenance program.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ogmaint.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORIG-MSTR-FILE ASSIGN TO "ORIGMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-ORIG-ID
               FILE STATUS IS WS-ORIG-MSTR-STATUS.
           COPY lnaudsel.
           COPY lnopssel.

       DATA DIVISION.
       FILE SECTION.
           COPY origmstr.

           COPY lnaudfd.

           COPY opermstr.

       WORKING-STORAGE SECTION.
       01 WS-ORIG-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 ORIG-MSTR-OPENED VALUE "00".
           88 ORIG-MSTR-NOT-FOUND VALUE "35".

       01 WS-ORIG-ID-ENTRY PIC X(08) VALUE SPACES.
           88 END-OF-MAINTENANCE VALUE SPACES, "END".
       01 WS-RECORD-EXISTS PIC X(01) VALUE "N".
           88 RECORD-EXISTS VALUE "Y".
       01 WS-CONFIRM PIC X(01) VALUE SPACES.
       01 WS-FIELD-ENTRY PIC X(30) VALUE SPACES.
       01 WS-BPS-ENTRY PIC 9(03) VALUE ZEROES.
       01 WS-AMOUNT-ENTRY PIC 9(5)V9(2) VALUE ZEROES.
       01 WS-MONTHS-ENTRY PIC 9(02) VALUE ZEROES.
       01 WS-FLAT-DISPLAY PIC ZZ,ZZ9.99.
       01 WS-CAP-DISPLAY PIC ZZ,ZZ9.99.
           COPY lnaudws.
           COPY lnopsws.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "ogmaint" TO WS-AUD-PROGRAM.
           MOVE "ogmaint" TO WS-OPS-PROGRAM.
           PERFORM 9830-OPERATOR-SIGNON THRU 9830-EXIT.
           IF NOT SIGNON-OK
               GOBACK
           END-IF.
           MOVE WS-OPS-OPERATOR TO WS-AUD-OPERATOR.

           OPEN I-O ORIG-MSTR-FILE.
           IF ORIG-MSTR-NOT-FOUND
               OPEN OUTPUT ORIG-MSTR-FILE
               CLOSE ORIG-MSTR-FILE
               OPEN I-O ORIG-MSTR-FILE
           END-IF.
           IF NOT ORIG-MSTR-OPENED
               DISPLAY "*** Unable to open ORIGMSTR - status "
                   WS-ORIG-MSTR-STATUS
               GOBACK
           END-IF.

           PERFORM 1000-ACCEPT-ORIG-ID THRU 1000-EXIT.
           PERFORM 2000-MAINTAIN-ORIGINATOR THRU 2000-EXIT
               UNTIL END-OF-MAINTENANCE.

           CLOSE ORIG-MSTR-FILE.
           GOBACK.

       1000-ACCEPT-ORIG-ID.
           DISPLAY "Originator id (blank or END to finish): "
               WITH NO ADVANCING.
           ACCEPT WS-ORIG-ID-ENTRY.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-MAINTAIN-ORIGINATOR
      *
      * Reads the keyed record; an unknown id becomes an add
      * (after the operator confirms), a known one a change.
      *-----------------------------------------------------------
       2000-MAINTAIN-ORIGINATOR.
           MOVE "Y" TO WS-RECORD-EXISTS.
           MOVE WS-ORIG-ID-ENTRY TO OM-ORIG-ID.
           READ ORIG-MSTR-FILE
               INVALID KEY
                   MOVE "N" TO WS-RECORD-EXISTS
           END-READ.

           IF RECORD-EXISTS
               PERFORM 2100-DISPLAY-ORIGINATOR THRU 2100-EXIT
               MOVE ORIG-MSTR-RECORD TO WS-AUD-BEFORE
               PERFORM 2200-ACCEPT-FIELDS THRU 2200-EXIT
               REWRITE ORIG-MSTR-RECORD
                   INVALID KEY
                       DISPLAY "*** Rewrite failed for '"
                           OM-ORIG-ID "' - status "
                           WS-ORIG-MSTR-STATUS
               END-REWRITE
               MOVE "CHANGE" TO WS-AUD-ACTION
               MOVE OM-ORIG-ID TO WS-AUD-KEY
               MOVE ORIG-MSTR-RECORD TO WS-AUD-AFTER
               PERFORM 9840-WRITE-MAINT-AUDIT THRU 9840-EXIT
               DISPLAY "Originator " OM-ORIG-ID " changed."
           ELSE
               DISPLAY "Originator '" WS-ORIG-ID-ENTRY
                   "' is not on file - add? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" OR "y"
                   MOVE SPACES TO ORIG-MSTR-RECORD
                   MOVE WS-ORIG-ID-ENTRY TO OM-ORIG-ID
                   MOVE "O" TO OM-TYPE
                   MOVE "Y" TO OM-ACTIVE
                   MOVE ZEROES TO OM-COMM-BPS
                   MOVE ZEROES TO OM-COMM-FLAT
                   MOVE ZEROES TO OM-COMM-CAP
                   MOVE ZEROES TO OM-CLAWBACK-MONTHS
                   PERFORM 2200-ACCEPT-FIELDS THRU 2200-EXIT
                   WRITE ORIG-MSTR-RECORD
                       INVALID KEY
                           DISPLAY "*** Write failed for '"
                               OM-ORIG-ID "' - status "
                               WS-ORIG-MSTR-STATUS
                   END-WRITE
                   MOVE "ADD" TO WS-AUD-ACTION
                   MOVE OM-ORIG-ID TO WS-AUD-KEY
                   MOVE ORIG-MSTR-RECORD TO WS-AUD-AFTER
                   PERFORM 9840-WRITE-MAINT-AUDIT THRU 9840-EXIT
                   DISPLAY "Originator " OM-ORIG-ID " added."
               END-IF
           END-IF.

           PERFORM 1000-ACCEPT-ORIG-ID THRU 1000-EXIT.
       2000-EXIT.
           EXIT.

       2100-DISPLAY-ORIGINATOR.
           MOVE OM-COMM-FLAT TO WS-FLAT-DISPLAY.
           MOVE OM-COMM-CAP TO WS-CAP-DISPLAY.
           DISPLAY "Originator:  " OM-ORIG-ID.
           DISPLAY "Name:        " OM-NAME.
           IF OM-BROKER
               DISPLAY "Type:        B (broker)"
           ELSE
               DISPLAY "Type:        O (loan officer)"
           END-IF.
           DISPLAY "Active:      " OM-ACTIVE.
           DISPLAY "Plan:        " OM-PLAN-CODE " - " OM-COMM-BPS
               " bps of the amount funded plus " WS-FLAT-DISPLAY
               " a loan.".
           IF OM-COMM-CAP > ZEROES
               DISPLAY "             capped at " WS-CAP-DISPLAY
                   " a loan."
           END-IF.
           IF OM-CLAWBACK-MONTHS > ZEROES
               DISPLAY "Clawback:    within " OM-CLAWBACK-MONTHS
                   " month(s) of funding."
           ELSE
               DISPLAY "Clawback:    COMMPM default window."
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2200-ACCEPT-FIELDS
      *
      * Prompts for each field; blank input keeps whatever is in
      * the record. The type must be O or B - anything else keeps
      * the type it had. The plan's numbers are re-keyed only when
      * the operator asks to, since zero is a real value for each.
      *-----------------------------------------------------------
       2200-ACCEPT-FIELDS.
           DISPLAY "Name: " WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO OM-NAME
           END-IF.
           DISPLAY "Type (O loan officer, B broker): "
               WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY = "O" OR "B"
               MOVE WS-FIELD-ENTRY TO OM-TYPE
           ELSE
               IF WS-FIELD-ENTRY NOT = SPACES
                   DISPLAY "*** Type must be O or B - left as "
                       OM-TYPE "."
               END-IF
           END-IF.
           DISPLAY "Active (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO OM-ACTIVE
           END-IF.
           DISPLAY "Plan code: " WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO OM-PLAN-CODE
           END-IF.
           DISPLAY "Re-key the commission terms? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               GO TO 2200-EXIT
           END-IF.
           DISPLAY "Basis points of the amount funded: "
               WITH NO ADVANCING.
           ACCEPT WS-BPS-ENTRY.
           MOVE WS-BPS-ENTRY TO OM-COMM-BPS.
           DISPLAY "Flat amount per funded loan: "
               WITH NO ADVANCING.
           ACCEPT WS-AMOUNT-ENTRY.
           MOVE WS-AMOUNT-ENTRY TO OM-COMM-FLAT.
           DISPLAY "Cap per loan (0 for none): " WITH NO ADVANCING.
           ACCEPT WS-AMOUNT-ENTRY.
           MOVE WS-AMOUNT-ENTRY TO OM-COMM-CAP.
           DISPLAY "Clawback window in months (0 for the default): "
               WITH NO ADVANCING.
           ACCEPT WS-MONTHS-ENTRY.
           MOVE WS-MONTHS-ENTRY TO OM-CLAWBACK-MONTHS.
       2200-EXIT.
           EXIT.

           COPY lnaudwrt.
           COPY lnopschk.
