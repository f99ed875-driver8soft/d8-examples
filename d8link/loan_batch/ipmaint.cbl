      ******************************************************************
      *
      * Hazard Insurance Policy Maintenance
      * ===================================
      *
      * Interactive add/change maintenance for the INSPOL policy
      * file, in the esmaint pattern. The operator keys an
      * application id: an existing policy is displayed and its
      * carrier, policy number, coverage and dates can be changed -
      * on a renewal the new period simply replaces the old - and
      * an unknown id can be set up. Blank (or zero) input leaves a
      * field as it was. A policy whose expiry date does not fall
      * after its effective date, or that carries no coverage, is
      * refused and the file is left as it was.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original maintenance program.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ipmaint.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INS-POL-FILE ASSIGN TO "INSPOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-APPL-ID
               FILE STATUS IS WS-INS-POL-STATUS.
           COPY lnaudsel.
           COPY lnopssel.

       DATA DIVISION.
       FILE SECTION.
           COPY inspol.

           COPY lnaudfd.

           COPY opermstr.

       WORKING-STORAGE SECTION.
       01 WS-INS-POL-STATUS PIC X(02) VALUE SPACES.
           88 INS-POL-OPENED VALUE "00".
           88 INS-POL-NOT-FOUND VALUE "35".
           COPY lnaudws.
           COPY lnopsws.

       01 WS-APPL-ID-ENTRY PIC X(20) VALUE SPACES.
           88 END-OF-MAINTENANCE VALUE SPACES, "END".
       01 WS-RECORD-EXISTS PIC X(01) VALUE "N".
           88 RECORD-EXISTS VALUE "Y".
       01 WS-POLICY-VALID PIC X(01) VALUE "Y".
           88 POLICY-VALID VALUE "Y".
       01 WS-CONFIRM PIC X(01) VALUE SPACES.
       01 WS-FIELD-ENTRY PIC X(30) VALUE SPACES.
       01 WS-AMOUNT-ENTRY PIC 9(9)V9(2) VALUE ZEROES.
       01 WS-DATE-ENTRY PIC 9(08) VALUE ZEROES.
       01 WS-COVER-DISPLAY PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "ipmaint" TO WS-AUD-PROGRAM.
           MOVE "ipmaint" TO WS-OPS-PROGRAM.
           PERFORM 9830-OPERATOR-SIGNON THRU 9830-EXIT.
           IF NOT SIGNON-OK
               GOBACK
           END-IF.
           MOVE WS-OPS-OPERATOR TO WS-AUD-OPERATOR.

           OPEN I-O INS-POL-FILE.
           IF INS-POL-NOT-FOUND
               OPEN OUTPUT INS-POL-FILE
               CLOSE INS-POL-FILE
               OPEN I-O INS-POL-FILE
           END-IF.
           IF NOT INS-POL-OPENED
               DISPLAY "*** Unable to open INSPOL - status "
                   WS-INS-POL-STATUS
               GOBACK
           END-IF.

           PERFORM 1000-ACCEPT-APPL-ID THRU 1000-EXIT.
           PERFORM 2000-MAINTAIN-POLICY THRU 2000-EXIT
               UNTIL END-OF-MAINTENANCE.

           CLOSE INS-POL-FILE.
           GOBACK.

       1000-ACCEPT-APPL-ID.
           DISPLAY "Application id (blank or END to finish): "
               WITH NO ADVANCING.
           ACCEPT WS-APPL-ID-ENTRY.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-MAINTAIN-POLICY
      *
      * Reads the keyed policy; an unknown id becomes a set-up
      * (after the operator confirms), a known one a change.
      * Nothing is written unless the keyed policy validates.
      *-----------------------------------------------------------
       2000-MAINTAIN-POLICY.
           MOVE "Y" TO WS-RECORD-EXISTS.
           MOVE WS-APPL-ID-ENTRY TO HI-APPL-ID.
           READ INS-POL-FILE
               INVALID KEY
                   MOVE "N" TO WS-RECORD-EXISTS
           END-READ.

           IF RECORD-EXISTS
               PERFORM 2100-DISPLAY-POLICY THRU 2100-EXIT
               MOVE INS-POL-RECORD TO WS-AUD-BEFORE
               PERFORM 2200-ACCEPT-FIELDS THRU 2200-EXIT
               PERFORM 2300-VALIDATE-POLICY THRU 2300-EXIT
               IF NOT POLICY-VALID
                   DISPLAY "Policy for " HI-APPL-ID
                       " not changed."
                   GO TO 2000-NEXT
               END-IF
               REWRITE INS-POL-RECORD
                   INVALID KEY
                       DISPLAY "*** Rewrite failed for '"
                           HI-APPL-ID "' - status "
                           WS-INS-POL-STATUS
               END-REWRITE
               MOVE "CHANGE" TO WS-AUD-ACTION
               MOVE HI-APPL-ID TO WS-AUD-KEY
               MOVE INS-POL-RECORD TO WS-AUD-AFTER
               PERFORM 9840-WRITE-MAINT-AUDIT THRU 9840-EXIT
               DISPLAY "Policy for " HI-APPL-ID " changed."
           ELSE
               DISPLAY "No policy on file for '" WS-APPL-ID-ENTRY
                   "' - set one up? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" OR "y"
                   MOVE SPACES TO INS-POL-RECORD
                   MOVE WS-APPL-ID-ENTRY TO HI-APPL-ID
                   MOVE ZEROES TO HI-COVERAGE
                   MOVE ZEROES TO HI-EFF-DATE
                   MOVE ZEROES TO HI-EXP-DATE
                   PERFORM 2200-ACCEPT-FIELDS THRU 2200-EXIT
                   PERFORM 2300-VALIDATE-POLICY THRU 2300-EXIT
                   IF NOT POLICY-VALID
                       DISPLAY "Policy for " HI-APPL-ID
                           " not set up."
                       GO TO 2000-NEXT
                   END-IF
                   WRITE INS-POL-RECORD
                       INVALID KEY
                           DISPLAY "*** Write failed for '"
                               HI-APPL-ID "' - status "
                               WS-INS-POL-STATUS
                   END-WRITE
                   MOVE "ADD" TO WS-AUD-ACTION
                   MOVE HI-APPL-ID TO WS-AUD-KEY
                   MOVE INS-POL-RECORD TO WS-AUD-AFTER
                   PERFORM 9840-WRITE-MAINT-AUDIT THRU 9840-EXIT
                   DISPLAY "Policy for " HI-APPL-ID " set up."
               END-IF
           END-IF.

       2000-NEXT.
           PERFORM 1000-ACCEPT-APPL-ID THRU 1000-EXIT.
       2000-EXIT.
           EXIT.

       2100-DISPLAY-POLICY.
           MOVE HI-COVERAGE TO WS-COVER-DISPLAY.
           DISPLAY "Policy:   " HI-APPL-ID.
           DISPLAY "Carrier:  " HI-CARRIER.
           DISPLAY "Number:   " HI-POLICY-NO.
           DISPLAY "Coverage: " WS-COVER-DISPLAY.
           DISPLAY "In force: " HI-EFF-DATE " to " HI-EXP-DATE.
       2100-EXIT.
           EXIT.

       2200-ACCEPT-FIELDS.
           DISPLAY "Carrier (blank to keep): " WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO HI-CARRIER
           END-IF.
           DISPLAY "Policy number (blank to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO HI-POLICY-NO
           END-IF.
           DISPLAY "Coverage amount (0 to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-AMOUNT-ENTRY.
           IF WS-AMOUNT-ENTRY > ZEROES
               MOVE WS-AMOUNT-ENTRY TO HI-COVERAGE
           END-IF.
           DISPLAY "Effective date (YYYYMMDD, 0 to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-DATE-ENTRY.
           IF WS-DATE-ENTRY > ZEROES
               MOVE WS-DATE-ENTRY TO HI-EFF-DATE
           END-IF.
           DISPLAY "Expiry date (YYYYMMDD, 0 to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-DATE-ENTRY.
           IF WS-DATE-ENTRY > ZEROES
               MOVE WS-DATE-ENTRY TO HI-EXP-DATE
           END-IF.
       2200-EXIT.
           EXIT.

       2300-VALIDATE-POLICY.
           MOVE "Y" TO WS-POLICY-VALID.
           IF HI-CARRIER = SPACES OR HI-POLICY-NO = SPACES
               DISPLAY "*** Carrier and policy number are required."
               MOVE "N" TO WS-POLICY-VALID
           END-IF.
           IF HI-COVERAGE NOT > ZERO
               DISPLAY "*** Coverage amount is required."
               MOVE "N" TO WS-POLICY-VALID
           END-IF.
           IF HI-EFF-DATE = ZEROES
               OR HI-EXP-DATE NOT > HI-EFF-DATE
               DISPLAY "*** Expiry date must fall after the "
                   "effective date."
               MOVE "N" TO WS-POLICY-VALID
           END-IF.
       2300-EXIT.
           EXIT.

           COPY lnaudwrt.
           COPY lnopschk.
