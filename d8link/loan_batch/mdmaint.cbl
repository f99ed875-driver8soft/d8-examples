      ******************************************************************
      *
      * Direct-Debit Mandate Maintenance
      * ================================
      *
      * Interactive add/change maintenance for the MANDATE file, in
      * the esmaint pattern. The operator keys an application id: an
      * existing mandate is displayed and its account holder, bank
      * routing and account number, account type, start date and
      * status can be changed, and an unknown id on a loan that is
      * on file can be set up. Blank (or zero) input leaves a field
      * as it was. A mandate needs a holder, a nine-digit routing
      * number, an account number, a type of C or S and a start
      * date, or nothing is written.
      *
      * A new mandate starts ACTIVE. Setting a SUSPENDD mandate
      * (one lnddret stopped after its returns) back to ACTIVE
      * clears its return count; every status change is stamped
      * with the day it was made.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original maintenance program.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mdmaint.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATE-FILE ASSIGN TO "MANDATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-APPL-ID
               FILE STATUS IS WS-MANDATE-STATUS.
           SELECT LOAN-MSTR-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-APPL-ID
               FILE STATUS IS WS-LOAN-MSTR-STATUS.
           COPY lnaudsel.
           COPY lnopssel.

       DATA DIVISION.
       FILE SECTION.
           COPY mandate.

           COPY loanmstr.

           COPY lnaudfd.

           COPY opermstr.

       WORKING-STORAGE SECTION.
       01 WS-MANDATE-STATUS PIC X(02) VALUE SPACES.
           88 MANDATE-OPENED VALUE "00".
           88 MANDATE-NOT-FOUND VALUE "35".
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
           COPY lnaudws.
           COPY lnopsws.

       01 WS-APPL-ID-ENTRY PIC X(20) VALUE SPACES.
           88 END-OF-MAINTENANCE VALUE SPACES, "END".
       01 WS-RECORD-EXISTS PIC X(01) VALUE "N".
           88 RECORD-EXISTS VALUE "Y".
       01 WS-MANDATE-VALID PIC X(01) VALUE "Y".
           88 MANDATE-VALID VALUE "Y".
       01 WS-CONFIRM PIC X(01) VALUE SPACES.
       01 WS-FIELD-ENTRY PIC X(30) VALUE SPACES.
       01 WS-DATE-ENTRY PIC 9(08) VALUE ZEROES.
       01 WS-OLD-STATUS PIC X(08) VALUE SPACES.
       01 WS-TODAY PIC 9(08).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "mdmaint" TO WS-AUD-PROGRAM.
           MOVE "mdmaint" TO WS-OPS-PROGRAM.
           PERFORM 9830-OPERATOR-SIGNON THRU 9830-EXIT.
           IF NOT SIGNON-OK
               GOBACK
           END-IF.
           MOVE WS-OPS-OPERATOR TO WS-AUD-OPERATOR.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT LOAN-MSTR-FILE.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               GOBACK
           END-IF.

           OPEN I-O MANDATE-FILE.
           IF MANDATE-NOT-FOUND
               OPEN OUTPUT MANDATE-FILE
               CLOSE MANDATE-FILE
               OPEN I-O MANDATE-FILE
           END-IF.
           IF NOT MANDATE-OPENED
               DISPLAY "*** Unable to open MANDATE - status "
                   WS-MANDATE-STATUS
               CLOSE LOAN-MSTR-FILE
               GOBACK
           END-IF.

           PERFORM 1000-ACCEPT-APPL-ID THRU 1000-EXIT.
           PERFORM 2000-MAINTAIN-MANDATE THRU 2000-EXIT
               UNTIL END-OF-MAINTENANCE.

           CLOSE MANDATE-FILE.
           CLOSE LOAN-MSTR-FILE.
           GOBACK.

       1000-ACCEPT-APPL-ID.
           DISPLAY "Application id (blank or END to finish): "
               WITH NO ADVANCING.
           ACCEPT WS-APPL-ID-ENTRY.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-MAINTAIN-MANDATE
      *
      * Reads the keyed mandate; an unknown id on a loan that is
      * on file becomes a set-up (after the operator confirms), a
      * known one a change. Nothing is written unless the keyed
      * mandate validates.
      *-----------------------------------------------------------
       2000-MAINTAIN-MANDATE.
           MOVE "Y" TO WS-RECORD-EXISTS.
           MOVE WS-APPL-ID-ENTRY TO MD-APPL-ID.
           READ MANDATE-FILE
               INVALID KEY
                   MOVE "N" TO WS-RECORD-EXISTS
           END-READ.

           IF RECORD-EXISTS
               PERFORM 2100-DISPLAY-MANDATE THRU 2100-EXIT
               MOVE MANDATE-RECORD TO WS-AUD-BEFORE
               MOVE MD-STATUS TO WS-OLD-STATUS
               PERFORM 2200-ACCEPT-FIELDS THRU 2200-EXIT
               PERFORM 2300-VALIDATE-MANDATE THRU 2300-EXIT
               IF NOT MANDATE-VALID
                   DISPLAY "Mandate for " MD-APPL-ID
                       " not changed."
                   GO TO 2000-NEXT
               END-IF
               PERFORM 2400-STAMP-STATUS THRU 2400-EXIT
               REWRITE MANDATE-RECORD
                   INVALID KEY
                       DISPLAY "*** Rewrite failed for '"
                           MD-APPL-ID "' - status "
                           WS-MANDATE-STATUS
               END-REWRITE
               MOVE "CHANGE" TO WS-AUD-ACTION
               MOVE MD-APPL-ID TO WS-AUD-KEY
               MOVE MANDATE-RECORD TO WS-AUD-AFTER
               PERFORM 9840-WRITE-MAINT-AUDIT THRU 9840-EXIT
               DISPLAY "Mandate for " MD-APPL-ID " changed."
               GO TO 2000-NEXT
           END-IF.

           MOVE WS-APPL-ID-ENTRY TO LM-APPL-ID.
           READ LOAN-MSTR-FILE
               INVALID KEY
                   DISPLAY "*** No loan on file for '"
                       WS-APPL-ID-ENTRY "' - no mandate set up."
                   GO TO 2000-NEXT
           END-READ.
           DISPLAY "No mandate on file for '" WS-APPL-ID-ENTRY
               "' - set one up? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               GO TO 2000-NEXT
           END-IF.
           MOVE SPACES TO MANDATE-RECORD.
           MOVE WS-APPL-ID-ENTRY TO MD-APPL-ID.
           MOVE ZEROES TO MD-START-DATE.
           MOVE "ACTIVE" TO MD-STATUS.
           MOVE WS-TODAY TO MD-STATUS-DATE.
           MOVE ZEROES TO MD-LAST-PERIOD.
           MOVE ZEROES TO MD-LAST-DEBIT.
           MOVE ZEROES TO MD-RETURN-COUNT.
           MOVE MD-STATUS TO WS-OLD-STATUS.
           PERFORM 2200-ACCEPT-FIELDS THRU 2200-EXIT.
           PERFORM 2300-VALIDATE-MANDATE THRU 2300-EXIT.
           IF NOT MANDATE-VALID
               DISPLAY "Mandate for " MD-APPL-ID " not set up."
               GO TO 2000-NEXT
           END-IF.
           PERFORM 2400-STAMP-STATUS THRU 2400-EXIT.
           WRITE MANDATE-RECORD
               INVALID KEY
                   DISPLAY "*** Write failed for '" MD-APPL-ID
                       "' - status " WS-MANDATE-STATUS
           END-WRITE.
           MOVE "ADD" TO WS-AUD-ACTION.
           MOVE MD-APPL-ID TO WS-AUD-KEY.
           MOVE MANDATE-RECORD TO WS-AUD-AFTER.
           PERFORM 9840-WRITE-MAINT-AUDIT THRU 9840-EXIT.
           DISPLAY "Mandate for " MD-APPL-ID " set up.".

       2000-NEXT.
           PERFORM 1000-ACCEPT-APPL-ID THRU 1000-EXIT.
       2000-EXIT.
           EXIT.

       2100-DISPLAY-MANDATE.
           DISPLAY "Mandate:  " MD-APPL-ID.
           DISPLAY "Holder:   " MD-HOLDER.
           DISPLAY "Bank:     " MD-BANK-ROUTING " " MD-BANK-ACCOUNT
               " (" MD-ACCT-TYPE ")".
           DISPLAY "Starts:   " MD-START-DATE.
           DISPLAY "Status:   " MD-STATUS " since " MD-STATUS-DATE.
           DISPLAY "Drawn to: period " MD-LAST-PERIOD ", last debit "
               MD-LAST-DEBIT.
           DISPLAY "Returns:  " MD-RETURN-COUNT " (last "
               MD-LAST-RETURN ")".
       2100-EXIT.
           EXIT.

       2200-ACCEPT-FIELDS.
           DISPLAY "Account holder (blank to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO MD-HOLDER
           END-IF.
           DISPLAY "Bank routing number (blank to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO MD-BANK-ROUTING
           END-IF.
           DISPLAY "Bank account number (blank to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO MD-BANK-ACCOUNT
           END-IF.
           DISPLAY "Account type C/S (blank to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO MD-ACCT-TYPE
           END-IF.
           DISPLAY "Start date (YYYYMMDD, 0 to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-DATE-ENTRY.
           IF WS-DATE-ENTRY > ZEROES
               MOVE WS-DATE-ENTRY TO MD-START-DATE
           END-IF.
           DISPLAY "Status ACTIVE/SUSPENDD/CANCELLD (blank to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO MD-STATUS
           END-IF.
       2200-EXIT.
           EXIT.

       2300-VALIDATE-MANDATE.
           MOVE "Y" TO WS-MANDATE-VALID.
           IF MD-HOLDER = SPACES
               DISPLAY "*** Account holder is required."
               MOVE "N" TO WS-MANDATE-VALID
           END-IF.
           IF MD-BANK-ROUTING NOT NUMERIC
               DISPLAY "*** Routing number must be nine digits."
               MOVE "N" TO WS-MANDATE-VALID
           END-IF.
           IF MD-BANK-ACCOUNT = SPACES
               DISPLAY "*** Bank account number is required."
               MOVE "N" TO WS-MANDATE-VALID
           END-IF.
           IF NOT MD-CHECKING AND NOT MD-SAVINGS
               DISPLAY "*** Account type must be C or S."
               MOVE "N" TO WS-MANDATE-VALID
           END-IF.
           IF MD-START-DATE = ZEROES
               DISPLAY "*** Start date is required."
               MOVE "N" TO WS-MANDATE-VALID
           END-IF.
           IF NOT MD-ACTIVE AND NOT MD-SUSPENDED
               AND NOT MD-CANCELLED
               DISPLAY "*** Status must be ACTIVE, SUSPENDD or "
                   "CANCELLD."
               MOVE "N" TO WS-MANDATE-VALID
           END-IF.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2400-STAMP-STATUS
      *
      * A status change is dated today; reactivating a mandate
      * starts its return count again.
      *-----------------------------------------------------------
       2400-STAMP-STATUS.
           IF MD-STATUS = WS-OLD-STATUS
               GO TO 2400-EXIT
           END-IF.
           MOVE WS-TODAY TO MD-STATUS-DATE.
           IF MD-ACTIVE
               MOVE ZEROES TO MD-RETURN-COUNT
           END-IF.
       2400-EXIT.
           EXIT.

           COPY lnaudwrt.
           COPY lnopschk.
