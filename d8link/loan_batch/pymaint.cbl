      ******************************************************************
      *
      * Escrow Payee Master Maintenance
      * ===============================
      *
      * Interactive add/change maintenance for the PAYEEMST payee
      * master, in the esmaint pattern. The operator keys a payee
      * id: an existing payee is displayed and its name, type,
      * remittance address and bank details can be changed, an
      * unknown id can be set up. Blank input leaves a field as it
      * was. A payee must carry a name, a type of TAX or INS, and a
      * bank routing and account number, or nothing is written.
      *
      * A name change reaches the escrow slots that pay the payee
      * the next time esmaint touches them; lnesdisb always takes
      * the remittance name, address and bank from this file.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original maintenance program.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pymaint.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYEE-MSTR-FILE ASSIGN TO "PAYEEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PAYEE-ID
               FILE STATUS IS WS-PAYEE-MSTR-STATUS.
           COPY lnaudsel.
           COPY lnopssel.

       DATA DIVISION.
       FILE SECTION.
           COPY payeemst.

           COPY lnaudfd.

           COPY opermstr.

       WORKING-STORAGE SECTION.
       01 WS-PAYEE-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 PAYEE-MSTR-OPENED VALUE "00".
           88 PAYEE-MSTR-NOT-FOUND VALUE "35".
           COPY lnaudws.
           COPY lnopsws.

       01 WS-PAYEE-ID-ENTRY PIC X(08) VALUE SPACES.
           88 END-OF-MAINTENANCE VALUE SPACES, "END".
       01 WS-RECORD-EXISTS PIC X(01) VALUE "N".
           88 RECORD-EXISTS VALUE "Y".
       01 WS-PAYEE-VALID PIC X(01) VALUE "Y".
           88 PAYEE-VALID VALUE "Y".
       01 WS-CONFIRM PIC X(01) VALUE SPACES.
       01 WS-FIELD-ENTRY PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "pymaint" TO WS-AUD-PROGRAM.
           MOVE "pymaint" TO WS-OPS-PROGRAM.
           PERFORM 9830-OPERATOR-SIGNON THRU 9830-EXIT.
           IF NOT SIGNON-OK
               GOBACK
           END-IF.
           MOVE WS-OPS-OPERATOR TO WS-AUD-OPERATOR.

           OPEN I-O PAYEE-MSTR-FILE.
           IF PAYEE-MSTR-NOT-FOUND
               OPEN OUTPUT PAYEE-MSTR-FILE
               CLOSE PAYEE-MSTR-FILE
               OPEN I-O PAYEE-MSTR-FILE
           END-IF.
           IF NOT PAYEE-MSTR-OPENED
               DISPLAY "*** Unable to open PAYEEMST - status "
                   WS-PAYEE-MSTR-STATUS
               GOBACK
           END-IF.

           PERFORM 1000-ACCEPT-PAYEE-ID THRU 1000-EXIT.
           PERFORM 2000-MAINTAIN-PAYEE THRU 2000-EXIT
               UNTIL END-OF-MAINTENANCE.

           CLOSE PAYEE-MSTR-FILE.
           GOBACK.

       1000-ACCEPT-PAYEE-ID.
           DISPLAY "Payee id (blank or END to finish): "
               WITH NO ADVANCING.
           ACCEPT WS-PAYEE-ID-ENTRY.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-MAINTAIN-PAYEE
      *
      * Reads the keyed payee; an unknown id becomes a set-up
      * (after the operator confirms), a known one a change.
      * Nothing is written unless the keyed payee validates.
      *-----------------------------------------------------------
       2000-MAINTAIN-PAYEE.
           MOVE "Y" TO WS-RECORD-EXISTS.
           MOVE WS-PAYEE-ID-ENTRY TO PM-PAYEE-ID.
           READ PAYEE-MSTR-FILE
               INVALID KEY
                   MOVE "N" TO WS-RECORD-EXISTS
           END-READ.

           IF RECORD-EXISTS
               PERFORM 2100-DISPLAY-PAYEE THRU 2100-EXIT
               MOVE PAYEE-MSTR-RECORD TO WS-AUD-BEFORE
               PERFORM 2200-ACCEPT-FIELDS THRU 2200-EXIT
               PERFORM 2300-VALIDATE-PAYEE THRU 2300-EXIT
               IF NOT PAYEE-VALID
                   DISPLAY "Payee " PM-PAYEE-ID " not changed."
                   GO TO 2000-NEXT
               END-IF
               REWRITE PAYEE-MSTR-RECORD
                   INVALID KEY
                       DISPLAY "*** Rewrite failed for '"
                           PM-PAYEE-ID "' - status "
                           WS-PAYEE-MSTR-STATUS
               END-REWRITE
               MOVE "CHANGE" TO WS-AUD-ACTION
               MOVE PM-PAYEE-ID TO WS-AUD-KEY
               MOVE PAYEE-MSTR-RECORD TO WS-AUD-AFTER
               PERFORM 9840-WRITE-MAINT-AUDIT THRU 9840-EXIT
               DISPLAY "Payee " PM-PAYEE-ID " changed."
           ELSE
               DISPLAY "No payee '" WS-PAYEE-ID-ENTRY
                   "' - set one up? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" OR "y"
                   MOVE SPACES TO PAYEE-MSTR-RECORD
                   MOVE WS-PAYEE-ID-ENTRY TO PM-PAYEE-ID
                   PERFORM 2200-ACCEPT-FIELDS THRU 2200-EXIT
                   PERFORM 2300-VALIDATE-PAYEE THRU 2300-EXIT
                   IF NOT PAYEE-VALID
                       DISPLAY "Payee " PM-PAYEE-ID
                           " not set up."
                       GO TO 2000-NEXT
                   END-IF
                   WRITE PAYEE-MSTR-RECORD
                       INVALID KEY
                           DISPLAY "*** Write failed for '"
                               PM-PAYEE-ID "' - status "
                               WS-PAYEE-MSTR-STATUS
                   END-WRITE
                   MOVE "ADD" TO WS-AUD-ACTION
                   MOVE PM-PAYEE-ID TO WS-AUD-KEY
                   MOVE PAYEE-MSTR-RECORD TO WS-AUD-AFTER
                   PERFORM 9840-WRITE-MAINT-AUDIT THRU 9840-EXIT
                   DISPLAY "Payee " PM-PAYEE-ID " set up."
               END-IF
           END-IF.

       2000-NEXT.
           PERFORM 1000-ACCEPT-PAYEE-ID THRU 1000-EXIT.
       2000-EXIT.
           EXIT.

       2100-DISPLAY-PAYEE.
           DISPLAY "Payee:    " PM-PAYEE-ID " (" PM-TYPE ")".
           DISPLAY "Name:     " PM-NAME.
           DISPLAY "Address:  " PM-ADDR-LINE-1.
           IF PM-ADDR-LINE-2 NOT = SPACES
               DISPLAY "          " PM-ADDR-LINE-2
           END-IF.
           DISPLAY "          " PM-CITY " " PM-POSTCODE.
           DISPLAY "Bank:     " PM-BANK-ROUTING " " PM-BANK-ACCOUNT.
       2100-EXIT.
           EXIT.

       2200-ACCEPT-FIELDS.
           DISPLAY "Name (blank to keep): " WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO PM-NAME
           END-IF.
           DISPLAY "Type TAX/INS (blank to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO PM-TYPE
           END-IF.
           DISPLAY "Address line 1 (blank to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO PM-ADDR-LINE-1
           END-IF.
           DISPLAY "Address line 2 (blank to keep, - to clear): "
               WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY = "-"
               MOVE SPACES TO PM-ADDR-LINE-2
           ELSE
               IF WS-FIELD-ENTRY NOT = SPACES
                   MOVE WS-FIELD-ENTRY TO PM-ADDR-LINE-2
               END-IF
           END-IF.
           DISPLAY "City (blank to keep): " WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO PM-CITY
           END-IF.
           DISPLAY "Postcode (blank to keep): " WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO PM-POSTCODE
           END-IF.
           DISPLAY "Bank routing number (blank to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO PM-BANK-ROUTING
           END-IF.
           DISPLAY "Bank account number (blank to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO PM-BANK-ACCOUNT
           END-IF.
       2200-EXIT.
           EXIT.

       2300-VALIDATE-PAYEE.
           MOVE "Y" TO WS-PAYEE-VALID.
           IF PM-NAME = SPACES
               DISPLAY "*** Payee name is required."
               MOVE "N" TO WS-PAYEE-VALID
           END-IF.
           IF NOT PM-TAX AND NOT PM-INS
               DISPLAY "*** Type must be TAX or INS."
               MOVE "N" TO WS-PAYEE-VALID
           END-IF.
           IF PM-ADDR-LINE-1 = SPACES
               DISPLAY "*** Remittance address is required."
               MOVE "N" TO WS-PAYEE-VALID
           END-IF.
           IF PM-BANK-ROUTING = SPACES OR PM-BANK-ACCOUNT = SPACES
               DISPLAY "*** Bank routing and account are required."
               MOVE "N" TO WS-PAYEE-VALID
           END-IF.
       2300-EXIT.
           EXIT.

           COPY lnaudwrt.
           COPY lnopschk.
