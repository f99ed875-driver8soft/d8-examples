      ******************************************************************
      *
      * Investor Master Maintenance
      * ===========================
      *
      * Interactive add/change maintenance for the INVMSTR investor
      * master, in the ivmaint pattern. The operator keys an
      * investor id: an existing investor is displayed and its
      * name, status, report address and bank details can be
      * changed, an unknown id can be set up. Blank input leaves a
      * field as it was. An investor must carry a name, a status of
      * ACTIVE or INACTIVE, and a bank routing and account number,
      * or nothing is written.
      *
      * An INACTIVE investor takes no new loans in lsmaint; loans
      * already sold to it keep being remitted by lnremit.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original maintenance program.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ivmaint.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INV-MSTR-FILE ASSIGN TO "INVMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-INVESTOR-ID
               FILE STATUS IS WS-INV-MSTR-STATUS.
           COPY lnaudsel.
           COPY lnopssel.

       DATA DIVISION.
       FILE SECTION.
           COPY invmstr.

           COPY lnaudfd.

           COPY opermstr.

       WORKING-STORAGE SECTION.
       01 WS-INV-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 INV-MSTR-OPENED VALUE "00".
           88 INV-MSTR-NOT-FOUND VALUE "35".
           COPY lnaudws.
           COPY lnopsws.

       01 WS-INVESTOR-ENTRY PIC X(08) VALUE SPACES.
           88 END-OF-MAINTENANCE VALUE SPACES, "END".
       01 WS-RECORD-EXISTS PIC X(01) VALUE "N".
           88 RECORD-EXISTS VALUE "Y".
       01 WS-INVESTOR-VALID PIC X(01) VALUE "Y".
           88 INVESTOR-VALID VALUE "Y".
       01 WS-CONFIRM PIC X(01) VALUE SPACES.
       01 WS-FIELD-ENTRY PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "ivmaint" TO WS-AUD-PROGRAM.
           MOVE "ivmaint" TO WS-OPS-PROGRAM.
           PERFORM 9830-OPERATOR-SIGNON THRU 9830-EXIT.
           IF NOT SIGNON-OK
               GOBACK
           END-IF.
           MOVE WS-OPS-OPERATOR TO WS-AUD-OPERATOR.

           OPEN I-O INV-MSTR-FILE.
           IF INV-MSTR-NOT-FOUND
               OPEN OUTPUT INV-MSTR-FILE
               CLOSE INV-MSTR-FILE
               OPEN I-O INV-MSTR-FILE
           END-IF.
           IF NOT INV-MSTR-OPENED
               DISPLAY "*** Unable to open INVMSTR - status "
                   WS-INV-MSTR-STATUS
               GOBACK
           END-IF.

           PERFORM 1000-ACCEPT-INVESTOR-ID THRU 1000-EXIT.
           PERFORM 2000-MAINTAIN-INVESTOR THRU 2000-EXIT
               UNTIL END-OF-MAINTENANCE.

           CLOSE INV-MSTR-FILE.
           GOBACK.

       1000-ACCEPT-INVESTOR-ID.
           DISPLAY "Investor id (blank or END to finish): "
               WITH NO ADVANCING.
           ACCEPT WS-INVESTOR-ENTRY.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-MAINTAIN-INVESTOR
      *
      * Reads the keyed investor; an unknown id becomes a set-up
      * (after the operator confirms), a known one a change.
      * Nothing is written unless the keyed investor validates.
      *-----------------------------------------------------------
       2000-MAINTAIN-INVESTOR.
           MOVE "Y" TO WS-RECORD-EXISTS.
           MOVE WS-INVESTOR-ENTRY TO IV-INVESTOR-ID.
           READ INV-MSTR-FILE
               INVALID KEY
                   MOVE "N" TO WS-RECORD-EXISTS
           END-READ.

           IF RECORD-EXISTS
               PERFORM 2100-DISPLAY-INVESTOR THRU 2100-EXIT
               MOVE INV-MSTR-RECORD TO WS-AUD-BEFORE
               PERFORM 2200-ACCEPT-FIELDS THRU 2200-EXIT
               PERFORM 2300-VALIDATE-INVESTOR THRU 2300-EXIT
               IF NOT INVESTOR-VALID
                   DISPLAY "Investor " IV-INVESTOR-ID " not changed."
                   GO TO 2000-NEXT
               END-IF
               REWRITE INV-MSTR-RECORD
                   INVALID KEY
                       DISPLAY "*** Rewrite failed for '"
                           IV-INVESTOR-ID "' - status "
                           WS-INV-MSTR-STATUS
               END-REWRITE
               MOVE "CHANGE" TO WS-AUD-ACTION
               MOVE IV-INVESTOR-ID TO WS-AUD-KEY
               MOVE INV-MSTR-RECORD TO WS-AUD-AFTER
               PERFORM 9840-WRITE-MAINT-AUDIT THRU 9840-EXIT
               DISPLAY "Investor " IV-INVESTOR-ID " changed."
           ELSE
               DISPLAY "No investor '" WS-INVESTOR-ENTRY
                   "' - set one up? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" OR "y"
                   MOVE SPACES TO INV-MSTR-RECORD
                   MOVE WS-INVESTOR-ENTRY TO IV-INVESTOR-ID
                   PERFORM 2200-ACCEPT-FIELDS THRU 2200-EXIT
                   PERFORM 2300-VALIDATE-INVESTOR THRU 2300-EXIT
                   IF NOT INVESTOR-VALID
                       DISPLAY "Investor " IV-INVESTOR-ID
                           " not set up."
                       GO TO 2000-NEXT
                   END-IF
                   WRITE INV-MSTR-RECORD
                       INVALID KEY
                           DISPLAY "*** Write failed for '"
                               IV-INVESTOR-ID "' - status "
                               WS-INV-MSTR-STATUS
                   END-WRITE
                   MOVE "ADD" TO WS-AUD-ACTION
                   MOVE IV-INVESTOR-ID TO WS-AUD-KEY
                   MOVE INV-MSTR-RECORD TO WS-AUD-AFTER
                   PERFORM 9840-WRITE-MAINT-AUDIT THRU 9840-EXIT
                   DISPLAY "Investor " IV-INVESTOR-ID " set up."
               END-IF
           END-IF.

       2000-NEXT.
           PERFORM 1000-ACCEPT-INVESTOR-ID THRU 1000-EXIT.
       2000-EXIT.
           EXIT.

       2100-DISPLAY-INVESTOR.
           DISPLAY "Investor: " IV-INVESTOR-ID " (" IV-STATUS ")".
           DISPLAY "Name:     " IV-NAME.
           DISPLAY "Address:  " IV-ADDR-LINE-1.
           IF IV-ADDR-LINE-2 NOT = SPACES
               DISPLAY "          " IV-ADDR-LINE-2
           END-IF.
           DISPLAY "          " IV-CITY " " IV-POSTCODE.
           DISPLAY "Bank:     " IV-BANK-ROUTING " " IV-BANK-ACCOUNT.
       2100-EXIT.
           EXIT.

       2200-ACCEPT-FIELDS.
           DISPLAY "Name (blank to keep): " WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO IV-NAME
           END-IF.
           DISPLAY "Status ACTIVE/INACTIVE (blank to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO IV-STATUS
           END-IF.
           DISPLAY "Address line 1 (blank to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO IV-ADDR-LINE-1
           END-IF.
           DISPLAY "Address line 2 (blank to keep, - to clear): "
               WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY = "-"
               MOVE SPACES TO IV-ADDR-LINE-2
           ELSE
               IF WS-FIELD-ENTRY NOT = SPACES
                   MOVE WS-FIELD-ENTRY TO IV-ADDR-LINE-2
               END-IF
           END-IF.
           DISPLAY "City (blank to keep): " WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO IV-CITY
           END-IF.
           DISPLAY "Postcode (blank to keep): " WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO IV-POSTCODE
           END-IF.
           DISPLAY "Bank routing number (blank to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO IV-BANK-ROUTING
           END-IF.
           DISPLAY "Bank account number (blank to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO IV-BANK-ACCOUNT
           END-IF.
       2200-EXIT.
           EXIT.

       2300-VALIDATE-INVESTOR.
           MOVE "Y" TO WS-INVESTOR-VALID.
           IF IV-NAME = SPACES
               DISPLAY "*** Investor name is required."
               MOVE "N" TO WS-INVESTOR-VALID
           END-IF.
           IF NOT IV-ACTIVE AND NOT IV-INACTIVE
               DISPLAY "*** Status must be ACTIVE or INACTIVE."
               MOVE "N" TO WS-INVESTOR-VALID
           END-IF.
           IF IV-ADDR-LINE-1 = SPACES
               DISPLAY "*** Report address is required."
               MOVE "N" TO WS-INVESTOR-VALID
           END-IF.
           IF IV-BANK-ROUTING = SPACES OR IV-BANK-ACCOUNT = SPACES
               DISPLAY "*** Bank routing and account are required."
               MOVE "N" TO WS-INVESTOR-VALID
           END-IF.
       2300-EXIT.
           EXIT.

           COPY lnaudwrt.
           COPY lnopschk.
