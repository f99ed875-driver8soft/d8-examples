      ******************************************************************
      *
      * Loan Sale Assignment Maintenance
      * ================================
      *
      * Interactive add/change maintenance for the LOANSALE file, in
      * the esmaint pattern. The operator keys an application id:
      * an existing assignment is displayed and its investor, pool,
      * sale date, sale balance, pass-through rate and status can
      * be changed, an unassigned loan can be sold. Blank or zero
      * input leaves a field as it was.
      *
      * A loan can only be sold while it is BOOKED, to an ACTIVE
      * investor on INVMSTR, with a sale date and a pass-through
      * rate above zero and no higher than the loan's own rate - the
      * difference is the servicing fee. A buy-back is keyed as
      * status REPURCH with the repurchase date; lnremit remits the
      * investor's collections up to that date and none after it.
      * The sale balance defaults to the loan's outstanding balance.
      * lnremit's progress fields are never keyed here.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original maintenance program.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lsmaint.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-SALE-FILE ASSIGN TO "LOANSALE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-APPL-ID
               FILE STATUS IS WS-LOAN-SALE-STATUS.
           SELECT INV-MSTR-FILE ASSIGN TO "INVMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-INVESTOR-ID
               FILE STATUS IS WS-INV-MSTR-STATUS.
           SELECT LOAN-MSTR-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-APPL-ID
               FILE STATUS IS WS-LOAN-MSTR-STATUS.
           COPY lnaudsel.
           COPY lnopssel.

       DATA DIVISION.
       FILE SECTION.
           COPY loansale.

           COPY invmstr.

           COPY loanmstr.

           COPY lnaudfd.

           COPY opermstr.

       WORKING-STORAGE SECTION.
       01 WS-LOAN-SALE-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-SALE-OPENED VALUE "00".
           88 LOAN-SALE-NOT-FOUND VALUE "35".
       01 WS-INV-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 INV-MSTR-OPENED VALUE "00".
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
           COPY lnaudws.
           COPY lnopsws.

       01 WS-APPL-ID-ENTRY PIC X(20) VALUE SPACES.
           88 END-OF-MAINTENANCE VALUE SPACES, "END".
       01 WS-RECORD-EXISTS PIC X(01) VALUE "N".
           88 RECORD-EXISTS VALUE "Y".
       01 WS-LOAN-FOUND PIC X(01) VALUE "N".
           88 LOAN-FOUND VALUE "Y".
       01 WS-SALE-VALID PIC X(01) VALUE "Y".
           88 SALE-VALID VALUE "Y".
       01 WS-CONFIRM PIC X(01) VALUE SPACES.
      * The investor the loan was already with - an INACTIVE one
      * keeps the loans it has.
       01 WS-PREV-INVESTOR PIC X(08) VALUE SPACES.
       01 WS-FIELD-ENTRY PIC X(30) VALUE SPACES.
       01 WS-AMOUNT-ENTRY PIC 9(7)V9(2) VALUE ZEROES.
       01 WS-RATE-ENTRY PIC 9(3)V9(4) VALUE ZEROES.
       01 WS-DATE-ENTRY PIC 9(08) VALUE ZEROES.
       01 WS-AMT-DISPLAY PIC -Z,ZZZ,ZZ9.99.
       01 WS-RATE-DISPLAY PIC -ZZ9.9999.
       01 WS-LOAN-RATE-DISPLAY PIC -ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "lsmaint" TO WS-AUD-PROGRAM.
           MOVE "lsmaint" TO WS-OPS-PROGRAM.
           PERFORM 9830-OPERATOR-SIGNON THRU 9830-EXIT.
           IF NOT SIGNON-OK
               GOBACK
           END-IF.
           MOVE WS-OPS-OPERATOR TO WS-AUD-OPERATOR.

           OPEN I-O LOAN-SALE-FILE.
           IF LOAN-SALE-NOT-FOUND
               OPEN OUTPUT LOAN-SALE-FILE
               CLOSE LOAN-SALE-FILE
               OPEN I-O LOAN-SALE-FILE
           END-IF.
           IF NOT LOAN-SALE-OPENED
               DISPLAY "*** Unable to open LOANSALE - status "
                   WS-LOAN-SALE-STATUS
               GOBACK
           END-IF.

           OPEN INPUT INV-MSTR-FILE.
           IF NOT INV-MSTR-OPENED
               DISPLAY "*** Unable to open INVMSTR - status "
                   WS-INV-MSTR-STATUS " - set investors up with "
                   "ivmaint first."
               CLOSE LOAN-SALE-FILE
               GOBACK
           END-IF.

           OPEN INPUT LOAN-MSTR-FILE.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               CLOSE INV-MSTR-FILE
               CLOSE LOAN-SALE-FILE
               GOBACK
           END-IF.

           PERFORM 1000-ACCEPT-APPL-ID THRU 1000-EXIT.
           PERFORM 2000-MAINTAIN-SALE THRU 2000-EXIT
               UNTIL END-OF-MAINTENANCE.

           CLOSE LOAN-MSTR-FILE.
           CLOSE INV-MSTR-FILE.
           CLOSE LOAN-SALE-FILE.
           GOBACK.

       1000-ACCEPT-APPL-ID.
           DISPLAY "Application id (blank or END to finish): "
               WITH NO ADVANCING.
           ACCEPT WS-APPL-ID-ENTRY.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-MAINTAIN-SALE
      *
      * Reads the keyed loan and its assignment; an unassigned
      * loan becomes a sale (after the operator confirms), an
      * assigned one a change. Nothing is written unless the
      * assignment validates.
      *-----------------------------------------------------------
       2000-MAINTAIN-SALE.
           MOVE "Y" TO WS-LOAN-FOUND.
           MOVE WS-APPL-ID-ENTRY TO LM-APPL-ID.
           READ LOAN-MSTR-FILE
               INVALID KEY
                   MOVE "N" TO WS-LOAN-FOUND
           END-READ.
           IF NOT LOAN-FOUND
               DISPLAY "*** No loan '" WS-APPL-ID-ENTRY
                   "' on LOANMSTR."
               GO TO 2000-NEXT
           END-IF.

           MOVE "Y" TO WS-RECORD-EXISTS.
           MOVE WS-APPL-ID-ENTRY TO LS-APPL-ID.
           READ LOAN-SALE-FILE
               INVALID KEY
                   MOVE "N" TO WS-RECORD-EXISTS
           END-READ.

           IF RECORD-EXISTS
               PERFORM 2100-DISPLAY-SALE THRU 2100-EXIT
               MOVE LOAN-SALE-RECORD TO WS-AUD-BEFORE
               MOVE LS-INVESTOR-ID TO WS-PREV-INVESTOR
               PERFORM 2200-ACCEPT-FIELDS THRU 2200-EXIT
               PERFORM 2300-VALIDATE-SALE THRU 2300-EXIT
               IF NOT SALE-VALID
                   DISPLAY "Sale of " LS-APPL-ID " not changed."
                   GO TO 2000-NEXT
               END-IF
               REWRITE LOAN-SALE-RECORD
                   INVALID KEY
                       DISPLAY "*** Rewrite failed for '"
                           LS-APPL-ID "' - status "
                           WS-LOAN-SALE-STATUS
               END-REWRITE
               MOVE "CHANGE" TO WS-AUD-ACTION
               MOVE LS-APPL-ID TO WS-AUD-KEY
               MOVE LOAN-SALE-RECORD TO WS-AUD-AFTER
               PERFORM 9840-WRITE-MAINT-AUDIT THRU 9840-EXIT
               DISPLAY "Sale of " LS-APPL-ID " changed."
           ELSE
               IF NOT LM-ST-BOOKED
                   DISPLAY "*** '" LM-APPL-ID "' is " LM-STATUS
                       " - only a BOOKED loan can be sold."
                   GO TO 2000-NEXT
               END-IF
               DISPLAY "'" WS-APPL-ID-ENTRY "' is not sold - "
                   "record a sale? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" OR "y"
                   MOVE SPACES TO LOAN-SALE-RECORD
                   MOVE SPACES TO WS-PREV-INVESTOR
                   MOVE WS-APPL-ID-ENTRY TO LS-APPL-ID
                   MOVE ZEROES TO LS-SALE-DATE
                   MOVE LM-OUTSTANDING-BAL TO LS-SALE-BALANCE
                   MOVE ZEROES TO LS-PASS-RATE
                   MOVE "SOLD" TO LS-STATUS
                   MOVE ZEROES TO LS-REPURCH-DATE
                   MOVE ZEROES TO LS-REMIT-SEQ
                   MOVE ZEROES TO LS-REMIT-DATE
                   PERFORM 2200-ACCEPT-FIELDS THRU 2200-EXIT
                   PERFORM 2300-VALIDATE-SALE THRU 2300-EXIT
                   IF NOT SALE-VALID
                       DISPLAY "Sale of " LS-APPL-ID
                           " not recorded."
                       GO TO 2000-NEXT
                   END-IF
                   WRITE LOAN-SALE-RECORD
                       INVALID KEY
                           DISPLAY "*** Write failed for '"
                               LS-APPL-ID "' - status "
                               WS-LOAN-SALE-STATUS
                   END-WRITE
                   MOVE "ADD" TO WS-AUD-ACTION
                   MOVE LS-APPL-ID TO WS-AUD-KEY
                   MOVE LOAN-SALE-RECORD TO WS-AUD-AFTER
                   PERFORM 9840-WRITE-MAINT-AUDIT THRU 9840-EXIT
                   DISPLAY "Sale of " LS-APPL-ID " recorded."
               END-IF
           END-IF.

       2000-NEXT.
           PERFORM 1000-ACCEPT-APPL-ID THRU 1000-EXIT.
       2000-EXIT.
           EXIT.

       2100-DISPLAY-SALE.
           MOVE LS-SALE-BALANCE TO WS-AMT-DISPLAY.
           MOVE LS-PASS-RATE TO WS-RATE-DISPLAY.
           MOVE LM-RATE TO WS-LOAN-RATE-DISPLAY.
           DISPLAY "Loan:     " LS-APPL-ID " (" LM-LOAN-TYPE " "
               LM-STATUS ") rate " WS-LOAN-RATE-DISPLAY.
           DISPLAY "Investor: " LS-INVESTOR-ID " pool " LS-POOL-ID.
           DISPLAY "Sold:     " LS-SALE-DATE " balance "
               WS-AMT-DISPLAY " pass-through " WS-RATE-DISPLAY.
           DISPLAY "Status:   " LS-STATUS.
           IF LS-REPURCHASED
               DISPLAY "          bought back " LS-REPURCH-DATE
           END-IF.
           IF LS-REMIT-DATE NOT = ZEROES
               DISPLAY "Remitted: through posting " LS-REMIT-SEQ
                   " on " LS-REMIT-DATE
           END-IF.
       2100-EXIT.
           EXIT.

       2200-ACCEPT-FIELDS.
           DISPLAY "Investor id (blank to keep): " WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO LS-INVESTOR-ID
           END-IF.
           DISPLAY "Pool id (blank to keep): " WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO LS-POOL-ID
           END-IF.
           DISPLAY "Sale date (YYYYMMDD, 0 to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-DATE-ENTRY.
           IF WS-DATE-ENTRY > ZEROES
               MOVE WS-DATE-ENTRY TO LS-SALE-DATE
           END-IF.
           DISPLAY "Sale balance (0 to keep): " WITH NO ADVANCING.
           ACCEPT WS-AMOUNT-ENTRY.
           IF WS-AMOUNT-ENTRY > ZEROES
               MOVE WS-AMOUNT-ENTRY TO LS-SALE-BALANCE
           END-IF.
           DISPLAY "Pass-through rate (0 to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-RATE-ENTRY.
           IF WS-RATE-ENTRY > ZEROES
               MOVE WS-RATE-ENTRY TO LS-PASS-RATE
           END-IF.
           DISPLAY "Status SOLD/REPURCH (blank to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO LS-STATUS
           END-IF.
           IF LS-REPURCHASED
               DISPLAY "Repurchase date (YYYYMMDD, 0 to keep): "
                   WITH NO ADVANCING
               ACCEPT WS-DATE-ENTRY
               IF WS-DATE-ENTRY > ZEROES
                   MOVE WS-DATE-ENTRY TO LS-REPURCH-DATE
               END-IF
           ELSE
               MOVE ZEROES TO LS-REPURCH-DATE
           END-IF.
       2200-EXIT.
           EXIT.

       2300-VALIDATE-SALE.
           MOVE "Y" TO WS-SALE-VALID.
           IF LS-INVESTOR-ID = SPACES
               DISPLAY "*** Investor id is required."
               MOVE "N" TO WS-SALE-VALID
           ELSE
               MOVE LS-INVESTOR-ID TO IV-INVESTOR-ID
               READ INV-MSTR-FILE
                   INVALID KEY
                       DISPLAY "*** Investor '" LS-INVESTOR-ID
                           "' is not on INVMSTR."
                       MOVE "N" TO WS-SALE-VALID
                   NOT INVALID KEY
                       IF NOT IV-ACTIVE
                           AND LS-INVESTOR-ID NOT = WS-PREV-INVESTOR
                           DISPLAY "*** Investor '" LS-INVESTOR-ID
                               "' is " IV-STATUS " - it takes no "
                               "new loans."
                           MOVE "N" TO WS-SALE-VALID
                       END-IF
               END-READ
           END-IF.
           IF LS-SALE-DATE = ZEROES
               DISPLAY "*** Sale date is required."
               MOVE "N" TO WS-SALE-VALID
           END-IF.
           IF LS-PASS-RATE NOT > ZERO OR LS-PASS-RATE > LM-RATE
               DISPLAY "*** Pass-through rate must be above zero "
                   "and no higher than the loan rate."
               MOVE "N" TO WS-SALE-VALID
           END-IF.
           IF NOT LS-SOLD AND NOT LS-REPURCHASED
               DISPLAY "*** Status must be SOLD or REPURCH."
               MOVE "N" TO WS-SALE-VALID
           END-IF.
           IF LS-REPURCHASED
               AND LS-REPURCH-DATE < LS-SALE-DATE
               DISPLAY "*** Repurchase date must be on or after "
                   "the sale date."
               MOVE "N" TO WS-SALE-VALID
           END-IF.
       2300-EXIT.
           EXIT.

           COPY lnaudwrt.
           COPY lnopschk.
