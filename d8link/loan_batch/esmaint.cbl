      * and its monthly portion and payee slots can be changed, an
      * unknown id can be set up. Blank (or zero) input leaves a
      * field as it was. The balance itself is only ever moved by
      * lnpost and lnesdisb - it cannot be keyed here, and nor can
      * the escrow advance lnesdisb books.
      *
      * A payee slot is set by keying a PAYEEMST payee id - the
      * slot's name and type are copied from the payee master, and
      * an id not on the master is refused.
      *
      * Under dual control a set-up or change that names a different
      * payee, or moves the monthly portion or a disbursement amount
      * by more than the MKCHKPM escrow threshold, is not written:
      * it waits on PENDCHG until a second operator approves it in
      * lnapprov.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-09-02  RJM  Original maintenance program.
      * 2026-10-15  RJM  Shows any escrow advance outstanding; a new
      *                  account starts with none.
      * 2026-10-15  RJM  Payee slots are keyed by PAYEEMST payee id
      *                  and validated against the payee master
      *                  instead of taking a free-text name.
      * 2026-10-15  RJM  Under dual control (MKCHKPM present) a
      *                  change of payee, or of the portion or a
      *                  disbursement amount beyond the threshold,
      *                  is held on PENDCHG for a second operator to
      *                  approve in lnapprov - see lnmkcchk.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-APPL-ID
               FILE STATUS IS WS-ESCROW-STATUS.
           SELECT PAYEE-MSTR-FILE ASSIGN TO "PAYEEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PAYEE-ID
               FILE STATUS IS WS-PAYEE-MSTR-STATUS.
           COPY lnaudsel.
           COPY lnopssel.
           COPY lnmkcsel.

       DATA DIVISION.
       FILE SECTION.
           COPY escrow.

           COPY payeemst.

           COPY lnaudfd.

           COPY opermstr.

           COPY pendchg.

           COPY lnmkcfd.

       WORKING-STORAGE SECTION.
       01 WS-ESCROW-STATUS PIC X(02) VALUE SPACES.
           88 ESCROW-OPENED VALUE "00".
           88 ESCROW-NOT-FOUND VALUE "35".
       01 WS-PAYEE-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 PAYEE-MSTR-OPENED VALUE "00".
           COPY lnaudws.
           COPY lnopsws.
           COPY lnmkcws.

       01 WS-APPL-ID-ENTRY PIC X(20) VALUE SPACES.
           88 END-OF-MAINTENANCE VALUE SPACES, "END".
           88 RECORD-EXISTS VALUE "Y".
       01 WS-CONFIRM PIC X(01) VALUE SPACES.
       01 WS-FIELD-ENTRY PIC X(30) VALUE SPACES.
       01 WS-PAYEE-FOUND PIC X(01) VALUE "N".
           88 PAYEE-FOUND VALUE "Y".
       01 WS-AMOUNT-ENTRY PIC 9(7)V9(2) VALUE ZEROES.
       01 WS-DATE-ENTRY PIC 9(08) VALUE ZEROES.
       77 WS-SLOT-IDX PIC S9(4) COMP.
       01 WS-PORTION-DISPLAY PIC -Z,ZZZ,ZZ9.99.
       01 WS-AMT-DISPLAY PIC -Z,ZZZ,ZZ9.99.

      * The account as it stood before the operator's keying (an
      * empty account for a set-up), for the dual-control test.
       01 WS-ES-BEFORE.
           05 FILLER PIC X(20).
           05 FILLER PIC S9(7)V9(2).
           05 WS-BF-PORTION PIC S9(7)V9(2).
           05 WS-BF-PAYEE OCCURS 4 TIMES.
               10 FILLER PIC X(28).
               10 WS-BF-AMOUNT PIC S9(7)V9(2).
               10 FILLER PIC 9(08).
           05 FILLER PIC S9(7)V9(2).
           05 WS-BF-PAYEE-REF OCCURS 4 TIMES.
               10 WS-BF-PAYEE-ID PIC X(08).
       01 WS-AMOUNT-MOVE PIC S9(7)V9(2).

       PROCEDURE DIVISION.

       0000-MAIN.
               GOBACK
           END-IF.
           MOVE WS-OPS-OPERATOR TO WS-AUD-OPERATOR.
           PERFORM 9930-LOAD-DUAL-CONTROL THRU 9930-EXIT.
           IF DUAL-CONTROL-ON
               DISPLAY "Dual control in force - payee and large "
                   "amount changes are held for approval."
           END-IF.

           OPEN I-O ESCROW-FILE.
           IF ESCROW-NOT-FOUND
               GOBACK
           END-IF.

           OPEN INPUT PAYEE-MSTR-FILE.
           IF NOT PAYEE-MSTR-OPENED
               DISPLAY "*** Unable to open PAYEEMST - status "
                   WS-PAYEE-MSTR-STATUS " - set payees up with "
                   "pymaint first."
               CLOSE ESCROW-FILE
               GOBACK
           END-IF.

           PERFORM 1000-ACCEPT-APPL-ID THRU 1000-EXIT.
           PERFORM 2000-MAINTAIN-ESCROW THRU 2000-EXIT
               UNTIL END-OF-MAINTENANCE.

           CLOSE PAYEE-MSTR-FILE.
           CLOSE ESCROW-FILE.
           GOBACK.

           IF RECORD-EXISTS
               PERFORM 2100-DISPLAY-ESCROW THRU 2100-EXIT
               MOVE ESCROW-RECORD TO WS-AUD-BEFORE
               MOVE ESCROW-RECORD TO WS-ES-BEFORE
               PERFORM 2200-ACCEPT-FIELDS THRU 2200-EXIT
               MOVE "CHANGE" TO WS-MKC-ES-ACTION
               PERFORM 2400-TEST-THRESHOLDS THRU 2400-EXIT
               IF NOT MKC-HELD
                   REWRITE ESCROW-RECORD
                       INVALID KEY
                           DISPLAY "*** Rewrite failed for '"
                               ES-APPL-ID "' - status "
                               WS-ESCROW-STATUS
                   END-REWRITE
                   MOVE "CHANGE" TO WS-AUD-ACTION
                   MOVE ES-APPL-ID TO WS-AUD-KEY
                   MOVE ESCROW-RECORD TO WS-AUD-AFTER
                   PERFORM 9840-WRITE-MAINT-AUDIT THRU 9840-EXIT
                   DISPLAY "Escrow account " ES-APPL-ID " changed."
               END-IF
           ELSE
               DISPLAY "No escrow account for '" WS-APPL-ID-ENTRY
                   "' - set one up? (Y/N): " WITH NO ADVANCING
                   MOVE WS-APPL-ID-ENTRY TO ES-APPL-ID
                   MOVE ZEROES TO ES-BALANCE
                   MOVE ZEROES TO ES-MONTHLY-PORTION
                   MOVE ZEROES TO ES-ADVANCE-BAL
                   PERFORM 2300-CLEAR-SLOT THRU 2300-EXIT
                       VARYING WS-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-SLOT-IDX > 4
                   MOVE ESCROW-RECORD TO WS-ES-BEFORE
                   PERFORM 2200-ACCEPT-FIELDS THRU 2200-EXIT
                   MOVE "ADD" TO WS-MKC-ES-ACTION
                   PERFORM 2400-TEST-THRESHOLDS THRU 2400-EXIT
                   IF NOT MKC-HELD
                       WRITE ESCROW-RECORD
                           INVALID KEY
                               DISPLAY "*** Write failed for '"
                                   ES-APPL-ID "' - status "
                                   WS-ESCROW-STATUS
                       END-WRITE
                       MOVE "ADD" TO WS-AUD-ACTION
                       MOVE ES-APPL-ID TO WS-AUD-KEY
                       MOVE ESCROW-RECORD TO WS-AUD-AFTER
                       PERFORM 9840-WRITE-MAINT-AUDIT THRU 9840-EXIT
                       DISPLAY "Escrow account " ES-APPL-ID
                           " set up."
                   END-IF
               END-IF
           END-IF.

           MOVE ES-MONTHLY-PORTION TO WS-PORTION-DISPLAY.
           DISPLAY "Escrow:   " ES-APPL-ID.
           DISPLAY "Balance:  " WS-BAL-DISPLAY.
           IF ES-ADVANCE-BAL NOT = ZERO
               MOVE ES-ADVANCE-BAL TO WS-BAL-DISPLAY
               DISPLAY "Advanced: " WS-BAL-DISPLAY
                   " owed back to the servicer"
           END-IF.
           DISPLAY "Portion:  " WS-PORTION-DISPLAY " per payment".
           PERFORM 2110-DISPLAY-SLOT THRU 2110-EXIT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               MOVE ES-PAYEE-AMOUNT (WS-SLOT-IDX)
                   TO WS-AMT-DISPLAY
               DISPLAY "Payee " WS-SLOT-IDX ": "
                   ES-PAYEE-ID (WS-SLOT-IDX) " "
                   ES-PAYEE-NAME (WS-SLOT-IDX) " "
                   ES-PAYEE-TYPE (WS-SLOT-IDX) " "
                   WS-AMT-DISPLAY " due "
                   ES-PAYEE-DUE (WS-SLOT-IDX)
               IF ES-PAYEE-ID (WS-SLOT-IDX) = SPACES
                   DISPLAY "         no payee id - rekey the "
                       "slot from the payee master"
               END-IF
           END-IF.
       2110-EXIT.
           EXIT.
           EXIT.

       2210-ACCEPT-SLOT.
           DISPLAY "Payee " WS-SLOT-IDX " payee id (blank to keep, "
               "- to clear): " WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY = "-"
           IF WS-FIELD-ENTRY = SPACES
               GO TO 2210-EXIT
           END-IF.
           PERFORM 2220-READ-PAYEE THRU 2220-EXIT.
           IF NOT PAYEE-FOUND
               DISPLAY "*** Payee '" WS-FIELD-ENTRY "' is not on "
                   "PAYEEMST - slot " WS-SLOT-IDX " not changed."
               GO TO 2210-EXIT
           END-IF.
           MOVE PM-PAYEE-ID TO ES-PAYEE-ID (WS-SLOT-IDX).
           MOVE PM-NAME TO ES-PAYEE-NAME (WS-SLOT-IDX).
           MOVE PM-TYPE TO ES-PAYEE-TYPE (WS-SLOT-IDX).
           DISPLAY "  " PM-NAME " (" PM-TYPE ")".
           DISPLAY "  Amount per disbursement (0 to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-AMOUNT-ENTRY.
       2210-EXIT.
           EXIT.

       2220-READ-PAYEE.
           MOVE "Y" TO WS-PAYEE-FOUND.
           MOVE WS-FIELD-ENTRY TO PM-PAYEE-ID.
           READ PAYEE-MSTR-FILE
               INVALID KEY
                   MOVE "N" TO WS-PAYEE-FOUND
           END-READ.
       2220-EXIT.
           EXIT.

       2300-CLEAR-SLOT.
           MOVE SPACES TO ES-PAYEE-ID (WS-SLOT-IDX).
           MOVE SPACES TO ES-PAYEE-NAME (WS-SLOT-IDX).
           MOVE SPACES TO ES-PAYEE-TYPE (WS-SLOT-IDX).
           MOVE ZEROES TO ES-PAYEE-AMOUNT (WS-SLOT-IDX).
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2400-TEST-THRESHOLDS
      *
      * Under dual control, compares the keyed account with
      * WS-ES-BEFORE and, when a payee changed or the portion or a
      * disbursement amount moved beyond the escrow threshold,
      * holds the whole keyed account on PENDCHG (WS-MKC-ES-ACTION
      * set by the caller) instead of writing it. MKC-HELD is on
      * when the change is held - and also when it should have been
      * but could not be, so that it is not written either.
      *-----------------------------------------------------------
       2400-TEST-THRESHOLDS.
           MOVE "N" TO WS-MKC-RESULT.
           IF NOT DUAL-CONTROL-ON
               GO TO 2400-EXIT
           END-IF.
           MOVE SPACES TO WS-MKC-TRIGGER.
           COMPUTE WS-AMOUNT-MOVE =
               ES-MONTHLY-PORTION - WS-BF-PORTION.
           IF WS-AMOUNT-MOVE < ZERO
               COMPUTE WS-AMOUNT-MOVE = ZERO - WS-AMOUNT-MOVE
           END-IF.
           IF WS-AMOUNT-MOVE > WS-MKC-ESCROW-LIMIT
               MOVE "PORTION CHANGE OVER LIMIT" TO WS-MKC-TRIGGER
           END-IF.
           PERFORM 2410-TEST-SLOT THRU 2410-EXIT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 4.
           IF WS-MKC-TRIGGER = SPACES
               GO TO 2400-EXIT
           END-IF.

           MOVE "esmaint" TO WS-MKC-PROGRAM.
           MOVE "ESCROW" TO WS-MKC-TYPE.
           MOVE ES-APPL-ID TO WS-MKC-APPL-ID.
           MOVE WS-OPS-OPERATOR TO WS-MKC-MAKER.
           MOVE ESCROW-RECORD TO WS-MKC-ES-AFTER.
           PERFORM 9932-HOLD-FOR-APPROVAL THRU 9932-EXIT.
           IF NOT MKC-HELD
               MOVE "Y" TO WS-MKC-RESULT
               DISPLAY "*** Change could not be held for approval - "
                   "escrow account unchanged."
               GO TO 2400-EXIT
           END-IF.
           MOVE "PENDING" TO WS-AUD-ACTION.
           MOVE ES-APPL-ID TO WS-AUD-KEY.
           MOVE WS-MKC-REQUEST TO WS-AUD-AFTER.
           PERFORM 9840-WRITE-MAINT-AUDIT THRU 9840-EXIT.
           DISPLAY "Escrow " WS-MKC-ES-ACTION " for " ES-APPL-ID
               " held for approval as request " WS-MKC-REQ-NO
               " - " WS-MKC-TRIGGER.
       2400-EXIT.
           EXIT.

       2410-TEST-SLOT.
           IF ES-PAYEE-ID (WS-SLOT-IDX)
               NOT = WS-BF-PAYEE-ID (WS-SLOT-IDX)
               MOVE "PAYEE CHANGE" TO WS-MKC-TRIGGER
               GO TO 2410-EXIT
           END-IF.
           COMPUTE WS-AMOUNT-MOVE = ES-PAYEE-AMOUNT (WS-SLOT-IDX)
               - WS-BF-AMOUNT (WS-SLOT-IDX).
           IF WS-AMOUNT-MOVE < ZERO
               COMPUTE WS-AMOUNT-MOVE = ZERO - WS-AMOUNT-MOVE
           END-IF.
           IF WS-AMOUNT-MOVE > WS-MKC-ESCROW-LIMIT
               AND WS-MKC-TRIGGER = SPACES
               MOVE "PAYEE AMOUNT CHANGE OVER LIMIT" TO WS-MKC-TRIGGER
           END-IF.
       2410-EXIT.
           EXIT.

           COPY lnaudwrt.
           COPY lnopschk.
           COPY lnmkcchk.
