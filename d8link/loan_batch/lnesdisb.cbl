      *
      * Pays the tax and insurance bills the escrow accounts exist
      * for: every ESCROW payee slot whose due date has arrived gets
      * a disbursement record written to the ESCDISB file - the
      * disbursement detail the GL extract books and the audit
      * trail keeps - the escrow balance worked down by the
      * payee's amount, and the slot's due date advanced one year.
      *
      * An account short of the payee's amount is handled per the
      * ESDISBPM parameter row. With A (advance mode) the bill is
      * paid anyway: the balance is used up and the shortfall is
      * booked to the account's escrow advance (ES-ADVANCE-BAL),
      * which lnpost repays out of later escrow portions - unless
      * the shortfall is over the row's advance ceiling (zero for
      * none), when the bill is reported and held. Anything else
      * (or no parameter file) reports the short account and leaves
      * it alone for the desk. The advanced part of a disbursement
      * rides on its ESCDISB record for the GL extract.
      *
      * The payees are paid one remittance each per run, not one
      * per loan: every disbursement is also sorted by payee and
      * written to the ESCREMIT remittance file sent to the bank,
      * as a header carrying the payee's PAYEEMST remittance
      * address and bank details, a detail row per loan covered,
      * and a trailer with the loan count and the remittance
      * total. A slot with no payee id, or
      * an id no longer on PAYEEMST, is remitted under the slot's
      * own name with no bank details and reported for the desk.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-09-02  RJM  Original disbursement batch.
      * 2026-10-15  RJM  Escrow-advance mode (ESDISBPM) - a short
      *                  account's bill is paid and the shortfall
      *                  carried as an escrow advance receivable,
      *                  instead of the county or insurer going
      *                  unpaid.
      * 2026-10-15  RJM  One consolidated ESCREMIT remittance per
      *                  PAYEEMST payee per run with its loan detail
      *                  list; ESCDISB rows carry the payee id.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESD-PRM-FILE ASSIGN TO "ESDISBPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESD-PRM-STATUS.
           SELECT ESCROW-FILE ASSIGN TO "ESCROW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT ESC-DISB-FILE ASSIGN TO "ESCDISB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-DISB-STATUS.
           SELECT PAYEE-MSTR-FILE ASSIGN TO "PAYEEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PAYEE-ID
               FILE STATUS IS WS-PAYEE-MSTR-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
           SELECT ESC-REMIT-FILE ASSIGN TO "ESCREMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-REMIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESD-PRM-FILE.
       01  ESD-PRM-RECORD.
           05 EP-MODE        PIC X(01).
           05 EP-MAX-ADVANCE PIC 9(7)V9(2).

           COPY escrow.

       FD  ESC-DISB-FILE.
           05 ED-PAYEE-NAME  PIC X(25).
           05 ED-PAYEE-TYPE  PIC X(03).
           05 ED-AMOUNT      PIC S9(7)V9(2).
      * The part of ED-AMOUNT paid on escrow advance - zero when
      * the balance covered the bill.
           05 ED-ADVANCE     PIC S9(7)V9(2).
      * PAYEEMST payee id - blank for a slot keyed without one.
           05 ED-PAYEE-ID    PIC X(08).

           COPY payeemst.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SR-PAYEE-ID    PIC X(08).
           05 SR-PAYEE-NAME  PIC X(25).
           05 SR-PAYEE-TYPE  PIC X(03).
           05 SR-APPL-ID     PIC X(20).
           05 SR-DUE-DATE    PIC 9(08).
           05 SR-AMOUNT      PIC S9(7)V9(2).

      * Consolidated remittances for the bank interface - per payee
      * an H header, a D row per loan covered and a T trailer.
       FD  ESC-REMIT-FILE.
       01  REMIT-HEADER.
           05 RH-REC-TYPE     PIC X(01).
           05 RH-REMIT-DATE   PIC 9(08).
           05 RH-PAYEE-ID     PIC X(08).
           05 RH-PAYEE-NAME   PIC X(25).
           05 RH-PAYEE-TYPE   PIC X(03).
           05 RH-ADDR-LINE-1  PIC X(25).
           05 RH-ADDR-LINE-2  PIC X(25).
           05 RH-CITY         PIC X(15).
           05 RH-POSTCODE     PIC X(10).
           05 RH-BANK-ROUTING PIC X(09).
           05 RH-BANK-ACCOUNT PIC X(17).
       01  REMIT-DETAIL.
           05 RD-REC-TYPE     PIC X(01).
           05 RD-REMIT-DATE   PIC 9(08).
           05 RD-PAYEE-ID     PIC X(08).
           05 RD-APPL-ID      PIC X(20).
           05 RD-DUE-DATE     PIC 9(08).
           05 RD-AMOUNT       PIC S9(7)V9(2).
       01  REMIT-TRAILER.
           05 RT-REC-TYPE     PIC X(01).
           05 RT-REMIT-DATE   PIC 9(08).
           05 RT-PAYEE-ID     PIC X(08).
           05 RT-LOAN-COUNT   PIC 9(05).
           05 RT-TOTAL        PIC S9(9)V9(2).

       WORKING-STORAGE SECTION.
       01 WS-ESD-PRM-STATUS PIC X(02) VALUE SPACES.
           88 ESD-PRM-OPENED VALUE "00".
       01 WS-ESCROW-STATUS PIC X(02) VALUE SPACES.
           88 ESCROW-OPENED VALUE "00".
       01 WS-ESC-DISB-STATUS PIC X(02) VALUE SPACES.
           88 ESC-DISB-NOT-FOUND VALUE "35".
       01 WS-PAYEE-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 PAYEE-MSTR-OPENED VALUE "00".
       01 WS-ESC-REMIT-STATUS PIC X(02) VALUE SPACES.
           88 ESC-REMIT-NOT-FOUND VALUE "35".

       01 WS-ESC-EOF PIC X(01) VALUE "N".
           88 END-OF-ACCOUNTS VALUE "Y".
       01 WS-SORT-EOF PIC X(01) VALUE "N".
           88 END-OF-SORTED VALUE "Y".
       01 WS-PAYEE-FILE PIC X(01) VALUE "N".
           88 PAYEE-FILE-OPEN VALUE "Y".

      * R reports a short account, A advances its shortfall.
       01 WS-MODE PIC X(01) VALUE "R".
           88 ADVANCE-MODE VALUE "A".
       01 WS-MAX-ADVANCE PIC 9(7)V9(2) VALUE ZEROES.
       01 WS-ADVANCE PIC S9(7)V9(2) COMP-3.

       01 WS-TODAY PIC 9(08).
       01 WS-TODAY-SPLIT REDEFINES WS-TODAY.
       01 WS-ACCT-TOUCHED PIC X(01) VALUE "N".
       01 WS-DISB-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-SHORT-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-ADVANCE-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-AMT-DISPLAY PIC -Z,ZZZ,ZZ9.99.

      * The remittance being built.
       01 WS-FIRST-RECORD PIC X(01) VALUE "Y".
           88 FIRST-RECORD VALUE "Y".
       01 WS-PREV-PAYEE-ID PIC X(08).
       01 WS-PREV-PAYEE-NAME PIC X(25).
       01 WS-REMIT-NAME PIC X(25).
       01 WS-REMIT-LOANS PIC 9(05) VALUE ZEROES.
       01 WS-REMIT-TOTAL PIC S9(9)V9(2) COMP-3 VALUE ZEROES.
       01 WS-REMIT-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-UNLINKED-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-TOTAL-DISPLAY PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 1000-LOAD-MODE THRU 1000-EXIT.

           OPEN I-O ESCROW-FILE.
           IF NOT ESCROW-OPENED
               GOBACK
           END-IF.

           OPEN INPUT PAYEE-MSTR-FILE.
           IF PAYEE-MSTR-OPENED
               MOVE "Y" TO WS-PAYEE-FILE
           ELSE
               DISPLAY "*** Unable to open PAYEEMST - status "
                   WS-PAYEE-MSTR-STATUS " - remittances go out "
                   "without bank details."
           END-IF.

           OPEN EXTEND ESC-DISB-FILE.
           IF ESC-DISB-NOT-FOUND
               OPEN OUTPUT ESC-DISB-FILE
           END-IF.
           OPEN EXTEND ESC-REMIT-FILE.
           IF ESC-REMIT-NOT-FOUND
               OPEN OUTPUT ESC-REMIT-FILE
           END-IF.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-PAYEE-ID SR-PAYEE-NAME
                   SR-APPL-ID
               INPUT PROCEDURE IS 1500-DISBURSE
               OUTPUT PROCEDURE IS 5000-WRITE-REMITTANCES.

           CLOSE ESC-REMIT-FILE.
           CLOSE ESC-DISB-FILE.
           IF PAYEE-FILE-OPEN
               CLOSE PAYEE-MSTR-FILE
           END-IF.
           CLOSE ESCROW-FILE.

           DISPLAY "lnesdisb: " WS-DISB-COUNT " disbursement(s) "
               "written to ESCDISB, " WS-ADVANCE-COUNT
               " on escrow advance, " WS-SHORT-COUNT
               " account(s) short.".
           DISPLAY "lnesdisb: " WS-REMIT-COUNT " remittance(s) "
               "written to ESCREMIT, " WS-UNLINKED-COUNT
               " without a payee master entry.".
           GOBACK.

       1000-LOAD-MODE.
           OPEN INPUT ESD-PRM-FILE.
           IF ESD-PRM-OPENED
               READ ESD-PRM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE EP-MODE TO WS-MODE
                       IF EP-MAX-ADVANCE NUMERIC
                           MOVE EP-MAX-ADVANCE TO WS-MAX-ADVANCE
                       END-IF
               END-READ
               CLOSE ESD-PRM-FILE
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 1500-DISBURSE
      *
      * The escrow pass proper - every due slot is paid and its
      * disbursement released to the sort for the remittances.
      *-----------------------------------------------------------
       1500-DISBURSE.
           PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT.
           PERFORM 2000-WORK-ACCOUNT THRU 2000-EXIT
               UNTIL END-OF-ACCOUNTS.
       1500-EXIT.
           EXIT.

       2000-WORK-ACCOUNT.
           MOVE "N" TO WS-ACCT-TOUCHED.
           PERFORM 2100-WORK-SLOT THRU 2100-EXIT
      * 2100-WORK-SLOT
      *
      * One payee slot: due and funded pays out and rolls the due
      * date a year. Due and short is advanced in advance mode -
      * the balance pays what it can and the escrow advance the
      * rest - and otherwise reported for the desk.
      *-----------------------------------------------------------
       2100-WORK-SLOT.
           IF ES-PAYEE-NAME (WS-SLOT-IDX) = SPACES
               GO TO 2100-EXIT
           END-IF.

           MOVE ZEROES TO WS-ADVANCE.
           IF ES-PAYEE-AMOUNT (WS-SLOT-IDX) > ES-BALANCE
               AND ADVANCE-MODE
               IF ES-BALANCE > ZERO
                   COMPUTE WS-ADVANCE =
                       ES-PAYEE-AMOUNT (WS-SLOT-IDX) - ES-BALANCE
               ELSE
                   MOVE ES-PAYEE-AMOUNT (WS-SLOT-IDX) TO WS-ADVANCE
               END-IF
               IF WS-MAX-ADVANCE > ZERO
                   AND WS-ADVANCE > WS-MAX-ADVANCE
                   MOVE WS-ADVANCE TO WS-AMT-DISPLAY
                   DISPLAY "*** '" ES-APPL-ID "' would need an "
                       "advance of " WS-AMT-DISPLAY " - over the "
                       "ceiling; held for the desk."
                   MOVE ZEROES TO WS-ADVANCE
               END-IF
           END-IF.

           IF ES-PAYEE-AMOUNT (WS-SLOT-IDX) > ES-BALANCE
               AND WS-ADVANCE = ZERO
               ADD 1 TO WS-SHORT-COUNT
               MOVE ES-PAYEE-AMOUNT (WS-SLOT-IDX)
                   TO WS-AMT-DISPLAY
           MOVE ES-PAYEE-NAME (WS-SLOT-IDX) TO ED-PAYEE-NAME.
           MOVE ES-PAYEE-TYPE (WS-SLOT-IDX) TO ED-PAYEE-TYPE.
           MOVE ES-PAYEE-AMOUNT (WS-SLOT-IDX) TO ED-AMOUNT.
           MOVE WS-ADVANCE TO ED-ADVANCE.
           MOVE ES-PAYEE-ID (WS-SLOT-IDX) TO ED-PAYEE-ID.
           WRITE ESC-DISB-RECORD.

           MOVE ES-PAYEE-ID (WS-SLOT-IDX) TO SR-PAYEE-ID.
           MOVE ES-PAYEE-NAME (WS-SLOT-IDX) TO SR-PAYEE-NAME.
           MOVE ES-PAYEE-TYPE (WS-SLOT-IDX) TO SR-PAYEE-TYPE.
           MOVE ES-APPL-ID TO SR-APPL-ID.
           MOVE ES-PAYEE-DUE (WS-SLOT-IDX) TO SR-DUE-DATE.
           MOVE ES-PAYEE-AMOUNT (WS-SLOT-IDX) TO SR-AMOUNT.
           RELEASE SORT-RECORD.

           COMPUTE ES-BALANCE = ES-BALANCE
               - ES-PAYEE-AMOUNT (WS-SLOT-IDX) + WS-ADVANCE.
           ADD WS-ADVANCE TO ES-ADVANCE-BAL.
           MOVE ES-PAYEE-DUE (WS-SLOT-IDX) TO WS-NEXT-DUE.
           ADD 1 TO WS-NEXT-YYYY.
           MOVE WS-NEXT-DUE TO ES-PAYEE-DUE (WS-SLOT-IDX).
           MOVE ED-AMOUNT TO WS-AMT-DISPLAY.
           DISPLAY "Disbursed " WS-AMT-DISPLAY " to "
               ED-PAYEE-NAME " for '" ES-APPL-ID "'.".
           IF WS-ADVANCE > ZERO
               ADD 1 TO WS-ADVANCE-COUNT
               MOVE WS-ADVANCE TO WS-AMT-DISPLAY
               DISPLAY "    of which " WS-AMT-DISPLAY " advanced - "
                   "escrow advance on '" ES-APPL-ID "' raised."
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 5000-WRITE-REMITTANCES
      *
      * Takes the night's disbursements back in payee order and
      * writes one remittance per payee - header, a detail row per
      * loan, trailer. Unlinked slots break on the slot name.
      *-----------------------------------------------------------
       5000-WRITE-REMITTANCES.
           PERFORM 8100-RETURN-SORTED THRU 8100-EXIT.
           PERFORM 5100-REMIT-ONE THRU 5100-EXIT
               UNTIL END-OF-SORTED.
           IF NOT FIRST-RECORD
               PERFORM 5300-REMIT-TRAILER THRU 5300-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

       5100-REMIT-ONE.
           IF FIRST-RECORD
               MOVE "N" TO WS-FIRST-RECORD
               PERFORM 5200-REMIT-HEADER THRU 5200-EXIT
           ELSE
               IF SR-PAYEE-ID NOT = WS-PREV-PAYEE-ID
                   OR (SR-PAYEE-ID = SPACES
                   AND SR-PAYEE-NAME NOT = WS-PREV-PAYEE-NAME)
                   PERFORM 5300-REMIT-TRAILER THRU 5300-EXIT
                   PERFORM 5200-REMIT-HEADER THRU 5200-EXIT
               END-IF
           END-IF.

           MOVE SPACES TO REMIT-DETAIL.
           MOVE "D" TO RD-REC-TYPE.
           MOVE WS-TODAY TO RD-REMIT-DATE.
           MOVE SR-PAYEE-ID TO RD-PAYEE-ID.
           MOVE SR-APPL-ID TO RD-APPL-ID.
           MOVE SR-DUE-DATE TO RD-DUE-DATE.
           MOVE SR-AMOUNT TO RD-AMOUNT.
           WRITE REMIT-DETAIL.
           ADD 1 TO WS-REMIT-LOANS.
           ADD SR-AMOUNT TO WS-REMIT-TOTAL.

           PERFORM 8100-RETURN-SORTED THRU 8100-EXIT.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 5200-REMIT-HEADER
      *
      * Opens a payee's remittance with the name, address and bank
      * details from the payee master - the slot's own name and no
      * bank details when the payee is not on it.
      *-----------------------------------------------------------
       5200-REMIT-HEADER.
           MOVE SR-PAYEE-ID TO WS-PREV-PAYEE-ID.
           MOVE SR-PAYEE-NAME TO WS-PREV-PAYEE-NAME.
           MOVE ZEROES TO WS-REMIT-LOANS.
           MOVE ZEROES TO WS-REMIT-TOTAL.

           MOVE SPACES TO REMIT-HEADER.
           MOVE "H" TO RH-REC-TYPE.
           MOVE WS-TODAY TO RH-REMIT-DATE.
           MOVE SR-PAYEE-ID TO RH-PAYEE-ID.
           MOVE SR-PAYEE-NAME TO RH-PAYEE-NAME.
           MOVE SR-PAYEE-TYPE TO RH-PAYEE-TYPE.

           IF SR-PAYEE-ID = SPACES OR NOT PAYEE-FILE-OPEN
               GO TO 5200-UNLINKED
           END-IF.
           MOVE SR-PAYEE-ID TO PM-PAYEE-ID.
           READ PAYEE-MSTR-FILE
               INVALID KEY
                   GO TO 5200-UNLINKED
           END-READ.
           MOVE PM-NAME TO RH-PAYEE-NAME.
           MOVE PM-TYPE TO RH-PAYEE-TYPE.
           MOVE PM-ADDR-LINE-1 TO RH-ADDR-LINE-1.
           MOVE PM-ADDR-LINE-2 TO RH-ADDR-LINE-2.
           MOVE PM-CITY TO RH-CITY.
           MOVE PM-POSTCODE TO RH-POSTCODE.
           MOVE PM-BANK-ROUTING TO RH-BANK-ROUTING.
           MOVE PM-BANK-ACCOUNT TO RH-BANK-ACCOUNT.
           GO TO 5200-WRITE.

       5200-UNLINKED.
           ADD 1 TO WS-UNLINKED-COUNT.
           DISPLAY "*** Remittance to '" SR-PAYEE-NAME "' (payee "
               "id '" SR-PAYEE-ID "') has no PAYEEMST entry - "
               "no bank details; rekey the slots in esmaint.".

       5200-WRITE.
           MOVE RH-PAYEE-NAME TO WS-REMIT-NAME.
           WRITE REMIT-HEADER.
       5200-EXIT.
           EXIT.

       5300-REMIT-TRAILER.
           MOVE SPACES TO REMIT-TRAILER.
           MOVE "T" TO RT-REC-TYPE.
           MOVE WS-TODAY TO RT-REMIT-DATE.
           MOVE WS-PREV-PAYEE-ID TO RT-PAYEE-ID.
           MOVE WS-REMIT-LOANS TO RT-LOAN-COUNT.
           MOVE WS-REMIT-TOTAL TO RT-TOTAL.
           WRITE REMIT-TRAILER.
           ADD 1 TO WS-REMIT-COUNT.

           MOVE WS-REMIT-TOTAL TO WS-TOTAL-DISPLAY.
           DISPLAY "Remittance " WS-TOTAL-DISPLAY " to "
               WS-REMIT-NAME " covering " WS-REMIT-LOANS
               " loan(s).".
       5300-EXIT.
           EXIT.

       8000-READ-ACCOUNT.
           READ ESCROW-FILE NEXT
               AT END MOVE "Y" TO WS-ESC-EOF
           END-READ.
       8000-EXIT.
           EXIT.

       8100-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO WS-SORT-EOF
           END-RETURN.
       8100-EXIT.
           EXIT.
