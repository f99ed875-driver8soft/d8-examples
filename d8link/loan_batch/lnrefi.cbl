      ******************************************************************
      *
      * Refinance Retention Offer Batch
      * ===============================
      *
      * Month-end search of the BOOKED fixed-rate book for borrowers
      * paying well above what the product costs today - the ones a
      * competitor is about to refinance away from us - and a
      * retention offer for each.
      *
      * A loan is a candidate when it is BOOKED, not variable-rate,
      * still owes a balance, and
      *   - its LM-RATE is above today's rate for its loan type by
      *     at least the REFIPM margin. Today's rate is the type's
      *     rate on RATECHG, the rate file lnreprc re-prices the
      *     variable book from; a type with no RATECHG row is not
      *     assessed;
      *   - it has at least the REFIPM minimum number of months
      *     left to run - a loan about to pay off is not worth
      *     refinancing;
      *   - it shows no delinquency in the last twelve months: no
      *     late charge assessed and paid (a FEESRCV row with a
      *     blank fee code - a prepayment penalty or assumption fee
      *     is no sign of a late borrower), no reversed payment
      *     (RVSL) on PAYHIST, no gap between postings of more than
      *     one period plus 30 days, and the borrower not that far
      *     behind now.
      *
      * Each candidate is re-priced through the saybulk service, ten
      * to a call over the direct-CALL bridge, at today's rate for
      * its remaining term in months on its outstanding balance.
      * say files every priced scenario as a QUOTED loan, so the
      * scan is finished and LOANMSTR closed before the first call -
      * only loans that have already cleared the margin are ever
      * quoted, and the quote is what the borrower's acceptance
      * promotes.
      *
      * The current payment is taken a month at a time (a biweekly
      * or quarterly payment scaled to the month) so it compares
      * with the monthly payment the offer is priced at. A priced
      * candidate whose new payment is lower becomes an offer: a
      * REFIOFFR row for the marketing mailing run, with the
      * borrower's address, email and contact preference from
      * BORRMSTR, the current and new payment, and the saving a
      * month and over the remaining term. REFIRPT lists every
      * candidate with what became of it, then the run's counts.
      *
      * REFIPM (margin 99V99, a space, minimum months 999) defaults
      * to a 1.00 margin and 12 months. No LOANMSTR or PAYHIST
      * refuses the run with RC 8 - without the history no loan can
      * be shown clean; no FEESRCV means no late charge has ever
      * been assessed. Ends RC 4 when RATECHG is empty, when the
      * candidate table fills, or when a saybulk call fails.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original refinance batch - retention offers
      *                  were picked by hand from the rate report.
      * 2026-10-15  RJM  Each saybulk dispatch carries a request key,
      *                  so a resent group books no offer twice.
      * 2026-10-15  RJM  A late charge is found on FEESRCV by its
      *                  blank fee code, not by PH-FEES, which also
      *                  carries the prepayment penalties and
      *                  assumption fees a payment collected.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lnrefi.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFI-PRM-FILE ASSIGN TO "REFIPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFI-PRM-STATUS.
           SELECT RATE-CHG-FILE ASSIGN TO "RATECHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-CHG-STATUS.
           SELECT LOAN-MSTR-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-APPL-ID
               FILE STATUS IS WS-LOAN-MSTR-STATUS.
           SELECT AMORT-SCHED-FILE ASSIGN TO "AMORTSCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMORT-KEY
               FILE STATUS IS WS-AMORT-STATUS.
           SELECT PAY-HIST-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAY-HIST-STATUS.
           SELECT FEES-RCV-FILE ASSIGN TO "FEESRCV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-KEY
               FILE STATUS IS WS-FEES-RCV-STATUS.
           SELECT BORR-MSTR-FILE ASSIGN TO "BORRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-BORROWER-NO
               FILE STATUS IS WS-BORR-MSTR-STATUS.
           SELECT REFI-OFFR-FILE ASSIGN TO "REFIOFFR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFI-OFFR-STATUS.
           SELECT REFI-RPT-FILE ASSIGN TO "REFIRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFI-RPT-STATUS.
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.
       FD  REFI-PRM-FILE.
       01  REFI-PRM-RECORD.
           05 RP-MARGIN      PIC 9(2)V9(2).
           05 FILLER         PIC X(01).
           05 RP-MIN-MONTHS  PIC 9(03).

       FD  RATE-CHG-FILE.
       01  RATE-CHG-RECORD.
           05 RC-LOAN-TYPE PIC X(04).
           05 RC-NEW-RATE  PIC 9(3)V9(2).

           COPY loanmstr.

           COPY amortsch.

           COPY payhist.

           COPY feesrcv.

           COPY borrmstr.

      * Marketing mailing-run extract - one row per retention offer.
      * RO-CHANNEL says how the borrower is to be reached: E by
      * email (paperless or email-preferred, with an address on
      * file), P by post, N neither - no registered borrower or no
      * address; the row is still written so the list is complete.
      * Payments are a month's worth; RO-TERM-SAVING is the current
      * payments left to run less the new payments over the same
      * months, zero when the lower payment does not save overall.
       FD  REFI-OFFR-FILE.
       01  REFI-OFFR-RECORD.
           05 RO-RUN-DATE       PIC 9(08).
           05 RO-APPL-ID        PIC X(20).
           05 RO-BORROWER-NO    PIC X(08).
           05 RO-NAME           PIC X(25).
           05 RO-ADDR-LINE-1    PIC X(25).
           05 RO-ADDR-LINE-2    PIC X(25).
           05 RO-CITY           PIC X(15).
           05 RO-POSTCODE       PIC X(10).
           05 RO-EMAIL          PIC X(30).
           05 RO-CHANNEL        PIC X(01).
               88 RO-CH-EMAIL VALUE "E".
               88 RO-CH-POST  VALUE "P".
               88 RO-CH-NONE  VALUE "N".
           05 RO-LOAN-TYPE      PIC X(04).
           05 RO-CURRENCY       PIC X(03).
           05 RO-BALANCE        PIC 9(7)V9(2).
           05 RO-REM-MONTHS     PIC 9(04).
           05 RO-CUR-RATE       PIC 9(3)V9(2).
           05 RO-NEW-RATE       PIC 9(3)V9(2).
           05 RO-NEW-APR        PIC 9(3)V9(2).
           05 RO-CUR-PAYMENT    PIC 9(7)V9(2).
           05 RO-NEW-PAYMENT    PIC 9(7)V9(2).
           05 RO-MONTHLY-SAVING PIC 9(7)V9(2).
           05 RO-TERM-SAVING    PIC 9(9)V9(2).

       FD  REFI-RPT-FILE.
       01  REFI-RPT-LINE PIC X(120).

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
       01 WS-REFI-PRM-STATUS PIC X(02) VALUE SPACES.
           88 REFI-PRM-OPENED VALUE "00".
       01 WS-RATE-CHG-STATUS PIC X(02) VALUE SPACES.
           88 RATE-CHG-OPENED VALUE "00".
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-AMORT-STATUS PIC X(02) VALUE SPACES.
           88 AMORT-FILE-OPENED VALUE "00".
       01 WS-PAY-HIST-STATUS PIC X(02) VALUE SPACES.
           88 PAY-HIST-OPENED VALUE "00".
       01 WS-FEES-RCV-STATUS PIC X(02) VALUE SPACES.
           88 FEES-RCV-OPENED VALUE "00".
       01 WS-BORR-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 BORR-MSTR-OPENED VALUE "00".
       01 WS-REFI-OFFR-STATUS PIC X(02) VALUE SPACES.
           88 REFI-OFFR-OPENED VALUE "00".
       01 WS-REFI-RPT-STATUS PIC X(02) VALUE SPACES.
           COPY lnrstws.

       01 WS-CHG-EOF PIC X(01) VALUE "N".
           88 END-OF-RATE-CHG VALUE "Y".
       01 WS-MSTR-EOF PIC X(01) VALUE "N".
           88 END-OF-MASTER VALUE "Y".
       01 WS-AMORT-EOF PIC X(01) VALUE "N".
           88 END-OF-SCHEDULE VALUE "Y".
       01 WS-PAY-EOF PIC X(01) VALUE "N".
           88 END-OF-PAYMENTS VALUE "Y".
       01 WS-FEE-EOF PIC X(01) VALUE "N".
           88 END-OF-FEES VALUE "Y".

       01 WS-SCHED-AVAIL PIC X(01) VALUE "N".
           88 SCHEDULE-AVAILABLE VALUE "Y".
       01 WS-BORR-AVAIL PIC X(01) VALUE "N".
           88 REGISTRY-AVAILABLE VALUE "Y".
       01 WS-FEES-AVAIL PIC X(01) VALUE "N".
           88 FEES-AVAILABLE VALUE "Y".

       01 WS-TODAY PIC 9(08).
       01 WS-TODAY-INT PIC 9(08) COMP.
       01 WS-WINDOW-INT PIC 9(08) COMP.
       01 WS-PAY-INT PIC 9(08) COMP.
       01 WS-LAST-POST-INT PIC 9(08) COMP.

      * REFIPM settings - the margin LM-RATE must clear today's rate
      * by, and the fewest months a loan may have left to run.
       01 WS-MARGIN PIC 9(2)V9(2) VALUE 1.00.
       01 WS-MIN-MONTHS PIC 9(03) VALUE 12.
       01 WS-MARGIN-DISPLAY PIC Z9.99.

      * Today's rate by loan type, loaded from RATECHG.
       01 WS-CHG-MAX PIC 9(02) VALUE 20.
       01 WS-CHG-COUNT PIC 9(02) VALUE ZEROES.
       01 CHG-TABLE.
           05 CHG-ENTRY OCCURS 1 TO 20 TIMES
               DEPENDING ON WS-CHG-COUNT
               INDEXED BY CHG-IDX.
               10 CHG-LOAN-TYPE PIC X(04).
               10 CHG-NEW-RATE PIC 9(3)V9(2).

      * One loan's position - where it stands in its schedule and
      * the payment gap that counts as having fallen behind.
       01 WS-TODAYS-RATE PIC 9(3)V9(2).
       01 WS-RATE-GAP PIC S9(7)V9(2).
       01 WS-PERIODS-YR PIC S9(3) COMP.
       01 WS-PERIOD-DAYS PIC S9(3) COMP.
       01 WS-GRACE-DAYS PIC S9(3) COMP VALUE 30.
       01 WS-GAP-DAYS PIC S9(4) COMP.
       01 WS-CURRENT-PERIOD PIC S9(4) COMP.
       01 WS-REM-PERIODS PIC S9(4) COMP.
       01 WS-REM-MONTHS PIC S9(4) COMP.
       01 WS-DLQ-SW PIC X(01) VALUE "N".
           88 LOAN-DELINQUENT VALUE "Y".

      * Candidates cleared by the scan, priced after LOANMSTR is
      * closed. Balances and payments are the loan's own; the
      * current payment a month's worth of it.
       01 WS-CAND-MAX PIC 9(04) VALUE 3000.
       01 WS-CAND-COUNT PIC 9(04) VALUE ZEROES.
       01 CAND-TABLE.
           05 CAND-ENTRY OCCURS 3000 TIMES.
               10 CN-APPL-ID      PIC X(20).
               10 CN-BORROWER     PIC X(13).
               10 CN-BORROWER-NO  PIC X(08).
               10 CN-LOAN-TYPE    PIC X(04).
               10 CN-CURRENCY     PIC X(03).
               10 CN-RATE         PIC 9(3)V9(2).
               10 CN-TODAYS-RATE  PIC 9(3)V9(2).
               10 CN-BALANCE      PIC 9(7)V9(2).
               10 CN-CUR-PAYMENT  PIC 9(7)V9(2).
               10 CN-CUR-LEFT     PIC 9(9)V9(2).
               10 CN-REM-MONTHS   PIC 9(04).

      * saybulk dispatch work fields - the direct-CALL bridge
      * lnfund uses for the calendar service.
       01 SB-PROG-NAME PIC X(8) VALUE "saybulk".
       01 SB-COMMLEN PIC 9(9) COMP.
       01 SB-BACKEND PIC X(40) VALUE SPACES.
           COPY saybulkarea.
           COPY d8authws.
           COPY d8verws.
           COPY d8corrws.

       01 WS-GROUP-START PIC 9(04).
       01 WS-CAND-IDX PIC 9(04).
       77 WS-SLOT-IDX PIC S9(4) COMP.
       01 WS-CALL-SW PIC X(01) VALUE "N".
           88 CALL-FAILED VALUE "Y".
       01 WS-OUTCOME PIC X(10).
       01 WS-NEW-LEFT PIC S9(9)V9(2).
       01 WS-TERM-SAVING PIC S9(9)V9(2).

      * Run counts.
       01 WS-BOOKED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-VARIABLE-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-NO-RATE-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-MARGIN-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-SHORT-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-DLQ-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-DEFERRED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-OFFER-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-NO-SAVING-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-REJECT-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-DECLINE-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-UNPRICED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-MONTHLY-TOTAL PIC S9(9)V9(2) COMP-3 VALUE ZEROES.
       01 WS-TERM-TOTAL PIC S9(11)V9(2) COMP-3 VALUE ZEROES.

       01 WS-HOLD-LINE PIC X(120).
       01 WS-PAGE-NO PIC 9(04) VALUE ZEROES.
       01 WS-LINE-COUNT PIC 9(03) VALUE 99.
       01 WS-LINES-PER-PAGE PIC 9(03) VALUE 55.

      * Print line layouts.
       01 RPT-HEADING-1.
           05 FILLER PIC X(30)
               VALUE "REFINANCE RETENTION OFFERS    ".
           05 FILLER PIC X(08) VALUE "DATE    ".
           05 RH1-DATE PIC 9(08).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(05) VALUE "PAGE ".
           05 RH1-PAGE PIC ZZZ9.
       01 RPT-HEADING-1A.
           05 FILLER PIC X(07) VALUE "MARGIN ".
           05 RH1-MARGIN PIC Z9.99.
           05 FILLER PIC X(14) VALUE "  MIN MONTHS ".
           05 RH1-MIN-MONTHS PIC ZZ9.
       01 RPT-HEADING-2.
           05 FILLER PIC X(21) VALUE "APPLICATION ID       ".
           05 FILLER PIC X(14) VALUE "BORROWER      ".
           05 FILLER PIC X(05) VALUE "TYPE ".
           05 FILLER PIC X(05) VALUE " MTHS".
           05 FILLER PIC X(07) VALUE "   RATE".
           05 FILLER PIC X(07) VALUE "  TODAY".
           05 FILLER PIC X(11) VALUE "    PAYMENT".
           05 FILLER PIC X(11) VALUE "NEW PAYMENT".
           05 FILLER PIC X(11) VALUE " SAVE/MONTH".
           05 FILLER PIC X(14) VALUE "   SAVE/TERM  ".
           05 FILLER PIC X(07) VALUE "OUTCOME".
       01 RPT-DETAIL.
           05 RD-APPL-ID PIC X(20).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-BORROWER PIC X(13).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-LOAN-TYPE PIC X(04).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-MONTHS PIC ZZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-RATE PIC ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-TODAYS-RATE PIC ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-CUR-PAYMENT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-NEW-PAYMENT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-MONTHLY-SAVING PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-TERM-SAVING PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RD-OUTCOME PIC X(10).
       01 RPT-COUNT.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RN-LABEL PIC X(40).
           05 RN-COUNT PIC Z,ZZZ,ZZ9.
       01 RPT-AMOUNT.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RA-LABEL PIC X(40).
           05 RA-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "LNREFI" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           COMPUTE WS-WINDOW-INT = WS-TODAY-INT - 365.

           PERFORM 1000-LOAD-PARMS THRU 1000-EXIT.
           PERFORM 1100-LOAD-RATES THRU 1100-EXIT.
           IF WS-CHG-COUNT = ZEROES
               DISPLAY "lnrefi: no product rates on RATECHG - no "
                   "loans assessed."
               MOVE 4 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

           OPEN INPUT LOAN-MSTR-FILE.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.
           OPEN INPUT PAY-HIST-FILE.
           IF NOT PAY-HIST-OPENED
               DISPLAY "*** Unable to open PAYHIST - status "
                   WS-PAY-HIST-STATUS " - no loan can be shown "
                   "free of delinquency."
               CLOSE LOAN-MSTR-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.
           OPEN INPUT AMORT-SCHED-FILE.
           IF AMORT-FILE-OPENED
               MOVE "Y" TO WS-SCHED-AVAIL
           END-IF.
           OPEN INPUT FEES-RCV-FILE.
           IF FEES-RCV-OPENED
               MOVE "Y" TO WS-FEES-AVAIL
           ELSE
               DISPLAY "lnrefi: no FEESRCV file - no late charges "
                   "on record."
           END-IF.

           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
           PERFORM 2000-ASSESS-LOAN THRU 2000-EXIT
               UNTIL END-OF-MASTER.

           IF SCHEDULE-AVAILABLE
               CLOSE AMORT-SCHED-FILE
           END-IF.
           IF FEES-AVAILABLE
               CLOSE FEES-RCV-FILE
           END-IF.
           CLOSE PAY-HIST-FILE.
           CLOSE LOAN-MSTR-FILE.

           OPEN INPUT BORR-MSTR-FILE.
           IF BORR-MSTR-OPENED
               MOVE "Y" TO WS-BORR-AVAIL
           END-IF.
           OPEN OUTPUT REFI-OFFR-FILE.
           IF NOT REFI-OFFR-OPENED
               DISPLAY "*** Unable to open REFIOFFR - status "
                   WS-REFI-OFFR-STATUS
               IF REGISTRY-AVAILABLE
                   CLOSE BORR-MSTR-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.
           OPEN OUTPUT REFI-RPT-FILE.

           PERFORM 3000-PRICE-GROUP THRU 3000-EXIT
               VARYING WS-GROUP-START FROM 1 BY 10
               UNTIL WS-GROUP-START > WS-CAND-COUNT.
           PERFORM 4000-RUN-TOTALS THRU 4000-EXIT.

           CLOSE REFI-RPT-FILE.
           CLOSE REFI-OFFR-FILE.
           IF REGISTRY-AVAILABLE
               CLOSE BORR-MSTR-FILE
           END-IF.

           DISPLAY "lnrefi: " WS-BOOKED-COUNT " BOOKED loan(s), "
               WS-CAND-COUNT " candidate(s), " WS-OFFER-COUNT
               " offer(s) written to REFIOFFR.".
           IF WS-DEFERRED-COUNT > ZEROES
               OR WS-UNPRICED-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-OFFER-COUNT TO WS-RSTAT-WRITTEN.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

       1000-LOAD-PARMS.
           OPEN INPUT REFI-PRM-FILE.
           IF REFI-PRM-OPENED
               READ REFI-PRM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RP-MARGIN IS NUMERIC
                           MOVE RP-MARGIN TO WS-MARGIN
                       END-IF
                       IF RP-MIN-MONTHS IS NUMERIC
                           MOVE RP-MIN-MONTHS TO WS-MIN-MONTHS
                       END-IF
               END-READ
               CLOSE REFI-PRM-FILE
           END-IF.
           MOVE WS-MARGIN TO WS-MARGIN-DISPLAY.
           DISPLAY "lnrefi: margin " WS-MARGIN-DISPLAY
               ", at least " WS-MIN-MONTHS " month(s) left.".
       1000-EXIT.
           EXIT.

       1100-LOAD-RATES.
           MOVE ZEROES TO WS-CHG-COUNT.
           MOVE "N" TO WS-CHG-EOF.
           OPEN INPUT RATE-CHG-FILE.
           IF NOT RATE-CHG-OPENED
               DISPLAY "*** Unable to open RATECHG - status "
                   WS-RATE-CHG-STATUS
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-READ-RATE-CHG THRU 1110-EXIT.
           PERFORM 1120-LOAD-RATE-CHG THRU 1120-EXIT
               UNTIL END-OF-RATE-CHG.
           CLOSE RATE-CHG-FILE.
       1100-EXIT.
           EXIT.

       1110-READ-RATE-CHG.
           READ RATE-CHG-FILE
               AT END MOVE "Y" TO WS-CHG-EOF
           END-READ.
       1110-EXIT.
           EXIT.

       1120-LOAD-RATE-CHG.
           IF RC-NEW-RATE NOT NUMERIC OR RC-NEW-RATE = ZEROES
               DISPLAY "*** RATECHG rate for '" RC-LOAN-TYPE
                   "' unusable - type not assessed."
           ELSE
               IF WS-CHG-COUNT < WS-CHG-MAX
                   ADD 1 TO WS-CHG-COUNT
                   MOVE RC-LOAN-TYPE TO CHG-LOAN-TYPE (WS-CHG-COUNT)
                   MOVE RC-NEW-RATE TO CHG-NEW-RATE (WS-CHG-COUNT)
               ELSE
                   DISPLAY "*** RATECHG table full at " WS-CHG-MAX
                       " entries - '" RC-LOAN-TYPE "' ignored."
               END-IF
           END-IF.
           PERFORM 1110-READ-RATE-CHG THRU 1110-EXIT.
       1120-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-ASSESS-LOAN
      *
      * One master record: a BOOKED fixed-rate loan with a balance,
      * a rate clear of today's by the margin, enough months left
      * and a clean year of payments goes into the candidate table.
      *-----------------------------------------------------------
       2000-ASSESS-LOAN.
           IF NOT LM-ST-BOOKED
               GO TO 2000-NEXT
           END-IF.
           ADD 1 TO WS-BOOKED-COUNT.
           IF LM-RB-VARIABLE
               ADD 1 TO WS-VARIABLE-COUNT
               GO TO 2000-NEXT
           END-IF.
           IF LM-OUTSTANDING-BAL NOT > ZERO
               OR LM-PAYMENT NOT > ZERO
               GO TO 2000-NEXT
           END-IF.

           SET CHG-IDX TO 1.
           SEARCH CHG-ENTRY
               AT END
                   ADD 1 TO WS-NO-RATE-COUNT
                   GO TO 2000-NEXT
               WHEN CHG-LOAN-TYPE (CHG-IDX) = LM-LOAN-TYPE
                   MOVE CHG-NEW-RATE (CHG-IDX) TO WS-TODAYS-RATE
           END-SEARCH.
           COMPUTE WS-RATE-GAP = LM-RATE - WS-TODAYS-RATE.
           IF WS-RATE-GAP < WS-MARGIN
               ADD 1 TO WS-MARGIN-COUNT
               GO TO 2000-NEXT
           END-IF.

           EVALUATE TRUE
               WHEN LM-PF-BIWEEKLY
                   MOVE 26 TO WS-PERIODS-YR
                   MOVE 14 TO WS-PERIOD-DAYS
               WHEN LM-PF-QUARTERLY
                   MOVE 4 TO WS-PERIODS-YR
                   MOVE 92 TO WS-PERIOD-DAYS
               WHEN OTHER
                   MOVE 12 TO WS-PERIODS-YR
                   MOVE 31 TO WS-PERIOD-DAYS
           END-EVALUATE.
           COMPUTE WS-GAP-DAYS = WS-PERIOD-DAYS + WS-GRACE-DAYS.

           PERFORM 2100-FIND-POSITION THRU 2100-EXIT.
           COMPUTE WS-REM-PERIODS = LM-TERM - WS-CURRENT-PERIOD + 1.
           IF WS-REM-PERIODS < 1
               ADD 1 TO WS-SHORT-COUNT
               GO TO 2000-NEXT
           END-IF.
           EVALUATE TRUE
               WHEN LM-PF-BIWEEKLY
                   COMPUTE WS-REM-MONTHS ROUNDED =
                       WS-REM-PERIODS * 12 / 26
               WHEN LM-PF-QUARTERLY
                   COMPUTE WS-REM-MONTHS = WS-REM-PERIODS * 3
               WHEN OTHER
                   MOVE WS-REM-PERIODS TO WS-REM-MONTHS
           END-EVALUATE.
           IF WS-REM-MONTHS < WS-MIN-MONTHS
               ADD 1 TO WS-SHORT-COUNT
               GO TO 2000-NEXT
           END-IF.

           PERFORM 2200-CHECK-PAYMENTS THRU 2200-EXIT.
           IF LOAN-DELINQUENT
               ADD 1 TO WS-DLQ-COUNT
               GO TO 2000-NEXT
           END-IF.

           IF WS-CAND-COUNT NOT < WS-CAND-MAX
               ADD 1 TO WS-DEFERRED-COUNT
               GO TO 2000-NEXT
           END-IF.
           ADD 1 TO WS-CAND-COUNT.
           MOVE LM-APPL-ID TO CN-APPL-ID (WS-CAND-COUNT).
           MOVE LM-BORROWER TO CN-BORROWER (WS-CAND-COUNT).
           MOVE LM-BORROWER-NO TO CN-BORROWER-NO (WS-CAND-COUNT).
           MOVE LM-LOAN-TYPE TO CN-LOAN-TYPE (WS-CAND-COUNT).
           MOVE LM-CURRENCY TO CN-CURRENCY (WS-CAND-COUNT).
           MOVE LM-RATE TO CN-RATE (WS-CAND-COUNT).
           MOVE WS-TODAYS-RATE TO CN-TODAYS-RATE (WS-CAND-COUNT).
           MOVE LM-OUTSTANDING-BAL TO CN-BALANCE (WS-CAND-COUNT).
           COMPUTE CN-CUR-PAYMENT (WS-CAND-COUNT) ROUNDED =
               LM-PAYMENT * WS-PERIODS-YR / 12.
           COMPUTE CN-CUR-LEFT (WS-CAND-COUNT) =
               LM-PAYMENT * WS-REM-PERIODS.
           MOVE WS-REM-MONTHS TO CN-REM-MONTHS (WS-CAND-COUNT).

       2000-NEXT.
           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2100-FIND-POSITION
      *
      * The period the borrower is now paying towards - the first
      * schedule row whose remaining balance is below the posted
      * balance, as the whatif service finds it. Period 1 when the
      * loan has no schedule.
      *-----------------------------------------------------------
       2100-FIND-POSITION.
           MOVE 1 TO WS-CURRENT-PERIOD.
           IF NOT SCHEDULE-AVAILABLE
               GO TO 2100-EXIT
           END-IF.
           MOVE "N" TO WS-AMORT-EOF.
           MOVE LM-APPL-ID TO AMORT-APPL-ID.
           MOVE ZEROES TO AMORT-PERIOD-NO.
           START AMORT-SCHED-FILE KEY NOT < AMORT-KEY
               INVALID KEY MOVE "Y" TO WS-AMORT-EOF
           END-START.
           IF NOT END-OF-SCHEDULE
               PERFORM 8300-READ-SCHEDULE THRU 8300-EXIT
               PERFORM 2110-CHECK-PERIOD THRU 2110-EXIT
                   UNTIL END-OF-SCHEDULE
           END-IF.
       2100-EXIT.
           EXIT.

       2110-CHECK-PERIOD.
           IF AMORT-APPL-ID NOT = LM-APPL-ID
               MOVE "Y" TO WS-AMORT-EOF
               GO TO 2110-EXIT
           END-IF.
           IF AMORT-REMAINING-BAL < LM-OUTSTANDING-BAL
               MOVE AMORT-PERIOD-NO TO WS-CURRENT-PERIOD
               MOVE "Y" TO WS-AMORT-EOF
               GO TO 2110-EXIT
           END-IF.
           PERFORM 8300-READ-SCHEDULE THRU 8300-EXIT.
       2110-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2200-CHECK-PAYMENTS
      *
      * Walks the loan's postings by key. Any of these in the last
      * twelve months marks it delinquent: a reversed payment, or a
      * posting more than a period plus the grace days after the
      * one before it. A borrower whose last posting (or, never
      * having paid, whose first due date) is that far back is
      * behind today. The loan's charges are then checked for a
      * late one (2220).
      *-----------------------------------------------------------
       2200-CHECK-PAYMENTS.
           MOVE "N" TO WS-DLQ-SW.
           MOVE ZEROES TO WS-LAST-POST-INT.
           MOVE "N" TO WS-PAY-EOF.
           MOVE LM-APPL-ID TO PH-APPL-ID.
           MOVE ZEROES TO PH-POST-SEQ.
           START PAY-HIST-FILE KEY NOT < PH-KEY
               INVALID KEY MOVE "Y" TO WS-PAY-EOF
           END-START.
           IF NOT END-OF-PAYMENTS
               PERFORM 8200-READ-PAYMENT THRU 8200-EXIT
               PERFORM 2210-CHECK-POSTING THRU 2210-EXIT
                   UNTIL END-OF-PAYMENTS OR LOAN-DELINQUENT
           END-IF.
           IF LOAN-DELINQUENT
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2220-CHECK-LATE-CHARGES THRU 2220-EXIT.
           IF LOAN-DELINQUENT
               GO TO 2200-EXIT
           END-IF.

           IF WS-LAST-POST-INT = ZEROES
               IF LM-FIRST-PAY-DATE IS NUMERIC
                   AND LM-FIRST-PAY-DATE NOT = ZEROES
                   COMPUTE WS-PAY-INT =
                       FUNCTION INTEGER-OF-DATE(LM-FIRST-PAY-DATE)
                   IF WS-TODAY-INT > WS-PAY-INT + WS-GRACE-DAYS
                       MOVE "Y" TO WS-DLQ-SW
                   END-IF
               END-IF
           ELSE
               IF WS-TODAY-INT - WS-LAST-POST-INT > WS-GAP-DAYS
                   MOVE "Y" TO WS-DLQ-SW
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

       2210-CHECK-POSTING.
           IF PH-APPL-ID NOT = LM-APPL-ID
               MOVE "Y" TO WS-PAY-EOF
               GO TO 2210-EXIT
           END-IF.
           IF PH-PAY-DATE NOT NUMERIC OR PH-PAY-DATE = ZEROES
               GO TO 2210-NEXT
           END-IF.
           COMPUTE WS-PAY-INT = FUNCTION INTEGER-OF-DATE(PH-PAY-DATE).

           IF PH-RVSL AND WS-PAY-INT NOT < WS-WINDOW-INT
               MOVE "Y" TO WS-DLQ-SW
               GO TO 2210-EXIT
           END-IF.
           IF NOT PH-POSTED
               GO TO 2210-NEXT
           END-IF.
           IF WS-PAY-INT NOT < WS-WINDOW-INT
               AND WS-LAST-POST-INT > ZEROES
               AND WS-PAY-INT - WS-LAST-POST-INT > WS-GAP-DAYS
               MOVE "Y" TO WS-DLQ-SW
               GO TO 2210-EXIT
           END-IF.
           MOVE WS-PAY-INT TO WS-LAST-POST-INT.

       2210-NEXT.
           PERFORM 8200-READ-PAYMENT THRU 8200-EXIT.
       2210-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2220-CHECK-LATE-CHARGES
      *
      * Walks the loan's FEESRCV rows by key for a late charge -
      * blank fee code - assessed in the last twelve months and
      * paid. The loan's PPEN and ASSM rows are passed over: the
      * PH-FEES a payment collected includes them, so PAYHIST
      * alone cannot tell a late borrower from a curtailment or an
      * assumption.
      *-----------------------------------------------------------
       2220-CHECK-LATE-CHARGES.
           IF NOT FEES-AVAILABLE
               GO TO 2220-EXIT
           END-IF.
           MOVE "N" TO WS-FEE-EOF.
           MOVE LM-APPL-ID TO FR-APPL-ID.
           MOVE ZEROES TO FR-PERIOD-NO.
           MOVE SPACES TO FR-FEE-CODE.
           START FEES-RCV-FILE KEY NOT < FR-KEY
               INVALID KEY MOVE "Y" TO WS-FEE-EOF
           END-START.
           IF NOT END-OF-FEES
               PERFORM 8400-READ-FEE THRU 8400-EXIT
               PERFORM 2230-CHECK-CHARGE THRU 2230-EXIT
                   UNTIL END-OF-FEES OR LOAN-DELINQUENT
           END-IF.
       2220-EXIT.
           EXIT.

       2230-CHECK-CHARGE.
           IF FR-APPL-ID NOT = LM-APPL-ID
               MOVE "Y" TO WS-FEE-EOF
               GO TO 2230-EXIT
           END-IF.
           IF NOT FR-FC-LATE OR NOT FR-PAID
               GO TO 2230-NEXT
           END-IF.
           IF FR-ASSESS-DATE NOT NUMERIC OR FR-ASSESS-DATE = ZEROES
               GO TO 2230-NEXT
           END-IF.
           COMPUTE WS-PAY-INT =
               FUNCTION INTEGER-OF-DATE(FR-ASSESS-DATE).
           IF WS-PAY-INT NOT < WS-WINDOW-INT
               MOVE "Y" TO WS-DLQ-SW
               GO TO 2230-EXIT
           END-IF.
       2230-NEXT.
           PERFORM 8400-READ-FEE THRU 8400-EXIT.
       2230-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3000-PRICE-GROUP
      *
      * Up to ten candidates from WS-GROUP-START in one saybulk
      * call - each slot the candidate's balance over its remaining
      * months at today's rate for its type - then each slot's
      * result taken. A failed call leaves the group unpriced.
      *-----------------------------------------------------------
       3000-PRICE-GROUP.
           INITIALIZE COMMAREA.
           MOVE ZEROES TO SB-SCENARIO-COUNT.
           PERFORM 3100-LOAD-SLOT THRU 3100-EXIT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 10
                  OR WS-GROUP-START + WS-SLOT-IDX - 1 > WS-CAND-COUNT.

           MOVE "N" TO WS-CALL-SW.
           COMPUTE SB-COMMLEN = LENGTH OF COMMAREA.
           PERFORM 3900-NEW-CORR-ID THRU 3900-EXIT.
      * The request key is the correlation id less its century -
      * the same date, time and sequence 9650-NEW-D8-REQUEST-KEY
      * would mint.
           MOVE WS-D8-CORR-ID (3:18) TO SB-REQUEST-KEY.
           CALL "D8link" USING SB-PROG-NAME COMMAREA SB-COMMLEN
               WS-D8-AUTH-TOKEN WS-D8-PROTOCOL-VERSION
               WS-D8-CORR-ID SB-BACKEND.
           IF RETURN-CODE NOT = ZERO
               DISPLAY "*** D8link call to '" SB-PROG-NAME
                   "' FAILED - RETURN-CODE: " RETURN-CODE
               MOVE ZERO TO RETURN-CODE
               MOVE "Y" TO WS-CALL-SW
           END-IF.

           PERFORM 3200-TAKE-RESULT THRU 3200-EXIT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > SB-SCENARIO-COUNT.
       3000-EXIT.
           EXIT.

       3100-LOAD-SLOT.
           COMPUTE WS-CAND-IDX = WS-GROUP-START + WS-SLOT-IDX - 1.
           ADD 1 TO SB-SCENARIO-COUNT.
           MOVE CN-BORROWER (WS-CAND-IDX) TO SB-NAME (WS-SLOT-IDX).
           MOVE CN-BALANCE (WS-CAND-IDX)
               TO SB-PRINCIPAL (WS-SLOT-IDX).
           MOVE CN-TODAYS-RATE (WS-CAND-IDX)
               TO SB-RATE (WS-SLOT-IDX).
           MOVE CN-REM-MONTHS (WS-CAND-IDX) TO SB-TERM (WS-SLOT-IDX).
           MOVE CN-CURRENCY (WS-CAND-IDX)
               TO SB-CURRENCY (WS-SLOT-IDX).
           MOVE CN-LOAN-TYPE (WS-CAND-IDX)
               TO SB-LOAN-TYPE (WS-SLOT-IDX).
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3200-TAKE-RESULT
      *
      * One priced slot: an offer when say priced it, did not
      * decline it, and the new payment is below the current one;
      * otherwise listed with what stopped it.
      *-----------------------------------------------------------
       3200-TAKE-RESULT.
           COMPUTE WS-CAND-IDX = WS-GROUP-START + WS-SLOT-IDX - 1.
           MOVE SPACES TO RPT-DETAIL.
           MOVE CN-APPL-ID (WS-CAND-IDX) TO RD-APPL-ID.
           MOVE CN-BORROWER (WS-CAND-IDX) TO RD-BORROWER.
           MOVE CN-LOAN-TYPE (WS-CAND-IDX) TO RD-LOAN-TYPE.
           MOVE CN-REM-MONTHS (WS-CAND-IDX) TO RD-MONTHS.
           MOVE CN-RATE (WS-CAND-IDX) TO RD-RATE.
           MOVE CN-TODAYS-RATE (WS-CAND-IDX) TO RD-TODAYS-RATE.
           MOVE CN-CUR-PAYMENT (WS-CAND-IDX) TO RD-CUR-PAYMENT.

           IF CALL-FAILED
               ADD 1 TO WS-UNPRICED-COUNT
               MOVE "NOT PRICED" TO WS-OUTCOME
               GO TO 3200-PRINT
           END-IF.
           IF SB-STATUS (WS-SLOT-IDX) NOT = "OK"
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED" TO WS-OUTCOME
               GO TO 3200-PRINT
           END-IF.
           MOVE SB-PAYMENT (WS-SLOT-IDX) TO RD-NEW-PAYMENT.
           IF SB-DECISION (WS-SLOT-IDX) = "DECLINED"
               ADD 1 TO WS-DECLINE-COUNT
               MOVE "DECLINED" TO WS-OUTCOME
               GO TO 3200-PRINT
           END-IF.
           IF SB-PAYMENT (WS-SLOT-IDX)
               NOT < CN-CUR-PAYMENT (WS-CAND-IDX)
               ADD 1 TO WS-NO-SAVING-COUNT
               MOVE "NO SAVING" TO WS-OUTCOME
               GO TO 3200-PRINT
           END-IF.

           PERFORM 3300-WRITE-OFFER THRU 3300-EXIT.
           MOVE RO-MONTHLY-SAVING TO RD-MONTHLY-SAVING.
           MOVE RO-TERM-SAVING TO RD-TERM-SAVING.
           MOVE "OFFER" TO WS-OUTCOME.

       3200-PRINT.
           MOVE WS-OUTCOME TO RD-OUTCOME.
           MOVE RPT-DETAIL TO REFI-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3300-WRITE-OFFER
      *
      * The REFIOFFR row for the mailing run - the figures, and
      * where to send them from the borrower's registry entry.
      *-----------------------------------------------------------
       3300-WRITE-OFFER.
           MOVE SPACES TO REFI-OFFR-RECORD.
           MOVE WS-TODAY TO RO-RUN-DATE.
           MOVE CN-APPL-ID (WS-CAND-IDX) TO RO-APPL-ID.
           MOVE CN-BORROWER-NO (WS-CAND-IDX) TO RO-BORROWER-NO.
           MOVE CN-BORROWER (WS-CAND-IDX) TO RO-NAME.
           MOVE "N" TO RO-CHANNEL.
           PERFORM 3310-ADD-CONTACT THRU 3310-EXIT.

           MOVE CN-LOAN-TYPE (WS-CAND-IDX) TO RO-LOAN-TYPE.
           MOVE CN-CURRENCY (WS-CAND-IDX) TO RO-CURRENCY.
           MOVE CN-BALANCE (WS-CAND-IDX) TO RO-BALANCE.
           MOVE CN-REM-MONTHS (WS-CAND-IDX) TO RO-REM-MONTHS.
           MOVE CN-RATE (WS-CAND-IDX) TO RO-CUR-RATE.
           MOVE SB-RATE (WS-SLOT-IDX) TO RO-NEW-RATE.
           MOVE SB-APR (WS-SLOT-IDX) TO RO-NEW-APR.
           MOVE CN-CUR-PAYMENT (WS-CAND-IDX) TO RO-CUR-PAYMENT.
           MOVE SB-PAYMENT (WS-SLOT-IDX) TO RO-NEW-PAYMENT.
           COMPUTE RO-MONTHLY-SAVING =
               CN-CUR-PAYMENT (WS-CAND-IDX) - SB-PAYMENT (WS-SLOT-IDX).
           COMPUTE WS-NEW-LEFT =
               SB-PAYMENT (WS-SLOT-IDX) * CN-REM-MONTHS (WS-CAND-IDX).
           COMPUTE WS-TERM-SAVING =
               CN-CUR-LEFT (WS-CAND-IDX) - WS-NEW-LEFT.
           IF WS-TERM-SAVING < ZERO
               MOVE ZEROES TO WS-TERM-SAVING
           END-IF.
           MOVE WS-TERM-SAVING TO RO-TERM-SAVING.
           WRITE REFI-OFFR-RECORD.

           ADD 1 TO WS-OFFER-COUNT.
           ADD RO-MONTHLY-SAVING TO WS-MONTHLY-TOTAL.
           ADD RO-TERM-SAVING TO WS-TERM-TOTAL.
       3300-EXIT.
           EXIT.

       3310-ADD-CONTACT.
           IF CN-BORROWER-NO (WS-CAND-IDX) = SPACES
               OR NOT REGISTRY-AVAILABLE
               GO TO 3310-EXIT
           END-IF.
           MOVE CN-BORROWER-NO (WS-CAND-IDX) TO BM-BORROWER-NO.
           READ BORR-MSTR-FILE
               INVALID KEY
                   GO TO 3310-EXIT
           END-READ.
           MOVE BM-NAME TO RO-NAME.
           MOVE BM-ADDR-LINE-1 TO RO-ADDR-LINE-1.
           MOVE BM-ADDR-LINE-2 TO RO-ADDR-LINE-2.
           MOVE BM-CITY TO RO-CITY.
           MOVE BM-POSTCODE TO RO-POSTCODE.
           MOVE BM-EMAIL TO RO-EMAIL.
           IF BM-EMAIL NOT = SPACES
               AND (BM-PAPERLESS-YES OR BM-CH-EMAIL)
               MOVE "E" TO RO-CHANNEL
           ELSE
               IF BM-ADDR-LINE-1 NOT = SPACES
                   MOVE "P" TO RO-CHANNEL
               END-IF
           END-IF.
       3310-EXIT.
           EXIT.

       3900-NEW-CORR-ID.
           ACCEPT WS-D8-CORR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-D8-CORR-TIME FROM TIME.
           IF WS-D8-CORR-SEQ = 9999
               MOVE ZEROES TO WS-D8-CORR-SEQ
           ELSE
               ADD 1 TO WS-D8-CORR-SEQ
           END-IF.
           STRING WS-D8-CORR-DATE DELIMITED BY SIZE
                  WS-D8-CORR-TIME DELIMITED BY SIZE
                  WS-D8-CORR-SEQ  DELIMITED BY SIZE
               INTO WS-D8-CORR-ID.
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 4000-RUN-TOTALS
      *
      * What the scan passed over and why, what became of the
      * candidates, and the saving the offers put on the table.
      *-----------------------------------------------------------
       4000-RUN-TOTALS.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE - 20
               PERFORM 7300-PAGE-HEADING THRU 7300-EXIT
           END-IF.
           MOVE SPACES TO REFI-RPT-LINE.
           PERFORM 7200-WRITE-RPT-LINE THRU 7200-EXIT.
           MOVE "BOOKED LOANS SCANNED" TO RN-LABEL.
           MOVE WS-BOOKED-COUNT TO RN-COUNT.
           PERFORM 4100-COUNT-LINE THRU 4100-EXIT.
           MOVE "  VARIABLE RATE" TO RN-LABEL.
           MOVE WS-VARIABLE-COUNT TO RN-COUNT.
           PERFORM 4100-COUNT-LINE THRU 4100-EXIT.
           MOVE "  NO RATE ON RATECHG FOR THE TYPE" TO RN-LABEL.
           MOVE WS-NO-RATE-COUNT TO RN-COUNT.
           PERFORM 4100-COUNT-LINE THRU 4100-EXIT.
           MOVE "  RATE WITHIN THE MARGIN" TO RN-LABEL.
           MOVE WS-MARGIN-COUNT TO RN-COUNT.
           PERFORM 4100-COUNT-LINE THRU 4100-EXIT.
           MOVE "  TOO FEW MONTHS LEFT" TO RN-LABEL.
           MOVE WS-SHORT-COUNT TO RN-COUNT.
           PERFORM 4100-COUNT-LINE THRU 4100-EXIT.
           MOVE "  DELINQUENT IN THE LAST 12 MONTHS" TO RN-LABEL.
           MOVE WS-DLQ-COUNT TO RN-COUNT.
           PERFORM 4100-COUNT-LINE THRU 4100-EXIT.
           MOVE "  DEFERRED - CANDIDATE TABLE FULL" TO RN-LABEL.
           MOVE WS-DEFERRED-COUNT TO RN-COUNT.
           PERFORM 4100-COUNT-LINE THRU 4100-EXIT.
           MOVE "CANDIDATES RE-PRICED" TO RN-LABEL.
           MOVE WS-CAND-COUNT TO RN-COUNT.
           PERFORM 4100-COUNT-LINE THRU 4100-EXIT.
           MOVE "  OFFERS" TO RN-LABEL.
           MOVE WS-OFFER-COUNT TO RN-COUNT.
           PERFORM 4100-COUNT-LINE THRU 4100-EXIT.
           MOVE "  NO SAVING AT TODAY'S RATE" TO RN-LABEL.
           MOVE WS-NO-SAVING-COUNT TO RN-COUNT.
           PERFORM 4100-COUNT-LINE THRU 4100-EXIT.
           MOVE "  DECLINED BY THE CREDIT RULES" TO RN-LABEL.
           MOVE WS-DECLINE-COUNT TO RN-COUNT.
           PERFORM 4100-COUNT-LINE THRU 4100-EXIT.
           MOVE "  REJECTED BY SAY" TO RN-LABEL.
           MOVE WS-REJECT-COUNT TO RN-COUNT.
           PERFORM 4100-COUNT-LINE THRU 4100-EXIT.
           MOVE "  NOT PRICED - SERVICE CALL FAILED" TO RN-LABEL.
           MOVE WS-UNPRICED-COUNT TO RN-COUNT.
           PERFORM 4100-COUNT-LINE THRU 4100-EXIT.
           MOVE "OFFERED SAVING PER MONTH" TO RA-LABEL.
           MOVE WS-MONTHLY-TOTAL TO RA-AMOUNT.
           MOVE RPT-AMOUNT TO REFI-RPT-LINE.
           PERFORM 7200-WRITE-RPT-LINE THRU 7200-EXIT.
           MOVE "OFFERED SAVING OVER THE REMAINING TERMS" TO RA-LABEL.
           MOVE WS-TERM-TOTAL TO RA-AMOUNT.
           MOVE RPT-AMOUNT TO REFI-RPT-LINE.
           PERFORM 7200-WRITE-RPT-LINE THRU 7200-EXIT.
       4000-EXIT.
           EXIT.

       4100-COUNT-LINE.
           MOVE RPT-COUNT TO REFI-RPT-LINE.
           PERFORM 7200-WRITE-RPT-LINE THRU 7200-EXIT.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 7100-PRINT-LINE
      *
      * Writes the line in REFI-RPT-LINE, starting a new page first
      * when this one is full.
      *-----------------------------------------------------------
       7100-PRINT-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               MOVE REFI-RPT-LINE TO WS-HOLD-LINE
               PERFORM 7300-PAGE-HEADING THRU 7300-EXIT
               MOVE WS-HOLD-LINE TO REFI-RPT-LINE
           END-IF.
           PERFORM 7200-WRITE-RPT-LINE THRU 7200-EXIT.
       7100-EXIT.
           EXIT.

       7200-WRITE-RPT-LINE.
           WRITE REFI-RPT-LINE.
           ADD 1 TO WS-LINE-COUNT.
       7200-EXIT.
           EXIT.

       7300-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-TODAY TO RH1-DATE.
           MOVE WS-PAGE-NO TO RH1-PAGE.
           MOVE WS-MARGIN TO RH1-MARGIN.
           MOVE WS-MIN-MONTHS TO RH1-MIN-MONTHS.
           MOVE SPACES TO REFI-RPT-LINE.
           MOVE RPT-HEADING-1 TO REFI-RPT-LINE.
           WRITE REFI-RPT-LINE.
           MOVE SPACES TO REFI-RPT-LINE.
           MOVE RPT-HEADING-1A TO REFI-RPT-LINE.
           WRITE REFI-RPT-LINE.
           MOVE SPACES TO REFI-RPT-LINE.
           MOVE RPT-HEADING-2 TO REFI-RPT-LINE.
           WRITE REFI-RPT-LINE.
           MOVE SPACES TO REFI-RPT-LINE.
           WRITE REFI-RPT-LINE.
           MOVE 4 TO WS-LINE-COUNT.
       7300-EXIT.
           EXIT.

       8000-READ-MASTER.
           READ LOAN-MSTR-FILE
               AT END MOVE "Y" TO WS-MSTR-EOF
               NOT AT END ADD 1 TO WS-RSTAT-READ
           END-READ.
       8000-EXIT.
           EXIT.

       8200-READ-PAYMENT.
           READ PAY-HIST-FILE NEXT
               AT END MOVE "Y" TO WS-PAY-EOF
           END-READ.
       8200-EXIT.
           EXIT.

       8300-READ-SCHEDULE.
           READ AMORT-SCHED-FILE NEXT
               AT END MOVE "Y" TO WS-AMORT-EOF
           END-READ.
       8300-EXIT.
           EXIT.

       8400-READ-FEE.
           READ FEES-RCV-FILE NEXT
               AT END MOVE "Y" TO WS-FEE-EOF
           END-READ.
       8400-EXIT.
           EXIT.

           COPY lnrstwrt.
