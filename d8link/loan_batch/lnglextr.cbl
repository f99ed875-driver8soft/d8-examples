      * Produces the balanced double-entry GLEXTR file finance has
      * been re-deriving by hand: for the run date,
      *
      *   - one day's interest accrual per BOOKED loan still
      *     accruing (DR INTREC / CR INTINC, balance times annual
      *     rate over 365),
      *   - the day's POSTED payments from PAYHIST (DR CASH, CR
      *     INTREC for the interest portion, CR LOANREC for the
      *     principal portion, CR ESCROWLI for any escrow
      *     portion, CR FEERECV for the late charges it
      *     collected),
      *   - the day's recoveries (DR CASH / CR RECOVINC),
      *   - the day's assessed late charges from FEESRCV (DR
      *     FEERECV / CR FEEINC),
      *   - the day's waivers and reductions of those charges from
      *     FEEADJ (DR FEEINC / CR FEERECV), and the prepayment
      *     charges lnpost added to a month's charge after its
      *     assessment day (DR FEERECV / CR FEEINC),
      *   - the day's funding instructions from FUNDCTL (DR LOANREC
      *     / CR CASH),
      *   - the day's refunds paid from REFUNDS (DR LOANREC / CR
      *     CASH for an overpaid loan, DR ESCROWLI / CR CASH for
      *     an escrow surplus), and the overpayment refunds rfmaint
      *     rejected that day, whose credit balance moves off the
      *     loan to the UNCLMFND unclaimed borrower funds liability
      *     (DR LOANREC / CR UNCLMFND),
      *   - the day's escrow disbursements from ESCDISB (DR
      *     ESCROWLI for the part the balance paid, DR ESCADVRC -
      *     the escrow advance receivable - for any part lnesdisb
      *     advanced, CR CASH),
      *   - the day's lnnonacc suspensions from NONACCR - the
      *     accrued-but-unpaid interest reversed out of income
      *     (DR INTINC / CR INTREC).
      *
      * A payment lnpost converted from another currency also
      * books its realised exchange result: the principal it
      * repaid, valued in the USD base at the rate on the pay date
      * against the rate on the loan's funding date (FUNDCTL value
      * date, else the origination date), is an FXGAIN or FXLOSS
      * against FXREVAL - the base-currency carrying value of the
      * foreign-currency receivable - posted in the base currency.
      * A rate missing for either date fails the run like an
      * unmapped posting.
      *
      * The part of a payment's escrow portion that repaid an
      * escrow advance (PH-ESC-ADVANCE) credits ESCADVRC rather
      * than ESCROWLI. On a non-accrual loan nothing is accruing,
      * so the interest portion of a payment is income as received
      * - it credits INTINC, not INTREC (cash basis).
      *
      * The account names above are posting types, not ledger
      * accounts. Every posting is mapped through the GLMAP
      * parameter file - loan type, currency and posting type to
      * the ledger account and cost centre - so HOME, AUTO and
      * PERS loans and each currency book to their own accounts.
      * A GLMAP row may give * for the loan type or the currency
      * to cover any; the most specific row wins (an exact loan
      * type outranks an exact currency). A posting no row maps
      * fails the run: every unmapped posting is listed, GLEXTR is
      * left empty and RETURN-CODE is 8 - the extract never
      * guesses an account.
      *
      * The file carries the lnbackup-style controls: an H header
      * with the extract date, one D record per posting, and a T
      *                  a payment extracted one day and bounced
      *                  another no longer leaves cash and the
      *                  receivables permanently overstated.
      * 2026-10-15  RJM  A payment's credit balance (PH-REFUND)
      *                  credits LOANREC instead of falling into the
      *                  interest-income rounding tail, and the
      *                  refunds lnrfdisb paid out post against
      *                  LOANREC or ESCROWLI. A refund of a NOMATCH
      *                  receipt posts nothing - the receipt itself
      *                  never reached the ledger.
      * 2026-10-15  RJM  Escrow disbursements post from ESCDISB, an
      *                  advanced shortfall to the ESCADVRC escrow
      *                  advance receivable, and escrow portions
      *                  that repay an advance credit ESCADVRC.
      * 2026-10-15  RJM  Ledger account and cost centre mapped per
      *                  loan type, currency and posting type from
      *                  GLMAP; an unmapped posting fails the run.
      * 2026-10-15  RJM  Detail rows carry the loan type, for the
      *                  lnglpost carried balances.
      * 2026-10-15  RJM  No accrual on a non-accrual loan; the
      *                  interest lnnonacc suspended is reversed
      *                  out of INTINC from NONACCR, and interest
      *                  received on a non-accrual loan goes
      *                  straight to income.
      * 2026-10-15  RJM  The late charges a payment collected
      *                  (PH-FEES) credit FEERECV instead of falling
      *                  into the interest-income rounding tail, and
      *                  a reversal debits them back. A charge
      *                  assessed and collected the same day still
      *                  books its assessment.
      * 2026-10-15  RJM  A payment converted from another currency
      *                  books its FX gain or loss on the principal
      *                  repaid, against the rate on the funding
      *                  date; its reversal books it back.
      * 2026-10-15  RJM  Charges fwmaint waived or reduced are
      *                  reversed out of FEEINC from FEEADJ on the
      *                  day of the adjustment; an assessment books
      *                  at the charge as assessed, waived part and
      *                  all, so a same-day waiver nets to nothing.
      * 2026-10-15  RJM  A payment's interest, and its reversal's,
      *                  post to INTREC or INTINC by the accrual
      *                  status the payment was posted under
      *                  (PH-ACCRUAL), not the loan's status on the
      *                  day. A prepayment charge lnpost adds to a
      *                  month's row after its assessment day is
      *                  booked from its FEEADJ line, the
      *                  assessment at the charge as first
      *                  assessed; lnpost's waivers on a reversal
      *                  reverse like fwmaint's.
      * 2026-10-15  RJM  An overpayment refund rfmaint rejected
      *                  moves its credit balance off LOANREC to
      *                  the UNCLMFND unclaimed borrower funds
      *                  liability on the day it was rejected.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-MAP-STATUS.
           SELECT LOAN-MSTR-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-APPL-ID
               FILE STATUS IS WS-LOAN-MSTR-STATUS.
           SELECT PAY-HIST-FILE ASSIGN TO "PAYHIST"
           SELECT GL-EXTR-FILE ASSIGN TO "GLEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-EXTR-STATUS.
           SELECT REFUNDS-FILE ASSIGN TO "REFUNDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-KEY
               FILE STATUS IS WS-REFUNDS-STATUS.
           SELECT ESC-DISB-FILE ASSIGN TO "ESCDISB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-DISB-STATUS.
           SELECT NON-ACCR-FILE ASSIGN TO "NONACCR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NA-KEY
               FILE STATUS IS WS-NON-ACCR-STATUS.
           SELECT FEE-ADJ-FILE ASSIGN TO "FEEADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-ADJ-STATUS.
           COPY lnfxrsel.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05 GM-LOAN-TYPE   PIC X(04).
           05 GM-CURRENCY    PIC X(03).
           05 GM-POST-TYPE   PIC X(08).
           05 GM-ACCOUNT     PIC X(08).
           05 GM-COST-CENTRE PIC X(06).

           COPY loanmstr.

           COPY payhist.

           COPY fundctl.

           COPY refunds.

           COPY nonaccr.

           COPY feeadj.

           COPY lnfxrfd.

       FD  ESC-DISB-FILE.
       01  ESC-DISB-RECORD.
           05 ED-APPL-ID     PIC X(20).
           05 ED-DISB-DATE   PIC 9(08).
           05 ED-PAYEE-NAME  PIC X(25).
           05 ED-PAYEE-TYPE  PIC X(03).
           05 ED-AMOUNT      PIC S9(7)V9(2).
           05 ED-ADVANCE     PIC S9(7)V9(2).
           05 ED-PAYEE-ID    PIC X(08).

       FD  GL-EXTR-FILE.
       01  GL-EXTR-RECORD.
           05 GL-REC-TYPE PIC X(01).
           05 GL-DATA     PIC X(71).
       01  GL-EXTR-HEADER REDEFINES GL-EXTR-RECORD.
           05 FILLER       PIC X(01).
           05 GL-HDR-DATE  PIC 9(08).
           05 FILLER       PIC X(63).
       01  GL-EXTR-DETAIL REDEFINES GL-EXTR-RECORD.
           05 FILLER       PIC X(01).
      * The GLMAP ledger account and cost centre, with the posting
      * type, loan type and currency the mapping turned on.
           05 GL-ACCOUNT   PIC X(08).
           05 GL-DRCR      PIC X(01).
           05 GL-AMOUNT    PIC 9(11)V9(2).
           05 GL-SOURCE    PIC X(08).
           05 GL-APPL-ID   PIC X(20).
           05 GL-COST-CENTRE PIC X(06).
           05 GL-POST-TYPE PIC X(08).
           05 GL-CURRENCY  PIC X(03).
           05 GL-LOAN-TYPE PIC X(04).
       01  GL-EXTR-TRAILER REDEFINES GL-EXTR-RECORD.
           05 FILLER       PIC X(01).
           05 GL-TRL-COUNT PIC 9(09).
           05 GL-TRL-DR    PIC 9(13)V9(2).
           05 GL-TRL-CR    PIC 9(13)V9(2).
           05 FILLER       PIC X(32).

       WORKING-STORAGE SECTION.
       01 WS-GL-MAP-STATUS PIC X(02) VALUE SPACES.
           88 GL-MAP-OPENED VALUE "00".
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-PAY-HIST-STATUS PIC X(02) VALUE SPACES.
       01 WS-FUND-CTL-STATUS PIC X(02) VALUE SPACES.
           88 FUND-CTL-OPENED VALUE "00".
       01 WS-GL-EXTR-STATUS PIC X(02) VALUE SPACES.
       01 WS-REFUNDS-STATUS PIC X(02) VALUE SPACES.
           88 REFUNDS-OPENED VALUE "00".
       01 WS-ESC-DISB-STATUS PIC X(02) VALUE SPACES.
           88 ESC-DISB-OPENED VALUE "00".
       01 WS-NON-ACCR-STATUS PIC X(02) VALUE SPACES.
           88 NON-ACCR-OPENED VALUE "00".
       01 WS-FEE-ADJ-STATUS PIC X(02) VALUE SPACES.
           88 FEE-ADJ-OPENED VALUE "00".

       01 WS-MSTR-EOF PIC X(01) VALUE "N".
           88 END-OF-MASTER VALUE "Y".
           88 END-OF-CHARGES VALUE "Y".
       01 WS-CTL-EOF PIC X(01) VALUE "N".
           88 END-OF-CONTROL VALUE "Y".
       01 WS-RFD-EOF PIC X(01) VALUE "N".
           88 END-OF-REFUNDS VALUE "Y".
       01 WS-DISB-EOF PIC X(01) VALUE "N".
           88 END-OF-DISBURSEMENTS VALUE "Y".
       01 WS-MAP-EOF PIC X(01) VALUE "N".
           88 END-OF-MAP VALUE "Y".
       01 WS-NACC-EOF PIC X(01) VALUE "N".
           88 END-OF-NONACCRUAL VALUE "Y".
       01 WS-ADJ-EOF PIC X(01) VALUE "N".
           88 END-OF-ADJUSTMENTS VALUE "Y".

      * What fwmaint has waived off the charge in hand - zero on a
      * row written before the field existed.
       01 WS-FEE-WAIVED PIC S9(7)V9(2).
      * And what lnpost has added to it since its assessment day.
       01 WS-FEE-ADDED PIC S9(7)V9(2).

      * GLMAP rows, loaded once.
       01 WS-MAP-MAX PIC 9(03) COMP VALUE 300.
       01 WS-MAP-COUNT PIC 9(03) COMP VALUE ZEROES.
       01 MAP-TABLE.
           05 MAP-ENTRY OCCURS 1 TO 300 TIMES
               DEPENDING ON WS-MAP-COUNT
               INDEXED BY MAP-IDX.
               10 MAP-LOAN-TYPE PIC X(04).
               10 MAP-CURRENCY PIC X(03).
               10 MAP-POST-TYPE PIC X(08).
               10 MAP-ACCOUNT PIC X(08).
               10 MAP-COST-CENTRE PIC X(06).

      * The loan the postings in hand belong to - read once per
      * application id, not once per posting.
       01 WS-ATTR-APPL-ID PIC X(20) VALUE SPACES.
       01 WS-ATTR-LOAN-TYPE PIC X(04) VALUE SPACES.
       01 WS-ATTR-CURRENCY PIC X(03) VALUE SPACES.
       01 WS-ATTR-ACCRUAL PIC X(01) VALUE SPACES.
           88 ATTR-NON-ACCRUAL VALUE "N".

      * Where the interest portion of a payment posts - INTREC,
      * or INTINC on a loan that was on non-accrual when the
      * payment posted.
       01 WS-INT-POST-TYPE PIC X(08).

      * The mapping found for the posting in hand - a score of 0
      * is */*, 1 currency only, 2 loan type only, 3 both.
       01 WS-MAP-FOUND PIC X(01) VALUE "N".
           88 POSTING-MAPPED VALUE "Y".
       01 WS-MAP-SCORE PIC S9(01) COMP.
       01 WS-BEST-SCORE PIC S9(01) COMP.
       01 WS-MAP-ACCOUNT PIC X(08).
       01 WS-MAP-COST-CENTRE PIC X(06).
       01 WS-UNMAPPED-COUNT PIC 9(07) VALUE ZEROES.
      * The currency the posting in hand maps and books in - the
      * loan's, unless WS-POST-FX-CCY names another.
       01 WS-MAP-CURRENCY PIC X(03).
       01 WS-POST-FX-CCY PIC X(03) VALUE SPACES.

      * Exchange result on a converted payment - the loan
      * currency's rate to base on the settlement and funding
      * dates, and the principal's value between them.
       01 WS-FX-DIRECTION PIC X(01).
           88 FX-ON-PAYMENT VALUE "P".
           88 FX-ON-REVERSAL VALUE "R".
       01 WS-FX-SETTLE-DATE PIC 9(08).
       01 WS-FX-FUND-DATE PIC 9(08).
       01 WS-FX-SETTLE-RATE PIC 9(3)V9(6).
       01 WS-FX-DIFF PIC S9(11)V9(2) COMP-3.
       01 WS-NORATE-COUNT PIC 9(07) VALUE ZEROES.

       01 WS-EXTRACT-DATE PIC 9(08).
       01 WS-ACCRUAL PIC S9(11)V9(2) COMP-3.
       01 WS-TOTAL-DR PIC S9(13)V9(2) COMP-3 VALUE ZEROES.
       01 WS-TOTAL-CR PIC S9(13)V9(2) COMP-3 VALUE ZEROES.

       01 WS-POST-TYPE PIC X(08).
       01 WS-POST-DRCR PIC X(01).
       01 WS-POST-AMOUNT PIC S9(11)V9(2) COMP-3.
       01 WS-POST-SOURCE PIC X(08).
       01 WS-POST-APPL-ID PIC X(20).
       01 WS-AMT-DISPLAY PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

           COPY lnfxrws.

       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-EXTRACT-DATE FROM DATE YYYYMMDD.

           PERFORM 1000-LOAD-MAP THRU 1000-EXIT.
           IF WS-MAP-COUNT = ZEROES
               DISPLAY "*** lnglextr: no GLMAP account mapping - "
                   "nothing extracted."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 9920-LOAD-FX-RATES THRU 9920-EXIT.

           OPEN INPUT LOAN-MSTR-FILE.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS " - postings cannot be "
                   "mapped; nothing extracted."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT GL-EXTR-FILE.
           IF WS-GL-EXTR-STATUS NOT = "00"
               DISPLAY "*** Unable to open GLEXTR - status "
                   WS-GL-EXTR-STATUS
               CLOSE LOAN-MSTR-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-ACCRUE-INTEREST THRU 2000-EXIT.
           PERFORM 3000-EXTRACT-PAYMENTS THRU 3000-EXIT.
           PERFORM 4000-EXTRACT-FEES THRU 4000-EXIT.
           PERFORM 4500-EXTRACT-WAIVERS THRU 4500-EXIT.
           PERFORM 5000-EXTRACT-FUNDING THRU 5000-EXIT.
           PERFORM 6000-EXTRACT-REFUNDS THRU 6000-EXIT.
           PERFORM 6500-EXTRACT-ESCROW-DISB THRU 6500-EXIT.
           PERFORM 6800-EXTRACT-NONACCRUAL THRU 6800-EXIT.

           MOVE SPACES TO GL-EXTR-RECORD.
           MOVE "T" TO GL-REC-TYPE.
           MOVE WS-TOTAL-CR TO GL-TRL-CR.
           WRITE GL-EXTR-RECORD.
           CLOSE GL-EXTR-FILE.
           CLOSE LOAN-MSTR-FILE.

      * An unmapped posting fails the whole extract - the file is
      * emptied so the ledger interface cannot load part of a day.
      * So does an exchange result that could not be valued.
           IF WS-UNMAPPED-COUNT > ZERO OR WS-NORATE-COUNT > ZERO
               OPEN OUTPUT GL-EXTR-FILE
               CLOSE GL-EXTR-FILE
               IF WS-UNMAPPED-COUNT > ZERO
                   DISPLAY "*** lnglextr: " WS-UNMAPPED-COUNT
                       " posting(s) with no GLMAP mapping - extract "
                       "FAILED, GLEXTR emptied. Add the mappings "
                       "and rerun."
               END-IF
               IF WS-NORATE-COUNT > ZERO
                   DISPLAY "*** lnglextr: " WS-NORATE-COUNT
                       " exchange result(s) with no FXRATES rate - "
                       "extract FAILED, GLEXTR emptied. Add the "
                       "rates and rerun."
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WS-TOTAL-DR = WS-TOTAL-CR
               DISPLAY "lnglextr: " WS-RECORD-COUNT " posting(s) "
           END-IF.
           GOBACK.

       1000-LOAD-MAP.
           OPEN INPUT GL-MAP-FILE.
           IF NOT GL-MAP-OPENED
               DISPLAY "*** Unable to open GLMAP - status "
                   WS-GL-MAP-STATUS
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1010-READ-MAP THRU 1010-EXIT.
           PERFORM 1020-LOAD-MAP-ROW THRU 1020-EXIT
               UNTIL END-OF-MAP.
           CLOSE GL-MAP-FILE.
       1000-EXIT.
           EXIT.

       1010-READ-MAP.
           READ GL-MAP-FILE
               AT END MOVE "Y" TO WS-MAP-EOF
           END-READ.
       1010-EXIT.
           EXIT.

       1020-LOAD-MAP-ROW.
           IF WS-MAP-COUNT < WS-MAP-MAX
               ADD 1 TO WS-MAP-COUNT
               MOVE GM-LOAN-TYPE TO MAP-LOAN-TYPE (WS-MAP-COUNT)
               MOVE GM-CURRENCY TO MAP-CURRENCY (WS-MAP-COUNT)
               MOVE GM-POST-TYPE TO MAP-POST-TYPE (WS-MAP-COUNT)
               MOVE GM-ACCOUNT TO MAP-ACCOUNT (WS-MAP-COUNT)
               MOVE GM-COST-CENTRE
                   TO MAP-COST-CENTRE (WS-MAP-COUNT)
           ELSE
               DISPLAY "*** GLMAP table full at " WS-MAP-MAX
                   " rows - later rows ignored."
           END-IF.
           PERFORM 1010-READ-MAP THRU 1010-EXIT.
       1020-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-ACCRUE-INTEREST
      *
      * One day's interest receivable per BOOKED loan - balance
      * times the annual rate over 365, posted both sides. A loan
      * on non-accrual accrues nothing.
      *-----------------------------------------------------------
       2000-ACCRUE-INTEREST.
           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
           PERFORM 2100-ACCRUE-ONE THRU 2100-EXIT
               UNTIL END-OF-MASTER.
       2000-EXIT.
           EXIT.

       2100-ACCRUE-ONE.
           IF NOT LM-ST-BOOKED OR LM-OUTSTANDING-BAL NOT > ZERO
               OR LM-NON-ACCRUAL
               GO TO 2100-NEXT
           END-IF.
      * The master record is in hand - no keyed read needed to
      * map this loan's postings.
           MOVE LM-APPL-ID TO WS-ATTR-APPL-ID.
           MOVE LM-LOAN-TYPE TO WS-ATTR-LOAN-TYPE.
           MOVE LM-CURRENCY TO WS-ATTR-CURRENCY.
           MOVE LM-ACCRUAL-STATUS TO WS-ATTR-ACCRUAL.
           COMPUTE WS-ACCRUAL ROUNDED =
               LM-OUTSTANDING-BAL * (LM-RATE / 100) / 365.
           IF WS-ACCRUAL NOT > ZERO
               GO TO 2100-NEXT
           END-IF.
           MOVE "INTREC" TO WS-POST-TYPE.
           MOVE "D" TO WS-POST-DRCR.
           MOVE WS-ACCRUAL TO WS-POST-AMOUNT.
           MOVE "ACCRUAL" TO WS-POST-SOURCE.
           MOVE LM-APPL-ID TO WS-POST-APPL-ID.
           PERFORM 7000-WRITE-POSTING THRU 7000-EXIT.
           MOVE "INTINC" TO WS-POST-TYPE.
           MOVE "C" TO WS-POST-DRCR.
           PERFORM 7000-WRITE-POSTING THRU 7000-EXIT.
       2100-NEXT.
               GO TO 3100-NEXT
           END-IF.
           MOVE PH-APPL-ID TO WS-POST-APPL-ID.
           PERFORM 7200-LOAN-ATTRIBUTES THRU 7200-EXIT.
      * The interest goes where the posting put it - the accrual
      * status the row was posted under, which an RVSL carries
      * over from its original, so a reversal undoes it against
      * the account it was booked to whatever the loan's status
      * now. Only a row from before the status was recorded goes
      * by the loan's.
           IF PH-ACCR-NON-ACCRUAL
               OR (PH-ACCR-UNKNOWN AND ATTR-NON-ACCRUAL)
               MOVE "INTINC" TO WS-INT-POST-TYPE
           ELSE
               MOVE "INTREC" TO WS-INT-POST-TYPE
           END-IF.
           IF PH-POSTED
               MOVE "CASH" TO WS-POST-TYPE
               MOVE "D" TO WS-POST-DRCR
               MOVE PH-AMOUNT TO WS-POST-AMOUNT
               MOVE "PAYMENT" TO WS-POST-SOURCE
               PERFORM 7000-WRITE-POSTING THRU 7000-EXIT
               IF PH-INTEREST > ZERO
                   MOVE WS-INT-POST-TYPE TO WS-POST-TYPE
                   MOVE "C" TO WS-POST-DRCR
                   MOVE PH-INTEREST TO WS-POST-AMOUNT
                   PERFORM 7000-WRITE-POSTING THRU 7000-EXIT
               END-IF
               IF PH-PRINCIPAL > ZERO
                   MOVE "LOANREC" TO WS-POST-TYPE
                   MOVE "C" TO WS-POST-DRCR
                   MOVE PH-PRINCIPAL TO WS-POST-AMOUNT
                   PERFORM 7000-WRITE-POSTING THRU 7000-EXIT
               END-IF
      * The escrow portion is the borrower's money held for tax
      * and insurance - a liability, never income.
      * Whatever of it repaid an escrow advance clears the advance
      * receivable instead.
               IF PH-ESCROW - PH-ESC-ADVANCE > ZERO
                   MOVE "ESCROWLI" TO WS-POST-TYPE
                   MOVE "C" TO WS-POST-DRCR
                   COMPUTE WS-POST-AMOUNT =
                       PH-ESCROW - PH-ESC-ADVANCE
                   PERFORM 7000-WRITE-POSTING THRU 7000-EXIT
               END-IF
               IF PH-ESC-ADVANCE > ZERO
                   MOVE "ESCADVRC" TO WS-POST-TYPE
                   MOVE "C" TO WS-POST-DRCR
                   MOVE PH-ESC-ADVANCE TO WS-POST-AMOUNT
                   PERFORM 7000-WRITE-POSTING THRU 7000-EXIT
               END-IF
      * An overpayment is the borrower's credit balance on the
      * loan until the refund is paid - never income.
               IF PH-REFUND > ZERO
                   MOVE "LOANREC" TO WS-POST-TYPE
                   MOVE "C" TO WS-POST-DRCR
                   MOVE PH-REFUND TO WS-POST-AMOUNT
                   PERFORM 7000-WRITE-POSTING THRU 7000-EXIT
               END-IF
      * The FEESRCV charges the payment collected - late, PPEN
      * and ASSM alike - clear the fees receivable their
      * assessment raised.
               IF PH-FEES > ZERO
                   MOVE "FEERECV" TO WS-POST-TYPE
                   MOVE "C" TO WS-POST-DRCR
                   MOVE PH-FEES TO WS-POST-AMOUNT
                   PERFORM 7000-WRITE-POSTING THRU 7000-EXIT
               END-IF
      * Rounding tail: a payment whose split does not sum to its
      * the file balanced.
               COMPUTE WS-POST-AMOUNT =
                   PH-AMOUNT - PH-INTEREST - PH-PRINCIPAL
                   - PH-ESCROW - PH-REFUND - PH-FEES
               IF WS-POST-AMOUNT NOT = ZERO
                   MOVE "INTINC" TO WS-POST-TYPE
                   MOVE "C" TO WS-POST-DRCR
                   PERFORM 7000-WRITE-POSTING THRU 7000-EXIT
               END-IF
               IF PH-PAY-CCY NOT = SPACES AND PH-FX-RATE > ZERO
                   MOVE PH-PAY-DATE TO WS-FX-SETTLE-DATE
                   MOVE "P" TO WS-FX-DIRECTION
                   PERFORM 3200-FX-RESULT THRU 3200-EXIT
               END-IF
           END-IF.
           IF PH-RECOVERY
               MOVE "CASH" TO WS-POST-TYPE
               MOVE "D" TO WS-POST-DRCR
               MOVE PH-AMOUNT TO WS-POST-AMOUNT
               MOVE "RECOVERY" TO WS-POST-SOURCE
               PERFORM 7000-WRITE-POSTING THRU 7000-EXIT
               MOVE "RECOVINC" TO WS-POST-TYPE
               MOVE "C" TO WS-POST-DRCR
               PERFORM 7000-WRITE-POSTING THRU 7000-EXIT
           END-IF.
           IF PH-RVSL
               AND PH-RELEASE-REF NOT = WS-EXTRACT-DATE
               MOVE "REVERSAL" TO WS-POST-SOURCE
               MOVE "CASH" TO WS-POST-TYPE
               MOVE "C" TO WS-POST-DRCR
               MOVE PH-AMOUNT TO WS-POST-AMOUNT
               PERFORM 7000-WRITE-POSTING THRU 7000-EXIT
               IF PH-INTEREST > ZERO
                   MOVE WS-INT-POST-TYPE TO WS-POST-TYPE
                   MOVE "D" TO WS-POST-DRCR
                   MOVE PH-INTEREST TO WS-POST-AMOUNT
                   PERFORM 7000-WRITE-POSTING THRU 7000-EXIT
               END-IF
               IF PH-PRINCIPAL > ZERO
                   MOVE "LOANREC" TO WS-POST-TYPE
                   MOVE "D" TO WS-POST-DRCR
                   MOVE PH-PRINCIPAL TO WS-POST-AMOUNT
                   PERFORM 7000-WRITE-POSTING THRU 7000-EXIT
               END-IF
               IF PH-ESCROW - PH-ESC-ADVANCE > ZERO
                   MOVE "ESCROWLI" TO WS-POST-TYPE
                   MOVE "D" TO WS-POST-DRCR
                   COMPUTE WS-POST-AMOUNT =
                       PH-ESCROW - PH-ESC-ADVANCE
                   PERFORM 7000-WRITE-POSTING THRU 7000-EXIT
               END-IF
               IF PH-ESC-ADVANCE > ZERO
                   MOVE "ESCADVRC" TO WS-POST-TYPE
                   MOVE "D" TO WS-POST-DRCR
                   MOVE PH-ESC-ADVANCE TO WS-POST-AMOUNT
                   PERFORM 7000-WRITE-POSTING THRU 7000-EXIT
               END-IF
               IF PH-REFUND > ZERO
                   MOVE "LOANREC" TO WS-POST-TYPE
                   MOVE "D" TO WS-POST-DRCR
                   MOVE PH-REFUND TO WS-POST-AMOUNT
                   PERFORM 7000-WRITE-POSTING THRU 7000-EXIT
               END-IF
               IF PH-FEES > ZERO
                   MOVE "FEERECV" TO WS-POST-TYPE
                   MOVE "D" TO WS-POST-DRCR
                   MOVE PH-FEES TO WS-POST-AMOUNT
                   PERFORM 7000-WRITE-POSTING THRU 7000-EXIT
               END-IF
               COMPUTE WS-POST-AMOUNT =
                   PH-AMOUNT - PH-INTEREST - PH-PRINCIPAL
                   - PH-ESCROW - PH-REFUND - PH-FEES
               IF WS-POST-AMOUNT NOT = ZERO
                   MOVE "INTINC" TO WS-POST-TYPE
                   MOVE "D" TO WS-POST-DRCR
                   PERFORM 7000-WRITE-POSTING THRU 7000-EXIT
               END-IF
               IF PH-PAY-CCY NOT = SPACES AND PH-FX-RATE > ZERO
                   MOVE PH-RELEASE-REF TO WS-FX-SETTLE-DATE
                   MOVE "R" TO WS-FX-DIRECTION
                   PERFORM 3200-FX-RESULT THRU 3200-EXIT
               END-IF
           END-IF.
       3100-NEXT.
           PERFORM 8100-READ-PAYMENT THRU 8100-EXIT.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3200-FX-RESULT
      *
      * The realised exchange result on the principal a converted
      * payment repaid, in the base currency: its value at the
      * loan currency's rate on the settlement date less its value
      * at the rate on the funding date. A gain debits FXREVAL and
      * credits FXGAIN, a loss debits FXLOSS and credits FXREVAL;
      * the reversal of the payment posts the same pair the other
      * way round. A base-currency loan has no exchange result.
      *-----------------------------------------------------------
       3200-FX-RESULT.
           IF WS-ATTR-CURRENCY = SPACES
               OR WS-ATTR-CURRENCY = WS-FXR-BASE-CCY
               OR PH-PRINCIPAL NOT > ZERO
               GO TO 3200-EXIT
           END-IF.
           PERFORM 3210-FUNDING-DATE THRU 3210-EXIT.

           MOVE WS-ATTR-CURRENCY TO WS-FXR-LOOK-CCY.
           MOVE WS-FX-SETTLE-DATE TO WS-FXR-DATE.
           PERFORM 9926-RATE-TO-BASE THRU 9926-EXIT.
           IF NOT FXR-LOOK-FOUND
               GO TO 3200-NO-RATE
           END-IF.
           MOVE WS-FXR-LOOK-RATE TO WS-FX-SETTLE-RATE.
           MOVE WS-FX-FUND-DATE TO WS-FXR-DATE.
           PERFORM 9926-RATE-TO-BASE THRU 9926-EXIT.
           IF NOT FXR-LOOK-FOUND
               GO TO 3200-NO-RATE
           END-IF.

           COMPUTE WS-FX-DIFF ROUNDED = PH-PRINCIPAL
               * (WS-FX-SETTLE-RATE - WS-FXR-LOOK-RATE).
           IF WS-FX-DIFF = ZERO
               GO TO 3200-EXIT
           END-IF.

           MOVE WS-FXR-BASE-CCY TO WS-POST-FX-CCY.
           MOVE "FXRESULT" TO WS-POST-SOURCE.
           IF WS-FX-DIFF > ZERO
               MOVE WS-FX-DIFF TO WS-POST-AMOUNT
               MOVE "FXREVAL" TO WS-POST-TYPE
           ELSE
               COMPUTE WS-POST-AMOUNT = ZERO - WS-FX-DIFF
               MOVE "FXLOSS" TO WS-POST-TYPE
           END-IF.
           IF FX-ON-PAYMENT
               MOVE "D" TO WS-POST-DRCR
           ELSE
               MOVE "C" TO WS-POST-DRCR
           END-IF.
           PERFORM 7000-WRITE-POSTING THRU 7000-EXIT.
           IF WS-FX-DIFF > ZERO
               MOVE "FXGAIN" TO WS-POST-TYPE
           ELSE
               MOVE "FXREVAL" TO WS-POST-TYPE
           END-IF.
           IF FX-ON-PAYMENT
               MOVE "C" TO WS-POST-DRCR
           ELSE
               MOVE "D" TO WS-POST-DRCR
           END-IF.
           PERFORM 7000-WRITE-POSTING THRU 7000-EXIT.
           MOVE SPACES TO WS-POST-FX-CCY.
           GO TO 3200-EXIT.

       3200-NO-RATE.
           ADD 1 TO WS-NORATE-COUNT.
           DISPLAY "*** No " WS-ATTR-CURRENCY "/" WS-FXR-BASE-CCY
               " rate on FXRATES for " WS-FXR-DATE " - exchange "
               "result on '" PH-APPL-ID "' sequence " PH-POST-SEQ
               " not valued.".
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3210-FUNDING-DATE
      *
      * The value date of the loan's FUNDCTL instruction; a loan
      * funded before funding control existed takes the
      * origination date its application id carries.
      *-----------------------------------------------------------
       3210-FUNDING-DATE.
           MOVE ZEROES TO WS-FX-FUND-DATE.
           IF PH-APPL-ID (1:8) NUMERIC
               MOVE PH-APPL-ID (1:8) TO WS-FX-FUND-DATE
           END-IF.
           OPEN INPUT FUND-CTL-FILE.
           IF NOT FUND-CTL-OPENED
               GO TO 3210-EXIT
           END-IF.
           MOVE PH-APPL-ID TO FC-APPL-ID.
           READ FUND-CTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FC-VALUE-DATE NUMERIC
                       AND FC-VALUE-DATE > ZEROES
                       MOVE FC-VALUE-DATE TO WS-FX-FUND-DATE
                   END-IF
           END-READ.
           CLOSE FUND-CTL-FILE.
       3210-EXIT.
           EXIT.

       4000-EXTRACT-FEES.
           MOVE "N" TO WS-FEES-EOF.
           OPEN INPUT FEES-RCV-FILE.
       4000-EXIT.
           EXIT.

      * A charge lnpost collected the day it was assessed is
      * already PAID - its assessment still books, or the day's
      * FEERECV credit would have nothing to clear. Every charge
      * books as it stood on its assessment day: FR-CHARGE-AMT plus
      * whatever has been waived or reduced since (FR-WAIVED-AMT,
      * reversed by its FEEADJ line, whether fwmaint's or lnpost's
      * on a reversed payment), less any prepayment charge lnpost
      * added to the month later (FR-ADDED-AMT, booked from its own
      * FEEADJ line). A WAIVED row with nothing waived on record
      * was dropped by lnpost by status alone and never reaches
      * the ledger.
       4100-ONE-CHARGE.
           MOVE ZEROES TO WS-FEE-WAIVED.
           IF FR-WAIVED-AMT NUMERIC
               MOVE FR-WAIVED-AMT TO WS-FEE-WAIVED
           END-IF.
           MOVE ZEROES TO WS-FEE-ADDED.
           IF FR-ADDED-AMT NUMERIC
               MOVE FR-ADDED-AMT TO WS-FEE-ADDED
           END-IF.
           IF FR-ASSESS-DATE = WS-EXTRACT-DATE
               AND (FR-ASSESSED OR FR-PAID
                   OR (FR-WAIVED AND WS-FEE-WAIVED > ZERO))
               MOVE FR-APPL-ID TO WS-POST-APPL-ID
               MOVE "FEERECV" TO WS-POST-TYPE
               MOVE "D" TO WS-POST-DRCR
               COMPUTE WS-POST-AMOUNT =
                   FR-CHARGE-AMT + WS-FEE-WAIVED - WS-FEE-ADDED
               MOVE "LATEFEE" TO WS-POST-SOURCE
               PERFORM 7000-WRITE-POSTING THRU 7000-EXIT
               MOVE "FEEINC" TO WS-POST-TYPE
               MOVE "C" TO WS-POST-DRCR
               PERFORM 7000-WRITE-POSTING THRU 7000-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 4500-EXTRACT-WAIVERS
      *
      * The day's FEEADJ adjustments: the part of a charge waived
      * or reduced comes back out of fee income and off the fees
      * receivable; a prepayment charge lnpost added to a month's
      * row goes the other way, into both. No FEEADJ file means
      * nothing was ever adjusted.
      *-----------------------------------------------------------
       4500-EXTRACT-WAIVERS.
           MOVE "N" TO WS-ADJ-EOF.
           OPEN INPUT FEE-ADJ-FILE.
           IF NOT FEE-ADJ-OPENED
               GO TO 4500-EXIT
           END-IF.
           PERFORM 8700-READ-ADJUSTMENT THRU 8700-EXIT.
           PERFORM 4600-ONE-ADJUSTMENT THRU 4600-EXIT
               UNTIL END-OF-ADJUSTMENTS.
           CLOSE FEE-ADJ-FILE.
       4500-EXIT.
           EXIT.

       4600-ONE-ADJUSTMENT.
           IF FA-ADJ-DATE NOT = WS-EXTRACT-DATE
               OR FA-AMOUNT NOT > ZERO
               GO TO 4600-NEXT
           END-IF.
           MOVE FA-APPL-ID TO WS-POST-APPL-ID.
           MOVE FA-AMOUNT TO WS-POST-AMOUNT.
           IF FA-ADD
               MOVE "LATEFEE" TO WS-POST-SOURCE
               MOVE "FEERECV" TO WS-POST-TYPE
               MOVE "D" TO WS-POST-DRCR
               PERFORM 7000-WRITE-POSTING THRU 7000-EXIT
               MOVE "FEEINC" TO WS-POST-TYPE
               MOVE "C" TO WS-POST-DRCR
               PERFORM 7000-WRITE-POSTING THRU 7000-EXIT
               GO TO 4600-NEXT
           END-IF.
           MOVE "FEEINC" TO WS-POST-TYPE.
           MOVE "D" TO WS-POST-DRCR.
           MOVE "WAIVER" TO WS-POST-SOURCE.
           PERFORM 7000-WRITE-POSTING THRU 7000-EXIT.
           MOVE "FEERECV" TO WS-POST-TYPE.
           MOVE "C" TO WS-POST-DRCR.
           PERFORM 7000-WRITE-POSTING THRU 7000-EXIT.
       4600-NEXT.
           PERFORM 8700-READ-ADJUSTMENT THRU 8700-EXIT.
       4600-EXIT.
           EXIT.

       5000-EXTRACT-FUNDING.
           MOVE "N" TO WS-CTL-EOF.
           OPEN INPUT FUND-CTL-FILE.
       5100-ONE-INSTRUCTION.
           IF FC-INSTR-DATE = WS-EXTRACT-DATE
               MOVE FC-APPL-ID TO WS-POST-APPL-ID
               MOVE "LOANREC" TO WS-POST-TYPE
               MOVE "D" TO WS-POST-DRCR
               MOVE FC-AMOUNT TO WS-POST-AMOUNT
               MOVE "FUNDING" TO WS-POST-SOURCE
               PERFORM 7000-WRITE-POSTING THRU 7000-EXIT
               MOVE "CASH" TO WS-POST-TYPE
               MOVE "C" TO WS-POST-DRCR
               PERFORM 7000-WRITE-POSTING THRU 7000-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 6000-EXTRACT-REFUNDS
      *
      * The refunds lnrfdisb instructed today: an overage clears
      * the credit balance on LOANREC, an escrow surplus comes out
      * of the ESCROWLI liability, both against cash. A NOMATCH
      * refund returns money the ledger never took in, so it
      * posts nothing.
      *
      * An overage rfmaint rejected today is not paid, but the
      * money is still the borrower's: its credit balance leaves
      * LOANREC for UNCLMFND, where it waits for the desk to
      * return or escheat it, and lnglrec stops counting it
      * against the loan book.
      *-----------------------------------------------------------
       6000-EXTRACT-REFUNDS.
           MOVE "N" TO WS-RFD-EOF.
           OPEN INPUT REFUNDS-FILE.
           IF NOT REFUNDS-OPENED
               GO TO 6000-EXIT
           END-IF.
           PERFORM 8400-READ-REFUND THRU 8400-EXIT.
           PERFORM 6100-ONE-REFUND THRU 6100-EXIT
               UNTIL END-OF-REFUNDS.
           CLOSE REFUNDS-FILE.
       6000-EXIT.
           EXIT.

       6100-ONE-REFUND.
           IF RF-REJECTED AND RF-SRC-OVERAGE
               AND RF-ACTION-DATE = WS-EXTRACT-DATE
               PERFORM 6200-RECLASS-REJECTED THRU 6200-EXIT
               GO TO 6100-NEXT
           END-IF.
           IF RF-DISB-DATE NOT = WS-EXTRACT-DATE
               OR NOT RF-DISBURSED
               OR RF-SRC-NOMATCH
               GO TO 6100-NEXT
           END-IF.
           MOVE RF-APPL-ID TO WS-POST-APPL-ID.
           IF RF-SRC-ESCROW
               MOVE "ESCROWLI" TO WS-POST-TYPE
           ELSE
               MOVE "LOANREC" TO WS-POST-TYPE
           END-IF.
           MOVE "D" TO WS-POST-DRCR.
           MOVE RF-AMOUNT TO WS-POST-AMOUNT.
           MOVE "REFUND" TO WS-POST-SOURCE.
           PERFORM 7000-WRITE-POSTING THRU 7000-EXIT.
           MOVE "CASH" TO WS-POST-TYPE.
           MOVE "C" TO WS-POST-DRCR.
           PERFORM 7000-WRITE-POSTING THRU 7000-EXIT.
       6100-NEXT.
           PERFORM 8400-READ-REFUND THRU 8400-EXIT.
       6100-EXIT.
           EXIT.

       6200-RECLASS-REJECTED.
           MOVE RF-APPL-ID TO WS-POST-APPL-ID.
           MOVE "LOANREC" TO WS-POST-TYPE.
           MOVE "D" TO WS-POST-DRCR.
           MOVE RF-AMOUNT TO WS-POST-AMOUNT.
           MOVE "REFUND" TO WS-POST-SOURCE.
           PERFORM 7000-WRITE-POSTING THRU 7000-EXIT.
           MOVE "UNCLMFND" TO WS-POST-TYPE.
           MOVE "C" TO WS-POST-DRCR.
           PERFORM 7000-WRITE-POSTING THRU 7000-EXIT.
       6200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 6500-EXTRACT-ESCROW-DISB
      *
      * The tax and insurance bills lnesdisb paid today: the part
      * the escrow balance covered comes out of the ESCROWLI
      * liability, the part it advanced goes to the ESCADVRC
      * receivable, all against cash.
      *-----------------------------------------------------------
       6500-EXTRACT-ESCROW-DISB.
           MOVE "N" TO WS-DISB-EOF.
           OPEN INPUT ESC-DISB-FILE.
           IF NOT ESC-DISB-OPENED
               GO TO 6500-EXIT
           END-IF.
           PERFORM 8500-READ-DISBURSEMENT THRU 8500-EXIT.
           PERFORM 6600-ONE-DISBURSEMENT THRU 6600-EXIT
               UNTIL END-OF-DISBURSEMENTS.
           CLOSE ESC-DISB-FILE.
       6500-EXIT.
           EXIT.

       6600-ONE-DISBURSEMENT.
           IF ED-DISB-DATE NOT = WS-EXTRACT-DATE
               GO TO 6600-NEXT
           END-IF.
           IF ED-ADVANCE NOT NUMERIC
               MOVE ZEROES TO ED-ADVANCE
           END-IF.
           MOVE ED-APPL-ID TO WS-POST-APPL-ID.
           MOVE "ESCDISB" TO WS-POST-SOURCE.
           IF ED-AMOUNT - ED-ADVANCE > ZERO
               MOVE "ESCROWLI" TO WS-POST-TYPE
               MOVE "D" TO WS-POST-DRCR
               COMPUTE WS-POST-AMOUNT = ED-AMOUNT - ED-ADVANCE
               PERFORM 7000-WRITE-POSTING THRU 7000-EXIT
           END-IF.
           IF ED-ADVANCE > ZERO
               MOVE "ESCADVRC" TO WS-POST-TYPE
               MOVE "D" TO WS-POST-DRCR
               MOVE ED-ADVANCE TO WS-POST-AMOUNT
               PERFORM 7000-WRITE-POSTING THRU 7000-EXIT
           END-IF.
           MOVE "CASH" TO WS-POST-TYPE.
           MOVE "C" TO WS-POST-DRCR.
           MOVE ED-AMOUNT TO WS-POST-AMOUNT.
           PERFORM 7000-WRITE-POSTING THRU 7000-EXIT.
       6600-NEXT.
           PERFORM 8500-READ-DISBURSEMENT THRU 8500-EXIT.
       6600-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 6800-EXTRACT-NONACCRUAL
      *
      * The loans lnnonacc put on non-accrual today: the interest
      * accrued on them and never paid comes back out of income
      * and off the receivable.
      *-----------------------------------------------------------
       6800-EXTRACT-NONACCRUAL.
           MOVE "N" TO WS-NACC-EOF.
           OPEN INPUT NON-ACCR-FILE.
           IF NOT NON-ACCR-OPENED
               GO TO 6800-EXIT
           END-IF.
           PERFORM 8600-READ-NONACCRUAL THRU 8600-EXIT.
           PERFORM 6900-ONE-SUSPENSION THRU 6900-EXIT
               UNTIL END-OF-NONACCRUAL.
           CLOSE NON-ACCR-FILE.
       6800-EXIT.
           EXIT.

       6900-ONE-SUSPENSION.
           IF NA-EVENT-DATE = WS-EXTRACT-DATE AND NA-SUSPEND
               AND NA-REVERSED-INT > ZERO
               MOVE NA-APPL-ID TO WS-POST-APPL-ID
               MOVE "INTINC" TO WS-POST-TYPE
               MOVE "D" TO WS-POST-DRCR
               MOVE NA-REVERSED-INT TO WS-POST-AMOUNT
               MOVE "NONACCR" TO WS-POST-SOURCE
               PERFORM 7000-WRITE-POSTING THRU 7000-EXIT
               MOVE "INTREC" TO WS-POST-TYPE
               MOVE "C" TO WS-POST-DRCR
               PERFORM 7000-WRITE-POSTING THRU 7000-EXIT
           END-IF.
           PERFORM 8600-READ-NONACCRUAL THRU 8600-EXIT.
       6900-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 7000-WRITE-POSTING
      *
      * Maps the posting in hand through GLMAP and writes it; one
      * with no mapping is listed and counted, never written.
      *-----------------------------------------------------------
       7000-WRITE-POSTING.
           PERFORM 7200-LOAN-ATTRIBUTES THRU 7200-EXIT.
           IF WS-POST-FX-CCY NOT = SPACES
               MOVE WS-POST-FX-CCY TO WS-MAP-CURRENCY
           ELSE
               MOVE WS-ATTR-CURRENCY TO WS-MAP-CURRENCY
           END-IF.
           PERFORM 7100-MAP-POSTING THRU 7100-EXIT.
           IF NOT POSTING-MAPPED
               ADD 1 TO WS-UNMAPPED-COUNT
               MOVE WS-POST-AMOUNT TO WS-AMT-DISPLAY
               DISPLAY "*** No GLMAP row for " WS-POST-TYPE " "
                   WS-ATTR-LOAN-TYPE " " WS-MAP-CURRENCY " - '"
                   WS-POST-APPL-ID "' " WS-POST-SOURCE " "
                   WS-POST-DRCR WS-AMT-DISPLAY
               GO TO 7000-EXIT
           END-IF.
           MOVE SPACES TO GL-EXTR-RECORD.
           MOVE "D" TO GL-REC-TYPE.
           MOVE WS-MAP-ACCOUNT TO GL-ACCOUNT.
           MOVE WS-POST-DRCR TO GL-DRCR.
           MOVE WS-POST-AMOUNT TO GL-AMOUNT.
           MOVE WS-POST-SOURCE TO GL-SOURCE.
           MOVE WS-POST-APPL-ID TO GL-APPL-ID.
           MOVE WS-MAP-COST-CENTRE TO GL-COST-CENTRE.
           MOVE WS-POST-TYPE TO GL-POST-TYPE.
           MOVE WS-MAP-CURRENCY TO GL-CURRENCY.
           MOVE WS-ATTR-LOAN-TYPE TO GL-LOAN-TYPE.
           WRITE GL-EXTR-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           IF WS-POST-DRCR = "D"
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 7100-MAP-POSTING
      *
      * The most specific GLMAP row for the posting type, loan
      * type and currency in hand.
      *-----------------------------------------------------------
       7100-MAP-POSTING.
           MOVE "N" TO WS-MAP-FOUND.
           MOVE -1 TO WS-BEST-SCORE.
           PERFORM 7110-TRY-MAP-ROW THRU 7110-EXIT
               VARYING MAP-IDX FROM 1 BY 1
               UNTIL MAP-IDX > WS-MAP-COUNT.
       7100-EXIT.
           EXIT.

       7110-TRY-MAP-ROW.
           IF MAP-POST-TYPE (MAP-IDX) NOT = WS-POST-TYPE
               GO TO 7110-EXIT
           END-IF.
           MOVE ZERO TO WS-MAP-SCORE.
           IF MAP-LOAN-TYPE (MAP-IDX) = WS-ATTR-LOAN-TYPE
               ADD 2 TO WS-MAP-SCORE
           ELSE
               IF MAP-LOAN-TYPE (MAP-IDX) NOT = "*"
                   GO TO 7110-EXIT
               END-IF
           END-IF.
           IF MAP-CURRENCY (MAP-IDX) = WS-MAP-CURRENCY
               ADD 1 TO WS-MAP-SCORE
           ELSE
               IF MAP-CURRENCY (MAP-IDX) NOT = "*"
                   GO TO 7110-EXIT
               END-IF
           END-IF.
           IF WS-MAP-SCORE > WS-BEST-SCORE
               MOVE WS-MAP-SCORE TO WS-BEST-SCORE
               MOVE "Y" TO WS-MAP-FOUND
               MOVE MAP-ACCOUNT (MAP-IDX) TO WS-MAP-ACCOUNT
               MOVE MAP-COST-CENTRE (MAP-IDX) TO WS-MAP-COST-CENTRE
           END-IF.
       7110-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 7200-LOAN-ATTRIBUTES
      *
      * The loan type, currency and accrual status of the
      * posting's loan from the master - blank when the loan is
      * not on it, which only a * / * row can map.
      *-----------------------------------------------------------
       7200-LOAN-ATTRIBUTES.
           IF WS-POST-APPL-ID = WS-ATTR-APPL-ID
               GO TO 7200-EXIT
           END-IF.
           MOVE WS-POST-APPL-ID TO WS-ATTR-APPL-ID.
           MOVE SPACES TO WS-ATTR-LOAN-TYPE.
           MOVE SPACES TO WS-ATTR-CURRENCY.
           MOVE SPACES TO WS-ATTR-ACCRUAL.
           MOVE WS-POST-APPL-ID TO LM-APPL-ID.
           READ LOAN-MSTR-FILE
               INVALID KEY
                   GO TO 7200-EXIT
           END-READ.
           MOVE LM-LOAN-TYPE TO WS-ATTR-LOAN-TYPE.
           MOVE LM-CURRENCY TO WS-ATTR-CURRENCY.
           MOVE LM-ACCRUAL-STATUS TO WS-ATTR-ACCRUAL.
       7200-EXIT.
           EXIT.

       8000-READ-MASTER.
           READ LOAN-MSTR-FILE NEXT
               AT END MOVE "Y" TO WS-MSTR-EOF
           END-READ.
       8000-EXIT.
           END-READ.
       8300-EXIT.
           EXIT.

       8400-READ-REFUND.
           READ REFUNDS-FILE NEXT
               AT END MOVE "Y" TO WS-RFD-EOF
           END-READ.
       8400-EXIT.
           EXIT.

       8500-READ-DISBURSEMENT.
           READ ESC-DISB-FILE
               AT END MOVE "Y" TO WS-DISB-EOF
           END-READ.
       8500-EXIT.
           EXIT.

       8600-READ-NONACCRUAL.
           READ NON-ACCR-FILE
               AT END MOVE "Y" TO WS-NACC-EOF
           END-READ.
       8600-EXIT.
           EXIT.

       8700-READ-ADJUSTMENT.
           READ FEE-ADJ-FILE
               AT END MOVE "Y" TO WS-ADJ-EOF
           END-READ.
       8700-EXIT.
           EXIT.

           COPY lnfxrcnv.
