      ******************************************************************
      *
      * Direct-Debit Origination Batch
      * ==============================
      *
      * Pulls scheduled payments from the borrowers who have signed
      * a bank mandate (mdmaint). Each run works in two passes:
      *
      * - Settlement. Every debit on the DDEBITLG ledger still SENT
      *   whose effective date has arrived is taken as collected:
      *   a payment for the debited amount, dated the effective
      *   date, is added to ACHFEED for lnintake to merge into
      *   LOANPAY, and the ledger row moves to SETTLED. A debit the
      *   bank returns after that is reversed by lnddret.
      *
      * - Origination. For each ACTIVE mandate on a BOOKED loan the
      *   next undrawn schedule period is found; when its due date
      *   falls within the lead time - DDEBITPM's count of business
      *   days from today - a debit for the AMORTSCH principal and
      *   interest, plus the escrow portion where the loan carries
      *   escrow, is written to the DDEBIT file for the bank and
      *   recorded SENT on DDEBITLG. The effective date is the due
      *   date, or the next business day when that is not one. A
      *   period due before the mandate's start date, or already
      *   past, is never drawn - it is left to the borrower and to
      *   collections. At most one period per mandate goes out per
      *   run.
      *
      * Business days come from the calendar service over the
      * bridge; an unreachable calendar holds the whole run rather
      * than dating debits on a weekend. The ledger is keyed by
      * loan and period, so a rerun cannot draw a period twice.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original direct-debit origination batch -
      *                  auto-pay was keyed by hand for the
      *                  borrowers who asked for it.
      * 2026-10-15  RJM  Records its run statistics on RUNSTATS.
      * 2026-10-15  RJM  ACHFEED rows carry the payment currency
      *                  field (blank - the loan's own currency).
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lnddorig.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DD-PRM-FILE ASSIGN TO "DDEBITPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DD-PRM-STATUS.
           SELECT MANDATE-FILE ASSIGN TO "MANDATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-APPL-ID
               FILE STATUS IS WS-MANDATE-STATUS.
           SELECT DD-LEDGER-FILE ASSIGN TO "DDEBITLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-KEY
               FILE STATUS IS WS-DD-LEDGER-STATUS.
           SELECT LOAN-MSTR-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-APPL-ID
               FILE STATUS IS WS-LOAN-MSTR-STATUS.
           SELECT AMORT-SCHED-FILE ASSIGN TO "AMORTSCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMORT-KEY
               FILE STATUS IS WS-AMORT-STATUS.
           SELECT ESCROW-FILE ASSIGN TO "ESCROW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-APPL-ID
               FILE STATUS IS WS-ESCROW-STATUS.
           SELECT DD-DEBIT-FILE ASSIGN TO "DDEBIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DD-DEBIT-STATUS.
           SELECT ACH-FEED-FILE ASSIGN TO "ACHFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-FEED-STATUS.
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.
       FD  DD-PRM-FILE.
       01  DD-PRM-RECORD.
           05 DP-LEAD-DAYS   PIC 9(02).
           05 DP-MAX-RETURNS PIC 9(02).

           COPY mandate.

           COPY ddebitlg.

           COPY loanmstr.

           COPY amortsch.

           COPY escrow.

      * Outbound debit instruction for the bank - the trace number
      * (loan and period) comes back on any return.
       FD  DD-DEBIT-FILE.
       01  DD-DEBIT-RECORD.
           05 DB-APPL-ID      PIC X(20).
           05 DB-HOLDER       PIC X(25).
           05 DB-BANK-ROUTING PIC X(09).
           05 DB-BANK-ACCOUNT PIC X(17).
           05 DB-ACCT-TYPE    PIC X(01).
           05 DB-AMOUNT       PIC 9(7)V9(2).
           05 DB-CURRENCY     PIC X(03).
           05 DB-EFF-DATE     PIC 9(08).
           05 DB-TRACE.
               10 DB-TRACE-APPL   PIC X(20).
               10 DB-TRACE-PERIOD PIC 9(04).

       FD  ACH-FEED-FILE.
       01  ACH-FEED-RECORD.
           05 AC-APPL-ID      PIC X(20).
           05 AC-PAY-DATE     PIC 9(08).
           05 AC-AMOUNT       PIC 9(7)V9(2).
           05 AC-TXN-TYPE     PIC X(01).
           05 AC-RECAST       PIC X(01).
           05 AC-PAY-CCY      PIC X(03).

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
       01 WS-DD-PRM-STATUS PIC X(02) VALUE SPACES.
           88 DD-PRM-OPENED VALUE "00".
       01 WS-MANDATE-STATUS PIC X(02) VALUE SPACES.
           88 MANDATE-OPENED VALUE "00".
       01 WS-DD-LEDGER-STATUS PIC X(02) VALUE SPACES.
           88 DD-LEDGER-OPENED VALUE "00".
           88 DD-LEDGER-NOT-FOUND VALUE "35".
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-AMORT-STATUS PIC X(02) VALUE SPACES.
           88 AMORT-FILE-OPENED VALUE "00".
       01 WS-ESCROW-STATUS PIC X(02) VALUE SPACES.
           88 ESCROW-OPENED VALUE "00".
       01 WS-DD-DEBIT-STATUS PIC X(02) VALUE SPACES.
       01 WS-ACH-FEED-STATUS PIC X(02) VALUE SPACES.
           88 ACH-FEED-NOT-FOUND VALUE "35".

       01 WS-LEDGER-EOF PIC X(01) VALUE "N".
           88 END-OF-LEDGER VALUE "Y".
       01 WS-MANDATE-EOF PIC X(01) VALUE "N".
           88 END-OF-MANDATES VALUE "Y".
       01 WS-AMORT-AVAIL PIC X(01) VALUE "N".
           88 AMORT-AVAILABLE VALUE "Y".
       01 WS-ESCROW-AVAIL PIC X(01) VALUE "N".
           88 ESCROW-AVAILABLE VALUE "Y".
       01 WS-PERIOD-STATE PIC X(01) VALUE "N".
           88 PERIOD-FOUND VALUE "Y".
           88 PERIOD-NONE VALUE "X".
       01 WS-CAL-STATE PIC X(01) VALUE "Y".
           88 CALENDAR-OK VALUE "Y".

      * DDEBITPM - business days of lead before the due date.
       01 WS-LEAD-DAYS PIC 9(02) VALUE 2.
       01 WS-LEAD-COUNT PIC 9(02) VALUE ZEROES.

       01 WS-TODAY PIC 9(08).
       01 WS-HORIZON PIC 9(08) VALUE ZEROES.
       01 WS-EFF-DATE PIC 9(08).
       01 WS-PERIOD PIC 9(04).
       01 WS-DEBIT-AMT PIC S9(7)V9(2) COMP-3.

      * Due date of a schedule period - the lnaging arithmetic.
       01 WS-ORIG-DATE PIC 9(08).
       01 WS-ORIG-YYYY PIC 9(04).
       01 WS-ORIG-MM PIC 9(02).
       01 WS-ORIG-INT PIC 9(08) COMP.
       01 WS-DUE-DATE PIC 9(08).
       01 WS-DUE-YYYY PIC 9(04).
       01 WS-DUE-MM PIC 9(02).
       01 WS-DUE-TOT-MM PIC 9(05).
       01 WS-DUE-YRS PIC 9(04).
       01 WS-DUE-INT PIC 9(08) COMP.

       01 WS-SETTLED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-SENT-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-HELD-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-SENT-TOTAL PIC S9(11)V9(2) COMP-3 VALUE ZEROES.
       01 WS-AMT-DISPLAY PIC -Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-DISPLAY PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

      * Calendar dispatch work fields - the same direct-CALL bridge
      * pattern lnfund uses to date its funding instructions.
       01 CAL-PROG-NAME PIC X(8) VALUE "calendar".
       01 CAL-COMMLEN PIC 9(9) COMP.
       01 CAL-BACKEND PIC X(40) VALUE SPACES.
           COPY calarea.
           COPY d8authws.
           COPY d8verws.
           COPY d8corrws.
           COPY lnrstws.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "LNDDORIG" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 1000-LOAD-PARAMETERS THRU 1000-EXIT.

           PERFORM 1200-FETCH-HORIZON THRU 1200-EXIT.
           IF WS-HORIZON = ZEROES
               DISPLAY "*** No debit horizon - calendar service "
                   "unreachable; no debits settled or sent."
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

           OPEN I-O DD-LEDGER-FILE.
           IF DD-LEDGER-NOT-FOUND
               OPEN OUTPUT DD-LEDGER-FILE
               CLOSE DD-LEDGER-FILE
               OPEN I-O DD-LEDGER-FILE
           END-IF.
           IF NOT DD-LEDGER-OPENED
               DISPLAY "*** Unable to open DDEBITLG - status "
                   WS-DD-LEDGER-STATUS
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

           OPEN EXTEND ACH-FEED-FILE.
           IF ACH-FEED-NOT-FOUND
               OPEN OUTPUT ACH-FEED-FILE
           END-IF.

           PERFORM 2000-SETTLE-DEBITS THRU 2000-EXIT.
           CLOSE ACH-FEED-FILE.

           OPEN I-O MANDATE-FILE.
           IF NOT MANDATE-OPENED
               DISPLAY "lnddorig: no MANDATE file - no debits "
                   "to originate."
               CLOSE DD-LEDGER-FILE
               GO TO 0000-REPORT
           END-IF.

           OPEN INPUT LOAN-MSTR-FILE.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               CLOSE MANDATE-FILE
               CLOSE DD-LEDGER-FILE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.
           OPEN INPUT AMORT-SCHED-FILE.
           IF AMORT-FILE-OPENED
               MOVE "Y" TO WS-AMORT-AVAIL
           END-IF.
           OPEN INPUT ESCROW-FILE.
           IF ESCROW-OPENED
               MOVE "Y" TO WS-ESCROW-AVAIL
           END-IF.
           OPEN OUTPUT DD-DEBIT-FILE.

           PERFORM 8100-READ-MANDATE THRU 8100-EXIT.
           PERFORM 3000-ORIGINATE THRU 3000-EXIT
               UNTIL END-OF-MANDATES.

           CLOSE DD-DEBIT-FILE.
           IF ESCROW-AVAILABLE
               CLOSE ESCROW-FILE
           END-IF.
           IF AMORT-AVAILABLE
               CLOSE AMORT-SCHED-FILE
           END-IF.
           CLOSE LOAN-MSTR-FILE.
           CLOSE MANDATE-FILE.
           CLOSE DD-LEDGER-FILE.

       0000-REPORT.
           MOVE WS-SENT-TOTAL TO WS-TOTAL-DISPLAY.
           DISPLAY "lnddorig: " WS-SETTLED-COUNT " debit(s) settled "
               "to ACHFEED, " WS-SENT-COUNT " sent to DDEBIT "
               "totalling " WS-TOTAL-DISPLAY " for due dates to "
               WS-HORIZON ", " WS-HELD-COUNT " held.".
           MOVE WS-SETTLED-COUNT TO WS-RSTAT-WRITTEN.
           ADD WS-SENT-COUNT TO WS-RSTAT-WRITTEN.
           MOVE WS-HELD-COUNT TO WS-RSTAT-REJECTED.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

       1000-LOAD-PARAMETERS.
           OPEN INPUT DD-PRM-FILE.
           IF DD-PRM-OPENED
               READ DD-PRM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF DP-LEAD-DAYS NUMERIC
                           AND DP-LEAD-DAYS > ZEROES
                           MOVE DP-LEAD-DAYS TO WS-LEAD-DAYS
                       END-IF
               END-READ
               CLOSE DD-PRM-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-NEW-CORR-ID.
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
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 1200-FETCH-HORIZON
      *
      * The lead time counted forward from today a business day
      * at a time: a period due on or before the date reached is
      * debited this run. Left at zero if any call fails.
      *-----------------------------------------------------------
       1200-FETCH-HORIZON.
           MOVE WS-TODAY TO CAL-DATE.
           MOVE ZEROES TO WS-LEAD-COUNT.
           PERFORM 1210-NEXT-BUSINESS-DAY THRU 1210-EXIT
               UNTIL WS-LEAD-COUNT = WS-LEAD-DAYS
                  OR NOT CALENDAR-OK.
           IF CALENDAR-OK
               MOVE CAL-DATE TO WS-HORIZON
           END-IF.
       1200-EXIT.
           EXIT.

       1210-NEXT-BUSINESS-DAY.
           PERFORM 1300-CALL-CALENDAR THRU 1300-EXIT.
           IF CALENDAR-OK
               MOVE CAL-NEXT-BUS TO CAL-DATE
               ADD 1 TO WS-LEAD-COUNT
           END-IF.
       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 1300-CALL-CALENDAR
      *
      * One calendar call for the date already in CAL-DATE.
      * CALENDAR-OK goes off when the bridge call fails.
      *-----------------------------------------------------------
       1300-CALL-CALENDAR.
           MOVE "Y" TO WS-CAL-STATE.
           MOVE SPACES TO CAL-IS-BUSINESS.
           COMPUTE CAL-COMMLEN = LENGTH OF COMMAREA.
           PERFORM 1100-NEW-CORR-ID THRU 1100-EXIT.
           CALL "D8link" USING CAL-PROG-NAME COMMAREA CAL-COMMLEN
               WS-D8-AUTH-TOKEN WS-D8-PROTOCOL-VERSION
               WS-D8-CORR-ID CAL-BACKEND.
           IF RETURN-CODE NOT = ZERO
               DISPLAY "*** D8link call to '" CAL-PROG-NAME
                   "' FAILED - RETURN-CODE: " RETURN-CODE
               MOVE ZERO TO RETURN-CODE
               MOVE "N" TO WS-CAL-STATE
           END-IF.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-SETTLE-DEBITS
      *
      * Debits that reached their effective date are paid in: one
      * ACHFEED payment each, and the ledger row marked SETTLED.
      *-----------------------------------------------------------
       2000-SETTLE-DEBITS.
           MOVE "N" TO WS-LEDGER-EOF.
           PERFORM 8000-READ-LEDGER THRU 8000-EXIT.
           PERFORM 2100-SETTLE-DEBIT THRU 2100-EXIT
               UNTIL END-OF-LEDGER.
       2000-EXIT.
           EXIT.

       2100-SETTLE-DEBIT.
           IF NOT DL-SENT
               OR DL-EFF-DATE > WS-TODAY
               GO TO 2100-NEXT
           END-IF.
           MOVE DL-APPL-ID TO AC-APPL-ID.
           MOVE DL-EFF-DATE TO AC-PAY-DATE.
           MOVE DL-AMOUNT TO AC-AMOUNT.
           MOVE "P" TO AC-TXN-TYPE.
           MOVE SPACES TO AC-RECAST.
           MOVE SPACES TO AC-PAY-CCY.
           WRITE ACH-FEED-RECORD.

           MOVE "SETTLED" TO DL-STATUS.
           MOVE WS-TODAY TO DL-SETTLE-DATE.
           REWRITE DD-LEDGER-RECORD
               INVALID KEY
                   DISPLAY "*** Rewrite failed for debit '"
                       DL-APPL-ID "' period " DL-PERIOD-NO
                       " - status " WS-DD-LEDGER-STATUS
           END-REWRITE.
           ADD 1 TO WS-SETTLED-COUNT.
       2100-NEXT.
           PERFORM 8000-READ-LEDGER THRU 8000-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3000-ORIGINATE
      *
      * One mandate: the next period to draw is found and, when it
      * is due within the horizon, debited and recorded. A period
      * with nothing scheduled (a deferral) is passed over without
      * a debit.
      *-----------------------------------------------------------
       3000-ORIGINATE.
           IF NOT MD-ACTIVE
               GO TO 3000-NEXT
           END-IF.
           MOVE MD-APPL-ID TO LM-APPL-ID.
           READ LOAN-MSTR-FILE
               INVALID KEY
                   DISPLAY "*** Mandate '" MD-APPL-ID
                       "' has no loan on file - not debited."
                   GO TO 3000-NEXT
           END-READ.
           IF NOT LM-ST-BOOKED
               GO TO 3000-NEXT
           END-IF.
           MOVE LM-APPL-ID (1:8) TO WS-ORIG-DATE.
           IF WS-ORIG-DATE NOT NUMERIC
               DISPLAY "*** Mandate '" MD-APPL-ID
                   "' - origination date not derivable."
               GO TO 3000-NEXT
           END-IF.
           MOVE WS-ORIG-DATE (1:4) TO WS-ORIG-YYYY.
           MOVE WS-ORIG-DATE (5:2) TO WS-ORIG-MM.
           COMPUTE WS-ORIG-INT =
               FUNCTION INTEGER-OF-DATE(WS-ORIG-DATE).

           MOVE MD-LAST-PERIOD TO WS-PERIOD.
           MOVE "N" TO WS-PERIOD-STATE.
           PERFORM 3100-NEXT-PERIOD THRU 3100-EXIT
               UNTIL PERIOD-FOUND OR PERIOD-NONE.
           IF PERIOD-NONE
               GO TO 3000-NEXT
           END-IF.
           IF WS-DUE-DATE > WS-HORIZON
               GO TO 3000-NEXT
           END-IF.

           PERFORM 3200-DEBIT-AMOUNT THRU 3200-EXIT.
           IF WS-DEBIT-AMT NOT > ZERO
               MOVE WS-PERIOD TO MD-LAST-PERIOD
               PERFORM 3500-REWRITE-MANDATE THRU 3500-EXIT
               GO TO 3000-NEXT
           END-IF.

           PERFORM 3300-EFFECTIVE-DATE THRU 3300-EXIT.
           IF NOT CALENDAR-OK
               ADD 1 TO WS-HELD-COUNT
               DISPLAY "*** Debit on '" MD-APPL-ID "' period "
                   WS-PERIOD " held - no effective date."
               GO TO 3000-NEXT
           END-IF.

           PERFORM 3400-SEND-DEBIT THRU 3400-EXIT.

       3000-NEXT.
           PERFORM 8100-READ-MANDATE THRU 8100-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3100-NEXT-PERIOD
      *
      * Steps on to the period after WS-PERIOD and dates it. A
      * period before the mandate's start or already past due is
      * stepped over; running off the end of the term leaves the
      * mandate with nothing to draw.
      *-----------------------------------------------------------
       3100-NEXT-PERIOD.
           ADD 1 TO WS-PERIOD.
           IF WS-PERIOD > LM-TERM
               MOVE "X" TO WS-PERIOD-STATE
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3110-DUE-DATE THRU 3110-EXIT.
           IF WS-DUE-DATE < MD-START-DATE
               OR WS-DUE-DATE < WS-TODAY
               GO TO 3100-EXIT
           END-IF.
           MOVE "Y" TO WS-PERIOD-STATE.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3110-DUE-DATE
      *
      * Due date of period WS-PERIOD at the loan's frequency, as
      * lnaging ages it: 14n days on for a biweekly loan, n (or 3n)
      * months on with the day clamped to 28 otherwise.
      *-----------------------------------------------------------
       3110-DUE-DATE.
           IF LM-PF-BIWEEKLY
               COMPUTE WS-DUE-INT = WS-ORIG-INT + WS-PERIOD * 14
               COMPUTE WS-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
               GO TO 3110-EXIT
           END-IF.
           IF LM-PF-QUARTERLY
               COMPUTE WS-DUE-TOT-MM = WS-ORIG-MM + WS-PERIOD * 3
           ELSE
               COMPUTE WS-DUE-TOT-MM = WS-ORIG-MM + WS-PERIOD
           END-IF.
           COMPUTE WS-DUE-YRS = (WS-DUE-TOT-MM - 1) / 12.
           COMPUTE WS-DUE-YYYY = WS-ORIG-YYYY + WS-DUE-YRS.
           COMPUTE WS-DUE-MM = WS-DUE-TOT-MM - WS-DUE-YRS * 12.
           MOVE WS-DUE-YYYY TO WS-DUE-DATE (1:4).
           MOVE WS-DUE-MM TO WS-DUE-DATE (5:2).
           IF WS-ORIG-DATE (7:2) > "28"
               MOVE "28" TO WS-DUE-DATE (7:2)
           ELSE
               MOVE WS-ORIG-DATE (7:2) TO WS-DUE-DATE (7:2)
           END-IF.
       3110-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3200-DEBIT-AMOUNT
      *
      * The period's AMORTSCH principal and interest (LM-PAYMENT
      * when the loan has no schedule row), plus the monthly
      * escrow portion when the loan has an escrow account.
      *-----------------------------------------------------------
       3200-DEBIT-AMOUNT.
           MOVE LM-PAYMENT TO WS-DEBIT-AMT.
           IF AMORT-AVAILABLE
               MOVE LM-APPL-ID TO AMORT-APPL-ID
               MOVE WS-PERIOD TO AMORT-PERIOD-NO
               READ AMORT-SCHED-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-DEBIT-AMT =
                           AMORT-PRINCIPAL-PORTION
                           + AMORT-INTEREST-PORTION
               END-READ
           END-IF.
           IF WS-DEBIT-AMT NOT > ZERO
               GO TO 3200-EXIT
           END-IF.
           IF ESCROW-AVAILABLE
               MOVE LM-APPL-ID TO ES-APPL-ID
               READ ESCROW-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD ES-MONTHLY-PORTION TO WS-DEBIT-AMT
               END-READ
           END-IF.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3300-EFFECTIVE-DATE
      *
      * The due date when it is a business day still ahead of
      * today, otherwise the next business day after it.
      *-----------------------------------------------------------
       3300-EFFECTIVE-DATE.
           MOVE WS-DUE-DATE TO CAL-DATE.
           PERFORM 1300-CALL-CALENDAR THRU 1300-EXIT.
           IF NOT CALENDAR-OK
               GO TO 3300-EXIT
           END-IF.
           IF CAL-IS-BUSINESS = "Y"
               AND WS-DUE-DATE > WS-TODAY
               MOVE WS-DUE-DATE TO WS-EFF-DATE
           ELSE
               MOVE CAL-NEXT-BUS TO WS-EFF-DATE
           END-IF.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3400-SEND-DEBIT
      *
      * The ledger row is written first: a period already on the
      * ledger was drawn by an earlier run and does not go again.
      *-----------------------------------------------------------
       3400-SEND-DEBIT.
           MOVE SPACES TO DD-LEDGER-RECORD.
           MOVE MD-APPL-ID TO DL-APPL-ID.
           MOVE WS-PERIOD TO DL-PERIOD-NO.
           MOVE WS-TODAY TO DL-ORIG-DATE.
           MOVE WS-EFF-DATE TO DL-EFF-DATE.
           MOVE WS-DEBIT-AMT TO DL-AMOUNT.
           MOVE LM-CURRENCY TO DL-CURRENCY.
           MOVE "SENT" TO DL-STATUS.
           MOVE ZEROES TO DL-SETTLE-DATE.
           MOVE ZEROES TO DL-RETURN-DATE.
           WRITE DD-LEDGER-RECORD
               INVALID KEY
                   DISPLAY "*** Period " WS-PERIOD " of '"
                       MD-APPL-ID "' already debited - skipped."
                   MOVE WS-PERIOD TO MD-LAST-PERIOD
                   PERFORM 3500-REWRITE-MANDATE THRU 3500-EXIT
                   GO TO 3400-EXIT
           END-WRITE.

           MOVE MD-APPL-ID TO DB-APPL-ID.
           MOVE MD-HOLDER TO DB-HOLDER.
           MOVE MD-BANK-ROUTING TO DB-BANK-ROUTING.
           MOVE MD-BANK-ACCOUNT TO DB-BANK-ACCOUNT.
           MOVE MD-ACCT-TYPE TO DB-ACCT-TYPE.
           MOVE WS-DEBIT-AMT TO DB-AMOUNT.
           MOVE LM-CURRENCY TO DB-CURRENCY.
           MOVE WS-EFF-DATE TO DB-EFF-DATE.
           MOVE MD-APPL-ID TO DB-TRACE-APPL.
           MOVE WS-PERIOD TO DB-TRACE-PERIOD.
           WRITE DD-DEBIT-RECORD.

           MOVE WS-PERIOD TO MD-LAST-PERIOD.
           MOVE WS-EFF-DATE TO MD-LAST-DEBIT.
           PERFORM 3500-REWRITE-MANDATE THRU 3500-EXIT.

           ADD 1 TO WS-SENT-COUNT.
           ADD WS-DEBIT-AMT TO WS-SENT-TOTAL.
           MOVE WS-DEBIT-AMT TO WS-AMT-DISPLAY.
           DISPLAY "Debit " WS-AMT-DISPLAY " " LM-CURRENCY " from '"
               MD-APPL-ID "' period " WS-PERIOD " effective "
               WS-EFF-DATE ".".
       3400-EXIT.
           EXIT.

       3500-REWRITE-MANDATE.
           REWRITE MANDATE-RECORD
               INVALID KEY
                   DISPLAY "*** Rewrite failed for mandate '"
                       MD-APPL-ID "' - status " WS-MANDATE-STATUS
           END-REWRITE.
       3500-EXIT.
           EXIT.

       8000-READ-LEDGER.
           READ DD-LEDGER-FILE NEXT
               AT END MOVE "Y" TO WS-LEDGER-EOF
               NOT AT END ADD 1 TO WS-RSTAT-READ
           END-READ.
       8000-EXIT.
           EXIT.

       8100-READ-MANDATE.
           READ MANDATE-FILE NEXT
               AT END MOVE "Y" TO WS-MANDATE-EOF
               NOT AT END ADD 1 TO WS-RSTAT-READ
           END-READ.
       8100-EXIT.
           EXIT.

           COPY lnrstwrt.
