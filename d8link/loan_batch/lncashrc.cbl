      ******************************************************************
      *
      * Daily Cash Reconciliation
      * =========================
      *
      * Proves the day's payment cash from the bank to the book, by
      * channel (LBX/BRN/ACH, and AGY for the collection agencies'
      * remittances) and currency received:
      *
      *   - the bank's deposits on BANKDEP equal what lnintake
      *     received off that channel's file - the payments it
      *     merged to LOANPAY plus the duplicates it rejected to
      *     PAYREVIEW;
      *   - what lnintake received equals what became of it - the
      *     payments lnpost POSTED (or took as a RECOVERY), held in
      *     SUSPENSE, wrote as NOMATCH or sent to POSTREVW for a
      *     closed period, plus the PAYREVIEW rejects.
      *
      * Each LOANPAY payment is matched by channel, intake sequence
      * and application id to the PAYDISP row lnpost wrote for it.
      * One with no row - lnpost has not taken the intake, or could
      * not write anything for it - is listed as UNPOSTED. Reversals
      * are returned items, not deposits, and are left out on both
      * sides. A payment with no currency is counted in USD.
      *
      * Every line goes to CASHRPT. A line whose bank, intake or
      * disposition totals differ by so much as a cent is a BREAK:
      * it raises a SEVERE CASHBRK event and RETURN-CODE is 8. No
      * BANKDEP file is a SEVERE CASHNOBK and RETURN-CODE 8 - the
      * day cannot be proved without it.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original reconciliation - treasury proved
      *                  the deposits by hand, and an unposted
      *                  lockbox batch went unnoticed for nine days.
      * 2026-10-15  RJM  Records its run statistics on RUNSTATS.
      * 2026-10-15  RJM  LOANPAY carries the agency id of an AGY
      *                  remittance; the agencies' deposits prove
      *                  like any other channel's.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lncashrc.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-DEP-FILE ASSIGN TO "BANKDEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-DEP-STATUS.
           SELECT LOAN-PAY-FILE ASSIGN TO "LOANPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-PAY-STATUS.
           SELECT PAY-REVIEW-FILE ASSIGN TO "PAYREVIEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-REVIEW-STATUS.
           SELECT PAY-DISP-FILE ASSIGN TO "PAYDISP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-DISP-STATUS.
           SELECT CASH-RPT-FILE ASSIGN TO "CASHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-RPT-STATUS.
           COPY d8evtsel.
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.
      * The bank's deposit statement, one row per deposit credited
      * to the collection account - a channel may have several.
      * Currency spaces is USD.
       FD  BANK-DEP-FILE.
       01  BANK-DEP-RECORD.
           05 BD-DEP-DATE     PIC 9(08).
           05 BD-CHANNEL      PIC X(03).
           05 BD-CCY          PIC X(03).
           05 BD-AMOUNT       PIC 9(9)V9(2).
           05 BD-ITEMS        PIC 9(05).
           05 BD-BANK-REF     PIC X(16).

      * lnintake's merged output (must stay in step with lnintake's
      * and lnpost's LOANPAY layout).
       FD  LOAN-PAY-FILE.
       01  LOAN-PAY-RECORD.
           05 LP-APPL-ID      PIC X(20).
           05 LP-PAY-DATE     PIC 9(08).
           05 LP-AMOUNT       PIC 9(7)V9(2).
           05 LP-TXN-TYPE     PIC X(01).
               88 LP-REVERSAL VALUE "R".
           05 LP-RECAST       PIC X(01).
           05 LP-CHANNEL      PIC X(03).
           05 LP-INTAKE-SEQ   PIC 9(07).
           05 LP-PAY-CCY      PIC X(03).
           05 LP-AGENCY-ID    PIC X(08).

      * lnintake's duplicate rejects (in step with lnintake).
       FD  PAY-REVIEW-FILE.
       01  PAY-REVIEW-RECORD.
           05 RV-CHANNEL      PIC X(03).
           05 RV-INTAKE-SEQ   PIC 9(07).
           05 RV-APPL-ID      PIC X(20).
           05 RV-PAY-DATE     PIC 9(08).
           05 RV-AMOUNT       PIC 9(7)V9(2).
           05 RV-REASON       PIC X(20).
           05 RV-PAY-CCY      PIC X(03).

           COPY paydisp.

       FD  CASH-RPT-FILE.
       01  CASH-RPT-LINE      PIC X(132).

           COPY d8evtfd.

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
       01 WS-BANK-DEP-STATUS PIC X(02) VALUE SPACES.
           88 BANK-DEP-OPENED VALUE "00".
       01 WS-LOAN-PAY-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-PAY-OPENED VALUE "00".
       01 WS-PAY-REVIEW-STATUS PIC X(02) VALUE SPACES.
           88 PAY-REVIEW-OPENED VALUE "00".
       01 WS-PAY-DISP-STATUS PIC X(02) VALUE SPACES.
           88 PAY-DISP-OPENED VALUE "00".
       01 WS-CASH-RPT-STATUS PIC X(02) VALUE SPACES.
           COPY d8evtws.

       01 WS-BANK-EOF PIC X(01) VALUE "N".
           88 END-OF-BANK VALUE "Y".
       01 WS-PAY-EOF PIC X(01) VALUE "N".
           88 END-OF-PAYMENTS VALUE "Y".
       01 WS-REVIEW-EOF PIC X(01) VALUE "N".
           88 END-OF-REVIEWS VALUE "Y".
       01 WS-DISP-EOF PIC X(01) VALUE "N".
           88 END-OF-DISPOSITIONS VALUE "Y".

       01 WS-TODAY PIC 9(08).
       01 WS-STMT-DATE PIC 9(08) VALUE ZEROES.
       01 WS-BASE-CCY PIC X(03) VALUE "USD".

      * One row per channel and currency received, with the bank,
      * intake and disposition side of each.
       01 WS-CR-MAX PIC 9(03) VALUE 50.
       01 WS-CR-COUNT PIC 9(03) VALUE ZEROES.
       01 CR-TABLE.
           05 CR-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-CR-COUNT
               INDEXED BY CR-IDX.
               10 CR-CHANNEL PIC X(03).
               10 CR-CCY PIC X(03).
               10 CR-BANK PIC S9(11)V9(2) COMP-3.
               10 CR-BANK-ITEMS PIC 9(07).
               10 CR-INTAKE PIC S9(11)V9(2) COMP-3.
               10 CR-INTAKE-ITEMS PIC 9(07).
               10 CR-POSTED PIC S9(11)V9(2) COMP-3.
               10 CR-SUSPENSE PIC S9(11)V9(2) COMP-3.
               10 CR-NOMATCH PIC S9(11)V9(2) COMP-3.
               10 CR-CLOSED PIC S9(11)V9(2) COMP-3.
               10 CR-REVIEW PIC S9(11)V9(2) COMP-3.
               10 CR-UNPOSTED PIC S9(11)V9(2) COMP-3.

      * lnpost's dispositions of the day's payments, matched off as
      * the LOANPAY records are read.
       01 WS-DSP-MAX PIC 9(05) COMP VALUE 5000.
       01 WS-DSP-COUNT PIC 9(05) COMP VALUE ZEROES.
       01 DSP-TABLE.
           05 DSP-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-DSP-COUNT
               INDEXED BY DSP-IDX.
               10 DSP-CHANNEL PIC X(03).
               10 DSP-INTAKE-SEQ PIC 9(07).
               10 DSP-APPL-ID PIC X(20).
               10 DSP-DISPOSITION PIC X(08).
               10 DSP-USED PIC X(01).

      * The line being added to, and the line being reported.
       01 WS-KEY-CHANNEL PIC X(03).
       01 WS-KEY-CCY PIC X(03).
       01 WS-DSP-FOUND PIC X(01) VALUE "N".
           88 DISPOSITION-FOUND VALUE "Y".
       01 WS-ACCOUNTED PIC S9(11)V9(2) COMP-3.
       01 WS-BANK-DIFF PIC S9(11)V9(2) COMP-3.
       01 WS-DISP-DIFF PIC S9(11)V9(2) COMP-3.
       01 WS-LINE-RESULT PIC X(05).

       01 WS-LINE-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-BREAK-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-UNPOSTED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-HEAD-DONE PIC X(01) VALUE "N".
           88 UNPOSTED-HEADED VALUE "Y".
       01 WS-BANK-DISPLAY PIC -ZZ,ZZZ,ZZ9.99.
       01 WS-INTAKE-DISPLAY PIC -ZZ,ZZZ,ZZ9.99.
       01 WS-POSTED-DISPLAY PIC -ZZ,ZZZ,ZZ9.99.
       01 WS-SUSP-DISPLAY PIC -ZZ,ZZZ,ZZ9.99.
       01 WS-NOMATCH-DISPLAY PIC -ZZ,ZZZ,ZZ9.99.
       01 WS-CLOSED-DISPLAY PIC -ZZ,ZZZ,ZZ9.99.
       01 WS-REVIEW-DISPLAY PIC -ZZ,ZZZ,ZZ9.99.
       01 WS-UNPOSTED-DISPLAY PIC -ZZ,ZZZ,ZZ9.99.
       01 WS-DIFF-DISPLAY PIC -ZZ,ZZZ,ZZ9.99.
       01 WS-AMT-DISPLAY PIC ZZ,ZZZ,ZZ9.99.
           COPY lnrstws.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "LNCASHRC" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           MOVE "lncashrc" TO WS-EVT-PROGRAM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT BANK-DEP-FILE.
           IF NOT BANK-DEP-OPENED
               DISPLAY "*** Unable to open BANKDEP - status "
                   WS-BANK-DEP-STATUS " - cash not reconciled."
               MOVE "SEVERE" TO WS-EVT-SEVERITY
               MOVE "CASHNOBK" TO WS-EVT-MSG-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING "NO BANK DEPOSIT FILE - CASH FOR " WS-TODAY
                      " NOT RECONCILED"
                   DELIMITED BY SIZE INTO WS-EVT-TEXT
               PERFORM 9850-LOG-D8-EVENT THRU 9850-EXIT
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.
           OPEN OUTPUT CASH-RPT-FILE.

           PERFORM 1000-BANK-SIDE THRU 1000-EXIT.
           CLOSE BANK-DEP-FILE.
           PERFORM 2000-LOAD-DISPOSITIONS THRU 2000-EXIT.

           PERFORM 5000-REPORT-HEADING THRU 5000-EXIT.
           PERFORM 3000-REVIEW-SIDE THRU 3000-EXIT.
           PERFORM 4000-INTAKE-SIDE THRU 4000-EXIT.
           PERFORM 6000-REPORT-LINES THRU 6000-EXIT.
           CLOSE CASH-RPT-FILE.

           IF WS-BREAK-COUNT > ZEROES
               DISPLAY "lncashrc: cash for " WS-STMT-DATE " OUT - "
                   WS-BREAK-COUNT " break(s), " WS-UNPOSTED-COUNT
                   " payment(s) unposted."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "lncashrc: cash for " WS-STMT-DATE
                   " BALANCED - " WS-LINE-COUNT " line(s)."
           END-IF.
           MOVE WS-LINE-COUNT TO WS-RSTAT-WRITTEN.
           MOVE WS-BREAK-COUNT TO WS-RSTAT-REJECTED.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

      *-----------------------------------------------------------
      * 1000-BANK-SIDE
      *
      * The bank's deposits by channel and currency. The first
      * row's date heads the report as the statement date.
      *-----------------------------------------------------------
       1000-BANK-SIDE.
           PERFORM 8000-READ-DEPOSIT THRU 8000-EXIT.
           PERFORM 1100-ADD-DEPOSIT THRU 1100-EXIT
               UNTIL END-OF-BANK.
           IF WS-STMT-DATE = ZEROES
               MOVE WS-TODAY TO WS-STMT-DATE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-ADD-DEPOSIT.
           IF WS-STMT-DATE = ZEROES
               AND BD-DEP-DATE NUMERIC
               MOVE BD-DEP-DATE TO WS-STMT-DATE
           END-IF.
           IF BD-AMOUNT NOT NUMERIC
               DISPLAY "*** BANKDEP row '" BD-BANK-REF
                   "' has no usable amount - skipped."
               GO TO 1100-NEXT
           END-IF.
           MOVE BD-CHANNEL TO WS-KEY-CHANNEL.
           MOVE BD-CCY TO WS-KEY-CCY.
           PERFORM 4500-FIND-LINE THRU 4500-EXIT.
           IF CR-IDX > WS-CR-COUNT
               GO TO 1100-NEXT
           END-IF.
           ADD BD-AMOUNT TO CR-BANK (CR-IDX).
           IF BD-ITEMS NUMERIC
               ADD BD-ITEMS TO CR-BANK-ITEMS (CR-IDX)
           END-IF.
       1100-NEXT.
           PERFORM 8000-READ-DEPOSIT THRU 8000-EXIT.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-LOAD-DISPOSITIONS
      *
      * lnpost's PAYDISP rows for payments - its reversal rows
      * have no deposit behind them. No file leaves every payment
      * unposted, which is what it means.
      *-----------------------------------------------------------
       2000-LOAD-DISPOSITIONS.
           OPEN INPUT PAY-DISP-FILE.
           IF NOT PAY-DISP-OPENED
               DISPLAY "lncashrc: no PAYDISP file - no payment "
                   "taken as posted."
               GO TO 2000-EXIT
           END-IF.
           PERFORM 8300-READ-DISPOSITION THRU 8300-EXIT.
           PERFORM 2100-TAKE-DISPOSITION THRU 2100-EXIT
               UNTIL END-OF-DISPOSITIONS.
           CLOSE PAY-DISP-FILE.
       2000-EXIT.
           EXIT.

       2100-TAKE-DISPOSITION.
           IF PD-TXN-TYPE = "R"
               GO TO 2100-NEXT
           END-IF.
           IF WS-DSP-COUNT NOT < WS-DSP-MAX
               DISPLAY "*** Disposition table full at " WS-DSP-MAX
                   " - the rest of PAYDISP not matched."
               MOVE "Y" TO WS-DISP-EOF
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-DSP-COUNT.
           MOVE PD-CHANNEL TO DSP-CHANNEL (WS-DSP-COUNT).
           MOVE PD-INTAKE-SEQ TO DSP-INTAKE-SEQ (WS-DSP-COUNT).
           MOVE PD-APPL-ID TO DSP-APPL-ID (WS-DSP-COUNT).
           MOVE PD-DISPOSITION TO DSP-DISPOSITION (WS-DSP-COUNT).
           MOVE "N" TO DSP-USED (WS-DSP-COUNT).
       2100-NEXT.
           PERFORM 8300-READ-DISPOSITION THRU 8300-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3000-REVIEW-SIDE
      *
      * A duplicate lnintake rejected was still deposited - it is
      * received, and accounted for as a PAYREVIEW reject.
      *-----------------------------------------------------------
       3000-REVIEW-SIDE.
           OPEN INPUT PAY-REVIEW-FILE.
           IF NOT PAY-REVIEW-OPENED
               GO TO 3000-EXIT
           END-IF.
           PERFORM 8200-READ-REVIEW THRU 8200-EXIT.
           PERFORM 3100-ADD-REVIEW THRU 3100-EXIT
               UNTIL END-OF-REVIEWS.
           CLOSE PAY-REVIEW-FILE.
       3000-EXIT.
           EXIT.

       3100-ADD-REVIEW.
           MOVE RV-CHANNEL TO WS-KEY-CHANNEL.
           MOVE RV-PAY-CCY TO WS-KEY-CCY.
           PERFORM 4500-FIND-LINE THRU 4500-EXIT.
           IF CR-IDX NOT > WS-CR-COUNT
               ADD RV-AMOUNT TO CR-INTAKE (CR-IDX)
               ADD 1 TO CR-INTAKE-ITEMS (CR-IDX)
               ADD RV-AMOUNT TO CR-REVIEW (CR-IDX)
           END-IF.
           PERFORM 8200-READ-REVIEW THRU 8200-EXIT.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 4000-INTAKE-SIDE
      *
      * Every payment lnintake merged, as received, and the
      * disposition lnpost gave it. One without a disposition is
      * listed on the report as it is found.
      *-----------------------------------------------------------
       4000-INTAKE-SIDE.
           OPEN INPUT LOAN-PAY-FILE.
           IF NOT LOAN-PAY-OPENED
               DISPLAY "lncashrc: no LOANPAY file - nothing taken "
                   "in today."
               GO TO 4000-EXIT
           END-IF.
           PERFORM 8100-READ-PAYMENT THRU 8100-EXIT.
           PERFORM 4100-ADD-PAYMENT THRU 4100-EXIT
               UNTIL END-OF-PAYMENTS.
           CLOSE LOAN-PAY-FILE.
       4000-EXIT.
           EXIT.

       4100-ADD-PAYMENT.
           IF LP-REVERSAL
               GO TO 4100-NEXT
           END-IF.
           MOVE LP-CHANNEL TO WS-KEY-CHANNEL.
           MOVE LP-PAY-CCY TO WS-KEY-CCY.
           PERFORM 4500-FIND-LINE THRU 4500-EXIT.
           IF CR-IDX > WS-CR-COUNT
               GO TO 4100-NEXT
           END-IF.
           ADD LP-AMOUNT TO CR-INTAKE (CR-IDX).
           ADD 1 TO CR-INTAKE-ITEMS (CR-IDX).

           PERFORM 4200-FIND-DISPOSITION THRU 4200-EXIT.
           IF NOT DISPOSITION-FOUND
               PERFORM 4300-REPORT-UNPOSTED THRU 4300-EXIT
               GO TO 4100-NEXT
           END-IF.
           EVALUATE DSP-DISPOSITION (DSP-IDX)
               WHEN "POSTED"
               WHEN "RECOVERY"
                   ADD LP-AMOUNT TO CR-POSTED (CR-IDX)
               WHEN "SUSPENSE"
                   ADD LP-AMOUNT TO CR-SUSPENSE (CR-IDX)
               WHEN "NOMATCH"
                   ADD LP-AMOUNT TO CR-NOMATCH (CR-IDX)
               WHEN "POSTREVW"
                   ADD LP-AMOUNT TO CR-CLOSED (CR-IDX)
               WHEN OTHER
                   PERFORM 4300-REPORT-UNPOSTED THRU 4300-EXIT
           END-EVALUATE.
       4100-NEXT.
           PERFORM 8100-READ-PAYMENT THRU 8100-EXIT.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 4200-FIND-DISPOSITION
      *
      * The PAYDISP row for the LOANPAY record in hand - same
      * channel, intake sequence and application id, and not
      * already matched to another record.
      *-----------------------------------------------------------
       4200-FIND-DISPOSITION.
           MOVE "N" TO WS-DSP-FOUND.
           IF WS-DSP-COUNT = ZEROES
               GO TO 4200-EXIT
           END-IF.
           SET DSP-IDX TO 1.
           SEARCH DSP-ENTRY
               AT END
                   CONTINUE
               WHEN DSP-CHANNEL (DSP-IDX) = LP-CHANNEL
                   AND DSP-INTAKE-SEQ (DSP-IDX) = LP-INTAKE-SEQ
                   AND DSP-APPL-ID (DSP-IDX) = LP-APPL-ID
                   AND DSP-USED (DSP-IDX) = "N"
                   MOVE "Y" TO WS-DSP-FOUND
                   MOVE "Y" TO DSP-USED (DSP-IDX)
           END-SEARCH.
       4200-EXIT.
           EXIT.

       4300-REPORT-UNPOSTED.
           ADD LP-AMOUNT TO CR-UNPOSTED (CR-IDX).
           ADD 1 TO WS-UNPOSTED-COUNT.
           IF NOT UNPOSTED-HEADED
               MOVE SPACES TO CASH-RPT-LINE
               WRITE CASH-RPT-LINE
               MOVE "Unposted intake payments" TO CASH-RPT-LINE
               WRITE CASH-RPT-LINE
               MOVE "Y" TO WS-HEAD-DONE
           END-IF.
           MOVE LP-AMOUNT TO WS-AMT-DISPLAY.
           MOVE SPACES TO CASH-RPT-LINE.
           STRING LP-CHANNEL " " LP-INTAKE-SEQ " " LP-APPL-ID " "
                  LP-PAY-DATE " " WS-KEY-CCY WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO CASH-RPT-LINE.
           WRITE CASH-RPT-LINE.
       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 4500-FIND-LINE
      *
      * Points CR-IDX at the WS-KEY-CHANNEL / WS-KEY-CCY line,
      * opening it the first time it is seen. A full table leaves
      * CR-IDX past the last line.
      *-----------------------------------------------------------
       4500-FIND-LINE.
           IF WS-KEY-CCY = SPACES
               MOVE WS-BASE-CCY TO WS-KEY-CCY
           END-IF.
           SET CR-IDX TO 1.
           SEARCH CR-ENTRY
               AT END
                   IF WS-CR-COUNT < WS-CR-MAX
                       ADD 1 TO WS-CR-COUNT
                       SET CR-IDX TO WS-CR-COUNT
                       MOVE WS-KEY-CHANNEL TO CR-CHANNEL (CR-IDX)
                       MOVE WS-KEY-CCY TO CR-CCY (CR-IDX)
                       MOVE ZEROES TO CR-BANK (CR-IDX)
                       MOVE ZEROES TO CR-BANK-ITEMS (CR-IDX)
                       MOVE ZEROES TO CR-INTAKE (CR-IDX)
                       MOVE ZEROES TO CR-INTAKE-ITEMS (CR-IDX)
                       MOVE ZEROES TO CR-POSTED (CR-IDX)
                       MOVE ZEROES TO CR-SUSPENSE (CR-IDX)
                       MOVE ZEROES TO CR-NOMATCH (CR-IDX)
                       MOVE ZEROES TO CR-CLOSED (CR-IDX)
                       MOVE ZEROES TO CR-REVIEW (CR-IDX)
                       MOVE ZEROES TO CR-UNPOSTED (CR-IDX)
                   ELSE
                       DISPLAY "*** Channel table full at "
                           WS-CR-MAX " - " WS-KEY-CHANNEL " "
                           WS-KEY-CCY " not reconciled."
                       SET CR-IDX TO WS-CR-MAX
                       SET CR-IDX UP BY 1
                   END-IF
               WHEN CR-CHANNEL (CR-IDX) = WS-KEY-CHANNEL
                   AND CR-CCY (CR-IDX) = WS-KEY-CCY
                   CONTINUE
           END-SEARCH.
       4500-EXIT.
           EXIT.

       5000-REPORT-HEADING.
           MOVE SPACES TO CASH-RPT-LINE.
           STRING "Daily cash reconciliation, bank statement "
                  WS-STMT-DATE "  run " WS-TODAY
               DELIMITED BY SIZE INTO CASH-RPT-LINE.
           WRITE CASH-RPT-LINE.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 6000-REPORT-LINES
      *
      * One line per channel and currency, judged twice - the
      * bank against the intake, the intake against what became
      * of it.
      *-----------------------------------------------------------
       6000-REPORT-LINES.
           MOVE SPACES TO CASH-RPT-LINE.
           WRITE CASH-RPT-LINE.
           MOVE SPACES TO CASH-RPT-LINE.
           STRING "Chn Cur   Bank deposit  Intake recvd"
                  "        Posted      Suspense       NoMatch"
                  "  Closed prd    PayReview      Unposted"
               DELIMITED BY SIZE INTO CASH-RPT-LINE.
           WRITE CASH-RPT-LINE.
           PERFORM 6100-REPORT-LINE THRU 6100-EXIT
               VARYING CR-IDX FROM 1 BY 1
               UNTIL CR-IDX > WS-CR-COUNT.
           MOVE SPACES TO CASH-RPT-LINE.
           STRING WS-LINE-COUNT " line(s), " WS-BREAK-COUNT
                  " BREAK, " WS-UNPOSTED-COUNT
                  " payment(s) unposted."
               DELIMITED BY SIZE INTO CASH-RPT-LINE.
           WRITE CASH-RPT-LINE.
       6000-EXIT.
           EXIT.

       6100-REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.
           COMPUTE WS-BANK-DIFF = CR-BANK (CR-IDX)
               - CR-INTAKE (CR-IDX).
           COMPUTE WS-ACCOUNTED = CR-POSTED (CR-IDX)
               + CR-SUSPENSE (CR-IDX) + CR-NOMATCH (CR-IDX)
               + CR-CLOSED (CR-IDX) + CR-REVIEW (CR-IDX).
           COMPUTE WS-DISP-DIFF = CR-INTAKE (CR-IDX) - WS-ACCOUNTED.
           MOVE "OK" TO WS-LINE-RESULT.
           IF WS-BANK-DIFF NOT = ZERO OR WS-DISP-DIFF NOT = ZERO
               MOVE "BREAK" TO WS-LINE-RESULT
               ADD 1 TO WS-BREAK-COUNT
           END-IF.

           MOVE CR-BANK (CR-IDX) TO WS-BANK-DISPLAY.
           MOVE CR-INTAKE (CR-IDX) TO WS-INTAKE-DISPLAY.
           MOVE CR-POSTED (CR-IDX) TO WS-POSTED-DISPLAY.
           MOVE CR-SUSPENSE (CR-IDX) TO WS-SUSP-DISPLAY.
           MOVE CR-NOMATCH (CR-IDX) TO WS-NOMATCH-DISPLAY.
           MOVE CR-CLOSED (CR-IDX) TO WS-CLOSED-DISPLAY.
           MOVE CR-REVIEW (CR-IDX) TO WS-REVIEW-DISPLAY.
           MOVE CR-UNPOSTED (CR-IDX) TO WS-UNPOSTED-DISPLAY.
           MOVE SPACES TO CASH-RPT-LINE.
           STRING CR-CHANNEL (CR-IDX) " " CR-CCY (CR-IDX)
                  WS-BANK-DISPLAY WS-INTAKE-DISPLAY
                  WS-POSTED-DISPLAY WS-SUSP-DISPLAY
                  WS-NOMATCH-DISPLAY WS-CLOSED-DISPLAY
                  WS-REVIEW-DISPLAY WS-UNPOSTED-DISPLAY
                  " " WS-LINE-RESULT
               DELIMITED BY SIZE INTO CASH-RPT-LINE.
           WRITE CASH-RPT-LINE.

           IF WS-BANK-DIFF NOT = ZERO
               MOVE WS-BANK-DIFF TO WS-DIFF-DISPLAY
               MOVE SPACES TO CASH-RPT-LINE
               STRING "    *** bank deposits less intake received "
                      WS-DIFF-DISPLAY " (" CR-BANK-ITEMS (CR-IDX)
                      " item(s) deposited, "
                      CR-INTAKE-ITEMS (CR-IDX) " received)"
                   DELIMITED BY SIZE INTO CASH-RPT-LINE
               WRITE CASH-RPT-LINE
               DISPLAY "*** " CR-CHANNEL (CR-IDX) " "
                   CR-CCY (CR-IDX) " bank deposits differ from "
                   "intake by " WS-DIFF-DISPLAY
               MOVE "SEVERE" TO WS-EVT-SEVERITY
               MOVE "CASHBRK" TO WS-EVT-MSG-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING CR-CHANNEL (CR-IDX) " " CR-CCY (CR-IDX) " "
                      WS-STMT-DATE " BANK VS INTAKE OUT BY "
                      WS-DIFF-DISPLAY
                   DELIMITED BY SIZE INTO WS-EVT-TEXT
               PERFORM 9850-LOG-D8-EVENT THRU 9850-EXIT
           END-IF.
           IF WS-DISP-DIFF NOT = ZERO
               MOVE WS-DISP-DIFF TO WS-DIFF-DISPLAY
               MOVE SPACES TO CASH-RPT-LINE
               STRING "    *** intake received less dispositions "
                      WS-DIFF-DISPLAY
                   DELIMITED BY SIZE INTO CASH-RPT-LINE
               WRITE CASH-RPT-LINE
               DISPLAY "*** " CR-CHANNEL (CR-IDX) " "
                   CR-CCY (CR-IDX) " intake not accounted for by "
                   WS-DIFF-DISPLAY
               MOVE "SEVERE" TO WS-EVT-SEVERITY
               MOVE "CASHBRK" TO WS-EVT-MSG-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING CR-CHANNEL (CR-IDX) " " CR-CCY (CR-IDX) " "
                      WS-STMT-DATE " INTAKE VS POSTING OUT BY "
                      WS-DIFF-DISPLAY
                   DELIMITED BY SIZE INTO WS-EVT-TEXT
               PERFORM 9850-LOG-D8-EVENT THRU 9850-EXIT
           END-IF.
       6100-EXIT.
           EXIT.

       8000-READ-DEPOSIT.
           READ BANK-DEP-FILE
               AT END MOVE "Y" TO WS-BANK-EOF
               NOT AT END ADD 1 TO WS-RSTAT-READ
           END-READ.
       8000-EXIT.
           EXIT.

       8100-READ-PAYMENT.
           READ LOAN-PAY-FILE
               AT END MOVE "Y" TO WS-PAY-EOF
               NOT AT END ADD 1 TO WS-RSTAT-READ
           END-READ.
       8100-EXIT.
           EXIT.

       8200-READ-REVIEW.
           READ PAY-REVIEW-FILE
               AT END MOVE "Y" TO WS-REVIEW-EOF
           END-READ.
       8200-EXIT.
           EXIT.

       8300-READ-DISPOSITION.
           READ PAY-DISP-FILE
               AT END MOVE "Y" TO WS-DISP-EOF
           END-READ.
       8300-EXIT.
           EXIT.

           COPY d8evtwrt.
           COPY lnrstwrt.
