      ******************************************************************
      *
      * Originator Commission Batch
      * ===========================
      *
      * Month-end commission for the loan officers and brokers on
      * ORIGMSTR, and the clawback of commission on loans that did
      * not stay on the book.
      *
      * Payment - every FUNDCTL disbursement CONFIRMD in the
      * commission month (or CLOSED since, the loan already paid in
      * full) whose loan is booked - BOOKED, PAID-OFF, CLOSED or
      * CHGD-OFF on LOANMSTR - and carries an LM-ORIGINATOR earns
      * the originator's plan: OM-COMM-BPS basis points of the
      * amount funded, converted to the base currency at the
      * confirmation date's FXRATES rate, plus OM-COMM-FLAT, held
      * to OM-COMM-CAP. Each payment is a P row on the COMMLEDG
      * ledger; a loan with a P row is never paid again.
      *
      * Clawback - every LOANMSTR loan now PAID-OFF, CLOSED or
      * CHGD-OFF with a P row and no C row, whose status date falls
      * inside the originator's clawback window from the funding
      * (OM-CLAWBACK-MONTHS, or the COMMPM default when zero) and
      * no later than the commission month, has the whole
      * commission taken back as a C row. The master carries only
      * the latest status date, so a loan closed after its payoff
      * is judged on the day it closed.
      *
      * COMMRPT lists every payment, clawback and held loan, then
      * each originator's count and amount paid, clawed back and
      * net. COMMPAY carries the same net per originator for
      * payroll and accounts payable - this run's entries only, so
      * a rerun pays nothing twice.
      *
      * COMMPM (commission month YYYYMM, a space, default clawback
      * window 99) defaults to the month of the run and a 12-month
      * window. No LOANMSTR or COMMLEDG refuses the run RC 8; a
      * loan held for want of an originator or an FX rate, or no
      * FUNDCTL to pay from, ends RC 4.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original commission batch - commission was
      *                  worked out by hand from the funding list.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lncomm.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMM-PRM-FILE ASSIGN TO "COMMPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMM-PRM-STATUS.
           SELECT FUND-CTL-FILE ASSIGN TO "FUNDCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-APPL-ID
               FILE STATUS IS WS-FUND-CTL-STATUS.
           SELECT LOAN-MSTR-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-APPL-ID
               FILE STATUS IS WS-LOAN-MSTR-STATUS.
           SELECT ORIG-MSTR-FILE ASSIGN TO "ORIGMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-ORIG-ID
               FILE STATUS IS WS-ORIG-MSTR-STATUS.
           SELECT COMM-LEDG-FILE ASSIGN TO "COMMLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS WS-COMM-LEDG-STATUS.
           SELECT COMM-PAY-FILE ASSIGN TO "COMMPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMM-PAY-STATUS.
           SELECT COMM-RPT-FILE ASSIGN TO "COMMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMM-RPT-STATUS.
           COPY lnfxrsel.
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.
       FD  COMM-PRM-FILE.
       01  COMM-PRM-RECORD.
           05 CP-PERIOD          PIC 9(06).
           05 FILLER             PIC X(01).
           05 CP-CLAWBACK-MONTHS PIC 9(02).

           COPY fundctl.

           COPY loanmstr.

           COPY origmstr.

           COPY commledg.

      * Payroll / accounts-payable feed - one row per originator
      * with commission paid or clawed back in this run, amounts in
      * the base currency.
       FD  COMM-PAY-FILE.
       01  COMM-PAY-RECORD.
           05 CY-PERIOD      PIC 9(06).
           05 CY-ORIG-ID     PIC X(08).
           05 CY-NAME        PIC X(30).
           05 CY-TYPE        PIC X(01).
           05 CY-CURRENCY    PIC X(03).
           05 CY-PAID-COUNT  PIC 9(05).
           05 CY-PAID-AMT    PIC S9(9)V9(2) SIGN LEADING SEPARATE.
           05 CY-CLAW-COUNT  PIC 9(05).
           05 CY-CLAW-AMT    PIC S9(9)V9(2) SIGN LEADING SEPARATE.
           05 CY-NET-AMT     PIC S9(9)V9(2) SIGN LEADING SEPARATE.

       FD  COMM-RPT-FILE.
       01  COMM-RPT-LINE PIC X(100).

           COPY lnfxrfd.

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
       01 WS-COMM-PRM-STATUS PIC X(02) VALUE SPACES.
           88 COMM-PRM-OPENED VALUE "00".
       01 WS-FUND-CTL-STATUS PIC X(02) VALUE SPACES.
           88 FUND-CTL-OPENED VALUE "00".
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-ORIG-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 ORIG-MSTR-OPENED VALUE "00".
       01 WS-COMM-LEDG-STATUS PIC X(02) VALUE SPACES.
           88 COMM-LEDG-OPENED VALUE "00".
           88 COMM-LEDG-NOT-FOUND VALUE "35".
       01 WS-COMM-PAY-STATUS PIC X(02) VALUE SPACES.
       01 WS-COMM-RPT-STATUS PIC X(02) VALUE SPACES.
           COPY lnfxrws.
           COPY lnrstws.

       01 WS-FUND-EOF PIC X(01) VALUE "N".
           88 END-OF-FUNDING VALUE "Y".
       01 WS-MSTR-EOF PIC X(01) VALUE "N".
           88 END-OF-MASTER VALUE "Y".
       01 WS-ORIG-AVAIL PIC X(01) VALUE "N".
           88 ORIGINATORS-AVAILABLE VALUE "Y".
       01 WS-ORIG-ON-FILE PIC X(01) VALUE "N".
           88 ORIGINATOR-ON-FILE VALUE "Y".

       01 WS-TODAY PIC 9(08).

      * COMMPM settings - the commission month and the clawback
      * window for an originator whose plan sets none.
       01 WS-PERIOD PIC 9(06).
       01 WS-DEFAULT-WINDOW PIC 9(02) VALUE 12.
       01 WS-WINDOW PIC 9(02).

      * The funding and the status change a clawback is judged on.
       01 WS-FUND-DATE PIC 9(08).
       01 WS-FUND-SPLIT REDEFINES WS-FUND-DATE.
           05 WS-FUND-YYYY PIC 9(04).
           05 WS-FUND-MM PIC 9(02).
           05 WS-FUND-DD PIC 9(02).
       01 WS-FUND-PERIOD REDEFINES WS-FUND-DATE.
           05 WS-FUND-YYYYMM PIC 9(06).
           05 FILLER PIC 9(02).
       01 WS-EVENT-DATE PIC 9(08).
       01 WS-EVENT-SPLIT REDEFINES WS-EVENT-DATE.
           05 WS-EVENT-YYYY PIC 9(04).
           05 WS-EVENT-MM PIC 9(02).
           05 WS-EVENT-DD PIC 9(02).
       01 WS-EVENT-PERIOD REDEFINES WS-EVENT-DATE.
           05 WS-EVENT-YYYYMM PIC 9(06).
           05 FILLER PIC 9(02).
       01 WS-ELAPSED-MONTHS PIC S9(5) COMP.

      * One loan's commission.
       01 WS-BPS-AMT PIC S9(7)V9(2) COMP-3.
       01 WS-COMMISSION PIC S9(7)V9(2) COMP-3.
       01 WS-HELD-REASON PIC X(20).
       01 WS-PAID-AMT PIC S9(7)V9(2).
       01 WS-PAID-FUND-DATE PIC 9(08).
       01 WS-PAID-FUNDED PIC S9(7)V9(2).
       01 WS-PAID-CURRENCY PIC X(03).
       01 WS-PAID-ORIG-ID PIC X(08).
       01 WS-PAID-ORIG-TYPE PIC X(01).
       01 WS-REASON PIC X(08).
       01 WS-FIND-ORIG-ID PIC X(08).

      * Each originator's run totals, in first-seen order.
       01 WS-ORG-MAX PIC 9(03) VALUE 500.
       01 WS-ORG-COUNT PIC 9(03) VALUE ZEROES.
       01 ORG-TABLE.
           05 ORG-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-ORG-COUNT
               INDEXED BY ORG-IDX.
               10 ORG-ID PIC X(08).
               10 ORG-NAME PIC X(30).
               10 ORG-TYPE PIC X(01).
               10 ORG-PAID-COUNT PIC 9(05) COMP.
               10 ORG-PAID-AMT PIC S9(9)V9(2) COMP-3.
               10 ORG-CLAW-COUNT PIC 9(05) COMP.
               10 ORG-CLAW-AMT PIC S9(9)V9(2) COMP-3.
       01 WS-ORG-SW PIC X(01) VALUE "N".
           88 ORG-SLOT-FOUND VALUE "Y".
       01 WS-NET-AMT PIC S9(9)V9(2) COMP-3.

      * Run counts.
       01 WS-FUNDED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-UNATTRIB-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-EARLIER-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-PAID-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-HELD-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-CLOSED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-OUTSIDE-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-CLAW-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-PAID-TOTAL PIC S9(11)V9(2) COMP-3 VALUE ZEROES.
       01 WS-CLAW-TOTAL PIC S9(11)V9(2) COMP-3 VALUE ZEROES.
       01 WS-NET-TOTAL PIC S9(11)V9(2) COMP-3 VALUE ZEROES.

       01 WS-HOLD-LINE PIC X(100).
       01 WS-PAGE-NO PIC 9(04) VALUE ZEROES.
       01 WS-LINE-COUNT PIC 9(03) VALUE 99.
       01 WS-LINES-PER-PAGE PIC 9(03) VALUE 55.

      * Print line layouts.
       01 RPT-HEADING-1.
           05 FILLER PIC X(30)
               VALUE "ORIGINATOR COMMISSION         ".
           05 FILLER PIC X(07) VALUE "MONTH  ".
           05 RH1-PERIOD PIC 9(06).
           05 FILLER PIC X(03) VALUE SPACES.
           05 FILLER PIC X(05) VALUE "RUN  ".
           05 RH1-DATE PIC 9(08).
           05 FILLER PIC X(08) VALUE SPACES.
           05 FILLER PIC X(05) VALUE "PAGE ".
           05 RH1-PAGE PIC ZZZ9.
       01 RPT-HEADING-2.
           05 FILLER PIC X(11) VALUE "ACTION     ".
           05 FILLER PIC X(09) VALUE "ORIG     ".
           05 FILLER PIC X(21) VALUE "APPLICATION ID       ".
           05 FILLER PIC X(09) VALUE "FUNDED   ".
           05 FILLER PIC X(04) VALUE "CCY ".
           05 FILLER PIC X(13) VALUE "   FUNDED AMT".
           05 FILLER PIC X(12) VALUE "  COMMISSION".
           05 FILLER PIC X(12) VALUE " NOTE       ".
       01 RPT-SECTION.
           05 RS-TITLE PIC X(60).
       01 RPT-DETAIL.
           05 RD-ACTION PIC X(10).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-ORIG-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-APPL-ID PIC X(20).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-FUND-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-CURRENCY PIC X(03).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-FUNDED PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-AMOUNT PIC -ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-NOTE PIC X(20).
       01 RPT-ORIG-HEADING.
           05 FILLER PIC X(35) VALUE "ORIG     NAME".
           05 FILLER PIC X(07) VALUE "T  PAID".
           05 FILLER PIC X(14) VALUE "      PAID AMT".
           05 FILLER PIC X(05) VALUE " CLAW".
           05 FILLER PIC X(14) VALUE "      CLAW AMT".
           05 FILLER PIC X(15) VALUE "            NET".
       01 RPT-ORIG-LINE.
           05 RO-ORIG-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RO-NAME PIC X(25).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RO-TYPE PIC X(01).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RO-PAID-COUNT PIC ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RO-PAID-AMT PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RO-CLAW-COUNT PIC ZZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RO-CLAW-AMT PIC -Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RO-NET-AMT PIC -ZZ,ZZZ,ZZ9.99.
       01 RPT-COUNT.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RN-LABEL PIC X(40).
           05 RN-COUNT PIC Z,ZZZ,ZZ9.
       01 RPT-AMOUNT.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RA-LABEL PIC X(40).
           05 RA-AMOUNT PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "LNCOMM" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM 1000-LOAD-PARMS THRU 1000-EXIT.
           PERFORM 9920-LOAD-FX-RATES THRU 9920-EXIT.

           OPEN INPUT LOAN-MSTR-FILE.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.
           OPEN I-O COMM-LEDG-FILE.
           IF COMM-LEDG-NOT-FOUND
               OPEN OUTPUT COMM-LEDG-FILE
               CLOSE COMM-LEDG-FILE
               OPEN I-O COMM-LEDG-FILE
           END-IF.
           IF NOT COMM-LEDG-OPENED
               DISPLAY "*** Unable to open COMMLEDG - status "
                   WS-COMM-LEDG-STATUS " - nothing can be paid."
               CLOSE LOAN-MSTR-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.
           OPEN INPUT ORIG-MSTR-FILE.
           IF ORIG-MSTR-OPENED
               MOVE "Y" TO WS-ORIG-AVAIL
           ELSE
               DISPLAY "*** Unable to open ORIGMSTR - status "
                   WS-ORIG-MSTR-STATUS " - commission held, "
                   "clawbacks on the default window."
           END-IF.
           OPEN OUTPUT COMM-RPT-FILE.
           OPEN OUTPUT COMM-PAY-FILE.

           MOVE "COMMISSION PAID ON LOANS FUNDED IN THE MONTH"
               TO RS-TITLE.
           PERFORM 7400-SECTION-TITLE THRU 7400-EXIT.
           OPEN INPUT FUND-CTL-FILE.
           IF FUND-CTL-OPENED
               PERFORM 8000-READ-FUNDING THRU 8000-EXIT
               PERFORM 2000-PAY-FUNDING THRU 2000-EXIT
                   UNTIL END-OF-FUNDING
               CLOSE FUND-CTL-FILE
           ELSE
               DISPLAY "*** Unable to open FUNDCTL - status "
                   WS-FUND-CTL-STATUS " - no commission paid."
               MOVE SPACES TO COMM-RPT-LINE
               MOVE "  NO FUNDCTL - NO COMMISSION PAID" TO COMM-RPT-LINE
               PERFORM 7100-PRINT-LINE THRU 7100-EXIT
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE "COMMISSION CLAWED BACK" TO RS-TITLE.
           PERFORM 7400-SECTION-TITLE THRU 7400-EXIT.
           MOVE LOW-VALUES TO LM-APPL-ID.
           START LOAN-MSTR-FILE KEY NOT < LM-APPL-ID
               INVALID KEY MOVE "Y" TO WS-MSTR-EOF
           END-START.
           IF NOT END-OF-MASTER
               PERFORM 8100-READ-MASTER THRU 8100-EXIT
               PERFORM 3000-CLAWBACK-LOAN THRU 3000-EXIT
                   UNTIL END-OF-MASTER
           END-IF.

           PERFORM 5000-RUN-TOTALS THRU 5000-EXIT.

           CLOSE COMM-PAY-FILE.
           CLOSE COMM-RPT-FILE.
           IF ORIGINATORS-AVAILABLE
               CLOSE ORIG-MSTR-FILE
           END-IF.
           CLOSE COMM-LEDG-FILE.
           CLOSE LOAN-MSTR-FILE.

           DISPLAY "lncomm: month " WS-PERIOD ", " WS-PAID-COUNT
               " loan(s) paid, " WS-CLAW-COUNT " clawed back, "
               WS-HELD-COUNT " held.".
           IF WS-HELD-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
           COMPUTE WS-RSTAT-WRITTEN = WS-PAID-COUNT + WS-CLAW-COUNT.
           MOVE WS-HELD-COUNT TO WS-RSTAT-REJECTED.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

       1000-LOAD-PARMS.
           MOVE WS-TODAY (1:6) TO WS-PERIOD.
           OPEN INPUT COMM-PRM-FILE.
           IF COMM-PRM-OPENED
               READ COMM-PRM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CP-PERIOD IS NUMERIC
                           AND CP-PERIOD (5:2) > "00"
                           AND CP-PERIOD (5:2) < "13"
                           MOVE CP-PERIOD TO WS-PERIOD
                       END-IF
                       IF CP-CLAWBACK-MONTHS IS NUMERIC
                           AND CP-CLAWBACK-MONTHS > ZEROES
                           MOVE CP-CLAWBACK-MONTHS
                               TO WS-DEFAULT-WINDOW
                       END-IF
               END-READ
               CLOSE COMM-PRM-FILE
           END-IF.
           DISPLAY "lncomm: commission month " WS-PERIOD
               ", default clawback window " WS-DEFAULT-WINDOW
               " month(s).".
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-PAY-FUNDING
      *
      * One FUNDCTL instruction. Confirmed in the month, booked,
      * attributed and not yet paid, it earns its originator's
      * commission; a loan that cannot be paid for want of its
      * loan record, its originator or an FX rate is held and
      * listed, to be paid by a rerun for the month once put right.
      *-----------------------------------------------------------
       2000-PAY-FUNDING.
           IF NOT FC-CONFIRMED AND NOT FC-CLOSED
               GO TO 2000-NEXT
           END-IF.
           MOVE FC-CONFIRM-DATE TO WS-FUND-DATE.
           IF WS-FUND-YYYYMM NOT = WS-PERIOD
               GO TO 2000-NEXT
           END-IF.
           ADD 1 TO WS-FUNDED-COUNT.
           MOVE SPACES TO WS-HELD-REASON.

           MOVE FC-APPL-ID TO LM-APPL-ID.
           READ LOAN-MSTR-FILE
               INVALID KEY
                   MOVE "NO LOAN RECORD" TO WS-HELD-REASON
                   MOVE SPACES TO LM-ORIGINATOR
           END-READ.
           IF WS-HELD-REASON = SPACES
               IF LM-ORIGINATOR = SPACES
                   ADD 1 TO WS-UNATTRIB-COUNT
                   GO TO 2000-NEXT
               END-IF
               IF NOT LM-ST-BOOKED AND NOT LM-ST-PAID-OFF
                   AND NOT LM-ST-CLOSED AND NOT LM-ST-CHGD-OFF
                   MOVE "NOT BOOKED" TO WS-HELD-REASON
               END-IF
           END-IF.

           MOVE FC-APPL-ID TO CL-APPL-ID.
           MOVE "P" TO CL-ENTRY-TYPE.
           READ COMM-LEDG-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-EARLIER-COUNT
                   GO TO 2000-NEXT
           END-READ.

           IF WS-HELD-REASON = SPACES
               MOVE LM-ORIGINATOR TO WS-FIND-ORIG-ID
               PERFORM 4000-FIND-ORIGINATOR THRU 4000-EXIT
               IF NOT ORIGINATOR-ON-FILE
                   MOVE "NO ORIGINATOR" TO WS-HELD-REASON
               ELSE
                   PERFORM 2100-COMPUTE-COMMISSION THRU 2100-EXIT
               END-IF
           END-IF.

           MOVE SPACES TO RPT-DETAIL.
           MOVE LM-ORIGINATOR TO RD-ORIG-ID.
           MOVE FC-APPL-ID TO RD-APPL-ID.
           MOVE FC-CONFIRM-DATE TO RD-FUND-DATE.
           MOVE FC-CURRENCY TO RD-CURRENCY.
           MOVE FC-AMOUNT TO RD-FUNDED.
           IF WS-HELD-REASON = SPACES
               PERFORM 2200-WRITE-PAID THRU 2200-EXIT
           END-IF.
           IF WS-HELD-REASON NOT = SPACES
               ADD 1 TO WS-HELD-COUNT
               MOVE "HELD" TO RD-ACTION
               MOVE ZEROES TO RD-AMOUNT
               MOVE WS-HELD-REASON TO RD-NOTE
               GO TO 2000-PRINT
           END-IF.
           MOVE "PAID" TO RD-ACTION.
           MOVE WS-COMMISSION TO RD-AMOUNT.
           IF OM-BROKER
               MOVE "BROKER" TO RD-NOTE
           ELSE
               MOVE "LOAN OFFICER" TO RD-NOTE
           END-IF.
       2000-PRINT.
           MOVE SPACES TO COMM-RPT-LINE.
           MOVE RPT-DETAIL TO COMM-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
       2000-NEXT.
           PERFORM 8000-READ-FUNDING THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2100-COMPUTE-COMMISSION
      *
      * The plan's basis points of the amount funded, taken to the
      * base currency at the confirmation date, plus the flat
      * amount, held to the cap. No rate for the loan's currency
      * holds the loan.
      *-----------------------------------------------------------
       2100-COMPUTE-COMMISSION.
           COMPUTE WS-BPS-AMT ROUNDED =
               FC-AMOUNT * OM-COMM-BPS / 10000.
           MOVE FC-CURRENCY TO WS-FXR-FROM-CCY.
           MOVE WS-FXR-BASE-CCY TO WS-FXR-TO-CCY.
           MOVE FC-CONFIRM-DATE TO WS-FXR-DATE.
           MOVE WS-BPS-AMT TO WS-FXR-AMOUNT.
           PERFORM 9925-CONVERT-AMOUNT THRU 9925-EXIT.
           IF NOT FX-RATE-FOUND
               MOVE "NO FX RATE" TO WS-HELD-REASON
               GO TO 2100-EXIT
           END-IF.
           COMPUTE WS-COMMISSION = WS-FXR-CONVERTED + OM-COMM-FLAT.
           IF OM-COMM-CAP > ZEROES AND WS-COMMISSION > OM-COMM-CAP
               MOVE OM-COMM-CAP TO WS-COMMISSION
           END-IF.
       2100-EXIT.
           EXIT.

       2200-WRITE-PAID.
           MOVE SPACES TO COMM-LEDG-RECORD.
           MOVE FC-APPL-ID TO CL-APPL-ID.
           MOVE "P" TO CL-ENTRY-TYPE.
           MOVE LM-ORIGINATOR TO CL-ORIG-ID.
           MOVE OM-TYPE TO CL-ORIG-TYPE.
           MOVE WS-PERIOD TO CL-PERIOD.
           MOVE WS-TODAY TO CL-RUN-DATE.
           MOVE FC-CONFIRM-DATE TO CL-FUND-DATE.
           MOVE FC-AMOUNT TO CL-FUNDED-AMT.
           MOVE FC-CURRENCY TO CL-CURRENCY.
           MOVE WS-COMMISSION TO CL-AMOUNT.
           MOVE "FUNDED" TO CL-REASON.
           MOVE FC-CONFIRM-DATE TO CL-EVENT-DATE.
           WRITE COMM-LEDG-RECORD
               INVALID KEY
                   DISPLAY "*** COMMLEDG write failed for '"
                       FC-APPL-ID "' - status " WS-COMM-LEDG-STATUS
                   MOVE "LEDGER WRITE" TO WS-HELD-REASON
                   GO TO 2200-EXIT
           END-WRITE.
           ADD 1 TO WS-PAID-COUNT.
           ADD WS-COMMISSION TO WS-PAID-TOTAL.
           IF ORG-SLOT-FOUND
               ADD 1 TO ORG-PAID-COUNT (ORG-IDX)
               ADD WS-COMMISSION TO ORG-PAID-AMT (ORG-IDX)
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3000-CLAWBACK-LOAN
      *
      * One master record. A loan that has paid off, closed or
      * charged off, was paid commission and has not been clawed
      * back yet loses the commission when the status date is
      * inside the originator's window from the funding - and no
      * later than the commission month, so a rerun for an earlier
      * month takes back only what that month would have.
      *-----------------------------------------------------------
       3000-CLAWBACK-LOAN.
           IF NOT LM-ST-PAID-OFF AND NOT LM-ST-CLOSED
               AND NOT LM-ST-CHGD-OFF
               GO TO 3000-NEXT
           END-IF.
           MOVE LM-APPL-ID TO CL-APPL-ID.
           MOVE "P" TO CL-ENTRY-TYPE.
           READ COMM-LEDG-FILE
               INVALID KEY GO TO 3000-NEXT
           END-READ.
           ADD 1 TO WS-CLOSED-COUNT.
           MOVE CL-AMOUNT TO WS-PAID-AMT.
           MOVE CL-FUND-DATE TO WS-PAID-FUND-DATE.
           MOVE CL-FUNDED-AMT TO WS-PAID-FUNDED.
           MOVE CL-CURRENCY TO WS-PAID-CURRENCY.
           MOVE CL-ORIG-ID TO WS-PAID-ORIG-ID.
           MOVE CL-ORIG-TYPE TO WS-PAID-ORIG-TYPE.

           MOVE "C" TO CL-ENTRY-TYPE.
           READ COMM-LEDG-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY GO TO 3000-NEXT
           END-READ.

           MOVE LM-STATUS-DATE TO WS-EVENT-DATE.
           IF WS-EVENT-YYYYMM > WS-PERIOD
               GO TO 3000-NEXT
           END-IF.
           MOVE WS-PAID-ORIG-ID TO WS-FIND-ORIG-ID.
           PERFORM 4000-FIND-ORIGINATOR THRU 4000-EXIT.
           MOVE WS-DEFAULT-WINDOW TO WS-WINDOW.
           IF ORIGINATOR-ON-FILE AND OM-CLAWBACK-MONTHS > ZEROES
               MOVE OM-CLAWBACK-MONTHS TO WS-WINDOW
           END-IF.
           MOVE WS-PAID-FUND-DATE TO WS-FUND-DATE.
           COMPUTE WS-ELAPSED-MONTHS =
               (WS-EVENT-YYYY - WS-FUND-YYYY) * 12
               + WS-EVENT-MM - WS-FUND-MM.
           IF WS-EVENT-DD < WS-FUND-DD
               SUBTRACT 1 FROM WS-ELAPSED-MONTHS
           END-IF.
           IF WS-ELAPSED-MONTHS NOT < WS-WINDOW
               ADD 1 TO WS-OUTSIDE-COUNT
               GO TO 3000-NEXT
           END-IF.

           MOVE LM-STATUS TO WS-REASON.
           PERFORM 3100-WRITE-CLAWBACK THRU 3100-EXIT.
       3000-NEXT.
           PERFORM 8100-READ-MASTER THRU 8100-EXIT.
       3000-EXIT.
           EXIT.

       3100-WRITE-CLAWBACK.
           MOVE SPACES TO COMM-LEDG-RECORD.
           MOVE LM-APPL-ID TO CL-APPL-ID.
           MOVE "C" TO CL-ENTRY-TYPE.
           MOVE WS-PAID-ORIG-ID TO CL-ORIG-ID.
           MOVE WS-PAID-ORIG-TYPE TO CL-ORIG-TYPE.
           MOVE WS-PERIOD TO CL-PERIOD.
           MOVE WS-TODAY TO CL-RUN-DATE.
           MOVE WS-PAID-FUND-DATE TO CL-FUND-DATE.
           MOVE WS-PAID-FUNDED TO CL-FUNDED-AMT.
           MOVE WS-PAID-CURRENCY TO CL-CURRENCY.
           COMPUTE CL-AMOUNT = ZERO - WS-PAID-AMT.
           MOVE WS-REASON TO CL-REASON.
           MOVE LM-STATUS-DATE TO CL-EVENT-DATE.
           WRITE COMM-LEDG-RECORD
               INVALID KEY
                   DISPLAY "*** COMMLEDG write failed for '"
                       LM-APPL-ID "' - status " WS-COMM-LEDG-STATUS
                   GO TO 3100-EXIT
           END-WRITE.
           ADD 1 TO WS-CLAW-COUNT.
           SUBTRACT WS-PAID-AMT FROM WS-CLAW-TOTAL.
           IF ORG-SLOT-FOUND
               ADD 1 TO ORG-CLAW-COUNT (ORG-IDX)
               SUBTRACT WS-PAID-AMT FROM ORG-CLAW-AMT (ORG-IDX)
           END-IF.

           MOVE SPACES TO RPT-DETAIL.
           MOVE "CLAWBACK" TO RD-ACTION.
           MOVE WS-PAID-ORIG-ID TO RD-ORIG-ID.
           MOVE LM-APPL-ID TO RD-APPL-ID.
           MOVE WS-PAID-FUND-DATE TO RD-FUND-DATE.
           MOVE WS-PAID-CURRENCY TO RD-CURRENCY.
           MOVE WS-PAID-FUNDED TO RD-FUNDED.
           MOVE CL-AMOUNT TO RD-AMOUNT.
           MOVE SPACES TO RD-NOTE.
           STRING WS-REASON DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  LM-STATUS-DATE DELIMITED BY SIZE
               INTO RD-NOTE.
           MOVE SPACES TO COMM-RPT-LINE.
           MOVE RPT-DETAIL TO COMM-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 4000-FIND-ORIGINATOR
      *
      * Reads the originator in WS-FIND-ORIG-ID - the loan's on a
      * payment, the one paid on a clawback - from ORIGMSTR and
      * points ORG-IDX at its run totals, adding the row on first
      * sight.
      * An originator no longer on file still has its clawbacks
      * totalled, under its id alone.
      *-----------------------------------------------------------
       4000-FIND-ORIGINATOR.
           MOVE "N" TO WS-ORIG-ON-FILE.
           MOVE "N" TO WS-ORG-SW.
           MOVE WS-FIND-ORIG-ID TO OM-ORIG-ID.
           IF ORIGINATORS-AVAILABLE
               READ ORIG-MSTR-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-ORIG-ON-FILE
               END-READ
           END-IF.

           SET ORG-IDX TO 1.
           SEARCH ORG-ENTRY
               AT END
                   IF WS-ORG-COUNT < WS-ORG-MAX
                       ADD 1 TO WS-ORG-COUNT
                       SET ORG-IDX TO WS-ORG-COUNT
                       MOVE WS-FIND-ORIG-ID TO ORG-ID (ORG-IDX)
                       MOVE SPACES TO ORG-NAME (ORG-IDX)
                       MOVE SPACES TO ORG-TYPE (ORG-IDX)
                       IF ORIGINATOR-ON-FILE
                           MOVE OM-NAME TO ORG-NAME (ORG-IDX)
                           MOVE OM-TYPE TO ORG-TYPE (ORG-IDX)
                       END-IF
                       MOVE ZEROES TO ORG-PAID-COUNT (ORG-IDX)
                       MOVE ZEROES TO ORG-PAID-AMT (ORG-IDX)
                       MOVE ZEROES TO ORG-CLAW-COUNT (ORG-IDX)
                       MOVE ZEROES TO ORG-CLAW-AMT (ORG-IDX)
                       MOVE "Y" TO WS-ORG-SW
                   ELSE
                       DISPLAY "*** Originator table full at "
                           WS-ORG-MAX " - '" WS-FIND-ORIG-ID
                           "' left out of the totals."
                   END-IF
               WHEN ORG-ID (ORG-IDX) = WS-FIND-ORIG-ID
                   MOVE "Y" TO WS-ORG-SW
           END-SEARCH.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 5000-RUN-TOTALS
      *
      * Each originator's payments, clawbacks and net, on the
      * report and on the COMMPAY feed, then the run's counts.
      *-----------------------------------------------------------
       5000-RUN-TOTALS.
           MOVE "COMMISSION BY ORIGINATOR" TO RS-TITLE.
           PERFORM 7400-SECTION-TITLE THRU 7400-EXIT.
           MOVE SPACES TO COMM-RPT-LINE.
           MOVE RPT-ORIG-HEADING TO COMM-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
           PERFORM 5100-PRINT-ORIGINATOR THRU 5100-EXIT
               VARYING ORG-IDX FROM 1 BY 1
               UNTIL ORG-IDX > WS-ORG-COUNT.

           MOVE "RUN TOTALS" TO RS-TITLE.
           PERFORM 7400-SECTION-TITLE THRU 7400-EXIT.
           MOVE "FUNDINGS CONFIRMED IN THE MONTH" TO RN-LABEL.
           MOVE WS-FUNDED-COUNT TO RN-COUNT.
           PERFORM 5200-COUNT-LINE THRU 5200-EXIT.
           MOVE "NO ORIGINATOR ON THE LOAN" TO RN-LABEL.
           MOVE WS-UNATTRIB-COUNT TO RN-COUNT.
           PERFORM 5200-COUNT-LINE THRU 5200-EXIT.
           MOVE "PAID BY AN EARLIER RUN" TO RN-LABEL.
           MOVE WS-EARLIER-COUNT TO RN-COUNT.
           PERFORM 5200-COUNT-LINE THRU 5200-EXIT.
           MOVE "COMMISSION PAID" TO RN-LABEL.
           MOVE WS-PAID-COUNT TO RN-COUNT.
           PERFORM 5200-COUNT-LINE THRU 5200-EXIT.
           MOVE "COMMISSION HELD" TO RN-LABEL.
           MOVE WS-HELD-COUNT TO RN-COUNT.
           PERFORM 5200-COUNT-LINE THRU 5200-EXIT.
           MOVE "PAID LOANS NOW OFF THE BOOK" TO RN-LABEL.
           MOVE WS-CLOSED-COUNT TO RN-COUNT.
           PERFORM 5200-COUNT-LINE THRU 5200-EXIT.
           MOVE "  OUTSIDE THE CLAWBACK WINDOW" TO RN-LABEL.
           MOVE WS-OUTSIDE-COUNT TO RN-COUNT.
           PERFORM 5200-COUNT-LINE THRU 5200-EXIT.
           MOVE "  CLAWED BACK" TO RN-LABEL.
           MOVE WS-CLAW-COUNT TO RN-COUNT.
           PERFORM 5200-COUNT-LINE THRU 5200-EXIT.

           COMPUTE WS-NET-TOTAL = WS-PAID-TOTAL + WS-CLAW-TOTAL.
           MOVE SPACES TO RA-LABEL.
           STRING "COMMISSION PAID " DELIMITED BY SIZE
                  WS-FXR-BASE-CCY DELIMITED BY SIZE
               INTO RA-LABEL.
           MOVE WS-PAID-TOTAL TO RA-AMOUNT.
           PERFORM 5300-AMOUNT-LINE THRU 5300-EXIT.
           MOVE "COMMISSION CLAWED BACK" TO RA-LABEL.
           MOVE WS-CLAW-TOTAL TO RA-AMOUNT.
           PERFORM 5300-AMOUNT-LINE THRU 5300-EXIT.
           MOVE "NET COMMISSION" TO RA-LABEL.
           MOVE WS-NET-TOTAL TO RA-AMOUNT.
           PERFORM 5300-AMOUNT-LINE THRU 5300-EXIT.
       5000-EXIT.
           EXIT.

       5100-PRINT-ORIGINATOR.
           COMPUTE WS-NET-AMT =
               ORG-PAID-AMT (ORG-IDX) + ORG-CLAW-AMT (ORG-IDX).
           MOVE SPACES TO RPT-ORIG-LINE.
           MOVE ORG-ID (ORG-IDX) TO RO-ORIG-ID.
           MOVE ORG-NAME (ORG-IDX) TO RO-NAME.
           MOVE ORG-TYPE (ORG-IDX) TO RO-TYPE.
           MOVE ORG-PAID-COUNT (ORG-IDX) TO RO-PAID-COUNT.
           MOVE ORG-PAID-AMT (ORG-IDX) TO RO-PAID-AMT.
           MOVE ORG-CLAW-COUNT (ORG-IDX) TO RO-CLAW-COUNT.
           MOVE ORG-CLAW-AMT (ORG-IDX) TO RO-CLAW-AMT.
           MOVE WS-NET-AMT TO RO-NET-AMT.
           MOVE SPACES TO COMM-RPT-LINE.
           MOVE RPT-ORIG-LINE TO COMM-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.

           IF ORG-PAID-COUNT (ORG-IDX) = ZEROES
               AND ORG-CLAW-COUNT (ORG-IDX) = ZEROES
               GO TO 5100-EXIT
           END-IF.
           MOVE WS-PERIOD TO CY-PERIOD.
           MOVE ORG-ID (ORG-IDX) TO CY-ORIG-ID.
           MOVE ORG-NAME (ORG-IDX) TO CY-NAME.
           MOVE ORG-TYPE (ORG-IDX) TO CY-TYPE.
           MOVE WS-FXR-BASE-CCY TO CY-CURRENCY.
           MOVE ORG-PAID-COUNT (ORG-IDX) TO CY-PAID-COUNT.
           MOVE ORG-PAID-AMT (ORG-IDX) TO CY-PAID-AMT.
           MOVE ORG-CLAW-COUNT (ORG-IDX) TO CY-CLAW-COUNT.
           MOVE ORG-CLAW-AMT (ORG-IDX) TO CY-CLAW-AMT.
           MOVE WS-NET-AMT TO CY-NET-AMT.
           WRITE COMM-PAY-RECORD.
       5100-EXIT.
           EXIT.

       5200-COUNT-LINE.
           MOVE SPACES TO COMM-RPT-LINE.
           MOVE RPT-COUNT TO COMM-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
       5200-EXIT.
           EXIT.

       5300-AMOUNT-LINE.
           MOVE SPACES TO COMM-RPT-LINE.
           MOVE RPT-AMOUNT TO COMM-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
       5300-EXIT.
           EXIT.

       7100-PRINT-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               MOVE COMM-RPT-LINE TO WS-HOLD-LINE
               PERFORM 7300-PAGE-HEADING THRU 7300-EXIT
               MOVE WS-HOLD-LINE TO COMM-RPT-LINE
           END-IF.
           PERFORM 7200-WRITE-RPT-LINE THRU 7200-EXIT.
       7100-EXIT.
           EXIT.

       7200-WRITE-RPT-LINE.
           WRITE COMM-RPT-LINE.
           ADD 1 TO WS-LINE-COUNT.
       7200-EXIT.
           EXIT.

       7300-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PERIOD TO RH1-PERIOD.
           MOVE WS-TODAY TO RH1-DATE.
           MOVE WS-PAGE-NO TO RH1-PAGE.
           MOVE SPACES TO COMM-RPT-LINE.
           MOVE RPT-HEADING-1 TO COMM-RPT-LINE.
           WRITE COMM-RPT-LINE.
           MOVE SPACES TO COMM-RPT-LINE.
           MOVE RPT-HEADING-2 TO COMM-RPT-LINE.
           WRITE COMM-RPT-LINE.
           MOVE SPACES TO COMM-RPT-LINE.
           WRITE COMM-RPT-LINE.
           MOVE 3 TO WS-LINE-COUNT.
       7300-EXIT.
           EXIT.

       7400-SECTION-TITLE.
           MOVE SPACES TO COMM-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
           MOVE SPACES TO COMM-RPT-LINE.
           MOVE RPT-SECTION TO COMM-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
       7400-EXIT.
           EXIT.

       8000-READ-FUNDING.
           READ FUND-CTL-FILE NEXT
               AT END MOVE "Y" TO WS-FUND-EOF
               NOT AT END ADD 1 TO WS-RSTAT-READ
           END-READ.
       8000-EXIT.
           EXIT.

       8100-READ-MASTER.
           READ LOAN-MSTR-FILE NEXT
               AT END MOVE "Y" TO WS-MSTR-EOF
               NOT AT END ADD 1 TO WS-RSTAT-READ
           END-READ.
       8100-EXIT.
           EXIT.

           COPY lnfxrcnv.
           COPY lnrstwrt.
