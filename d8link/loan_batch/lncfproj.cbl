      ******************************************************************
      *
      * Forward Cash-Flow Projection
      * ============================
      *
      * The month-end projection treasury asks for: what principal,
      * interest and escrow the book is scheduled to bring in over
      * each of the next twelve calendar months, starting with the
      * month of the run.
      *
      * For every BOOKED loan on LOANMSTR the AMORTSCH rows are read
      * by key and set against the loan's POSTED PAYHIST receipts
      * (net of the escrow portion and late charges, as lnaging
      * counts paid-to-date): the periods the receipts cover are
      * behind us, and the projection runs from the next unpaid
      * period forward. What is still owed on a part-paid period
      * is projected - interest first, as lnpost applies a payment
      * - and every later period in full, each in the calendar
      * month it falls due at the loan's own payment frequency. A
      * period already past due is expected in the first month.
      * Each projected period also carries the loan's escrow
      * portion from ESCROW.
      *
      * CFPRJRPT prints the twelve months by loan type and currency,
      * then again in the USD base - each currency converted at the
      * FXRATES rate in force on the run date - by loan type and
      * for the whole book. A currency with no rate on file is left
      * out of the base-currency figures, reported, and the step
      * ends with RETURN-CODE 4.
      *
      * CFPROJ is the flat extract for treasury's liquidity model:
      * one row per month, loan type and currency, with the native
      * amounts, the rate applied and the base-currency amounts.
      *
      * A loan with no schedule rows (the caller did not ask say
      * for one) has no principal and interest split to project; it
      * is listed and counted instead.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original projection batch - the figures
      *                  were summed from AMORTSCH by hand.
      * 2026-10-15  RJM  Records its run statistics on RUNSTATS.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lncfproj.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ESCROW-FILE ASSIGN TO "ESCROW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-APPL-ID
               FILE STATUS IS WS-ESCROW-STATUS.
           COPY lnfxrsel.
           SELECT CF-RPT-FILE ASSIGN TO "CFPRJRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CF-RPT-STATUS.
           SELECT CF-EXTR-FILE ASSIGN TO "CFPROJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CF-EXTR-STATUS.
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.
           COPY loanmstr.

           COPY amortsch.

           COPY payhist.

           COPY escrow.

           COPY lnfxrfd.

       FD  CF-RPT-FILE.
       01  CF-RPT-LINE PIC X(100).

      * Treasury liquidity-model extract - one row per projection
      * month, loan type and currency. The base-currency amounts
      * are zero, and CX-RATE-FOUND N, where the currency had no
      * rate on file.
       FD  CF-EXTR-FILE.
       01  CF-EXTR-RECORD.
           05 CX-RUN-DATE       PIC 9(08).
           05 CX-MONTH          PIC 9(06).
           05 CX-LOAN-TYPE      PIC X(04).
           05 CX-CURRENCY       PIC X(03).
           05 CX-PRINCIPAL      PIC 9(11)V9(2).
           05 CX-INTEREST       PIC 9(11)V9(2).
           05 CX-ESCROW         PIC 9(11)V9(2).
           05 CX-TOTAL          PIC 9(11)V9(2).
           05 CX-BASE-CCY       PIC X(03).
           05 CX-FX-RATE        PIC 9(3)V9(6).
           05 CX-BASE-PRINCIPAL PIC 9(11)V9(2).
           05 CX-BASE-INTEREST  PIC 9(11)V9(2).
           05 CX-BASE-ESCROW    PIC 9(11)V9(2).
           05 CX-BASE-TOTAL     PIC 9(11)V9(2).
           05 CX-RATE-FOUND     PIC X(01).

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-AMORT-STATUS PIC X(02) VALUE SPACES.
           88 AMORT-FILE-OPENED VALUE "00".
       01 WS-PAY-HIST-STATUS PIC X(02) VALUE SPACES.
           88 PAY-HIST-OPENED VALUE "00".
       01 WS-ESCROW-STATUS PIC X(02) VALUE SPACES.
           88 ESCROW-OPENED VALUE "00".
       01 WS-CF-RPT-STATUS PIC X(02) VALUE SPACES.
       01 WS-CF-EXTR-STATUS PIC X(02) VALUE SPACES.
           88 CF-EXTR-OPENED VALUE "00".
           COPY lnfxrws.

       01 WS-MSTR-EOF PIC X(01) VALUE "N".
           88 END-OF-MASTER VALUE "Y".
       01 WS-AMORT-EOF PIC X(01) VALUE "N".
           88 END-OF-SCHEDULE VALUE "Y".
       01 WS-PAY-EOF PIC X(01) VALUE "N".
           88 END-OF-PAYMENTS VALUE "Y".

       01 WS-TODAY PIC 9(08).
       01 WS-TODAY-SPLIT REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY PIC 9(04).
           05 WS-TODAY-MM PIC 9(02).
           05 WS-TODAY-DD PIC 9(02).

      * The twelve projection months, YYYYMM, from the run month.
       01 WS-HORIZON PIC 9(02) COMP VALUE 12.
       01 WS-HZ-TABLE.
           05 WS-HZ-MONTH OCCURS 12 TIMES PIC 9(06).
       01 WS-HZ-YYYY PIC 9(04).
       01 WS-HZ-MM PIC 9(02).
       01 WS-MONTH-IDX PIC S9(4) COMP.

      * The loan being projected.
       01 WS-ORIG-DATE PIC 9(08).
       01 WS-ORIG-YYYY PIC 9(04).
       01 WS-ORIG-MM PIC 9(02).
       01 WS-ORIG-INT PIC 9(08) COMP.
       01 WS-TOTAL-PAID PIC S9(9)V9(2) COMP-3.
       01 WS-CUM-DUE PIC S9(9)V9(2) COMP-3.
       01 WS-PERIOD-DUE PIC S9(9)V9(2) COMP-3.
       01 WS-UNPAID PIC S9(9)V9(2) COMP-3.
       01 WS-UNPAID-INT PIC S9(9)V9(2) COMP-3.
       01 WS-UNPAID-PRIN PIC S9(9)V9(2) COMP-3.
       01 WS-ESC-PORTION PIC S9(7)V9(2) COMP-3.
       01 WS-SCHED-ROWS PIC 9(04) COMP VALUE ZEROES.
       01 WS-SLOT PIC S9(5) COMP.
       01 WS-DUE-DATE PIC 9(08).
       01 WS-DUE-YYYY PIC 9(04).
       01 WS-DUE-MM PIC 9(02).
       01 WS-DUE-TOT-MM PIC 9(05).
       01 WS-DUE-YRS PIC 9(04).
       01 WS-DUE-INT PIC 9(08) COMP.

      * Projection by loan type and currency, one row per pair
      * seen: the native amounts per month, and the same converted
      * to base at CF-RATE when the currency has a rate.
       01 WS-CF-MAX PIC 9(03) VALUE 50.
       01 WS-CF-COUNT PIC 9(03) VALUE ZEROES.
       01 CF-TABLE.
           05 CF-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-CF-COUNT
               INDEXED BY CF-IDX.
               10 CF-LOAN-TYPE PIC X(04).
               10 CF-CURRENCY PIC X(03).
               10 CF-RATE PIC 9(3)V9(6).
               10 CF-RATE-FLAG PIC X(01).
                   88 CF-RATED VALUE "Y".
               10 CF-MONTH OCCURS 12 TIMES.
                   15 CF-PRIN PIC S9(11)V9(2) COMP-3.
                   15 CF-INT PIC S9(11)V9(2) COMP-3.
                   15 CF-ESC PIC S9(11)V9(2) COMP-3.
                   15 CF-B-PRIN PIC S9(11)V9(2) COMP-3.
                   15 CF-B-INT PIC S9(11)V9(2) COMP-3.
                   15 CF-B-ESC PIC S9(11)V9(2) COMP-3.

      * Base-currency projection by loan type, and for the book.
       01 WS-BT-MAX PIC 9(02) VALUE 20.
       01 WS-BT-COUNT PIC 9(02) VALUE ZEROES.
       01 BT-TABLE.
           05 BT-ENTRY OCCURS 1 TO 20 TIMES
               DEPENDING ON WS-BT-COUNT
               INDEXED BY BT-IDX.
               10 BT-LOAN-TYPE PIC X(04).
               10 BT-MONTH OCCURS 12 TIMES.
                   15 BT-PRIN PIC S9(13)V9(2) COMP-3.
                   15 BT-INT PIC S9(13)V9(2) COMP-3.
                   15 BT-ESC PIC S9(13)V9(2) COMP-3.
       01 GT-TABLE.
           05 GT-MONTH OCCURS 12 TIMES.
               10 GT-PRIN PIC S9(13)V9(2) COMP-3.
               10 GT-INT PIC S9(13)V9(2) COMP-3.
               10 GT-ESC PIC S9(13)V9(2) COMP-3.

      * One block of the report - twelve months and their total -
      * staged here whichever table it comes from.
       01 WS-BLK-TYPE PIC X(04).
       01 WS-BLK-CCY PIC X(03).
       01 WS-BLK-TABLE.
           05 WS-BLK-MONTH OCCURS 12 TIMES.
               10 WS-BLK-PRIN PIC S9(13)V9(2) COMP-3.
               10 WS-BLK-INT PIC S9(13)V9(2) COMP-3.
               10 WS-BLK-ESC PIC S9(13)V9(2) COMP-3.
       01 WS-BLK-TOT-PRIN PIC S9(13)V9(2) COMP-3.
       01 WS-BLK-TOT-INT PIC S9(13)V9(2) COMP-3.
       01 WS-BLK-TOT-ESC PIC S9(13)V9(2) COMP-3.

       01 WS-LOAN-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-NOSCHED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-SKIPPED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-NORATE-COUNT PIC 9(03) VALUE ZEROES.
       01 WS-EXTR-COUNT PIC 9(07) VALUE ZEROES.

       01 WS-REPORT-TITLE PIC X(60).
       01 WS-PAGE-NO PIC 9(04) VALUE ZEROES.
       01 WS-LINE-COUNT PIC 9(03) VALUE 99.
       01 WS-LINES-PER-PAGE PIC 9(03) VALUE 55.

      * Print line layouts.
       01 RPT-HEADING-1.
           05 FILLER PIC X(30)
               VALUE "CASH-FLOW PROJECTION REPORT   ".
           05 FILLER PIC X(08) VALUE "DATE    ".
           05 RH1-DATE PIC 9(08).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(05) VALUE "PAGE ".
           05 RH1-PAGE PIC ZZZ9.
       01 RPT-HEADING-2.
           05 RH2-TITLE PIC X(60).
       01 RPT-HEADING-3.
           05 FILLER PIC X(40) VALUE
               "MONTH    TYPE CCY         PRINCIPAL     ".
           05 FILLER PIC X(50) VALUE
               "     INTEREST            ESCROW              TOTAL".
       01 RPT-DETAIL.
           05 RD-MONTH PIC X(07).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RD-TYPE PIC X(04).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-CCY PIC X(03).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-PRINCIPAL PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-INTEREST PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-ESCROW PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-TOTAL PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           COPY lnrstws.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "LNCFPROJ" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-FXR-DATE.

           OPEN INPUT LOAN-MSTR-FILE.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.
           OPEN INPUT AMORT-SCHED-FILE.
           IF NOT AMORT-FILE-OPENED
               DISPLAY "*** Unable to open AMORTSCH - status "
                   WS-AMORT-STATUS " - nothing to project."
               CLOSE LOAN-MSTR-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.
           OPEN INPUT PAY-HIST-FILE.
           IF NOT PAY-HIST-OPENED
               DISPLAY "*** Unable to open PAYHIST - status "
                   WS-PAY-HIST-STATUS " - the paid periods are "
                   "not known, nothing projected."
               CLOSE AMORT-SCHED-FILE
               CLOSE LOAN-MSTR-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.
           OPEN INPUT ESCROW-FILE.
           IF NOT ESCROW-OPENED
               DISPLAY "lncfproj: no ESCROW file (status "
                   WS-ESCROW-STATUS ") - projected without escrow."
           END-IF.
           PERFORM 9920-LOAD-FX-RATES THRU 9920-EXIT.

           PERFORM 1000-BUILD-HORIZON THRU 1000-EXIT
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-HORIZON.
           PERFORM 1100-CLEAR-GRAND THRU 1100-EXIT
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-HORIZON.

           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
           PERFORM 2000-PROJECT-LOAN THRU 2000-EXIT
               UNTIL END-OF-MASTER.

           CLOSE LOAN-MSTR-FILE.
           CLOSE AMORT-SCHED-FILE.
           CLOSE PAY-HIST-FILE.
           IF ESCROW-OPENED
               CLOSE ESCROW-FILE
           END-IF.

           PERFORM 3000-CONVERT-ENTRY THRU 3000-EXIT
               VARYING CF-IDX FROM 1 BY 1
               UNTIL CF-IDX > WS-CF-COUNT.

           OPEN OUTPUT CF-RPT-FILE.
           PERFORM 4000-PRINT-NATIVE THRU 4000-EXIT.
           PERFORM 4500-PRINT-BASE THRU 4500-EXIT.
           CLOSE CF-RPT-FILE.

           OPEN OUTPUT CF-EXTR-FILE.
           IF CF-EXTR-OPENED
               PERFORM 5000-WRITE-EXTRACT THRU 5000-EXIT
                   VARYING CF-IDX FROM 1 BY 1
                   UNTIL CF-IDX > WS-CF-COUNT
               CLOSE CF-EXTR-FILE
           ELSE
               DISPLAY "*** Unable to open CFPROJ - status "
                   WS-CF-EXTR-STATUS " - no extract this run."
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY "lncfproj: " WS-LOAN-COUNT " loan(s) projected, "
               WS-NOSCHED-COUNT " with no schedule, "
               WS-SKIPPED-COUNT " skipped.".
           DISPLAY "lncfproj: " WS-EXTR-COUNT " row(s) written to "
               "CFPROJ.".
           IF WS-NORATE-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-EXTR-COUNT TO WS-RSTAT-WRITTEN.
           MOVE WS-SKIPPED-COUNT TO WS-RSTAT-REJECTED.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

      *-----------------------------------------------------------
      * 1000-BUILD-HORIZON
      *
      * The calendar month of each projection slot - the run month
      * first.
      *-----------------------------------------------------------
       1000-BUILD-HORIZON.
           COMPUTE WS-DUE-TOT-MM = WS-TODAY-MM + WS-MONTH-IDX - 1.
           COMPUTE WS-DUE-YRS = (WS-DUE-TOT-MM - 1) / 12.
           COMPUTE WS-HZ-YYYY = WS-TODAY-YYYY + WS-DUE-YRS.
           COMPUTE WS-HZ-MM = WS-DUE-TOT-MM - WS-DUE-YRS * 12.
           COMPUTE WS-HZ-MONTH (WS-MONTH-IDX) =
               WS-HZ-YYYY * 100 + WS-HZ-MM.
       1000-EXIT.
           EXIT.

       1100-CLEAR-GRAND.
           MOVE ZEROES TO GT-PRIN (WS-MONTH-IDX).
           MOVE ZEROES TO GT-INT (WS-MONTH-IDX).
           MOVE ZEROES TO GT-ESC (WS-MONTH-IDX).
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-PROJECT-LOAN
      *
      * One BOOKED loan: its paid-to-date, its escrow portion, then
      * its schedule rows from the first one the receipts do not
      * cover, each into the month it falls due, until the rows run
      * past the horizon.
      *-----------------------------------------------------------
       2000-PROJECT-LOAN.
           IF NOT LM-ST-BOOKED
               GO TO 2000-NEXT
           END-IF.
           MOVE LM-APPL-ID (1:8) TO WS-ORIG-DATE.
           IF WS-ORIG-DATE NOT NUMERIC
               DISPLAY "*** Skipping '" LM-APPL-ID
                   "' - origination date not derivable."
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 2000-NEXT
           END-IF.
           MOVE WS-ORIG-DATE (1:4) TO WS-ORIG-YYYY.
           MOVE WS-ORIG-DATE (5:2) TO WS-ORIG-MM.
           COMPUTE WS-ORIG-INT =
               FUNCTION INTEGER-OF-DATE(WS-ORIG-DATE).

           PERFORM 2300-FIND-ENTRY THRU 2300-EXIT.
           IF CF-IDX > WS-CF-COUNT
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 2000-NEXT
           END-IF.

           PERFORM 2100-SUM-PAYMENTS THRU 2100-EXIT.
           MOVE ZEROES TO WS-ESC-PORTION.
           IF ESCROW-OPENED
               MOVE LM-APPL-ID TO ES-APPL-ID
               READ ESCROW-FILE
                   NOT INVALID KEY
                       MOVE ES-MONTHLY-PORTION TO WS-ESC-PORTION
               END-READ
           END-IF.

           MOVE ZEROES TO WS-SCHED-ROWS.
           MOVE ZEROES TO WS-CUM-DUE.
           MOVE "N" TO WS-AMORT-EOF.
           MOVE LM-APPL-ID TO AMORT-APPL-ID.
           MOVE ZEROES TO AMORT-PERIOD-NO.
           START AMORT-SCHED-FILE KEY NOT < AMORT-KEY
               INVALID KEY MOVE "Y" TO WS-AMORT-EOF
           END-START.
           IF NOT END-OF-SCHEDULE
               PERFORM 8100-READ-SCHEDULE THRU 8100-EXIT
               PERFORM 2200-TAKE-SCHEDULE-ROW THRU 2200-EXIT
                   UNTIL END-OF-SCHEDULE
           END-IF.

           IF WS-SCHED-ROWS = ZEROES
               DISPLAY "*** '" LM-APPL-ID "' has no schedule rows "
                   "- not projected."
               ADD 1 TO WS-NOSCHED-COUNT
           ELSE
               ADD 1 TO WS-LOAN-COUNT
           END-IF.

       2000-NEXT.
           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2100-SUM-PAYMENTS
      *
      * The loan's POSTED receipts by key, net of the escrow
      * portion and the late charges - neither serviced the debt.
      *-----------------------------------------------------------
       2100-SUM-PAYMENTS.
           MOVE ZEROES TO WS-TOTAL-PAID.
           MOVE "N" TO WS-PAY-EOF.
           MOVE LM-APPL-ID TO PH-APPL-ID.
           MOVE ZEROES TO PH-POST-SEQ.
           START PAY-HIST-FILE KEY NOT < PH-KEY
               INVALID KEY MOVE "Y" TO WS-PAY-EOF
           END-START.
           IF NOT END-OF-PAYMENTS
               PERFORM 8200-READ-PAYMENT THRU 8200-EXIT
               PERFORM 2110-TAKE-PAYMENT THRU 2110-EXIT
                   UNTIL END-OF-PAYMENTS
           END-IF.
       2100-EXIT.
           EXIT.

       2110-TAKE-PAYMENT.
           IF PH-APPL-ID NOT = LM-APPL-ID
               MOVE "Y" TO WS-PAY-EOF
               GO TO 2110-EXIT
           END-IF.
           IF PH-POSTED
               COMPUTE WS-TOTAL-PAID =
                   WS-TOTAL-PAID + PH-AMOUNT - PH-ESCROW - PH-FEES
           END-IF.
           PERFORM 8200-READ-PAYMENT THRU 8200-EXIT.
       2110-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2200-TAKE-SCHEDULE-ROW
      *
      * A period the receipts cover is passed over. The first one
      * they do not is projected for what is still owed on it -
      * the receipts over the earlier periods went to its interest
      * first - and every later one in full. Reading stops at the
      * first period due beyond the horizon.
      *-----------------------------------------------------------
       2200-TAKE-SCHEDULE-ROW.
           IF AMORT-APPL-ID NOT = LM-APPL-ID
               MOVE "Y" TO WS-AMORT-EOF
               GO TO 2200-EXIT
           END-IF.
           IF AMORT-PERIOD-NO NOT > ZERO
               GO TO 2200-NEXT
           END-IF.
           ADD 1 TO WS-SCHED-ROWS.
           COMPUTE WS-PERIOD-DUE =
               AMORT-PRINCIPAL-PORTION + AMORT-INTEREST-PORTION.
           ADD WS-PERIOD-DUE TO WS-CUM-DUE.
           IF WS-CUM-DUE NOT > WS-TOTAL-PAID
               GO TO 2200-NEXT
           END-IF.

           COMPUTE WS-UNPAID = WS-CUM-DUE - WS-TOTAL-PAID.
           IF WS-UNPAID NOT < WS-PERIOD-DUE
               MOVE AMORT-INTEREST-PORTION TO WS-UNPAID-INT
               MOVE AMORT-PRINCIPAL-PORTION TO WS-UNPAID-PRIN
           ELSE
               COMPUTE WS-UNPAID-INT = AMORT-INTEREST-PORTION
                   - (WS-PERIOD-DUE - WS-UNPAID)
               IF WS-UNPAID-INT < ZERO
                   MOVE ZEROES TO WS-UNPAID-INT
               END-IF
               COMPUTE WS-UNPAID-PRIN = WS-UNPAID - WS-UNPAID-INT
           END-IF.

           PERFORM 2250-DUE-SLOT THRU 2250-EXIT.
           IF WS-SLOT > WS-HORIZON
               MOVE "Y" TO WS-AMORT-EOF
               GO TO 2200-EXIT
           END-IF.
           ADD WS-UNPAID-PRIN TO CF-PRIN (CF-IDX, WS-SLOT).
           ADD WS-UNPAID-INT TO CF-INT (CF-IDX, WS-SLOT).
           ADD WS-ESC-PORTION TO CF-ESC (CF-IDX, WS-SLOT).

       2200-NEXT.
           PERFORM 8100-READ-SCHEDULE THRU 8100-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2250-DUE-SLOT
      *
      * The projection month the period falls due in - its due
      * date at the loan's frequency as lnaging derives it (14n
      * days on for a biweekly loan, n or 3n months on for a
      * monthly or quarterly one). A period already due is
      * expected in the first month.
      *-----------------------------------------------------------
       2250-DUE-SLOT.
           IF LM-PF-BIWEEKLY
               COMPUTE WS-DUE-INT =
                   WS-ORIG-INT + AMORT-PERIOD-NO * 14
               COMPUTE WS-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
               MOVE WS-DUE-DATE (1:4) TO WS-DUE-YYYY
               MOVE WS-DUE-DATE (5:2) TO WS-DUE-MM
               GO TO 2250-SLOT
           END-IF.
           IF LM-PF-QUARTERLY
               COMPUTE WS-DUE-TOT-MM =
                   WS-ORIG-MM + AMORT-PERIOD-NO * 3
           ELSE
               COMPUTE WS-DUE-TOT-MM =
                   WS-ORIG-MM + AMORT-PERIOD-NO
           END-IF.
           COMPUTE WS-DUE-YRS = (WS-DUE-TOT-MM - 1) / 12.
           COMPUTE WS-DUE-YYYY = WS-ORIG-YYYY + WS-DUE-YRS.
           COMPUTE WS-DUE-MM = WS-DUE-TOT-MM - WS-DUE-YRS * 12.
       2250-SLOT.
           COMPUTE WS-SLOT =
               (WS-DUE-YYYY - WS-TODAY-YYYY) * 12
               + WS-DUE-MM - WS-TODAY-MM + 1.
           IF WS-SLOT < 1
               MOVE 1 TO WS-SLOT
           END-IF.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2300-FIND-ENTRY
      *
      * Points CF-IDX at the loan's type/currency row, creating it
      * the first time the pair is seen. A full table leaves CF-IDX
      * past the last row.
      *-----------------------------------------------------------
       2300-FIND-ENTRY.
           SET CF-IDX TO 1.
           SEARCH CF-ENTRY
               AT END
                   IF WS-CF-COUNT < WS-CF-MAX
                       ADD 1 TO WS-CF-COUNT
                       SET CF-IDX TO WS-CF-COUNT
                       MOVE LM-LOAN-TYPE TO CF-LOAN-TYPE (CF-IDX)
                       MOVE LM-CURRENCY TO CF-CURRENCY (CF-IDX)
                       MOVE ZEROES TO CF-RATE (CF-IDX)
                       MOVE "N" TO CF-RATE-FLAG (CF-IDX)
                       PERFORM 2310-CLEAR-MONTH THRU 2310-EXIT
                           VARYING WS-MONTH-IDX FROM 1 BY 1
                           UNTIL WS-MONTH-IDX > WS-HORIZON
                   ELSE
                       DISPLAY "*** Projection table full at "
                           WS-CF-MAX " type/currency pairs - '"
                           LM-APPL-ID "' not projected."
                       SET CF-IDX TO WS-CF-COUNT
                       SET CF-IDX UP BY 1
                   END-IF
               WHEN CF-LOAN-TYPE (CF-IDX) = LM-LOAN-TYPE
                   AND CF-CURRENCY (CF-IDX) = LM-CURRENCY
                   CONTINUE
           END-SEARCH.
       2300-EXIT.
           EXIT.

       2310-CLEAR-MONTH.
           MOVE ZEROES TO CF-PRIN (CF-IDX, WS-MONTH-IDX).
           MOVE ZEROES TO CF-INT (CF-IDX, WS-MONTH-IDX).
           MOVE ZEROES TO CF-ESC (CF-IDX, WS-MONTH-IDX).
           MOVE ZEROES TO CF-B-PRIN (CF-IDX, WS-MONTH-IDX).
           MOVE ZEROES TO CF-B-INT (CF-IDX, WS-MONTH-IDX).
           MOVE ZEROES TO CF-B-ESC (CF-IDX, WS-MONTH-IDX).
       2310-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3000-CONVERT-ENTRY
      *
      * Converts one type/currency row to base at the rate in force
      * on the run date and adds it to its loan type's base row and
      * the book total. A currency with no rate stays out of both.
      *-----------------------------------------------------------
       3000-CONVERT-ENTRY.
           MOVE CF-CURRENCY (CF-IDX) TO WS-FXR-LOOK-CCY.
           PERFORM 9926-RATE-TO-BASE THRU 9926-EXIT.
           IF NOT FXR-LOOK-FOUND
               DISPLAY "*** No FXRATES rate to " WS-FXR-BASE-CCY
                   " for " CF-CURRENCY (CF-IDX) " - "
                   CF-LOAN-TYPE (CF-IDX)
                   " left out of the base-currency totals."
               ADD 1 TO WS-NORATE-COUNT
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-FXR-LOOK-RATE TO CF-RATE (CF-IDX).
           MOVE "Y" TO CF-RATE-FLAG (CF-IDX).

           SET BT-IDX TO 1.
           SEARCH BT-ENTRY
               AT END
                   IF WS-BT-COUNT < WS-BT-MAX
                       ADD 1 TO WS-BT-COUNT
                       SET BT-IDX TO WS-BT-COUNT
                       MOVE CF-LOAN-TYPE (CF-IDX)
                           TO BT-LOAN-TYPE (BT-IDX)
                       PERFORM 3010-CLEAR-BASE THRU 3010-EXIT
                           VARYING WS-MONTH-IDX FROM 1 BY 1
                           UNTIL WS-MONTH-IDX > WS-HORIZON
                   ELSE
                       DISPLAY "*** Base table full at " WS-BT-MAX
                           " loan types - " CF-LOAN-TYPE (CF-IDX)
                           " not totaled in base."
                       SET BT-IDX TO WS-BT-COUNT
                       SET BT-IDX UP BY 1
                   END-IF
               WHEN BT-LOAN-TYPE (BT-IDX) = CF-LOAN-TYPE (CF-IDX)
                   CONTINUE
           END-SEARCH.

           PERFORM 3100-CONVERT-MONTH THRU 3100-EXIT
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-HORIZON.
       3000-EXIT.
           EXIT.

       3010-CLEAR-BASE.
           MOVE ZEROES TO BT-PRIN (BT-IDX, WS-MONTH-IDX).
           MOVE ZEROES TO BT-INT (BT-IDX, WS-MONTH-IDX).
           MOVE ZEROES TO BT-ESC (BT-IDX, WS-MONTH-IDX).
       3010-EXIT.
           EXIT.

       3100-CONVERT-MONTH.
           COMPUTE CF-B-PRIN (CF-IDX, WS-MONTH-IDX) ROUNDED =
               CF-PRIN (CF-IDX, WS-MONTH-IDX) * CF-RATE (CF-IDX).
           COMPUTE CF-B-INT (CF-IDX, WS-MONTH-IDX) ROUNDED =
               CF-INT (CF-IDX, WS-MONTH-IDX) * CF-RATE (CF-IDX).
           COMPUTE CF-B-ESC (CF-IDX, WS-MONTH-IDX) ROUNDED =
               CF-ESC (CF-IDX, WS-MONTH-IDX) * CF-RATE (CF-IDX).
           IF BT-IDX NOT > WS-BT-COUNT
               ADD CF-B-PRIN (CF-IDX, WS-MONTH-IDX)
                   TO BT-PRIN (BT-IDX, WS-MONTH-IDX)
               ADD CF-B-INT (CF-IDX, WS-MONTH-IDX)
                   TO BT-INT (BT-IDX, WS-MONTH-IDX)
               ADD CF-B-ESC (CF-IDX, WS-MONTH-IDX)
                   TO BT-ESC (BT-IDX, WS-MONTH-IDX)
           END-IF.
           ADD CF-B-PRIN (CF-IDX, WS-MONTH-IDX)
               TO GT-PRIN (WS-MONTH-IDX).
           ADD CF-B-INT (CF-IDX, WS-MONTH-IDX)
               TO GT-INT (WS-MONTH-IDX).
           ADD CF-B-ESC (CF-IDX, WS-MONTH-IDX)
               TO GT-ESC (WS-MONTH-IDX).
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 4000-PRINT-NATIVE
      *
      * The first part of CFPRJRPT - a block of twelve months per
      * loan type and currency, in the loan currency.
      *-----------------------------------------------------------
       4000-PRINT-NATIVE.
           MOVE "SCHEDULED COLLECTIONS BY LOAN TYPE AND CURRENCY"
               TO WS-REPORT-TITLE.
           MOVE 99 TO WS-LINE-COUNT.
           PERFORM 4100-NATIVE-BLOCK THRU 4100-EXIT
               VARYING CF-IDX FROM 1 BY 1
               UNTIL CF-IDX > WS-CF-COUNT.
       4000-EXIT.
           EXIT.

       4100-NATIVE-BLOCK.
           MOVE CF-LOAN-TYPE (CF-IDX) TO WS-BLK-TYPE.
           MOVE CF-CURRENCY (CF-IDX) TO WS-BLK-CCY.
           PERFORM 4110-STAGE-NATIVE THRU 4110-EXIT
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-HORIZON.
           PERFORM 6000-PRINT-BLOCK THRU 6000-EXIT.
       4100-EXIT.
           EXIT.

       4110-STAGE-NATIVE.
           MOVE CF-PRIN (CF-IDX, WS-MONTH-IDX)
               TO WS-BLK-PRIN (WS-MONTH-IDX).
           MOVE CF-INT (CF-IDX, WS-MONTH-IDX)
               TO WS-BLK-INT (WS-MONTH-IDX).
           MOVE CF-ESC (CF-IDX, WS-MONTH-IDX)
               TO WS-BLK-ESC (WS-MONTH-IDX).
       4110-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 4500-PRINT-BASE
      *
      * The second part - the same in the base currency, a block
      * per loan type and one for the whole book.
      *-----------------------------------------------------------
       4500-PRINT-BASE.
           MOVE SPACES TO WS-REPORT-TITLE.
           STRING "SCHEDULED COLLECTIONS IN BASE CURRENCY "
               WS-FXR-BASE-CCY DELIMITED BY SIZE
               INTO WS-REPORT-TITLE.
           MOVE 99 TO WS-LINE-COUNT.
           MOVE WS-FXR-BASE-CCY TO WS-BLK-CCY.
           PERFORM 4600-BASE-BLOCK THRU 4600-EXIT
               VARYING BT-IDX FROM 1 BY 1
               UNTIL BT-IDX > WS-BT-COUNT.
           MOVE "ALL" TO WS-BLK-TYPE.
           PERFORM 4620-STAGE-GRAND THRU 4620-EXIT
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-HORIZON.
           PERFORM 6000-PRINT-BLOCK THRU 6000-EXIT.
           IF WS-NORATE-COUNT > ZERO
               MOVE SPACES TO CF-RPT-LINE
               STRING "*** " WS-NORATE-COUNT " TYPE/CURRENCY "
                   "PAIR(S) WITH NO RATE ARE NOT IN THESE TOTALS"
                   DELIMITED BY SIZE INTO CF-RPT-LINE
               PERFORM 7200-WRITE-RPT-LINE THRU 7200-EXIT
           END-IF.
       4500-EXIT.
           EXIT.

       4600-BASE-BLOCK.
           MOVE BT-LOAN-TYPE (BT-IDX) TO WS-BLK-TYPE.
           PERFORM 4610-STAGE-BASE THRU 4610-EXIT
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-HORIZON.
           PERFORM 6000-PRINT-BLOCK THRU 6000-EXIT.
       4600-EXIT.
           EXIT.

       4610-STAGE-BASE.
           MOVE BT-PRIN (BT-IDX, WS-MONTH-IDX)
               TO WS-BLK-PRIN (WS-MONTH-IDX).
           MOVE BT-INT (BT-IDX, WS-MONTH-IDX)
               TO WS-BLK-INT (WS-MONTH-IDX).
           MOVE BT-ESC (BT-IDX, WS-MONTH-IDX)
               TO WS-BLK-ESC (WS-MONTH-IDX).
       4610-EXIT.
           EXIT.

       4620-STAGE-GRAND.
           MOVE GT-PRIN (WS-MONTH-IDX) TO WS-BLK-PRIN (WS-MONTH-IDX).
           MOVE GT-INT (WS-MONTH-IDX) TO WS-BLK-INT (WS-MONTH-IDX).
           MOVE GT-ESC (WS-MONTH-IDX) TO WS-BLK-ESC (WS-MONTH-IDX).
       4620-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 5000-WRITE-EXTRACT
      *
      * The twelve CFPROJ rows of one type/currency pair.
      *-----------------------------------------------------------
       5000-WRITE-EXTRACT.
           PERFORM 5100-WRITE-MONTH THRU 5100-EXIT
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-HORIZON.
       5000-EXIT.
           EXIT.

       5100-WRITE-MONTH.
           MOVE WS-TODAY TO CX-RUN-DATE.
           MOVE WS-HZ-MONTH (WS-MONTH-IDX) TO CX-MONTH.
           MOVE CF-LOAN-TYPE (CF-IDX) TO CX-LOAN-TYPE.
           MOVE CF-CURRENCY (CF-IDX) TO CX-CURRENCY.
           MOVE CF-PRIN (CF-IDX, WS-MONTH-IDX) TO CX-PRINCIPAL.
           MOVE CF-INT (CF-IDX, WS-MONTH-IDX) TO CX-INTEREST.
           MOVE CF-ESC (CF-IDX, WS-MONTH-IDX) TO CX-ESCROW.
           COMPUTE CX-TOTAL = CF-PRIN (CF-IDX, WS-MONTH-IDX)
               + CF-INT (CF-IDX, WS-MONTH-IDX)
               + CF-ESC (CF-IDX, WS-MONTH-IDX).
           MOVE WS-FXR-BASE-CCY TO CX-BASE-CCY.
           MOVE CF-RATE (CF-IDX) TO CX-FX-RATE.
           MOVE CF-B-PRIN (CF-IDX, WS-MONTH-IDX) TO CX-BASE-PRINCIPAL.
           MOVE CF-B-INT (CF-IDX, WS-MONTH-IDX) TO CX-BASE-INTEREST.
           MOVE CF-B-ESC (CF-IDX, WS-MONTH-IDX) TO CX-BASE-ESCROW.
           COMPUTE CX-BASE-TOTAL = CF-B-PRIN (CF-IDX, WS-MONTH-IDX)
               + CF-B-INT (CF-IDX, WS-MONTH-IDX)
               + CF-B-ESC (CF-IDX, WS-MONTH-IDX).
           MOVE CF-RATE-FLAG (CF-IDX) TO CX-RATE-FOUND.
           WRITE CF-EXTR-RECORD.
           ADD 1 TO WS-EXTR-COUNT.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 6000-PRINT-BLOCK
      *
      * Prints the staged block - a line per month and a total
      * line - starting a new page when it will not fit on this
      * one.
      *-----------------------------------------------------------
       6000-PRINT-BLOCK.
           IF WS-LINE-COUNT + WS-HORIZON + 2 > WS-LINES-PER-PAGE
               PERFORM 7300-PAGE-HEADING THRU 7300-EXIT
           END-IF.
           MOVE ZEROES TO WS-BLK-TOT-PRIN.
           MOVE ZEROES TO WS-BLK-TOT-INT.
           MOVE ZEROES TO WS-BLK-TOT-ESC.
           PERFORM 6100-PRINT-MONTH THRU 6100-EXIT
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-HORIZON.
           MOVE "TOTAL" TO RD-MONTH.
           MOVE WS-BLK-TYPE TO RD-TYPE.
           MOVE WS-BLK-CCY TO RD-CCY.
           MOVE WS-BLK-TOT-PRIN TO RD-PRINCIPAL.
           MOVE WS-BLK-TOT-INT TO RD-INTEREST.
           MOVE WS-BLK-TOT-ESC TO RD-ESCROW.
           COMPUTE RD-TOTAL =
               WS-BLK-TOT-PRIN + WS-BLK-TOT-INT + WS-BLK-TOT-ESC.
           MOVE SPACES TO CF-RPT-LINE.
           MOVE RPT-DETAIL TO CF-RPT-LINE.
           PERFORM 7200-WRITE-RPT-LINE THRU 7200-EXIT.
           MOVE SPACES TO CF-RPT-LINE.
           PERFORM 7200-WRITE-RPT-LINE THRU 7200-EXIT.
       6000-EXIT.
           EXIT.

       6100-PRINT-MONTH.
           MOVE SPACES TO RD-MONTH.
           MOVE WS-HZ-MONTH (WS-MONTH-IDX) (1:4) TO RD-MONTH (1:4).
           MOVE "-" TO RD-MONTH (5:1).
           MOVE WS-HZ-MONTH (WS-MONTH-IDX) (5:2) TO RD-MONTH (6:2).
           MOVE WS-BLK-TYPE TO RD-TYPE.
           MOVE WS-BLK-CCY TO RD-CCY.
           MOVE WS-BLK-PRIN (WS-MONTH-IDX) TO RD-PRINCIPAL.
           MOVE WS-BLK-INT (WS-MONTH-IDX) TO RD-INTEREST.
           MOVE WS-BLK-ESC (WS-MONTH-IDX) TO RD-ESCROW.
           COMPUTE RD-TOTAL = WS-BLK-PRIN (WS-MONTH-IDX)
               + WS-BLK-INT (WS-MONTH-IDX)
               + WS-BLK-ESC (WS-MONTH-IDX).
           ADD WS-BLK-PRIN (WS-MONTH-IDX) TO WS-BLK-TOT-PRIN.
           ADD WS-BLK-INT (WS-MONTH-IDX) TO WS-BLK-TOT-INT.
           ADD WS-BLK-ESC (WS-MONTH-IDX) TO WS-BLK-TOT-ESC.
           MOVE SPACES TO CF-RPT-LINE.
           MOVE RPT-DETAIL TO CF-RPT-LINE.
           PERFORM 7200-WRITE-RPT-LINE THRU 7200-EXIT.
       6100-EXIT.
           EXIT.

       7200-WRITE-RPT-LINE.
           WRITE CF-RPT-LINE.
           ADD 1 TO WS-LINE-COUNT.
       7200-EXIT.
           EXIT.

       7300-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-TODAY TO RH1-DATE.
           MOVE WS-PAGE-NO TO RH1-PAGE.
           MOVE WS-REPORT-TITLE TO RH2-TITLE.
           MOVE SPACES TO CF-RPT-LINE.
           MOVE RPT-HEADING-1 TO CF-RPT-LINE.
           WRITE CF-RPT-LINE.
           MOVE SPACES TO CF-RPT-LINE.
           MOVE RPT-HEADING-2 TO CF-RPT-LINE.
           WRITE CF-RPT-LINE.
           MOVE SPACES TO CF-RPT-LINE.
           MOVE RPT-HEADING-3 TO CF-RPT-LINE.
           WRITE CF-RPT-LINE.
           MOVE SPACES TO CF-RPT-LINE.
           WRITE CF-RPT-LINE.
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

       8100-READ-SCHEDULE.
           READ AMORT-SCHED-FILE NEXT
               AT END MOVE "Y" TO WS-AMORT-EOF
           END-READ.
       8100-EXIT.
           EXIT.

       8200-READ-PAYMENT.
           READ PAY-HIST-FILE NEXT
               AT END MOVE "Y" TO WS-PAY-EOF
           END-READ.
       8200-EXIT.
           EXIT.

           COPY lnfxrcnv.
           COPY lnrstwrt.
