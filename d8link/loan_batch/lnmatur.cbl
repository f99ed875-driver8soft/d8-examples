      ******************************************************************
      *
      * Maturity Notice Batch and Matured-Unpaid Report
      * ===============================================
      *
      * Nightly sweep of the BOOKED book for loans coming up to, or
      * gone past, their final scheduled period - the balloon period
      * of a balloon note, the last amortizing period otherwise.
      *
      * The final period is the loan's last AMORTSCH row, and its
      * principal plus interest the payment expected to retire the
      * loan; a loan with no schedule rows matures at LM-TERM with
      * its outstanding balance due. The maturity date is that
      * period's due date at the loan's own payment frequency, the
      * same arithmetic lnaging ages by.
      *
      * Notices - a loan 90, 60 and 30 days out from maturity is
      * sent a maturity notice (letter codes M90, M60, M30) with the
      * maturity date and the expected payoff: the MAT opening lines
      * from LTRTMPL in the lnletter page style onto LTRSPOOL, or by
      * email through EDELIVER and DOCARCH, as the borrower prefers.
      * Each notice is logged on CORRLOG and goes once; a loan first
      * seen inside a window gets that window's notice only, never
      * the earlier ones it has missed. A notice that cannot be
      * delivered (no mailable address and no email election) is
      * listed on the report and tried again the next night.
      *
      * Report - every BOOKED loan past its maturity date with
      * LM-OUTSTANDING-BAL above zero is listed on MATRPT with the
      * days since maturity. Such a loan has no scheduled row left
      * to miss; lnaging ages it from the maturity date instead.
      *
      * A template file without the MAT lines refuses the run. Ends
      * RC 4 when any matured loan or held notice is listed.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original batch - nothing warned a borrower of
      *                  a coming balloon, or caught a loan that ran
      *                  past its schedule with a balance left.
      * 2026-10-15  RJM  Records its run statistics on RUNSTATS.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lnmatur.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LTR-TMPL-FILE ASSIGN TO "LTRTMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-TMPL-STATUS.
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
           SELECT BORR-MSTR-FILE ASSIGN TO "BORRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-BORROWER-NO
               FILE STATUS IS WS-BORR-MSTR-STATUS.
           SELECT CORR-LOG-FILE ASSIGN TO "CORRLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS WS-CORR-LOG-STATUS.
           SELECT LTR-SPOOL-FILE ASSIGN TO "LTRSPOOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-SPOOL-STATUS.
           SELECT DOC-ARCH-FILE ASSIGN TO "DOCARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-KEY
               FILE STATUS IS WS-DOC-ARCH-STATUS.
           SELECT MAT-RPT-FILE ASSIGN TO "MATRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAT-RPT-STATUS.
           COPY lndlvsel.
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.
       FD  LTR-TMPL-FILE.
       01  LTR-TMPL-RECORD.
           05 LT-CODE PIC X(03).
           05 LT-LINE PIC X(70).

           COPY loanmstr.

           COPY amortsch.

           COPY borrmstr.

           COPY corrlog.

       FD  LTR-SPOOL-FILE.
       01  LTR-LINE PIC X(80).

           COPY docarch.

       FD  MAT-RPT-FILE.
       01  MAT-RPT-LINE PIC X(110).

           COPY lndlvfd.

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
       01 WS-LTR-TMPL-STATUS PIC X(02) VALUE SPACES.
           88 LTR-TMPL-OPENED VALUE "00".
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-AMORT-STATUS PIC X(02) VALUE SPACES.
           88 AMORT-FILE-OPENED VALUE "00".
       01 WS-BORR-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 BORR-MSTR-OPENED VALUE "00".
       01 WS-CORR-LOG-STATUS PIC X(02) VALUE SPACES.
           88 CORR-LOG-OPENED VALUE "00".
           88 CORR-LOG-NOT-FOUND VALUE "35".
       01 WS-LTR-SPOOL-STATUS PIC X(02) VALUE SPACES.
       01 WS-DOC-ARCH-STATUS PIC X(02) VALUE SPACES.
           88 DOC-ARCH-OPENED VALUE "00".
           88 DOC-ARCH-NOT-FOUND VALUE "35".
       01 WS-MAT-RPT-STATUS PIC X(02) VALUE SPACES.
       01 WS-ARCH-LINE-NO PIC 9(03) VALUE ZEROES.

       01 WS-BORR-AVAIL PIC X(01) VALUE "N".
           88 REGISTRY-AVAILABLE VALUE "Y".
       01 WS-SCHED-AVAIL PIC X(01) VALUE "N".
           88 SCHEDULE-AVAILABLE VALUE "Y".

       01 WS-TMPL-EOF PIC X(01) VALUE "N".
           88 END-OF-TEMPLATES VALUE "Y".
       01 WS-MSTR-EOF PIC X(01) VALUE "N".
           88 END-OF-MASTER VALUE "Y".
       01 WS-AMORT-EOF PIC X(01) VALUE "N".
           88 END-OF-SCHEDULE VALUE "Y".

       01 WS-TODAY PIC 9(08).
       01 WS-TODAY-INT PIC 9(08) COMP.

      * Notice windows, widest first - days before maturity and
      * the CORRLOG letter code each window's notice goes under.
       01 WS-WINDOW-VALUES.
           05 FILLER PIC X(06) VALUE "090M90".
           05 FILLER PIC X(06) VALUE "060M60".
           05 FILLER PIC X(06) VALUE "030M30".
       01 WS-WINDOW-TABLE REDEFINES WS-WINDOW-VALUES.
           05 WS-WINDOW OCCURS 3 TIMES.
               10 WS-WINDOW-DAYS PIC 9(03).
               10 WS-WINDOW-CODE PIC X(03).
       77 WS-WINDOW-IDX PIC S9(4) COMP.
       77 WS-WINDOW-HIT PIC S9(4) COMP.

      * The loan in hand - its final period, what that period is
      * expected to take and when it falls due.
       01 WS-ORIG-DATE PIC 9(08).
       01 WS-ORIG-PARTS REDEFINES WS-ORIG-DATE.
           05 WS-ORIG-YYYY PIC 9(04).
           05 WS-ORIG-MM PIC 9(02).
           05 WS-ORIG-DD PIC 9(02).
       01 WS-FINAL-PERIOD PIC 9(04).
       01 WS-FINAL-AMOUNT PIC S9(9)V9(2) COMP-3.
       01 WS-MATURITY-DATE PIC 9(08).
       01 WS-MAT-PARTS REDEFINES WS-MATURITY-DATE.
           05 WS-MAT-YYYY PIC 9(04).
           05 WS-MAT-MM PIC 9(02).
           05 WS-MAT-DD PIC 9(02).
       01 WS-MAT-INT PIC 9(08) COMP.
       01 WS-MAT-TOT-MM PIC 9(05).
       01 WS-MAT-YRS PIC 9(04).
       01 WS-DAYS-TO-MAT PIC S9(05) COMP.
       01 WS-DAYS-DISPLAY PIC -(4)9.

      * Letter templates, loaded once - the MAT opening.
       01 WS-TMPL-MAX PIC 9(03) COMP VALUE 30.
       01 WS-TMPL-COUNT PIC 9(03) COMP VALUE ZEROES.
       01 TMPL-TABLE.
           05 TMPL-ENTRY OCCURS 1 TO 30 TIMES
               DEPENDING ON WS-TMPL-COUNT
               INDEXED BY TMPL-IDX.
               10 TMPL-LINE PIC X(70).
       77 WS-LINE-IDX PIC S9(4) COMP.

      * The notice being produced.
       01 WS-LTR-CODE PIC X(03).
       01 WS-REG-FOUND PIC X(01) VALUE "N".
           88 REGISTRY-FOUND VALUE "Y".
       01 WS-MAILABLE PIC X(01) VALUE "N".
           88 ADDRESS-MAILABLE VALUE "Y".
       01 WS-AMT-DISPLAY PIC -ZZZ,ZZZ,ZZ9.99.

       01 WS-BOOKED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-NOTICE-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-HELD-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-MATURED-COUNT PIC 9(05) VALUE ZEROES.
           COPY lndlvws.
           COPY lnrstws.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "LNMATUR" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).

           PERFORM 1100-LOAD-TEMPLATES THRU 1100-EXIT.
           IF WS-TMPL-COUNT = ZEROES
               DISPLAY "*** LTRTMPL has no MAT lines - no maturity "
                   "notices sent."
               MOVE 8 TO RETURN-CODE
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

           OPEN I-O CORR-LOG-FILE.
           IF CORR-LOG-NOT-FOUND
               OPEN OUTPUT CORR-LOG-FILE
               CLOSE CORR-LOG-FILE
               OPEN I-O CORR-LOG-FILE
           END-IF.
           IF NOT CORR-LOG-OPENED
               DISPLAY "*** Unable to open CORRLOG - status "
                   WS-CORR-LOG-STATUS
               CLOSE LOAN-MSTR-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

           PERFORM 1200-OPEN-OPTIONAL THRU 1200-EXIT.

           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
           PERFORM 2000-CHECK-LOAN THRU 2000-EXIT
               UNTIL END-OF-MASTER.

           MOVE SPACES TO MAT-RPT-LINE.
           WRITE MAT-RPT-LINE.
           MOVE SPACES TO MAT-RPT-LINE.
           STRING WS-MATURED-COUNT " LOAN(S) PAST MATURITY WITH A "
               "BALANCE, " WS-HELD-COUNT " NOTICE(S) HELD"
               DELIMITED BY SIZE INTO MAT-RPT-LINE.
           WRITE MAT-RPT-LINE.

           PERFORM 1900-CLOSE-OPTIONAL THRU 1900-EXIT.
           CLOSE CORR-LOG-FILE.
           CLOSE LOAN-MSTR-FILE.

           DISPLAY "lnmatur: " WS-BOOKED-COUNT " BOOKED loan(s), "
               WS-NOTICE-COUNT " maturity notice(s) - "
               WS-DLV-PRINT-COUNT " to LTRSPOOL, " WS-DLV-EMAIL-COUNT
               " to EDELIVER.".
           DISPLAY "lnmatur: " WS-MATURED-COUNT " matured unpaid, "
               WS-HELD-COUNT " notice(s) held.".
           IF WS-MATURED-COUNT > ZEROES OR WS-HELD-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-NOTICE-COUNT TO WS-RSTAT-WRITTEN.
           MOVE WS-HELD-COUNT TO WS-RSTAT-REJECTED.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

       1100-LOAD-TEMPLATES.
           MOVE "N" TO WS-TMPL-EOF.
           OPEN INPUT LTR-TMPL-FILE.
           IF NOT LTR-TMPL-OPENED
               DISPLAY "*** Unable to open LTRTMPL - status "
                   WS-LTR-TMPL-STATUS
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-READ-TEMPLATE THRU 1110-EXIT.
           PERFORM 1120-LOAD-TEMPLATE THRU 1120-EXIT
               UNTIL END-OF-TEMPLATES.
           CLOSE LTR-TMPL-FILE.
       1100-EXIT.
           EXIT.

       1110-READ-TEMPLATE.
           READ LTR-TMPL-FILE
               AT END MOVE "Y" TO WS-TMPL-EOF
           END-READ.
       1110-EXIT.
           EXIT.

       1120-LOAD-TEMPLATE.
           IF LT-CODE NOT = "MAT"
               GO TO 1120-NEXT
           END-IF.
           IF WS-TMPL-COUNT < WS-TMPL-MAX
               ADD 1 TO WS-TMPL-COUNT
               MOVE LT-LINE TO TMPL-LINE (WS-TMPL-COUNT)
           ELSE
               DISPLAY "*** Template table full at " WS-TMPL-MAX
                   " lines - later rows ignored."
           END-IF.
       1120-NEXT.
           PERFORM 1110-READ-TEMPLATE THRU 1110-EXIT.
       1120-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 1200-OPEN-OPTIONAL
      *
      * The schedule store, the print spool, the document archive,
      * the borrower registry and the report. Without AMORTSCH
      * every loan matures at LM-TERM with its balance due.
      *-----------------------------------------------------------
       1200-OPEN-OPTIONAL.
           OPEN INPUT AMORT-SCHED-FILE.
           IF AMORT-FILE-OPENED
               MOVE "Y" TO WS-SCHED-AVAIL
           ELSE
               DISPLAY "*** Unable to open AMORTSCH - status "
                   WS-AMORT-STATUS " - loans mature at their term "
                   "with the balance due."
           END-IF.

           OPEN EXTEND LTR-SPOOL-FILE.
           IF WS-LTR-SPOOL-STATUS = "35"
               OPEN OUTPUT LTR-SPOOL-FILE
           END-IF.

           OPEN I-O DOC-ARCH-FILE.
           IF DOC-ARCH-NOT-FOUND
               OPEN OUTPUT DOC-ARCH-FILE
               CLOSE DOC-ARCH-FILE
               OPEN I-O DOC-ARCH-FILE
           END-IF.
           IF DOC-ARCH-OPENED
               MOVE "Y" TO WS-DLV-ARCHIVE
           ELSE
               DISPLAY "*** Unable to open DOCARCH - status "
                   WS-DOC-ARCH-STATUS " - every notice goes to "
                   "print this run."
           END-IF.

           OPEN INPUT BORR-MSTR-FILE.
           IF BORR-MSTR-OPENED
               MOVE "Y" TO WS-BORR-AVAIL
           END-IF.

           OPEN OUTPUT MAT-RPT-FILE.
           MOVE SPACES TO MAT-RPT-LINE.
           STRING "MATURED-UNPAID LOANS AND HELD MATURITY NOTICES "
               WS-TODAY
               DELIMITED BY SIZE INTO MAT-RPT-LINE.
           WRITE MAT-RPT-LINE.
           MOVE SPACES TO MAT-RPT-LINE.
           STRING "APPLICATION          BORROWER      TYPE CCY PRD  "
               "MATURES  DAYS         AMOUNT  NOTE"
               DELIMITED BY SIZE INTO MAT-RPT-LINE.
           WRITE MAT-RPT-LINE.
       1200-EXIT.
           EXIT.

       1900-CLOSE-OPTIONAL.
           IF SCHEDULE-AVAILABLE
               CLOSE AMORT-SCHED-FILE
           END-IF.
           CLOSE LTR-SPOOL-FILE.
           IF DLV-ARCHIVE-OPEN
               CLOSE DOC-ARCH-FILE
           END-IF.
           IF REGISTRY-AVAILABLE
               CLOSE BORR-MSTR-FILE
           END-IF.
           CLOSE MAT-RPT-FILE.
       1900-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-CHECK-LOAN
      *
      * One BOOKED loan: its maturity worked out, then either
      * listed as matured with a balance, or noticed when it sits
      * inside a notice window it has not yet been noticed for.
      *-----------------------------------------------------------
       2000-CHECK-LOAN.
           IF NOT LM-ST-BOOKED
               GO TO 2000-NEXT
           END-IF.
           MOVE LM-APPL-ID (1:8) TO WS-ORIG-DATE.
           IF WS-ORIG-DATE NOT NUMERIC
               DISPLAY "*** Skipping '" LM-APPL-ID
                   "' - origination date not derivable."
               GO TO 2000-NEXT
           END-IF.
           ADD 1 TO WS-BOOKED-COUNT.

           PERFORM 2100-FIND-FINAL-PERIOD THRU 2100-EXIT.
           IF WS-FINAL-PERIOD = ZEROES
               GO TO 2000-NEXT
           END-IF.
           PERFORM 2200-MATURITY-DATE THRU 2200-EXIT.
           COMPUTE WS-DAYS-TO-MAT = WS-MAT-INT - WS-TODAY-INT.

           IF WS-DAYS-TO-MAT < ZERO
               IF LM-OUTSTANDING-BAL > ZERO
                   PERFORM 2900-LIST-MATURED THRU 2900-EXIT
               END-IF
               GO TO 2000-NEXT
           END-IF.
           IF WS-DAYS-TO-MAT = ZERO
               GO TO 2000-NEXT
           END-IF.

           MOVE ZEROES TO WS-WINDOW-HIT.
           PERFORM 2050-FIND-WINDOW THRU 2050-EXIT
               VARYING WS-WINDOW-IDX FROM 1 BY 1
               UNTIL WS-WINDOW-IDX > 3.
           IF WS-WINDOW-HIT = ZERO
               GO TO 2000-NEXT
           END-IF.
           MOVE WS-WINDOW-CODE (WS-WINDOW-HIT) TO WS-LTR-CODE.

           MOVE LM-APPL-ID TO CL-APPL-ID.
           MOVE WS-LTR-CODE TO CL-LTR-CODE.
           READ CORR-LOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO 2000-NEXT
           END-READ.

           PERFORM 2300-FIND-BORROWER THRU 2300-EXIT.
           IF NOT ADDRESS-MAILABLE AND NOT DELIVER-EMAIL
               PERFORM 2950-LIST-HELD THRU 2950-EXIT
               GO TO 2000-NEXT
           END-IF.
      * An address that cannot take post means the notice goes by
      * email only, whatever the paper preference says.
           IF NOT ADDRESS-MAILABLE
               MOVE "N" TO WS-DLV-PRINT
               MOVE "E" TO WS-DLV-CHANNEL
           END-IF.

           PERFORM 2400-WRITE-NOTICE THRU 2400-EXIT.
           IF DELIVER-PRINT
               ADD 1 TO WS-DLV-PRINT-COUNT
           END-IF.
           IF DELIVER-EMAIL
               MOVE WS-LTR-CODE TO WS-DLV-DOC-TYPE
               MOVE LM-APPL-ID TO WS-DLV-REF
               MOVE WS-TODAY TO WS-DLV-DATE
               PERFORM 9881-WRITE-EDELIVERY THRU 9881-EXIT
           END-IF.
           ADD 1 TO WS-NOTICE-COUNT.

           MOVE LM-APPL-ID TO CL-APPL-ID.
           MOVE WS-LTR-CODE TO CL-LTR-CODE.
           MOVE WS-TODAY TO CL-SENT-DATE.
           MOVE WS-DLV-CHANNEL TO CL-CHANNEL.
           WRITE CORR-LOG-RECORD
               INVALID KEY
                   DISPLAY "*** Notice " WS-LTR-CODE " already "
                       "logged for '" LM-APPL-ID "'."
           END-WRITE.

       2000-NEXT.
           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      * The narrowest window the loan is inside - windows run
      * widest first, so the last one that still holds wins.
       2050-FIND-WINDOW.
           IF WS-DAYS-TO-MAT NOT > WS-WINDOW-DAYS (WS-WINDOW-IDX)
               MOVE WS-WINDOW-IDX TO WS-WINDOW-HIT
           END-IF.
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2100-FIND-FINAL-PERIOD
      *
      * Reads the loan's schedule rows by key for the last one -
      * its period is the final period, its principal plus
      * interest the payment that retires the loan. No rows: the
      * loan matures at LM-TERM owing its balance.
      *-----------------------------------------------------------
       2100-FIND-FINAL-PERIOD.
           MOVE ZEROES TO WS-FINAL-PERIOD.
           MOVE ZEROES TO WS-FINAL-AMOUNT.
           IF NOT SCHEDULE-AVAILABLE
               GO TO 2100-FALLBACK
           END-IF.
           MOVE "N" TO WS-AMORT-EOF.
           MOVE LM-APPL-ID TO AMORT-APPL-ID.
           MOVE ZEROES TO AMORT-PERIOD-NO.
           START AMORT-SCHED-FILE KEY NOT < AMORT-KEY
               INVALID KEY MOVE "Y" TO WS-AMORT-EOF
           END-START.
           IF NOT END-OF-SCHEDULE
               PERFORM 8100-READ-SCHEDULE THRU 8100-EXIT
               PERFORM 2110-TAKE-SCHEDULE-ROW THRU 2110-EXIT
                   UNTIL END-OF-SCHEDULE
           END-IF.

       2100-FALLBACK.
           IF WS-FINAL-PERIOD = ZEROES AND LM-TERM > ZERO
               MOVE LM-TERM TO WS-FINAL-PERIOD
               MOVE LM-OUTSTANDING-BAL TO WS-FINAL-AMOUNT
           END-IF.
       2100-EXIT.
           EXIT.

       2110-TAKE-SCHEDULE-ROW.
           IF AMORT-APPL-ID NOT = LM-APPL-ID
               MOVE "Y" TO WS-AMORT-EOF
               GO TO 2110-EXIT
           END-IF.
           IF AMORT-PERIOD-NO > WS-FINAL-PERIOD
               MOVE AMORT-PERIOD-NO TO WS-FINAL-PERIOD
               COMPUTE WS-FINAL-AMOUNT =
                   AMORT-PRINCIPAL-PORTION + AMORT-INTEREST-PORTION
           END-IF.
           PERFORM 8100-READ-SCHEDULE THRU 8100-EXIT.
       2110-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2200-MATURITY-DATE
      *
      * Due date of the final period at the loan's frequency, as
      * lnaging dates a period: 14 days a period on from
      * origination for a biweekly loan, one (or three) months a
      * period for a monthly (or quarterly) one with the day
      * clamped to 28.
      *-----------------------------------------------------------
       2200-MATURITY-DATE.
           IF LM-PF-BIWEEKLY
               COMPUTE WS-MAT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ORIG-DATE)
                   + WS-FINAL-PERIOD * 14
               COMPUTE WS-MATURITY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-MAT-INT)
               GO TO 2200-EXIT
           END-IF.
           IF LM-PF-QUARTERLY
               COMPUTE WS-MAT-TOT-MM =
                   WS-ORIG-MM + WS-FINAL-PERIOD * 3
           ELSE
               COMPUTE WS-MAT-TOT-MM =
                   WS-ORIG-MM + WS-FINAL-PERIOD
           END-IF.
           COMPUTE WS-MAT-YRS = (WS-MAT-TOT-MM - 1) / 12.
           COMPUTE WS-MAT-YYYY = WS-ORIG-YYYY + WS-MAT-YRS.
           COMPUTE WS-MAT-MM = WS-MAT-TOT-MM - WS-MAT-YRS * 12.
           IF WS-ORIG-DD > 28
               MOVE 28 TO WS-MAT-DD
           ELSE
               MOVE WS-ORIG-DD TO WS-MAT-DD
           END-IF.
           COMPUTE WS-MAT-INT =
               FUNCTION INTEGER-OF-DATE(WS-MATURITY-DATE).
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2300-FIND-BORROWER
      *
      * The borrower's registry record, the delivery preferences
      * and whether the address can take post - a registered
      * borrower with an address line and a postcode.
      *-----------------------------------------------------------
       2300-FIND-BORROWER.
           MOVE "N" TO WS-REG-FOUND.
           MOVE "N" TO WS-MAILABLE.
           IF LM-BORROWER-NO = SPACES OR NOT REGISTRY-AVAILABLE
               GO TO 2300-SET
           END-IF.
           MOVE LM-BORROWER-NO TO BM-BORROWER-NO.
           READ BORR-MSTR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-REG-FOUND
           END-READ.
           IF REGISTRY-FOUND
               AND BM-ADDR-LINE-1 NOT = SPACES
               AND BM-POSTCODE NOT = SPACES
               MOVE "Y" TO WS-MAILABLE
           END-IF.
       2300-SET.
           MOVE WS-REG-FOUND TO WS-DLV-REGISTERED.
           PERFORM 9880-SET-DELIVERY THRU 9880-EXIT.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2400-WRITE-NOTICE
      *
      * One page in the lnletter style: heading, address block,
      * the MAT opening, then the loan's maturity particulars.
      *-----------------------------------------------------------
       2400-WRITE-NOTICE.
           MOVE ZEROES TO WS-ARCH-LINE-NO.
           MOVE SPACES TO LTR-LINE.
           STRING "LETTER " WS-LTR-CODE "  " WS-TODAY
               "  " LM-APPL-ID
               DELIMITED BY SIZE INTO LTR-LINE.
           PERFORM 2490-PUT-LTR-LINE THRU 2490-EXIT.

           PERFORM 2410-ADDRESS-BLOCK THRU 2410-EXIT.

           MOVE SPACES TO LTR-LINE.
           PERFORM 2490-PUT-LTR-LINE THRU 2490-EXIT.

           PERFORM 2420-TEMPLATE-LINE THRU 2420-EXIT
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-TMPL-COUNT.

           MOVE SPACES TO LTR-LINE.
           PERFORM 2490-PUT-LTR-LINE THRU 2490-EXIT.
           MOVE SPACES TO LTR-LINE.
           STRING "  LOAN " LM-APPL-ID " MATURES " WS-MATURITY-DATE
               " (PAYMENT " WS-FINAL-PERIOD ")"
               DELIMITED BY SIZE INTO LTR-LINE.
           PERFORM 2490-PUT-LTR-LINE THRU 2490-EXIT.
           MOVE WS-DAYS-TO-MAT TO WS-DAYS-DISPLAY.
           MOVE SPACES TO LTR-LINE.
           STRING "  DAYS TO MATURITY:          " WS-DAYS-DISPLAY
               DELIMITED BY SIZE INTO LTR-LINE.
           PERFORM 2490-PUT-LTR-LINE THRU 2490-EXIT.
           MOVE LM-OUTSTANDING-BAL TO WS-AMT-DISPLAY.
           MOVE SPACES TO LTR-LINE.
           STRING "  BALANCE TODAY:        " WS-AMT-DISPLAY " "
               LM-CURRENCY
               DELIMITED BY SIZE INTO LTR-LINE.
           PERFORM 2490-PUT-LTR-LINE THRU 2490-EXIT.
           MOVE WS-FINAL-AMOUNT TO WS-AMT-DISPLAY.
           MOVE SPACES TO LTR-LINE.
           STRING "  EXPECTED PAYOFF DUE:  " WS-AMT-DISPLAY " "
               LM-CURRENCY
               DELIMITED BY SIZE INTO LTR-LINE.
           PERFORM 2490-PUT-LTR-LINE THRU 2490-EXIT.

           MOVE ALL "-" TO LTR-LINE.
           PERFORM 2490-PUT-LTR-LINE THRU 2490-EXIT.
       2400-EXIT.
           EXIT.

       2410-ADDRESS-BLOCK.
           IF NOT REGISTRY-FOUND
               MOVE LM-BORROWER TO LTR-LINE
               PERFORM 2490-PUT-LTR-LINE THRU 2490-EXIT
               GO TO 2410-EXIT
           END-IF.
           MOVE BM-NAME TO LTR-LINE.
           PERFORM 2490-PUT-LTR-LINE THRU 2490-EXIT.
           MOVE BM-ADDR-LINE-1 TO LTR-LINE.
           PERFORM 2490-PUT-LTR-LINE THRU 2490-EXIT.
           IF BM-ADDR-LINE-2 NOT = SPACES
               MOVE BM-ADDR-LINE-2 TO LTR-LINE
               PERFORM 2490-PUT-LTR-LINE THRU 2490-EXIT
           END-IF.
           MOVE SPACES TO LTR-LINE.
           STRING BM-CITY " " BM-POSTCODE
               DELIMITED BY SIZE INTO LTR-LINE.
           PERFORM 2490-PUT-LTR-LINE THRU 2490-EXIT.
       2410-EXIT.
           EXIT.

       2420-TEMPLATE-LINE.
           MOVE TMPL-LINE (WS-LINE-IDX) TO LTR-LINE.
           PERFORM 2490-PUT-LTR-LINE THRU 2490-EXIT.
       2420-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2490-PUT-LTR-LINE
      *
      * One notice line to the print spool when the notice goes on
      * paper, and to DOCARCH when it goes by email.
      *-----------------------------------------------------------
       2490-PUT-LTR-LINE.
           IF DELIVER-PRINT
               WRITE LTR-LINE
           END-IF.
           IF NOT DELIVER-EMAIL
               GO TO 2490-EXIT
           END-IF.
           ADD 1 TO WS-ARCH-LINE-NO.
           MOVE LM-APPL-ID TO DA-REF.
           MOVE WS-TODAY TO DA-DOC-DATE.
           MOVE WS-LTR-CODE TO DA-DOC-TYPE.
           MOVE WS-ARCH-LINE-NO TO DA-LINE-NO.
           MOVE LTR-LINE TO DA-LINE.
           WRITE DOC-ARCH-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
       2490-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2900-LIST-MATURED
      *
      * A BOOKED loan past its maturity date still owing - the
      * days since maturity and the balance outstanding.
      *-----------------------------------------------------------
       2900-LIST-MATURED.
           ADD 1 TO WS-MATURED-COUNT.
           COMPUTE WS-DAYS-DISPLAY = 0 - WS-DAYS-TO-MAT.
           MOVE LM-OUTSTANDING-BAL TO WS-AMT-DISPLAY.
           MOVE SPACES TO MAT-RPT-LINE.
           STRING LM-APPL-ID " " LM-BORROWER " " LM-LOAN-TYPE " "
               LM-CURRENCY " " WS-FINAL-PERIOD " " WS-MATURITY-DATE
               " " WS-DAYS-DISPLAY " " WS-AMT-DISPLAY
               "  MATURED UNPAID"
               DELIMITED BY SIZE INTO MAT-RPT-LINE.
           WRITE MAT-RPT-LINE.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2950-LIST-HELD
      *
      * A notice that could not go - no mailable address and no
      * email election. Nothing is logged, so the next run tries
      * again while the loan is still inside the window.
      *-----------------------------------------------------------
       2950-LIST-HELD.
           ADD 1 TO WS-HELD-COUNT.
           MOVE WS-DAYS-TO-MAT TO WS-DAYS-DISPLAY.
           MOVE WS-FINAL-AMOUNT TO WS-AMT-DISPLAY.
           MOVE SPACES TO MAT-RPT-LINE.
           STRING LM-APPL-ID " " LM-BORROWER " " LM-LOAN-TYPE " "
               LM-CURRENCY " " WS-FINAL-PERIOD " " WS-MATURITY-DATE
               " " WS-DAYS-DISPLAY " " WS-AMT-DISPLAY
               "  " WS-LTR-CODE " HELD - NO MAILABLE ADDRESS"
               DELIMITED BY SIZE INTO MAT-RPT-LINE.
           WRITE MAT-RPT-LINE.
       2950-EXIT.
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

           COPY lndlvwrt.
           COPY lnrstwrt.
