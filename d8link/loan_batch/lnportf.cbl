      * currency and loan-type break, and a grand-total page at the
      * end - ready for SYSOUT with no re-formatting.
      *
      * BOOKED loans on non-accrual are flagged NA on their detail
      * line, and every subtotal and the grand total is followed by
      * the non-accrual count and outstanding balance within it.
      *
      * Loans sold to an investor on LOANSALE (and not bought back)
      * are serviced for others, not owned: they are flagged SFO on
      * their detail line, and every total level shows how many of
      * its loans, and how much outstanding balance, are serviced
      * for others - the rest is the bank's own book.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-08-22  RJM  Original portfolio report.
      * 2026-10-15  RJM  Non-accrual loans flagged, and their count
      *                  and outstanding balance shown separately
      *                  at every total level.
      * 2026-10-15  RJM  Loans serviced for others (sold on
      *                  LOANSALE) flagged, and their count and
      *                  outstanding balance shown at every total
      *                  level.
      * 2026-10-15  RJM  Records its run statistics on RUNSTATS.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-APPL-ID
               FILE STATUS IS WS-LOAN-MSTR-STATUS.
           SELECT LOAN-SALE-FILE ASSIGN TO "LOANSALE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-APPL-ID
               FILE STATUS IS WS-LOAN-SALE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
           SELECT PORT-RPT-FILE ASSIGN TO "PORTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PORT-RPT-STATUS.
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.
           COPY loanmstr.

           COPY loansale.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SR-LOAN-TYPE PIC X(04).
           05 SR-PRINCIPAL PIC S9(7)V9(2).
           05 SR-PAYMENT   PIC S9(7)V9(2).
           05 SR-STATUS    PIC X(08).
           05 SR-OUTSTANDING PIC S9(7)V9(2).
           05 SR-ACCRUAL   PIC X(01).
               88 SR-NON-ACCRUAL VALUE "N".
           05 SR-OWNERSHIP PIC X(01).
               88 SR-SERVICED-FOR-OTHERS VALUE "S".

       FD  PORT-RPT-FILE.
       01  PORT-RPT-LINE PIC X(100).

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-PORT-RPT-STATUS PIC X(02) VALUE SPACES.
       01 WS-LOAN-SALE-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-SALE-OPENED VALUE "00".
       01 WS-SALE-FILE PIC X(01) VALUE "N".
           88 SALE-FILE-OPEN VALUE "Y".

       01 WS-MSTR-EOF PIC X(01) VALUE "N".
           88 END-OF-MASTER VALUE "Y".
       01 WS-GRAND-PRINCIPAL PIC S9(13)V9(2) COMP-3 VALUE ZEROES.
       01 WS-GRAND-PAYMENT PIC S9(13)V9(2) COMP-3 VALUE ZEROES.

      * Non-accrual count and outstanding balance at each level.
       01 WS-CCY-NA-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-CCY-NA-BAL PIC S9(11)V9(2) COMP-3 VALUE ZEROES.
       01 WS-TYPE-NA-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-TYPE-NA-BAL PIC S9(11)V9(2) COMP-3 VALUE ZEROES.
       01 WS-GRAND-NA-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-GRAND-NA-BAL PIC S9(13)V9(2) COMP-3 VALUE ZEROES.

      * Serviced-for-others count and outstanding balance at each
      * level.
       01 WS-CCY-SFO-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-CCY-SFO-BAL PIC S9(11)V9(2) COMP-3 VALUE ZEROES.
       01 WS-TYPE-SFO-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-TYPE-SFO-BAL PIC S9(11)V9(2) COMP-3 VALUE ZEROES.
       01 WS-GRAND-SFO-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-GRAND-SFO-BAL PIC S9(13)V9(2) COMP-3 VALUE ZEROES.

      * Print line layouts.
       01 RPT-HEADING-1.
           05 FILLER PIC X(30)
               "TYPE CCY APPLICATION          BORROWER         STATUS".
           05 FILLER PIC X(30) VALUE
               "      PRINCIPAL       PAYMENT".
           05 FILLER PIC X(06) VALUE "NA SFO".
       01 RPT-DETAIL.
           05 RD-TYPE PIC X(04).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-PRINCIPAL PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-PAYMENT PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RD-ACCRUAL PIC X(02).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-OWNERSHIP PIC X(03).
       01 RPT-SUBTOTAL.
           05 RS-CAPTION PIC X(30).
           05 RS-COUNT PIC ZZZ,ZZ9.
           05 RS-PRINCIPAL PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RS-PAYMENT PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 RPT-NONACCRUAL.
           05 FILLER PIC X(30)
               VALUE "    OF WHICH NON-ACCRUAL      ".
           05 RN-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(06) VALUE " LOANS".
           05 RN-BALANCE PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(12) VALUE " OUTSTANDING".
       01 RPT-SERVICED.
           05 FILLER PIC X(30)
               VALUE "    OF WHICH SERVICED FOR OTH.".
           05 RV-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(06) VALUE " LOANS".
           05 RV-BALANCE PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(12) VALUE " OUTSTANDING".
           COPY lnrstws.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "LNPORTF" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT PORT-RPT-FILE.
           CLOSE PORT-RPT-FILE.
           DISPLAY "lnportf: " WS-GRAND-COUNT
               " loan(s) reported to PORTRPT.".
           MOVE WS-GRAND-COUNT TO WS-RSTAT-WRITTEN.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

      *-----------------------------------------------------------
                   WS-LOAN-MSTR-STATUS
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT LOAN-SALE-FILE.
           IF LOAN-SALE-OPENED
               MOVE "Y" TO WS-SALE-FILE
           END-IF.
           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
           PERFORM 1100-RELEASE-ONE THRU 1100-EXIT
               UNTIL END-OF-MASTER.
           IF SALE-FILE-OPEN
               CLOSE LOAN-SALE-FILE
           END-IF.
           CLOSE LOAN-MSTR-FILE.
       1000-EXIT.
           EXIT.
           MOVE LM-PRINCIPAL TO SR-PRINCIPAL.
           MOVE LM-PAYMENT TO SR-PAYMENT.
           MOVE LM-STATUS TO SR-STATUS.
           MOVE LM-OUTSTANDING-BAL TO SR-OUTSTANDING.
           IF LM-ST-BOOKED AND LM-NON-ACCRUAL
               MOVE "N" TO SR-ACCRUAL
           ELSE
               MOVE "A" TO SR-ACCRUAL
           END-IF.
           PERFORM 1200-OWNERSHIP THRU 1200-EXIT.
           RELEASE SORT-RECORD.
           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 1200-OWNERSHIP
      *
      * S when the loan is sold on LOANSALE and not bought back -
      * serviced for others; O when the bank owns it.
      *-----------------------------------------------------------
       1200-OWNERSHIP.
           MOVE "O" TO SR-OWNERSHIP.
           IF NOT SALE-FILE-OPEN
               GO TO 1200-EXIT
           END-IF.
           MOVE LM-APPL-ID TO LS-APPL-ID.
           READ LOAN-SALE-FILE
               INVALID KEY
                   GO TO 1200-EXIT
           END-READ.
           IF LS-SOLD
               MOVE "S" TO SR-OWNERSHIP
           END-IF.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-PRINT-REPORT
      *
           MOVE SR-STATUS TO RD-STATUS.
           MOVE SR-PRINCIPAL TO RD-PRINCIPAL.
           MOVE SR-PAYMENT TO RD-PAYMENT.
           MOVE SPACES TO RD-ACCRUAL.
           IF SR-NON-ACCRUAL
               MOVE "NA" TO RD-ACCRUAL
           END-IF.
           MOVE SPACES TO RD-OWNERSHIP.
           IF SR-SERVICED-FOR-OTHERS
               MOVE "SFO" TO RD-OWNERSHIP
           END-IF.
           PERFORM 7000-PRINT-LINE-FROM-DETAIL THRU 7000-EXIT.

           ADD 1 TO WS-CCY-COUNT.
           ADD SR-PRINCIPAL TO WS-CCY-PRINCIPAL.
           ADD SR-PAYMENT TO WS-CCY-PAYMENT.
           IF SR-NON-ACCRUAL
               ADD 1 TO WS-CCY-NA-COUNT
               ADD SR-OUTSTANDING TO WS-CCY-NA-BAL
           END-IF.
           IF SR-SERVICED-FOR-OTHERS
               ADD 1 TO WS-CCY-SFO-COUNT
               ADD SR-OUTSTANDING TO WS-CCY-SFO-BAL
           END-IF.

           PERFORM 8100-RETURN-SORTED THRU 8100-EXIT.
       2100-EXIT.
           MOVE WS-CCY-PRINCIPAL TO RS-PRINCIPAL.
           MOVE WS-CCY-PAYMENT TO RS-PAYMENT.
           PERFORM 7100-PRINT-LINE-FROM-SUBTOTAL THRU 7100-EXIT.
           IF WS-CCY-NA-COUNT > ZERO
               MOVE WS-CCY-NA-COUNT TO RN-COUNT
               MOVE WS-CCY-NA-BAL TO RN-BALANCE
               PERFORM 7150-PRINT-LINE-FROM-NONACC THRU 7150-EXIT
           END-IF.
           IF WS-CCY-SFO-COUNT > ZERO
               MOVE WS-CCY-SFO-COUNT TO RV-COUNT
               MOVE WS-CCY-SFO-BAL TO RV-BALANCE
               PERFORM 7160-PRINT-LINE-FROM-SFO THRU 7160-EXIT
           END-IF.
           ADD WS-CCY-SFO-COUNT TO WS-TYPE-SFO-COUNT.
           ADD WS-CCY-SFO-BAL TO WS-TYPE-SFO-BAL.
           MOVE ZEROES TO WS-CCY-SFO-COUNT.
           MOVE ZEROES TO WS-CCY-SFO-BAL.

           ADD WS-CCY-NA-COUNT TO WS-TYPE-NA-COUNT.
           ADD WS-CCY-NA-BAL TO WS-TYPE-NA-BAL.
           MOVE ZEROES TO WS-CCY-NA-COUNT.
           MOVE ZEROES TO WS-CCY-NA-BAL.
           ADD WS-CCY-COUNT TO WS-TYPE-COUNT.
           ADD WS-CCY-PRINCIPAL TO WS-TYPE-PRINCIPAL.
           ADD WS-CCY-PAYMENT TO WS-TYPE-PAYMENT.
           MOVE WS-TYPE-PRINCIPAL TO RS-PRINCIPAL.
           MOVE WS-TYPE-PAYMENT TO RS-PAYMENT.
           PERFORM 7100-PRINT-LINE-FROM-SUBTOTAL THRU 7100-EXIT.
           IF WS-TYPE-NA-COUNT > ZERO
               MOVE WS-TYPE-NA-COUNT TO RN-COUNT
               MOVE WS-TYPE-NA-BAL TO RN-BALANCE
               PERFORM 7150-PRINT-LINE-FROM-NONACC THRU 7150-EXIT
           END-IF.
           IF WS-TYPE-SFO-COUNT > ZERO
               MOVE WS-TYPE-SFO-COUNT TO RV-COUNT
               MOVE WS-TYPE-SFO-BAL TO RV-BALANCE
               PERFORM 7160-PRINT-LINE-FROM-SFO THRU 7160-EXIT
           END-IF.
           ADD WS-TYPE-SFO-COUNT TO WS-GRAND-SFO-COUNT.
           ADD WS-TYPE-SFO-BAL TO WS-GRAND-SFO-BAL.
           MOVE ZEROES TO WS-TYPE-SFO-COUNT.
           MOVE ZEROES TO WS-TYPE-SFO-BAL.
           ADD WS-TYPE-NA-COUNT TO WS-GRAND-NA-COUNT.
           ADD WS-TYPE-NA-BAL TO WS-GRAND-NA-BAL.
           MOVE ZEROES TO WS-TYPE-NA-COUNT.
           MOVE ZEROES TO WS-TYPE-NA-BAL.
           MOVE SPACES TO PORT-RPT-LINE.
           PERFORM 7200-WRITE-RPT-LINE THRU 7200-EXIT.

           MOVE SPACES TO PORT-RPT-LINE.
           MOVE RPT-SUBTOTAL TO PORT-RPT-LINE.
           WRITE PORT-RPT-LINE.
           MOVE WS-GRAND-NA-COUNT TO RN-COUNT.
           MOVE WS-GRAND-NA-BAL TO RN-BALANCE.
           MOVE SPACES TO PORT-RPT-LINE.
           MOVE RPT-NONACCRUAL TO PORT-RPT-LINE.
           WRITE PORT-RPT-LINE.
           MOVE WS-GRAND-SFO-COUNT TO RV-COUNT.
           MOVE WS-GRAND-SFO-BAL TO RV-BALANCE.
           MOVE SPACES TO PORT-RPT-LINE.
           MOVE RPT-SERVICED TO PORT-RPT-LINE.
           WRITE PORT-RPT-LINE.
       3300-EXIT.
           EXIT.

       7100-EXIT.
           EXIT.

       7150-PRINT-LINE-FROM-NONACC.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 7300-PAGE-HEADING THRU 7300-EXIT
           END-IF.
           MOVE SPACES TO PORT-RPT-LINE.
           MOVE RPT-NONACCRUAL TO PORT-RPT-LINE.
           PERFORM 7200-WRITE-RPT-LINE THRU 7200-EXIT.
       7150-EXIT.
           EXIT.

       7160-PRINT-LINE-FROM-SFO.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 7300-PAGE-HEADING THRU 7300-EXIT
           END-IF.
           MOVE SPACES TO PORT-RPT-LINE.
           MOVE RPT-SERVICED TO PORT-RPT-LINE.
           PERFORM 7200-WRITE-RPT-LINE THRU 7200-EXIT.
       7160-EXIT.
           EXIT.

       7200-WRITE-RPT-LINE.
           WRITE PORT-RPT-LINE.
           ADD 1 TO WS-LINE-COUNT.
       8000-READ-MASTER.
           READ LOAN-MSTR-FILE
               AT END MOVE "Y" TO WS-MSTR-EOF
               NOT AT END ADD 1 TO WS-RSTAT-READ
           END-READ.
       8000-EXIT.
           EXIT.
           END-RETURN.
       8100-EXIT.
           EXIT.

           COPY lnrstwrt.
