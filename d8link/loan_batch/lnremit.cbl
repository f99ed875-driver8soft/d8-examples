      ******************************************************************
      *
      * Investor Remittance Batch
      * =========================
      *
      * Month-end remittance to the investors the bank has sold
      * loans to with the servicing retained. For every loan on
      * LOANSALE, the PAYHIST postings lnremit has not yet
      * accounted for are split three ways:
      *
      *     principal            - all of it to the investor;
      *     investor interest    - the interest collected scaled by
      *                            the pass-through rate over the
      *                            loan's rate (LS-PASS-RATE /
      *                            LM-RATE);
      *     servicing fee        - the rest of the interest, kept.
      *
      * Only POSTED payments count (a REVERSED one counts as it
      * did when it posted, and its RVSL backs it out again), and
      * only those paid on or after the sale date and - for a loan
      * bought back - on or before the repurchase date; escrow,
      * late charges and refunds are the servicer's business and
      * never remitted. The loan's LS-REMIT-SEQ moves up to the
      * last posting looked at, so a rerun or an early run never
      * remits a payment twice.
      *
      * The loans are sorted by investor and currency. REMITRPT
      * prints each investor's loans with the three columns and an
      * investor total; INVWIRE, for the bank interface, carries
      * per investor and currency an H header with the INVMSTR
      * name and bank details, a D row per loan, and a T trailer
      * with the loan count and the amount to wire (principal plus
      * investor interest). An investor no longer on INVMSTR is
      * wired with no bank details and reported; a net amount below
      * zero (reversals outrunning collections) is reported for the
      * desk to recover.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original remittance batch - the investor
      *                  split was worked on a spreadsheet.
      * 2026-10-15  RJM  Records its run statistics on RUNSTATS.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lnremit.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-SALE-FILE ASSIGN TO "LOANSALE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-APPL-ID
               FILE STATUS IS WS-LOAN-SALE-STATUS.
           SELECT INV-MSTR-FILE ASSIGN TO "INVMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-INVESTOR-ID
               FILE STATUS IS WS-INV-MSTR-STATUS.
           SELECT LOAN-MSTR-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-APPL-ID
               FILE STATUS IS WS-LOAN-MSTR-STATUS.
           SELECT PAY-HIST-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAY-HIST-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
           SELECT REMIT-RPT-FILE ASSIGN TO "REMITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-RPT-STATUS.
           SELECT INV-WIRE-FILE ASSIGN TO "INVWIRE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-WIRE-STATUS.
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.
           COPY loansale.

           COPY invmstr.

           COPY loanmstr.

           COPY payhist.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SR-INVESTOR-ID  PIC X(08).
           05 SR-CURRENCY     PIC X(03).
           05 SR-APPL-ID      PIC X(20).
           05 SR-POOL-ID      PIC X(08).
           05 SR-POSTINGS     PIC 9(05).
           05 SR-PRINCIPAL    PIC S9(7)V9(2).
           05 SR-INV-INTEREST PIC S9(7)V9(2).
           05 SR-SVC-FEE      PIC S9(7)V9(2).

       FD  REMIT-RPT-FILE.
       01  REMIT-RPT-LINE PIC X(100).

      * Investor wires for the bank interface - per investor and
      * currency an H header, a D row per loan and a T trailer.
       FD  INV-WIRE-FILE.
       01  WIRE-HEADER.
           05 WH-REC-TYPE     PIC X(01).
           05 WH-REMIT-DATE   PIC 9(08).
           05 WH-INVESTOR-ID  PIC X(08).
           05 WH-NAME         PIC X(25).
           05 WH-CURRENCY     PIC X(03).
           05 WH-BANK-ROUTING PIC X(09).
           05 WH-BANK-ACCOUNT PIC X(17).
       01  WIRE-DETAIL.
           05 WD-REC-TYPE     PIC X(01).
           05 WD-REMIT-DATE   PIC 9(08).
           05 WD-INVESTOR-ID  PIC X(08).
           05 WD-APPL-ID      PIC X(20).
           05 WD-POOL-ID      PIC X(08).
           05 WD-PRINCIPAL    PIC S9(7)V9(2).
           05 WD-INTEREST     PIC S9(7)V9(2).
           05 WD-SVC-FEE      PIC S9(7)V9(2).
       01  WIRE-TRAILER.
           05 WT-REC-TYPE     PIC X(01).
           05 WT-REMIT-DATE   PIC 9(08).
           05 WT-INVESTOR-ID  PIC X(08).
           05 WT-LOAN-COUNT   PIC 9(05).
           05 WT-TOTAL        PIC S9(9)V9(2).

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
       01 WS-LOAN-SALE-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-SALE-OPENED VALUE "00".
       01 WS-INV-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 INV-MSTR-OPENED VALUE "00".
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-PAY-HIST-STATUS PIC X(02) VALUE SPACES.
           88 PAY-HIST-OPENED VALUE "00".
       01 WS-REMIT-RPT-STATUS PIC X(02) VALUE SPACES.
       01 WS-INV-WIRE-STATUS PIC X(02) VALUE SPACES.
           88 INV-WIRE-NOT-FOUND VALUE "35".

       01 WS-SALE-EOF PIC X(01) VALUE "N".
           88 END-OF-SALES VALUE "Y".
       01 WS-PAY-EOF PIC X(01) VALUE "N".
           88 END-OF-PAYMENTS VALUE "Y".
       01 WS-SORT-EOF PIC X(01) VALUE "N".
           88 END-OF-SORTED VALUE "Y".
       01 WS-INV-FILE PIC X(01) VALUE "N".
           88 INV-FILE-OPEN VALUE "Y".

       01 WS-TODAY PIC 9(08).

      * The loan in hand.
       01 WS-LAST-SEQ PIC 9(07).
       01 WS-LOAN-POSTINGS PIC 9(05).
       01 WS-LOAN-PRINCIPAL PIC S9(7)V9(2) COMP-3.
       01 WS-LOAN-INTEREST PIC S9(7)V9(2) COMP-3.
       01 WS-INV-INTEREST PIC S9(7)V9(2) COMP-3.
       01 WS-PAID-DATE PIC 9(08).
       01 WS-SIGN PIC S9(01).

      * The investor being remitted.
       01 WS-FIRST-RECORD PIC X(01) VALUE "Y".
           88 FIRST-RECORD VALUE "Y".
       01 WS-PREV-INVESTOR PIC X(08).
       01 WS-PREV-CCY PIC X(03).
       01 WS-REMIT-NAME PIC X(25).
       01 WS-REMIT-LOANS PIC 9(05) VALUE ZEROES.
       01 WS-REMIT-PRINCIPAL PIC S9(9)V9(2) COMP-3 VALUE ZEROES.
       01 WS-REMIT-INTEREST PIC S9(9)V9(2) COMP-3 VALUE ZEROES.
       01 WS-REMIT-FEE PIC S9(9)V9(2) COMP-3 VALUE ZEROES.
       01 WS-REMIT-TOTAL PIC S9(9)V9(2) COMP-3 VALUE ZEROES.

       01 WS-SALE-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-LOAN-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-NOLOAN-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-WIRE-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-UNLINKED-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-NEGATIVE-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-TOTAL-FEE PIC S9(11)V9(2) COMP-3 VALUE ZEROES.
       01 WS-TOTAL-DISPLAY PIC -ZZZ,ZZZ,ZZ9.99.

      * Print line layouts.
       01 RPT-HEADING-1.
           05 FILLER PIC X(30)
               VALUE "INVESTOR REMITTANCE REPORT    ".
           05 FILLER PIC X(08) VALUE "DATE    ".
           05 RH1-DATE PIC 9(08).
       01 RPT-HEADING-2.
           05 FILLER PIC X(30) VALUE "INVESTOR ".
           05 RH2-INVESTOR PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RH2-NAME PIC X(25).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RH2-CCY PIC X(03).
       01 RPT-HEADING-3.
           05 FILLER PIC X(40) VALUE
               "APPLICATION          POOL     POSTINGS ".
           05 FILLER PIC X(51) VALUE
               "     PRINCIPAL      INTEREST   SERVICE FEE".
       01 RPT-DETAIL.
           05 RD-APPL-ID PIC X(20).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-POOL-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-POSTINGS PIC ZZZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 RD-PRINCIPAL PIC -ZZ,ZZZ,ZZ9.99.
           05 RD-INTEREST PIC -ZZ,ZZZ,ZZ9.99.
           05 RD-SVC-FEE PIC -ZZ,ZZZ,ZZ9.99.
       01 RPT-TOTAL.
           05 RT-CAPTION PIC X(30).
           05 RT-COUNT PIC ZZZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 RT-PRINCIPAL PIC -ZZ,ZZZ,ZZ9.99.
           05 RT-INTEREST PIC -ZZ,ZZZ,ZZ9.99.
           05 RT-SVC-FEE PIC -ZZ,ZZZ,ZZ9.99.
           COPY lnrstws.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "LNREMIT" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN I-O LOAN-SALE-FILE.
           IF NOT LOAN-SALE-OPENED
               DISPLAY "*** Unable to open LOANSALE - status "
                   WS-LOAN-SALE-STATUS " - no loans sold."
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

           OPEN INPUT LOAN-MSTR-FILE.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               CLOSE LOAN-SALE-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

           OPEN INPUT PAY-HIST-FILE.
           IF NOT PAY-HIST-OPENED
               DISPLAY "*** Unable to open PAYHIST - status "
                   WS-PAY-HIST-STATUS
               CLOSE LOAN-MSTR-FILE
               CLOSE LOAN-SALE-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

           OPEN INPUT INV-MSTR-FILE.
           IF INV-MSTR-OPENED
               MOVE "Y" TO WS-INV-FILE
           ELSE
               DISPLAY "*** Unable to open INVMSTR - status "
                   WS-INV-MSTR-STATUS " - wires go out without "
                   "bank details."
           END-IF.

           OPEN OUTPUT REMIT-RPT-FILE.
           OPEN EXTEND INV-WIRE-FILE.
           IF INV-WIRE-NOT-FOUND
               OPEN OUTPUT INV-WIRE-FILE
           END-IF.

           MOVE WS-TODAY TO RH1-DATE.
           MOVE RPT-HEADING-1 TO REMIT-RPT-LINE.
           WRITE REMIT-RPT-LINE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-INVESTOR-ID SR-CURRENCY
                   SR-APPL-ID
               INPUT PROCEDURE IS 1500-SPLIT-COLLECTIONS
               OUTPUT PROCEDURE IS 5000-WRITE-REMITTANCES.

           MOVE SPACES TO REMIT-RPT-LINE.
           WRITE REMIT-RPT-LINE.
           MOVE WS-TOTAL-FEE TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO REMIT-RPT-LINE.
           STRING "SERVICING FEE RETAINED, ALL INVESTORS "
               WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REMIT-RPT-LINE.
           WRITE REMIT-RPT-LINE.

           CLOSE INV-WIRE-FILE.
           CLOSE REMIT-RPT-FILE.
           IF INV-FILE-OPEN
               CLOSE INV-MSTR-FILE
           END-IF.
           CLOSE PAY-HIST-FILE.
           CLOSE LOAN-MSTR-FILE.
           CLOSE LOAN-SALE-FILE.

           DISPLAY "lnremit: " WS-SALE-COUNT " sold loan(s), "
               WS-LOAN-COUNT " with collections to remit, "
               WS-NOLOAN-COUNT " not on LOANMSTR.".
           DISPLAY "lnremit: " WS-WIRE-COUNT " wire(s) written to "
               "INVWIRE, " WS-UNLINKED-COUNT " without an investor "
               "master entry, " WS-NEGATIVE-COUNT " negative.".
           IF WS-UNLINKED-COUNT > ZERO OR WS-NEGATIVE-COUNT > ZERO
               OR WS-NOLOAN-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-WIRE-COUNT TO WS-RSTAT-WRITTEN.
           MOVE WS-NOLOAN-COUNT TO WS-RSTAT-REJECTED.
           ADD WS-UNLINKED-COUNT TO WS-RSTAT-REJECTED.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

      *-----------------------------------------------------------
      * 1500-SPLIT-COLLECTIONS
      *
      * The pass over LOANSALE - every sold loan's new postings
      * split and released to the sort, its remittance progress
      * moved on.
      *-----------------------------------------------------------
       1500-SPLIT-COLLECTIONS.
           PERFORM 8000-READ-SALE THRU 8000-EXIT.
           PERFORM 2000-SPLIT-LOAN THRU 2000-EXIT
               UNTIL END-OF-SALES.
       1500-EXIT.
           EXIT.

       2000-SPLIT-LOAN.
           ADD 1 TO WS-SALE-COUNT.
           MOVE LS-APPL-ID TO LM-APPL-ID.
           READ LOAN-MSTR-FILE
               INVALID KEY
                   ADD 1 TO WS-NOLOAN-COUNT
                   DISPLAY "*** Sold loan '" LS-APPL-ID "' is not "
                       "on LOANMSTR - not remitted."
                   GO TO 2000-NEXT
           END-READ.

           MOVE LS-REMIT-SEQ TO WS-LAST-SEQ.
           MOVE ZEROES TO WS-LOAN-POSTINGS.
           MOVE ZEROES TO WS-LOAN-PRINCIPAL.
           MOVE ZEROES TO WS-LOAN-INTEREST.
           PERFORM 2100-SCAN-POSTINGS THRU 2100-EXIT.

           IF WS-LAST-SEQ NOT = LS-REMIT-SEQ
               MOVE WS-LAST-SEQ TO LS-REMIT-SEQ
               MOVE WS-TODAY TO LS-REMIT-DATE
               REWRITE LOAN-SALE-RECORD
                   INVALID KEY
                       DISPLAY "*** Rewrite failed for sale '"
                           LS-APPL-ID "' - status "
                           WS-LOAN-SALE-STATUS
               END-REWRITE
           END-IF.
           IF WS-LOAN-POSTINGS = ZEROES
               GO TO 2000-NEXT
           END-IF.

           IF LM-RATE > ZERO
               COMPUTE WS-INV-INTEREST ROUNDED =
                   WS-LOAN-INTEREST * LS-PASS-RATE / LM-RATE
           ELSE
               MOVE WS-LOAN-INTEREST TO WS-INV-INTEREST
           END-IF.

           MOVE LS-INVESTOR-ID TO SR-INVESTOR-ID.
           MOVE LM-CURRENCY TO SR-CURRENCY.
           MOVE LS-APPL-ID TO SR-APPL-ID.
           MOVE LS-POOL-ID TO SR-POOL-ID.
           MOVE WS-LOAN-POSTINGS TO SR-POSTINGS.
           MOVE WS-LOAN-PRINCIPAL TO SR-PRINCIPAL.
           MOVE WS-INV-INTEREST TO SR-INV-INTEREST.
           COMPUTE SR-SVC-FEE = WS-LOAN-INTEREST - WS-INV-INTEREST.
           RELEASE SORT-RECORD.
           ADD 1 TO WS-LOAN-COUNT.

       2000-NEXT.
           PERFORM 8000-READ-SALE THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2100-SCAN-POSTINGS
      *
      * The loan's postings after LS-REMIT-SEQ, in sequence order.
      *-----------------------------------------------------------
       2100-SCAN-POSTINGS.
           MOVE "N" TO WS-PAY-EOF.
           MOVE LS-APPL-ID TO PH-APPL-ID.
           COMPUTE PH-POST-SEQ = LS-REMIT-SEQ + 1.
           START PAY-HIST-FILE KEY NOT < PH-KEY
               INVALID KEY MOVE "Y" TO WS-PAY-EOF
           END-START.
           IF NOT END-OF-PAYMENTS
               PERFORM 8100-READ-PAYMENT THRU 8100-EXIT
               PERFORM 2110-TAKE-POSTING THRU 2110-EXIT
                   UNTIL END-OF-PAYMENTS
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2110-TAKE-POSTING
      *
      * A POSTED (or since-REVERSED) payment adds, its RVSL backs
      * it out. Which side of the sale - and of any buy-back - the
      * money falls on goes by the original payment's date, which
      * an RVSL carries in PH-RELEASE-REF.
      *-----------------------------------------------------------
       2110-TAKE-POSTING.
           IF PH-APPL-ID NOT = LS-APPL-ID
               MOVE "Y" TO WS-PAY-EOF
               GO TO 2110-EXIT
           END-IF.
           MOVE PH-POST-SEQ TO WS-LAST-SEQ.

           EVALUATE TRUE
               WHEN PH-POSTED OR PH-REVERSED
                   MOVE 1 TO WS-SIGN
                   MOVE PH-PAY-DATE TO WS-PAID-DATE
               WHEN PH-RVSL
                   MOVE -1 TO WS-SIGN
                   MOVE PH-RELEASE-REF TO WS-PAID-DATE
               WHEN OTHER
                   GO TO 2110-NEXT
           END-EVALUATE.
           IF WS-PAID-DATE < LS-SALE-DATE
               GO TO 2110-NEXT
           END-IF.
           IF LS-REPURCHASED AND WS-PAID-DATE > LS-REPURCH-DATE
               GO TO 2110-NEXT
           END-IF.

           ADD 1 TO WS-LOAN-POSTINGS.
           COMPUTE WS-LOAN-PRINCIPAL =
               WS-LOAN-PRINCIPAL + PH-PRINCIPAL * WS-SIGN.
           COMPUTE WS-LOAN-INTEREST =
               WS-LOAN-INTEREST + PH-INTEREST * WS-SIGN.

       2110-NEXT.
           PERFORM 8100-READ-PAYMENT THRU 8100-EXIT.
       2110-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 5000-WRITE-REMITTANCES
      *
      * Takes the split loans back in investor and currency order;
      * one report section and one wire per investor and currency.
      *-----------------------------------------------------------
       5000-WRITE-REMITTANCES.
           PERFORM 8200-RETURN-SORTED THRU 8200-EXIT.
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
               IF SR-INVESTOR-ID NOT = WS-PREV-INVESTOR
                   OR SR-CURRENCY NOT = WS-PREV-CCY
                   PERFORM 5300-REMIT-TRAILER THRU 5300-EXIT
                   PERFORM 5200-REMIT-HEADER THRU 5200-EXIT
               END-IF
           END-IF.

           MOVE SPACES TO WIRE-DETAIL.
           MOVE "D" TO WD-REC-TYPE.
           MOVE WS-TODAY TO WD-REMIT-DATE.
           MOVE SR-INVESTOR-ID TO WD-INVESTOR-ID.
           MOVE SR-APPL-ID TO WD-APPL-ID.
           MOVE SR-POOL-ID TO WD-POOL-ID.
           MOVE SR-PRINCIPAL TO WD-PRINCIPAL.
           MOVE SR-INV-INTEREST TO WD-INTEREST.
           MOVE SR-SVC-FEE TO WD-SVC-FEE.
           WRITE WIRE-DETAIL.

           MOVE SR-APPL-ID TO RD-APPL-ID.
           MOVE SR-POOL-ID TO RD-POOL-ID.
           MOVE SR-POSTINGS TO RD-POSTINGS.
           MOVE SR-PRINCIPAL TO RD-PRINCIPAL.
           MOVE SR-INV-INTEREST TO RD-INTEREST.
           MOVE SR-SVC-FEE TO RD-SVC-FEE.
           MOVE SPACES TO REMIT-RPT-LINE.
           MOVE RPT-DETAIL TO REMIT-RPT-LINE.
           WRITE REMIT-RPT-LINE.

           ADD 1 TO WS-REMIT-LOANS.
           ADD SR-PRINCIPAL TO WS-REMIT-PRINCIPAL.
           ADD SR-INV-INTEREST TO WS-REMIT-INTEREST.
           ADD SR-SVC-FEE TO WS-REMIT-FEE.

           PERFORM 8200-RETURN-SORTED THRU 8200-EXIT.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 5200-REMIT-HEADER
      *
      * Opens an investor's wire with the name and bank details
      * from the investor master - no bank details when the
      * investor is not on it - and its report section.
      *-----------------------------------------------------------
       5200-REMIT-HEADER.
           MOVE SR-INVESTOR-ID TO WS-PREV-INVESTOR.
           MOVE SR-CURRENCY TO WS-PREV-CCY.
           MOVE ZEROES TO WS-REMIT-LOANS.
           MOVE ZEROES TO WS-REMIT-PRINCIPAL.
           MOVE ZEROES TO WS-REMIT-INTEREST.
           MOVE ZEROES TO WS-REMIT-FEE.

           MOVE SPACES TO WIRE-HEADER.
           MOVE "H" TO WH-REC-TYPE.
           MOVE WS-TODAY TO WH-REMIT-DATE.
           MOVE SR-INVESTOR-ID TO WH-INVESTOR-ID.
           MOVE SR-CURRENCY TO WH-CURRENCY.

           IF NOT INV-FILE-OPEN
               GO TO 5200-UNLINKED
           END-IF.
           MOVE SR-INVESTOR-ID TO IV-INVESTOR-ID.
           READ INV-MSTR-FILE
               INVALID KEY
                   GO TO 5200-UNLINKED
           END-READ.
           MOVE IV-NAME TO WH-NAME.
           MOVE IV-BANK-ROUTING TO WH-BANK-ROUTING.
           MOVE IV-BANK-ACCOUNT TO WH-BANK-ACCOUNT.
           GO TO 5200-WRITE.

       5200-UNLINKED.
           ADD 1 TO WS-UNLINKED-COUNT.
           DISPLAY "*** Investor '" SR-INVESTOR-ID "' has no "
               "INVMSTR entry - wire has no bank details; set it "
               "up in ivmaint.".

       5200-WRITE.
           MOVE WH-NAME TO WS-REMIT-NAME.
           WRITE WIRE-HEADER.

           MOVE SPACES TO REMIT-RPT-LINE.
           WRITE REMIT-RPT-LINE.
           MOVE SR-INVESTOR-ID TO RH2-INVESTOR.
           MOVE WH-NAME TO RH2-NAME.
           MOVE SR-CURRENCY TO RH2-CCY.
           MOVE RPT-HEADING-2 TO REMIT-RPT-LINE.
           WRITE REMIT-RPT-LINE.
           MOVE RPT-HEADING-3 TO REMIT-RPT-LINE.
           WRITE REMIT-RPT-LINE.
       5200-EXIT.
           EXIT.

       5300-REMIT-TRAILER.
           COMPUTE WS-REMIT-TOTAL =
               WS-REMIT-PRINCIPAL + WS-REMIT-INTEREST.
           MOVE SPACES TO WIRE-TRAILER.
           MOVE "T" TO WT-REC-TYPE.
           MOVE WS-TODAY TO WT-REMIT-DATE.
           MOVE WS-PREV-INVESTOR TO WT-INVESTOR-ID.
           MOVE WS-REMIT-LOANS TO WT-LOAN-COUNT.
           MOVE WS-REMIT-TOTAL TO WT-TOTAL.
           WRITE WIRE-TRAILER.
           ADD 1 TO WS-WIRE-COUNT.
           ADD WS-REMIT-FEE TO WS-TOTAL-FEE.

           MOVE "  INVESTOR TOTAL" TO RT-CAPTION.
           MOVE WS-REMIT-LOANS TO RT-COUNT.
           MOVE WS-REMIT-PRINCIPAL TO RT-PRINCIPAL.
           MOVE WS-REMIT-INTEREST TO RT-INTEREST.
           MOVE WS-REMIT-FEE TO RT-SVC-FEE.
           MOVE SPACES TO REMIT-RPT-LINE.
           MOVE RPT-TOTAL TO REMIT-RPT-LINE.
           WRITE REMIT-RPT-LINE.
           MOVE WS-REMIT-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO REMIT-RPT-LINE.
           STRING "  TO WIRE " WS-PREV-CCY " " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REMIT-RPT-LINE.
           WRITE REMIT-RPT-LINE.

           IF WS-REMIT-TOTAL < ZERO
               ADD 1 TO WS-NEGATIVE-COUNT
               DISPLAY "*** Remittance to '" WS-PREV-INVESTOR "' "
                   WS-PREV-CCY " is negative " WS-TOTAL-DISPLAY
                   " - recover from the investor."
           ELSE
               DISPLAY "Remittance " WS-TOTAL-DISPLAY " " WS-PREV-CCY
                   " to " WS-REMIT-NAME " covering " WS-REMIT-LOANS
                   " loan(s)."
           END-IF.
       5300-EXIT.
           EXIT.

       8000-READ-SALE.
           READ LOAN-SALE-FILE NEXT
               AT END MOVE "Y" TO WS-SALE-EOF
               NOT AT END ADD 1 TO WS-RSTAT-READ
           END-READ.
       8000-EXIT.
           EXIT.

       8100-READ-PAYMENT.
           READ PAY-HIST-FILE NEXT
               AT END MOVE "Y" TO WS-PAY-EOF
           END-READ.
       8100-EXIT.
           EXIT.

       8200-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO WS-SORT-EOF
           END-RETURN.
       8200-EXIT.
           EXIT.

           COPY lnrstwrt.
