      * segmented by loan type, currency and rate basis, and each
      * segment shows its balance-weighted average LM-RATE and
      * LM-APR and its share of the total outstanding balance.
      * Loans on non-accrual earn nothing: their balance is shown
      * in its own NON-ACCRUAL column and left out of the weighted
      * rate and APR, which are the yield on the accruing book;
      * the share still counts the whole segment.
      *
      * Each segment's share is then compared against the CONCLIM
      * concentration limits (loan type, currency, rate basis -
      * RETURN-CODE, so the committee sees a breach the Monday it
      * happens.
      *
      * Loans sold to an investor on LOANSALE (and not bought back)
      * are serviced for others and off the balance sheet: they
      * are segmented and printed in a section of their own, with
      * their share taken of the serviced book, and left out of the
      * owned book's totals, shares and concentration limits.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-09-02  RJM  Original yield/concentration report.
      * 2026-10-15  RJM  Non-accrual balances shown separately and
      *                  kept out of the yield averages.
      * 2026-10-15  RJM  Loans serviced for others (sold on
      *                  LOANSALE) segmented and totalled apart from
      *                  the owned book, and kept out of its shares
      *                  and concentration limits.
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

       DATA DIVISION.
       FILE SECTION.

           COPY loanmstr.

           COPY loansale.

       WORKING-STORAGE SECTION.
       01 WS-CONC-LIM-STATUS PIC X(02) VALUE SPACES.
           88 CONC-LIM-OPENED VALUE "00".
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-LOAN-SALE-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-SALE-OPENED VALUE "00".
       01 WS-SALE-FILE PIC X(01) VALUE "N".
           88 SALE-FILE-OPEN VALUE "Y".

       01 WS-LIM-EOF PIC X(01) VALUE "N".
           88 END-OF-LIMITS VALUE "Y".
               10 LIM-RATE-BASIS PIC X(01).
               10 LIM-MAX-PCT PIC 9(3)V9(2).

      * O for an owned loan, S for one serviced for others - for
      * the loan in hand, and for the section being printed.
       01 WS-OWNERSHIP PIC X(01).
           88 SERVICED-FOR-OTHERS VALUE "S".
       01 WS-PRINT-OWNERSHIP PIC X(01).
           88 PRINTING-SERVICED VALUE "S".

      * One segment per ownership / loan type / currency / rate
      * basis seen.
       01 WS-SEG-MAX PIC 9(03) VALUE 60.
       01 WS-SEG-COUNT PIC 9(03) VALUE ZEROES.
       01 SEG-TABLE.
           05 SEG-ENTRY OCCURS 1 TO 60 TIMES
               DEPENDING ON WS-SEG-COUNT
               INDEXED BY SEG-IDX.
               10 SEG-OWNERSHIP PIC X(01).
               10 SEG-LOAN-TYPE PIC X(04).
               10 SEG-CURRENCY PIC X(03).
               10 SEG-RATE-BASIS PIC X(01).
               10 SEG-BALANCE PIC S9(11)V9(2) COMP-3.
               10 SEG-NONACC-BAL PIC S9(11)V9(2) COMP-3.
               10 SEG-RATE-WEIGHTED PIC S9(13)V9(4) COMP-3.
               10 SEG-APR-WEIGHTED PIC S9(13)V9(4) COMP-3.
               10 SEG-LOAN-COUNT PIC 9(05) COMP.

       01 WS-TOTAL-BALANCE PIC S9(13)V9(2) COMP-3 VALUE ZEROES.
       01 WS-TOTAL-NONACC PIC S9(13)V9(2) COMP-3 VALUE ZEROES.
       01 WS-SFO-BALANCE PIC S9(13)V9(2) COMP-3 VALUE ZEROES.
       01 WS-SFO-NONACC PIC S9(13)V9(2) COMP-3 VALUE ZEROES.
       01 WS-SECTION-BALANCE PIC S9(13)V9(2) COMP-3.
       01 WS-ACCRUING-BAL PIC S9(11)V9(2) COMP-3.
       01 WS-AVG-RATE PIC S9(3)V9(2) COMP-3.
       01 WS-AVG-APR PIC S9(3)V9(2) COMP-3.
       01 WS-SHARE-PCT PIC S9(3)V9(2) COMP-3.
       01 WS-BREACH-COUNT PIC 9(03) VALUE ZEROES.

       01 WS-BAL-DISPLAY PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-NONACC-DISPLAY PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-DISPLAY PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-RATE-DISPLAY PIC -ZZ9.99.
       01 WS-APR-DISPLAY PIC -ZZ9.99.
       01 WS-SHARE-DISPLAY PIC -ZZ9.99.
               GOBACK
           END-IF.

           OPEN INPUT LOAN-SALE-FILE.
           IF LOAN-SALE-OPENED
               MOVE "Y" TO WS-SALE-FILE
           END-IF.

           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
           PERFORM 2000-SEGMENT-LOAN THRU 2000-EXIT
               UNTIL END-OF-MASTER.
           IF SALE-FILE-OPEN
               CLOSE LOAN-SALE-FILE
           END-IF.
           CLOSE LOAN-MSTR-FILE.

           DISPLAY "Portfolio yield and concentration as of "
               WS-TODAY.
           DISPLAY "TYPE CCY B        BALANCE     NON-ACCRUAL"
               "   RATE    APR  SHARE".
           DISPLAY "========================================"
               "====================".
           MOVE "O" TO WS-PRINT-OWNERSHIP.
           MOVE WS-TOTAL-BALANCE TO WS-SECTION-BALANCE.
           PERFORM 5000-PRINT-SEGMENT THRU 5000-EXIT
               VARYING SEG-IDX FROM 1 BY 1
               UNTIL SEG-IDX > WS-SEG-COUNT.

           DISPLAY "----------------------------------------"
               "--------------------".
           MOVE WS-TOTAL-BALANCE TO WS-TOTAL-DISPLAY.
           DISPLAY "Total book      " WS-TOTAL-DISPLAY.
           MOVE WS-TOTAL-NONACC TO WS-TOTAL-DISPLAY.
           DISPLAY "  non-accrual   " WS-TOTAL-DISPLAY.

           IF WS-SFO-BALANCE > ZERO
               DISPLAY " "
               DISPLAY "Serviced for others (off balance sheet)"
               DISPLAY "========================================"
                   "===================="
               MOVE "S" TO WS-PRINT-OWNERSHIP
               MOVE WS-SFO-BALANCE TO WS-SECTION-BALANCE
               PERFORM 5000-PRINT-SEGMENT THRU 5000-EXIT
                   VARYING SEG-IDX FROM 1 BY 1
                   UNTIL SEG-IDX > WS-SEG-COUNT
               DISPLAY "----------------------------------------"
                   "--------------------"
               MOVE WS-SFO-BALANCE TO WS-TOTAL-DISPLAY
               DISPLAY "Serviced book   " WS-TOTAL-DISPLAY
               MOVE WS-SFO-NONACC TO WS-TOTAL-DISPLAY
               DISPLAY "  non-accrual   " WS-TOTAL-DISPLAY
           END-IF.
           DISPLAY "lnyield: " WS-SEG-COUNT " segment(s), "
               WS-BREACH-COUNT " concentration breach(es).".
           IF WS-BREACH-COUNT > 255
               GO TO 2000-NEXT
           END-IF.

           PERFORM 2050-OWNERSHIP THRU 2050-EXIT.
           IF SERVICED-FOR-OTHERS
               ADD LM-OUTSTANDING-BAL TO WS-SFO-BALANCE
               IF LM-NON-ACCRUAL
                   ADD LM-OUTSTANDING-BAL TO WS-SFO-NONACC
               END-IF
           ELSE
               ADD LM-OUTSTANDING-BAL TO WS-TOTAL-BALANCE
               IF LM-NON-ACCRUAL
                   ADD LM-OUTSTANDING-BAL TO WS-TOTAL-NONACC
               END-IF
           END-IF.

           SET SEG-IDX TO 1.
           SEARCH SEG-ENTRY
                   IF WS-SEG-COUNT < WS-SEG-MAX
                       ADD 1 TO WS-SEG-COUNT
                       SET SEG-IDX TO WS-SEG-COUNT
                       MOVE WS-OWNERSHIP TO SEG-OWNERSHIP (SEG-IDX)
                       MOVE LM-LOAN-TYPE
                           TO SEG-LOAN-TYPE (SEG-IDX)
                       MOVE LM-CURRENCY TO SEG-CURRENCY (SEG-IDX)
                       MOVE LM-RATE-BASIS
                           TO SEG-RATE-BASIS (SEG-IDX)
                       MOVE ZEROES TO SEG-BALANCE (SEG-IDX)
                       MOVE ZEROES TO SEG-NONACC-BAL (SEG-IDX)
                       MOVE ZEROES TO SEG-RATE-WEIGHTED (SEG-IDX)
                       MOVE ZEROES TO SEG-APR-WEIGHTED (SEG-IDX)
                       MOVE ZEROES TO SEG-LOAN-COUNT (SEG-IDX)
                           WS-SEG-MAX " - '" LM-APPL-ID
                           "' not totaled."
                   END-IF
               WHEN SEG-OWNERSHIP (SEG-IDX) = WS-OWNERSHIP
                   AND SEG-LOAN-TYPE (SEG-IDX) = LM-LOAN-TYPE
                   AND SEG-CURRENCY (SEG-IDX) = LM-CURRENCY
                   AND SEG-RATE-BASIS (SEG-IDX) = LM-RATE-BASIS
                   PERFORM 2100-ADD-TO-SEGMENT THRU 2100-EXIT
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2050-OWNERSHIP
      *
      * S when the loan is sold on LOANSALE and not bought back.
      *-----------------------------------------------------------
       2050-OWNERSHIP.
           MOVE "O" TO WS-OWNERSHIP.
           IF NOT SALE-FILE-OPEN
               GO TO 2050-EXIT
           END-IF.
           MOVE LM-APPL-ID TO LS-APPL-ID.
           READ LOAN-SALE-FILE
               INVALID KEY
                   GO TO 2050-EXIT
           END-READ.
           IF LS-SOLD
               MOVE "S" TO WS-OWNERSHIP
           END-IF.
       2050-EXIT.
           EXIT.

       2100-ADD-TO-SEGMENT.
           ADD LM-OUTSTANDING-BAL TO SEG-BALANCE (SEG-IDX).
           ADD 1 TO SEG-LOAN-COUNT (SEG-IDX).
           IF LM-NON-ACCRUAL
               ADD LM-OUTSTANDING-BAL TO SEG-NONACC-BAL (SEG-IDX)
               GO TO 2100-EXIT
           END-IF.
           COMPUTE SEG-RATE-WEIGHTED (SEG-IDX) =
               SEG-RATE-WEIGHTED (SEG-IDX)
               + LM-RATE * LM-OUTSTANDING-BAL / 1000.
           COMPUTE SEG-APR-WEIGHTED (SEG-IDX) =
               SEG-APR-WEIGHTED (SEG-IDX)
               + LM-APR * LM-OUTSTANDING-BAL / 1000.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 5000-PRINT-SEGMENT
      *
      * One line per segment of the section being printed -
      * weighted averages, share of the section, and for the owned
      * book the first matching CONCLIM limit (spaces wildcard)
      * with a breach flag when the share runs over it.
      *-----------------------------------------------------------
       5000-PRINT-SEGMENT.
           IF SEG-OWNERSHIP (SEG-IDX) NOT = WS-PRINT-OWNERSHIP
               GO TO 5000-EXIT
           END-IF.
           COMPUTE WS-ACCRUING-BAL =
               SEG-BALANCE (SEG-IDX) - SEG-NONACC-BAL (SEG-IDX).
           IF WS-ACCRUING-BAL > ZERO
               COMPUTE WS-AVG-RATE ROUNDED =
                   SEG-RATE-WEIGHTED (SEG-IDX) * 1000
                   / WS-ACCRUING-BAL
               COMPUTE WS-AVG-APR ROUNDED =
                   SEG-APR-WEIGHTED (SEG-IDX) * 1000
                   / WS-ACCRUING-BAL
           ELSE
               MOVE ZEROES TO WS-AVG-RATE
               MOVE ZEROES TO WS-AVG-APR
           END-IF.
           IF WS-SECTION-BALANCE > ZERO
               COMPUTE WS-SHARE-PCT ROUNDED =
                   SEG-BALANCE (SEG-IDX) * 100 / WS-SECTION-BALANCE
           ELSE
               MOVE ZEROES TO WS-SHARE-PCT
           END-IF.

           MOVE SEG-BALANCE (SEG-IDX) TO WS-BAL-DISPLAY.
           MOVE SEG-NONACC-BAL (SEG-IDX) TO WS-NONACC-DISPLAY.
           MOVE WS-AVG-RATE TO WS-RATE-DISPLAY.
           MOVE WS-AVG-APR TO WS-APR-DISPLAY.
           MOVE WS-SHARE-PCT TO WS-SHARE-DISPLAY.
           DISPLAY SEG-LOAN-TYPE (SEG-IDX) " "
               SEG-CURRENCY (SEG-IDX) " "
               SEG-RATE-BASIS (SEG-IDX) " " WS-BAL-DISPLAY " "
               WS-NONACC-DISPLAY " " WS-RATE-DISPLAY " "
               WS-APR-DISPLAY " " WS-SHARE-DISPLAY WITH NO ADVANCING.

           IF PRINTING-SERVICED
               DISPLAY " "
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-FIND-LIMIT THRU 5100-EXIT.
           IF LIMIT-APPLIES AND WS-SHARE-PCT > WS-LIMIT-PCT
               ADD 1 TO WS-BREACH-COUNT
