      ******************************************************************
      *
      * Month-End Subledger-to-Ledger Reconciliation
      * ============================================
      *
      * lntrbal proves LOANMSTR against PAYHIST; this proves the
      * ledger against the loan book. For the period on the first
      * CLOSEPM row (the run month when there is none) it sets the
      * GLBAL carried balances lnglpost maintains beside the
      * subledgers they should equal, by product - loan type and
      * currency:
      *
      *   - LOANREC against the sum of LM-OUTSTANDING-BAL over the
      *     BOOKED loans, less the overpayment refunds on REFUNDS
      *     still PENDING or APPROVED - the credit balances lnpost
      *     and lnsettle left on LOANREC that no one has paid back
      *     yet (a paid refund was debited back by lnglextr, a
      *     rejected one reclassified to UNCLMFND, a cancelled one
      *     reversed with its payment),
      *   - ESCROWLI (credit-normal, so the carried balance is
      *     negated) against the ESCROW balances,
      *   - FEERECV against the FEESRCV charges still ASSESSED.
      *
      * Each line is reported to GLRECRPT. A difference greater
      * than the GLRECPM tolerance (zero when GLRECPM is absent)
      * marks the line OUT and raises a SEVERE GLRECOUT event. The
      * result - BALANCED or OUT - is stamped on the period's
      * PERIODCTL row, and lnclose will not close a period whose
      * last reconciliation is anything but BALANCED. RETURN-CODE
      * is 8 when anything is out.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original reconciliation.
      * 2026-10-15  RJM  GLBAL as-at date taken from the daily
      *                  extract's control row only.
      * 2026-10-15  RJM  The loan side takes off the overpayment
      *                  refunds still PENDING or APPROVED on
      *                  REFUNDS, whose credit balances LOANREC
      *                  carries until they are paid or rejected.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lnglrec.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-PRM-FILE ASSIGN TO "CLOSEPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-PRM-STATUS.
           SELECT GLREC-PRM-FILE ASSIGN TO "GLRECPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLREC-PRM-STATUS.
           SELECT GL-BAL-FILE ASSIGN TO "GLBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-GL-BAL-STATUS.
           SELECT LOAN-MSTR-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-APPL-ID
               FILE STATUS IS WS-LOAN-MSTR-STATUS.
           SELECT ESCROW-FILE ASSIGN TO "ESCROW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ES-APPL-ID
               FILE STATUS IS WS-ESCROW-STATUS.
           SELECT REFUNDS-FILE ASSIGN TO "REFUNDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RF-KEY
               FILE STATUS IS WS-REFUNDS-STATUS.
           SELECT FEES-RCV-FILE ASSIGN TO "FEESRCV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FR-KEY
               FILE STATUS IS WS-FEES-RCV-STATUS.
           SELECT PERIOD-CTL-FILE ASSIGN TO "PERIODCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PERIOD-CTL-STATUS.
           SELECT GLREC-RPT-FILE ASSIGN TO "GLRECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLREC-RPT-STATUS.
           COPY d8evtsel.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-PRM-FILE.
       01  CLOSE-PRM-RECORD.
           05 CP-TEXT PIC X(08).

       FD  GLREC-PRM-FILE.
       01  GLREC-PRM-RECORD.
           05 GR-TOLERANCE    PIC 9(5)V9(2).

           COPY glbal.

           COPY loanmstr.

           COPY escrow.

           COPY refunds.

           COPY feesrcv.

           COPY periodctl.

       FD  GLREC-RPT-FILE.
       01  GLREC-RPT-LINE     PIC X(100).

           COPY d8evtfd.

       WORKING-STORAGE SECTION.
       01 WS-CLOSE-PRM-STATUS PIC X(02) VALUE SPACES.
           88 CLOSE-PRM-OPENED VALUE "00".
       01 WS-GLREC-PRM-STATUS PIC X(02) VALUE SPACES.
           88 GLREC-PRM-OPENED VALUE "00".
       01 WS-GL-BAL-STATUS PIC X(02) VALUE SPACES.
           88 GL-BAL-OPENED VALUE "00".
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-ESCROW-STATUS PIC X(02) VALUE SPACES.
           88 ESCROW-OPENED VALUE "00".
       01 WS-REFUNDS-STATUS PIC X(02) VALUE SPACES.
           88 REFUNDS-OPENED VALUE "00".
       01 WS-FEES-RCV-STATUS PIC X(02) VALUE SPACES.
           88 FEES-RCV-OPENED VALUE "00".
       01 WS-PERIOD-CTL-STATUS PIC X(02) VALUE SPACES.
           88 PERIOD-CTL-OPENED VALUE "00".
           88 PERIOD-CTL-NOT-FOUND VALUE "35".
       01 WS-GLREC-RPT-STATUS PIC X(02) VALUE SPACES.
           COPY d8evtws.

       01 WS-BAL-EOF PIC X(01) VALUE "N".
           88 END-OF-BALANCES VALUE "Y".
       01 WS-LOAN-EOF PIC X(01) VALUE "N".
           88 END-OF-LOANS VALUE "Y".
       01 WS-ESC-EOF PIC X(01) VALUE "N".
           88 END-OF-ESCROW VALUE "Y".
       01 WS-RFD-EOF PIC X(01) VALUE "N".
           88 END-OF-REFUNDS VALUE "Y".
       01 WS-FEE-EOF PIC X(01) VALUE "N".
           88 END-OF-FEES VALUE "Y".

       01 WS-TODAY PIC 9(08).
       01 WS-REC-PERIOD PIC 9(06) VALUE ZEROES.
       01 WS-TOLERANCE PIC S9(5)V9(2) COMP-3 VALUE ZEROES.
       01 WS-GLBAL-DATE PIC 9(08) VALUE ZEROES.
       01 WS-RECORD-FOUND PIC X(01) VALUE "N".
           88 PERIOD-ON-FILE VALUE "Y".
       01 WS-LOAN-FOUND PIC X(01) VALUE "N".
           88 LOAN-ON-FILE VALUE "Y".

      * One row per product - loan type and currency - with the
      * ledger and subledger side of each reconciled account.
       01 WS-REC-MAX PIC 9(03) VALUE 100.
       01 WS-REC-COUNT PIC 9(03) VALUE ZEROES.
       01 REC-TABLE.
           05 REC-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-REC-COUNT
               INDEXED BY REC-IDX.
               10 REC-LOAN-TYPE PIC X(04).
               10 REC-CURRENCY PIC X(03).
               10 REC-GL-LOAN PIC S9(13)V9(2) COMP-3.
               10 REC-SUB-LOAN PIC S9(13)V9(2) COMP-3.
               10 REC-GL-ESC PIC S9(13)V9(2) COMP-3.
               10 REC-SUB-ESC PIC S9(13)V9(2) COMP-3.
               10 REC-GL-FEE PIC S9(13)V9(2) COMP-3.
               10 REC-SUB-FEE PIC S9(13)V9(2) COMP-3.

      * The product being added to, and the line being reported.
       01 WS-KEY-LOAN-TYPE PIC X(04).
       01 WS-KEY-CURRENCY PIC X(03).
       01 WS-LINE-ACCOUNT PIC X(08).
       01 WS-LINE-GL PIC S9(13)V9(2) COMP-3.
       01 WS-LINE-SUB PIC S9(13)V9(2) COMP-3.
       01 WS-LINE-DIFF PIC S9(13)V9(2) COMP-3.
       01 WS-ABS-DIFF PIC S9(13)V9(2) COMP-3.
       01 WS-LINE-RESULT PIC X(03).

       01 WS-LINE-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-OUT-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-AMT-DISPLAY PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-GL-DISPLAY PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-SUB-DISPLAY PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-DIFF-DISPLAY PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "lnglrec" TO WS-EVT-PROGRAM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY (1:6) TO WS-REC-PERIOD.
           PERFORM 1000-LOAD-PARAMETERS THRU 1000-EXIT.

           OPEN INPUT GL-BAL-FILE.
           IF NOT GL-BAL-OPENED
               DISPLAY "*** Unable to open GLBAL - status "
                   WS-GL-BAL-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LOAN-MSTR-FILE.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               CLOSE GL-BAL-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 2000-LEDGER-SIDE THRU 2000-EXIT.
           CLOSE GL-BAL-FILE.
           PERFORM 3000-LOAN-SIDE THRU 3000-EXIT.
           PERFORM 3200-REFUND-SIDE THRU 3200-EXIT.
           PERFORM 3500-ESCROW-SIDE THRU 3500-EXIT.
           PERFORM 3800-FEE-SIDE THRU 3800-EXIT.
           CLOSE LOAN-MSTR-FILE.

           PERFORM 5000-REPORT THRU 5000-EXIT.
           PERFORM 6000-STAMP-PERIOD THRU 6000-EXIT.

           IF WS-OUT-COUNT > ZEROES
               DISPLAY "lnglrec: period " WS-REC-PERIOD " OUT - "
                   WS-OUT-COUNT " line(s) over tolerance."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "lnglrec: period " WS-REC-PERIOD
                   " BALANCED - " WS-LINE-COUNT " line(s)."
           END-IF.
           GOBACK.

      *-----------------------------------------------------------
      * 1000-LOAD-PARAMETERS
      *
      * The period from the first CLOSEPM row - the one lnclose
      * will close - and the tolerance from GLRECPM.
      *-----------------------------------------------------------
       1000-LOAD-PARAMETERS.
           OPEN INPUT CLOSE-PRM-FILE.
           IF CLOSE-PRM-OPENED
               READ CLOSE-PRM-FILE
                   NOT AT END
                       IF CP-TEXT (1:6) NUMERIC
                           MOVE CP-TEXT (1:6) TO WS-REC-PERIOD
                       END-IF
               END-READ
               CLOSE CLOSE-PRM-FILE
           END-IF.
           OPEN INPUT GLREC-PRM-FILE.
           IF GLREC-PRM-OPENED
               READ GLREC-PRM-FILE
                   NOT AT END
                       IF GR-TOLERANCE NUMERIC
                           MOVE GR-TOLERANCE TO WS-TOLERANCE
                       END-IF
               END-READ
               CLOSE GLREC-PRM-FILE
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-LEDGER-SIDE
      *
      * The carried balances of the three reconciled posting
      * types, summed by product. ESCROWLI is a liability and
      * carries credit-normal, so it is negated to compare with
      * the escrow balances.
      *-----------------------------------------------------------
       2000-LEDGER-SIDE.
           PERFORM 8000-READ-BALANCE THRU 8000-EXIT.
           PERFORM 2100-ADD-BALANCE THRU 2100-EXIT
               UNTIL END-OF-BALANCES.
       2000-EXIT.
           EXIT.

       2100-ADD-BALANCE.
           IF GB-CONTROL-ROW
               IF GB-POST-TYPE = SPACES
                   MOVE GB-LAST-DATE TO WS-GLBAL-DATE
               END-IF
               GO TO 2100-NEXT
           END-IF.
           IF GB-POST-TYPE NOT = "LOANREC"
               AND GB-POST-TYPE NOT = "ESCROWLI"
               AND GB-POST-TYPE NOT = "FEERECV"
               GO TO 2100-NEXT
           END-IF.
           MOVE GB-LOAN-TYPE TO WS-KEY-LOAN-TYPE.
           MOVE GB-CURRENCY TO WS-KEY-CURRENCY.
           PERFORM 4000-FIND-PRODUCT THRU 4000-EXIT.
           IF REC-IDX > WS-REC-COUNT
               GO TO 2100-NEXT
           END-IF.
           EVALUATE GB-POST-TYPE
               WHEN "LOANREC"
                   ADD GB-BALANCE TO REC-GL-LOAN (REC-IDX)
               WHEN "ESCROWLI"
                   SUBTRACT GB-BALANCE FROM REC-GL-ESC (REC-IDX)
               WHEN "FEERECV"
                   ADD GB-BALANCE TO REC-GL-FEE (REC-IDX)
           END-EVALUATE.
       2100-NEXT.
           PERFORM 8000-READ-BALANCE THRU 8000-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3000-LOAN-SIDE
      *
      * The outstanding balance of every BOOKED loan.
      *-----------------------------------------------------------
       3000-LOAN-SIDE.
           MOVE LOW-VALUES TO LM-APPL-ID.
           START LOAN-MSTR-FILE KEY IS NOT LESS THAN LM-APPL-ID
               INVALID KEY MOVE "Y" TO WS-LOAN-EOF
           END-START.
           IF NOT END-OF-LOANS
               PERFORM 8100-READ-LOAN THRU 8100-EXIT
           END-IF.
           PERFORM 3100-ADD-LOAN THRU 3100-EXIT
               UNTIL END-OF-LOANS.
       3000-EXIT.
           EXIT.

       3100-ADD-LOAN.
           IF LM-ST-BOOKED
               MOVE LM-LOAN-TYPE TO WS-KEY-LOAN-TYPE
               MOVE LM-CURRENCY TO WS-KEY-CURRENCY
               PERFORM 4000-FIND-PRODUCT THRU 4000-EXIT
               IF REC-IDX NOT > WS-REC-COUNT
                   ADD LM-OUTSTANDING-BAL TO REC-SUB-LOAN (REC-IDX)
               END-IF
           END-IF.
           PERFORM 8100-READ-LOAN THRU 8100-EXIT.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3200-REFUND-SIDE
      *
      * An overpayment refund still PENDING or APPROVED is a
      * credit balance the ledger carries on LOANREC against a
      * loan whose outstanding balance is already zero, so it
      * comes off the loan side under the product of its loan.
      *-----------------------------------------------------------
       3200-REFUND-SIDE.
           OPEN INPUT REFUNDS-FILE.
           IF NOT REFUNDS-OPENED
               DISPLAY "lnglrec: no REFUNDS file - no open "
                   "overpayment refunds taken."
               GO TO 3200-EXIT
           END-IF.
           PERFORM 8400-READ-REFUND THRU 8400-EXIT.
           PERFORM 3300-ADD-REFUND THRU 3300-EXIT
               UNTIL END-OF-REFUNDS.
           CLOSE REFUNDS-FILE.
       3200-EXIT.
           EXIT.

       3300-ADD-REFUND.
           IF RF-SRC-OVERAGE
               AND (RF-PENDING OR RF-APPROVED)
               MOVE RF-APPL-ID TO LM-APPL-ID
               PERFORM 4100-LOAN-PRODUCT THRU 4100-EXIT
               PERFORM 4000-FIND-PRODUCT THRU 4000-EXIT
               IF REC-IDX NOT > WS-REC-COUNT
                   SUBTRACT RF-AMOUNT FROM REC-SUB-LOAN (REC-IDX)
               END-IF
           END-IF.
           PERFORM 8400-READ-REFUND THRU 8400-EXIT.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3500-ESCROW-SIDE
      *
      * Every escrow balance, under the product of its loan.
      *-----------------------------------------------------------
       3500-ESCROW-SIDE.
           OPEN INPUT ESCROW-FILE.
           IF NOT ESCROW-OPENED
               DISPLAY "lnglrec: no ESCROW file - escrow subledger "
                   "taken as zero."
               GO TO 3500-EXIT
           END-IF.
           PERFORM 8200-READ-ESCROW THRU 8200-EXIT.
           PERFORM 3600-ADD-ESCROW THRU 3600-EXIT
               UNTIL END-OF-ESCROW.
           CLOSE ESCROW-FILE.
       3500-EXIT.
           EXIT.

       3600-ADD-ESCROW.
           MOVE ES-APPL-ID TO LM-APPL-ID.
           PERFORM 4100-LOAN-PRODUCT THRU 4100-EXIT.
           PERFORM 4000-FIND-PRODUCT THRU 4000-EXIT.
           IF REC-IDX NOT > WS-REC-COUNT
               ADD ES-BALANCE TO REC-SUB-ESC (REC-IDX)
           END-IF.
           PERFORM 8200-READ-ESCROW THRU 8200-EXIT.
       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3800-FEE-SIDE
      *
      * Every late charge still ASSESSED - neither paid nor
      * waived - under the product of its loan.
      *-----------------------------------------------------------
       3800-FEE-SIDE.
           OPEN INPUT FEES-RCV-FILE.
           IF NOT FEES-RCV-OPENED
               DISPLAY "lnglrec: no FEESRCV file - fee subledger "
                   "taken as zero."
               GO TO 3800-EXIT
           END-IF.
           PERFORM 8300-READ-FEE THRU 8300-EXIT.
           PERFORM 3900-ADD-FEE THRU 3900-EXIT
               UNTIL END-OF-FEES.
           CLOSE FEES-RCV-FILE.
       3800-EXIT.
           EXIT.

       3900-ADD-FEE.
           IF FR-ASSESSED
               MOVE FR-APPL-ID TO LM-APPL-ID
               PERFORM 4100-LOAN-PRODUCT THRU 4100-EXIT
               IF NOT LOAN-ON-FILE
                   MOVE FR-LOAN-TYPE TO WS-KEY-LOAN-TYPE
               END-IF
               PERFORM 4000-FIND-PRODUCT THRU 4000-EXIT
               IF REC-IDX NOT > WS-REC-COUNT
                   ADD FR-CHARGE-AMT TO REC-SUB-FEE (REC-IDX)
               END-IF
           END-IF.
           PERFORM 8300-READ-FEE THRU 8300-EXIT.
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 4000-FIND-PRODUCT
      *
      * Points REC-IDX at the WS-KEY-LOAN-TYPE / WS-KEY-CURRENCY
      * row, opening it the first time the product is seen. A
      * full table leaves REC-IDX past the last row.
      *-----------------------------------------------------------
       4000-FIND-PRODUCT.
           SET REC-IDX TO 1.
           SEARCH REC-ENTRY
               AT END
                   IF WS-REC-COUNT < WS-REC-MAX
                       ADD 1 TO WS-REC-COUNT
                       SET REC-IDX TO WS-REC-COUNT
                       MOVE WS-KEY-LOAN-TYPE TO REC-LOAN-TYPE (REC-IDX)
                       MOVE WS-KEY-CURRENCY TO REC-CURRENCY (REC-IDX)
                       MOVE ZEROES TO REC-GL-LOAN (REC-IDX)
                       MOVE ZEROES TO REC-SUB-LOAN (REC-IDX)
                       MOVE ZEROES TO REC-GL-ESC (REC-IDX)
                       MOVE ZEROES TO REC-SUB-ESC (REC-IDX)
                       MOVE ZEROES TO REC-GL-FEE (REC-IDX)
                       MOVE ZEROES TO REC-SUB-FEE (REC-IDX)
                   ELSE
                       DISPLAY "*** Product table full at "
                           WS-REC-MAX " - " WS-KEY-LOAN-TYPE " "
                           WS-KEY-CURRENCY " not reconciled."
                       SET REC-IDX TO WS-REC-MAX
                       SET REC-IDX UP BY 1
                   END-IF
               WHEN REC-LOAN-TYPE (REC-IDX) = WS-KEY-LOAN-TYPE
                   AND REC-CURRENCY (REC-IDX) = WS-KEY-CURRENCY
                   CONTINUE
           END-SEARCH.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 4100-LOAN-PRODUCT
      *
      * Loan type and currency of the loan in LM-APPL-ID - blank
      * when it is not on the master, the way lnglextr books it.
      *-----------------------------------------------------------
       4100-LOAN-PRODUCT.
           MOVE "Y" TO WS-LOAN-FOUND.
           READ LOAN-MSTR-FILE
               INVALID KEY
                   MOVE "N" TO WS-LOAN-FOUND
           END-READ.
           IF LOAN-ON-FILE
               MOVE LM-LOAN-TYPE TO WS-KEY-LOAN-TYPE
               MOVE LM-CURRENCY TO WS-KEY-CURRENCY
           ELSE
               MOVE SPACES TO WS-KEY-LOAN-TYPE
               MOVE SPACES TO WS-KEY-CURRENCY
           END-IF.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 5000-REPORT
      *
      * Three lines per product to GLRECRPT, each judged against
      * the tolerance.
      *-----------------------------------------------------------
       5000-REPORT.
           OPEN OUTPUT GLREC-RPT-FILE.
           MOVE SPACES TO GLREC-RPT-LINE.
           STRING "Subledger-to-ledger reconciliation, period "
                  WS-REC-PERIOD "  run " WS-TODAY
                  "  GLBAL as at " WS-GLBAL-DATE
               DELIMITED BY SIZE INTO GLREC-RPT-LINE.
           WRITE GLREC-RPT-LINE.
           MOVE WS-TOLERANCE TO WS-DIFF-DISPLAY.
           MOVE SPACES TO GLREC-RPT-LINE.
           STRING "Tolerance " WS-DIFF-DISPLAY
               DELIMITED BY SIZE INTO GLREC-RPT-LINE.
           WRITE GLREC-RPT-LINE.
           MOVE SPACES TO GLREC-RPT-LINE.
           STRING "Type Cur Account              Ledger"
                  "            Subledger         Difference"
               DELIMITED BY SIZE INTO GLREC-RPT-LINE.
           WRITE GLREC-RPT-LINE.
           PERFORM 5100-REPORT-PRODUCT THRU 5100-EXIT
               VARYING REC-IDX FROM 1 BY 1
               UNTIL REC-IDX > WS-REC-COUNT.
           MOVE SPACES TO GLREC-RPT-LINE.
           STRING WS-LINE-COUNT " line(s), " WS-OUT-COUNT " OUT."
               DELIMITED BY SIZE INTO GLREC-RPT-LINE.
           WRITE GLREC-RPT-LINE.
           CLOSE GLREC-RPT-FILE.
       5000-EXIT.
           EXIT.

       5100-REPORT-PRODUCT.
           MOVE "LOANREC" TO WS-LINE-ACCOUNT.
           MOVE REC-GL-LOAN (REC-IDX) TO WS-LINE-GL.
           MOVE REC-SUB-LOAN (REC-IDX) TO WS-LINE-SUB.
           PERFORM 5200-REPORT-LINE THRU 5200-EXIT.
           MOVE "ESCROWLI" TO WS-LINE-ACCOUNT.
           MOVE REC-GL-ESC (REC-IDX) TO WS-LINE-GL.
           MOVE REC-SUB-ESC (REC-IDX) TO WS-LINE-SUB.
           PERFORM 5200-REPORT-LINE THRU 5200-EXIT.
           MOVE "FEERECV" TO WS-LINE-ACCOUNT.
           MOVE REC-GL-FEE (REC-IDX) TO WS-LINE-GL.
           MOVE REC-SUB-FEE (REC-IDX) TO WS-LINE-SUB.
           PERFORM 5200-REPORT-LINE THRU 5200-EXIT.
       5100-EXIT.
           EXIT.

       5200-REPORT-LINE.
           COMPUTE WS-LINE-DIFF = WS-LINE-GL - WS-LINE-SUB.
           MOVE WS-LINE-DIFF TO WS-ABS-DIFF.
           IF WS-ABS-DIFF < ZERO
               COMPUTE WS-ABS-DIFF = ZERO - WS-ABS-DIFF
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           MOVE "OK" TO WS-LINE-RESULT.
           IF WS-ABS-DIFF > WS-TOLERANCE
               MOVE "OUT" TO WS-LINE-RESULT
               ADD 1 TO WS-OUT-COUNT
           END-IF.

           MOVE WS-LINE-GL TO WS-GL-DISPLAY.
           MOVE WS-LINE-SUB TO WS-SUB-DISPLAY.
           MOVE WS-LINE-DIFF TO WS-DIFF-DISPLAY.
           MOVE SPACES TO GLREC-RPT-LINE.
           STRING REC-LOAN-TYPE (REC-IDX) " "
                  REC-CURRENCY (REC-IDX) " "
                  WS-LINE-ACCOUNT WS-GL-DISPLAY WS-SUB-DISPLAY
                  WS-DIFF-DISPLAY " " WS-LINE-RESULT
               DELIMITED BY SIZE INTO GLREC-RPT-LINE.
           WRITE GLREC-RPT-LINE.

           IF WS-LINE-RESULT = "OUT"
               DISPLAY "*** " WS-LINE-ACCOUNT " "
                   REC-LOAN-TYPE (REC-IDX) " "
                   REC-CURRENCY (REC-IDX) " OUT by "
                   WS-DIFF-DISPLAY
               MOVE "SEVERE" TO WS-EVT-SEVERITY
               MOVE "GLRECOUT" TO WS-EVT-MSG-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING WS-LINE-ACCOUNT " " REC-LOAN-TYPE (REC-IDX)
                      " " REC-CURRENCY (REC-IDX) " "
                      WS-REC-PERIOD " OUT BY " WS-DIFF-DISPLAY
                   DELIMITED BY SIZE INTO WS-EVT-TEXT
               PERFORM 9850-LOG-D8-EVENT THRU 9850-EXIT
           END-IF.
       5200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 6000-STAMP-PERIOD
      *
      * The result goes on the period's PERIODCTL row - a period
      * with no row yet gets an OPEN one carrying it.
      *-----------------------------------------------------------
       6000-STAMP-PERIOD.
           OPEN I-O PERIOD-CTL-FILE.
           IF PERIOD-CTL-NOT-FOUND
               OPEN OUTPUT PERIOD-CTL-FILE
               CLOSE PERIOD-CTL-FILE
               OPEN I-O PERIOD-CTL-FILE
           END-IF.
           IF NOT PERIOD-CTL-OPENED
               DISPLAY "*** Unable to open PERIODCTL - status "
                   WS-PERIOD-CTL-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF.

           MOVE "Y" TO WS-RECORD-FOUND.
           MOVE WS-REC-PERIOD TO PC-PERIOD.
           READ PERIOD-CTL-FILE
               INVALID KEY
                   MOVE "N" TO WS-RECORD-FOUND
           END-READ.
           IF NOT PERIOD-ON-FILE
               MOVE WS-REC-PERIOD TO PC-PERIOD
               MOVE "OPEN" TO PC-STATUS
               MOVE ZEROES TO PC-CLOSE-DATE
           END-IF.
           IF WS-OUT-COUNT > ZEROES
               MOVE "OUT" TO PC-RECON-STATUS
           ELSE
               MOVE "BALANCED" TO PC-RECON-STATUS
           END-IF.
           MOVE WS-TODAY TO PC-RECON-DATE.
           IF PERIOD-ON-FILE
               REWRITE PERIOD-CTL-RECORD
           ELSE
               WRITE PERIOD-CTL-RECORD
                   INVALID KEY
                       DISPLAY "*** Write failed for period "
                           PC-PERIOD "."
               END-WRITE
           END-IF.
           CLOSE PERIOD-CTL-FILE.
       6000-EXIT.
           EXIT.

       8000-READ-BALANCE.
           READ GL-BAL-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-BAL-EOF
           END-READ.
       8000-EXIT.
           EXIT.

       8100-READ-LOAN.
           READ LOAN-MSTR-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-LOAN-EOF
           END-READ.
       8100-EXIT.
           EXIT.

       8200-READ-ESCROW.
           READ ESCROW-FILE
               AT END MOVE "Y" TO WS-ESC-EOF
           END-READ.
       8200-EXIT.
           EXIT.

       8300-READ-FEE.
           READ FEES-RCV-FILE
               AT END MOVE "Y" TO WS-FEE-EOF
           END-READ.
       8300-EXIT.
           EXIT.

       8400-READ-REFUND.
           READ REFUNDS-FILE
               AT END MOVE "Y" TO WS-RFD-EOF
           END-READ.
       8400-EXIT.
           EXIT.

           COPY d8evtwrt.
