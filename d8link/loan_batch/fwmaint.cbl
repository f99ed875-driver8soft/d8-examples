      ******************************************************************
      *
      * Fee Waiver and Adjustment Maintenance
      * =====================================
      *
      * Interactive waiver maintenance for the FEESRCV charges, in
      * the rpmaint pattern. The operator keys a loan's application
      * id; its charges are listed, and the operator keys the
      * period and fee code of the one to adjust. A charge still
      * ASSESSED can be waived in full (W) - it goes WAIVED - or
      * reduced (R) by an amount less than what is owed, the rest
      * staying owed; a reduction by the whole amount is a waiver.
      * Every adjustment needs a reason code and the operator's
      * confirmation. A charge already PAID or WAIVED is not
      * touched here.
      *
      * The operator is held to the fee waiver limit on their
      * OPERMSTR profile - an adjustment larger than the limit is
      * refused, and an operator with no limit cannot adjust at
      * all. Each adjustment is audited to MAINTAUD and logged to
      * FEEADJ, from which lnglextr reverses it out of fee income
      * and lnwvrpt reports the month's waivers.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original maintenance program.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fwmaint.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEES-RCV-FILE ASSIGN TO "FEESRCV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-KEY
               FILE STATUS IS WS-FEES-RCV-STATUS.
           SELECT FEE-ADJ-FILE ASSIGN TO "FEEADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-ADJ-STATUS.
           COPY lnaudsel.
           COPY lnopssel.

       DATA DIVISION.
       FILE SECTION.
           COPY feesrcv.

           COPY feeadj.

           COPY lnaudfd.

           COPY opermstr.

       WORKING-STORAGE SECTION.
       01 WS-FEES-RCV-STATUS PIC X(02) VALUE SPACES.
           88 FEES-RCV-OPENED VALUE "00".
       01 WS-FEE-ADJ-STATUS PIC X(02) VALUE SPACES.
           88 FEE-ADJ-OPENED VALUE "00".
           88 FEE-ADJ-NOT-FOUND VALUE "35".
           COPY lnaudws.
           COPY lnopsws.

       01 WS-APPL-ID-ENTRY PIC X(20) VALUE SPACES.
           88 END-OF-MAINTENANCE VALUE SPACES, "END".
       01 WS-PERIOD-ENTRY PIC 9(04) VALUE ZEROES.
       01 WS-FEE-CODE-ENTRY PIC X(04) VALUE SPACES.
       01 WS-ACTION-ENTRY PIC X(01) VALUE SPACES.
       01 WS-AMOUNT-ENTRY PIC 9(7)V9(2) VALUE ZEROES.
       01 WS-REASON-ENTRY PIC X(02) VALUE SPACES.
       01 WS-CONFIRM PIC X(01) VALUE SPACES.

       01 WS-FEE-SCAN PIC X(01) VALUE "N".
           88 FEE-SCAN-DONE VALUE "Y".
       01 WS-CHARGE-COUNT PIC 9(04) VALUE ZEROES.

      * The adjustment in hand.
       01 WS-ADJ-AMOUNT PIC S9(7)V9(2) VALUE ZEROES.
       01 WS-ADJ-VALID PIC X(01) VALUE "Y".
           88 ADJ-VALID VALUE "Y".

       01 WS-TODAY PIC 9(08).
       01 WS-NOW PIC 9(08).
       01 WS-AMT-DISPLAY PIC -Z,ZZZ,ZZ9.99.
       01 WS-WVD-DISPLAY PIC -Z,ZZZ,ZZ9.99.
       01 WS-LIMIT-DISPLAY PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "fwmaint" TO WS-AUD-PROGRAM.
           MOVE "fwmaint" TO WS-OPS-PROGRAM.
           PERFORM 9830-OPERATOR-SIGNON THRU 9830-EXIT.
           IF NOT SIGNON-OK
               GOBACK
           END-IF.
           MOVE WS-OPS-OPERATOR TO WS-AUD-OPERATOR.
           IF WS-OPS-WAIVER-LIMIT NOT > ZEROES
               DISPLAY "*** Operator '" WS-OPS-OPERATOR
                   "' has no fee waiver limit - nothing can be "
                   "adjusted."
               GOBACK
           END-IF.
           MOVE WS-OPS-WAIVER-LIMIT TO WS-LIMIT-DISPLAY.
           DISPLAY "Waiver limit per adjustment: " WS-LIMIT-DISPLAY.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN I-O FEES-RCV-FILE.
           IF NOT FEES-RCV-OPENED
               DISPLAY "*** Unable to open FEESRCV - status "
                   WS-FEES-RCV-STATUS
               GOBACK
           END-IF.

           OPEN EXTEND FEE-ADJ-FILE.
           IF FEE-ADJ-NOT-FOUND
               OPEN OUTPUT FEE-ADJ-FILE
           END-IF.
           IF NOT FEE-ADJ-OPENED
               DISPLAY "*** Unable to open FEEADJ - status "
                   WS-FEE-ADJ-STATUS
               CLOSE FEES-RCV-FILE
               GOBACK
           END-IF.

           PERFORM 1000-ACCEPT-APPL-ID THRU 1000-EXIT.
           PERFORM 2000-ADJUST-CHARGE THRU 2000-EXIT
               UNTIL END-OF-MAINTENANCE.

           CLOSE FEE-ADJ-FILE.
           CLOSE FEES-RCV-FILE.
           GOBACK.

       1000-ACCEPT-APPL-ID.
           DISPLAY "Application id (blank or END to finish): "
               WITH NO ADVANCING.
           ACCEPT WS-APPL-ID-ENTRY.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-ADJUST-CHARGE
      *
      * Lists the loan's charges, reads the one keyed by period and
      * fee code and takes the adjustment. Nothing is written
      * unless the adjustment validates, falls within the
      * operator's limit and is confirmed.
      *-----------------------------------------------------------
       2000-ADJUST-CHARGE.
           PERFORM 2060-LIST-CHARGES THRU 2060-EXIT.
           IF WS-CHARGE-COUNT = ZEROES
               DISPLAY "*** No charges on file for '"
                   WS-APPL-ID-ENTRY "'."
               GO TO 2000-NEXT
           END-IF.

           DISPLAY "Period of the charge to adjust: "
               WITH NO ADVANCING.
           ACCEPT WS-PERIOD-ENTRY.
           DISPLAY "Fee code (blank for a late charge): "
               WITH NO ADVANCING.
           ACCEPT WS-FEE-CODE-ENTRY.

           MOVE WS-APPL-ID-ENTRY TO FR-APPL-ID.
           MOVE WS-PERIOD-ENTRY TO FR-PERIOD-NO.
           MOVE WS-FEE-CODE-ENTRY TO FR-FEE-CODE.
           READ FEES-RCV-FILE
               INVALID KEY
                   DISPLAY "*** No charge on file for period "
                       WS-PERIOD-ENTRY " code '" WS-FEE-CODE-ENTRY
                       "'."
                   GO TO 2000-NEXT
           END-READ.
           IF FR-WAIVED-AMT NOT NUMERIC
               MOVE ZEROES TO FR-WAIVED-AMT FR-WAIVE-DATE
               MOVE SPACES TO FR-WAIVE-REASON
           END-IF.
           PERFORM 2100-DISPLAY-CHARGE THRU 2100-EXIT.
           IF NOT FR-ASSESSED
               DISPLAY "*** Charge is " FR-FEE-STATUS
                   " - only a charge still owed can be adjusted."
               GO TO 2000-NEXT
           END-IF.
           MOVE FEES-RCV-RECORD TO WS-AUD-BEFORE.

           PERFORM 2200-ACCEPT-ADJUSTMENT THRU 2200-EXIT.
           IF NOT ADJ-VALID
               DISPLAY "Charge for period " FR-PERIOD-NO
                   " not adjusted."
               GO TO 2000-NEXT
           END-IF.

           MOVE WS-ADJ-AMOUNT TO WS-AMT-DISPLAY.
           IF FA-WAIVE
               DISPLAY "Waive" WS-AMT-DISPLAY " in full? (Y/N): "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Reduce the charge by" WS-AMT-DISPLAY
                   "? (Y/N): " WITH NO ADVANCING
           END-IF.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               GO TO 2000-NEXT
           END-IF.

           PERFORM 2300-APPLY-ADJUSTMENT THRU 2300-EXIT.

       2000-NEXT.
           PERFORM 1000-ACCEPT-APPL-ID THRU 1000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2060-LIST-CHARGES
      *
      * Every charge on file for the loan, in key order, counted
      * into WS-CHARGE-COUNT.
      *-----------------------------------------------------------
       2060-LIST-CHARGES.
           MOVE ZEROES TO WS-CHARGE-COUNT.
           MOVE "N" TO WS-FEE-SCAN.
           MOVE WS-APPL-ID-ENTRY TO FR-APPL-ID.
           MOVE ZEROES TO FR-PERIOD-NO.
           MOVE SPACES TO FR-FEE-CODE.
           START FEES-RCV-FILE KEY NOT < FR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-FEE-SCAN
           END-START.
           PERFORM 2065-LIST-CHARGE THRU 2065-EXIT
               UNTIL FEE-SCAN-DONE.
       2060-EXIT.
           EXIT.

       2065-LIST-CHARGE.
           READ FEES-RCV-FILE NEXT
               AT END
                   MOVE "Y" TO WS-FEE-SCAN
                   GO TO 2065-EXIT
           END-READ.
           IF FR-APPL-ID NOT = WS-APPL-ID-ENTRY
               MOVE "Y" TO WS-FEE-SCAN
               GO TO 2065-EXIT
           END-IF.
           ADD 1 TO WS-CHARGE-COUNT.
           MOVE FR-CHARGE-AMT TO WS-AMT-DISPLAY.
           DISPLAY "  Period " FR-PERIOD-NO " " FR-FEE-CODE " "
               FR-FEE-STATUS " assessed " FR-ASSESS-DATE
               " owed" WS-AMT-DISPLAY.
       2065-EXIT.
           EXIT.

       2100-DISPLAY-CHARGE.
           MOVE FR-CHARGE-AMT TO WS-AMT-DISPLAY.
           MOVE FR-WAIVED-AMT TO WS-WVD-DISPLAY.
           DISPLAY "Charge:   " FR-APPL-ID " period " FR-PERIOD-NO
               " " FR-FEE-CODE " " FR-LOAN-TYPE " " FR-FEE-STATUS.
           DISPLAY "Assessed: " FR-ASSESS-DATE " owed"
               WS-AMT-DISPLAY " waived" WS-WVD-DISPLAY.
           IF FR-WAIVE-DATE > ZEROES
               DISPLAY "Adjusted: " FR-WAIVE-DATE " reason "
                   FR-WAIVE-REASON
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2200-ACCEPT-ADJUSTMENT
      *
      * Takes the action, the amount of a reduction and the
      * reason, building the FEEADJ line as it goes, and holds the
      * amount to the operator's waiver limit.
      *-----------------------------------------------------------
       2200-ACCEPT-ADJUSTMENT.
           MOVE "Y" TO WS-ADJ-VALID.
           MOVE SPACES TO FEE-ADJ-RECORD.
           DISPLAY "W to waive in full, R to reduce: "
               WITH NO ADVANCING.
           ACCEPT WS-ACTION-ENTRY.
           MOVE WS-ACTION-ENTRY TO FA-ACTION.
           IF FA-ACTION = "w"
               MOVE "W" TO FA-ACTION
           END-IF.
           IF FA-ACTION = "r"
               MOVE "R" TO FA-ACTION
           END-IF.
           EVALUATE TRUE
               WHEN FA-WAIVE
                   MOVE FR-CHARGE-AMT TO WS-ADJ-AMOUNT
               WHEN FA-REDUCE
                   DISPLAY "Amount to take off: " WITH NO ADVANCING
                   ACCEPT WS-AMOUNT-ENTRY
                   MOVE WS-AMOUNT-ENTRY TO WS-ADJ-AMOUNT
                   IF WS-ADJ-AMOUNT NOT > ZERO
                       OR WS-ADJ-AMOUNT > FR-CHARGE-AMT
                       DISPLAY "*** A reduction must be above zero "
                           "and no more than is owed."
                       MOVE "N" TO WS-ADJ-VALID
                       GO TO 2200-EXIT
                   END-IF
                   IF WS-ADJ-AMOUNT = FR-CHARGE-AMT
                       MOVE "W" TO FA-ACTION
                   END-IF
               WHEN OTHER
                   DISPLAY "*** Action must be W or R."
                   MOVE "N" TO WS-ADJ-VALID
                   GO TO 2200-EXIT
           END-EVALUATE.

           DISPLAY "Reason (AE error, BD bank delay, GW goodwill, "
               "HS hardship, OT other): " WITH NO ADVANCING.
           ACCEPT WS-REASON-ENTRY.
           MOVE WS-REASON-ENTRY TO FA-REASON.
           IF NOT FA-VALID-REASON
               DISPLAY "*** Reason '" WS-REASON-ENTRY
                   "' is not a waiver reason code."
               MOVE "N" TO WS-ADJ-VALID
               GO TO 2200-EXIT
           END-IF.

           IF WS-ADJ-AMOUNT > WS-OPS-WAIVER-LIMIT
               MOVE WS-ADJ-AMOUNT TO WS-AMT-DISPLAY
               DISPLAY "***" WS-AMT-DISPLAY " is over your waiver "
                   "limit of " WS-LIMIT-DISPLAY
                   " - refer it to a senior operator."
               MOVE "N" TO WS-ADJ-VALID
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2300-APPLY-ADJUSTMENT
      *
      * Takes the amount off the charge (WAIVED once nothing is
      * left owing), then logs the adjustment to FEEADJ and audits
      * it to MAINTAUD.
      *-----------------------------------------------------------
       2300-APPLY-ADJUSTMENT.
           MOVE FR-CHARGE-AMT TO FA-CHARGE-BEFORE.
           SUBTRACT WS-ADJ-AMOUNT FROM FR-CHARGE-AMT.
           ADD WS-ADJ-AMOUNT TO FR-WAIVED-AMT.
           MOVE WS-TODAY TO FR-WAIVE-DATE.
           MOVE FA-REASON TO FR-WAIVE-REASON.
           IF FR-CHARGE-AMT = ZERO
               MOVE "WAIVED" TO FR-FEE-STATUS
           END-IF.
           REWRITE FEES-RCV-RECORD
               INVALID KEY
                   DISPLAY "*** Rewrite failed for period "
                       FR-PERIOD-NO " on '" FR-APPL-ID
                       "' - status " WS-FEES-RCV-STATUS
                   GO TO 2300-EXIT
           END-REWRITE.

           ACCEPT WS-NOW FROM TIME.
           MOVE FR-APPL-ID TO FA-APPL-ID.
           MOVE FR-PERIOD-NO TO FA-PERIOD-NO.
           MOVE FR-FEE-CODE TO FA-FEE-CODE.
           MOVE WS-TODAY TO FA-ADJ-DATE.
           MOVE WS-NOW TO FA-ADJ-TIME.
           MOVE WS-OPS-OPERATOR TO FA-OPERATOR.
           MOVE WS-ADJ-AMOUNT TO FA-AMOUNT.
           MOVE FR-LOAN-TYPE TO FA-LOAN-TYPE.
           WRITE FEE-ADJ-RECORD.

           IF FA-WAIVE
               MOVE "WAIVE" TO WS-AUD-ACTION
           ELSE
               MOVE "REDUCE" TO WS-AUD-ACTION
           END-IF.
           MOVE FR-APPL-ID TO WS-AUD-KEY.
           MOVE FEES-RCV-RECORD TO WS-AUD-AFTER.
           PERFORM 9840-WRITE-MAINT-AUDIT THRU 9840-EXIT.

           MOVE FR-CHARGE-AMT TO WS-AMT-DISPLAY.
           DISPLAY "Charge for period " FR-PERIOD-NO " "
               FR-FEE-STATUS " - still owed" WS-AMT-DISPLAY ".".
       2300-EXIT.
           EXIT.

           COPY lnaudwrt.
           COPY lnopschk.
