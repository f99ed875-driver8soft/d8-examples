      *   - percent charged off.
      *
      * The master arrives in key order, so the vintages build and
      * print oldest first by themselves. The same four measures
      * follow by originator (LM-ORIGINATOR), so a loan officer's
      * or broker's book can be set against the rest; loans that
      * named no originator are shown together.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-09-02  RJM  Original vintage report.
      * 2026-10-15  RJM  Paid-to-date leaves out the late charges a
      *                  payment collected (PH-FEES) as well as the
      *                  escrow portion.
      * 2026-10-15  RJM  Originator breakdown after the vintages.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
               10 VIN-DELINQUENT PIC 9(05) COMP.
               10 VIN-CHARGED-OFF PIC 9(05) COMP.

      * The same measures by originator, spaces for none.
       01 WS-ORG-MAX PIC 9(03) VALUE 500.
       01 WS-ORG-COUNT PIC 9(03) VALUE ZEROES.
       01 ORG-TABLE.
           05 ORG-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-ORG-COUNT
               INDEXED BY ORG-IDX.
               10 ORG-ID PIC X(08).
               10 ORG-COUNT PIC 9(05) COMP.
               10 ORG-PRINCIPAL PIC S9(11)V9(2) COMP-3.
               10 ORG-PAID-OFF PIC 9(05) COMP.
               10 ORG-DELINQUENT PIC 9(05) COMP.
               10 ORG-CHARGED-OFF PIC 9(05) COMP.
       01 WS-ORG-SW PIC X(01) VALUE "N".
           88 ORG-SLOT-FOUND VALUE "Y".
       01 WS-ORG-LABEL PIC X(08).

      * The loan being aged - the lnaging determination.
       01 WS-ORIG-DATE PIC 9(08).
       01 WS-ORIG-YYYY PIC 9(04).
           PERFORM 5000-PRINT-VINTAGE THRU 5000-EXIT
               VARYING VIN-IDX FROM 1 BY 1
               UNTIL VIN-IDX > WS-VIN-COUNT.

           IF WS-ORG-COUNT > ZEROES
               DISPLAY "--------------------------------------------"
               DISPLAY "ORIG     COUNT       PRINCIPAL  %PAID"
                   " %DELQ %CHGO"
               PERFORM 5100-PRINT-ORIGINATOR THRU 5100-EXIT
                   VARYING ORG-IDX FROM 1 BY 1
                   UNTIL ORG-IDX > WS-ORG-COUNT
           END-IF.
           GOBACK.

      *-----------------------------------------------------------
               END-IF
           END-IF.

           PERFORM 2500-FIND-ORIGINATOR THRU 2500-EXIT.
           ADD 1 TO VIN-COUNT (WS-VIN-COUNT).
           ADD LM-PRINCIPAL TO VIN-PRINCIPAL (WS-VIN-COUNT).
           IF ORG-SLOT-FOUND
               ADD 1 TO ORG-COUNT (ORG-IDX)
               ADD LM-PRINCIPAL TO ORG-PRINCIPAL (ORG-IDX)
           END-IF.
           EVALUATE TRUE
               WHEN LM-ST-PAID-OFF
                   ADD 1 TO VIN-PAID-OFF (WS-VIN-COUNT)
                   IF ORG-SLOT-FOUND
                       ADD 1 TO ORG-PAID-OFF (ORG-IDX)
                   END-IF
               WHEN LM-ST-CHGD-OFF
                   ADD 1 TO VIN-CHARGED-OFF (WS-VIN-COUNT)
                   IF ORG-SLOT-FOUND
                       ADD 1 TO ORG-CHARGED-OFF (ORG-IDX)
                   END-IF
               WHEN LM-ST-BOOKED
                   PERFORM 2200-AGE-LOAN THRU 2200-EXIT
                   IF WS-PAST-DUE > ZERO
                       ADD 1 TO VIN-DELINQUENT (WS-VIN-COUNT)
                       IF ORG-SLOT-FOUND
                           ADD 1 TO ORG-DELINQUENT (ORG-IDX)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
               MOVE "Y" TO WS-PAY-EOF
               GO TO 2410-EXIT
           END-IF.
      * Paid-to-date is net of the escrow portion and the late
      * charges collected - neither serviced the debt.
           IF PH-POSTED
               COMPUTE WS-TOTAL-PAID =
                   WS-TOTAL-PAID + PH-AMOUNT - PH-ESCROW - PH-FEES
           END-IF.
           PERFORM 8200-READ-PAYMENT THRU 8200-EXIT.
       2410-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2500-FIND-ORIGINATOR
      *
      * Points ORG-IDX at the loan's originator row, adding it on
      * first sight. The originators arrive in no order, so the
      * table is searched.
      *-----------------------------------------------------------
       2500-FIND-ORIGINATOR.
           MOVE "N" TO WS-ORG-SW.
           SET ORG-IDX TO 1.
           SEARCH ORG-ENTRY
               AT END
                   IF WS-ORG-COUNT < WS-ORG-MAX
                       ADD 1 TO WS-ORG-COUNT
                       SET ORG-IDX TO WS-ORG-COUNT
                       MOVE LM-ORIGINATOR TO ORG-ID (ORG-IDX)
                       MOVE ZEROES TO ORG-COUNT (ORG-IDX)
                       MOVE ZEROES TO ORG-PRINCIPAL (ORG-IDX)
                       MOVE ZEROES TO ORG-PAID-OFF (ORG-IDX)
                       MOVE ZEROES TO ORG-DELINQUENT (ORG-IDX)
                       MOVE ZEROES TO ORG-CHARGED-OFF (ORG-IDX)
                       MOVE "Y" TO WS-ORG-SW
                   ELSE
                       DISPLAY "*** Originator table full at "
                           WS-ORG-MAX " - '" LM-ORIGINATOR
                           "' not broken out."
                   END-IF
               WHEN ORG-ID (ORG-IDX) = LM-ORIGINATOR
                   MOVE "Y" TO WS-ORG-SW
           END-SEARCH.
       2500-EXIT.
           EXIT.

       5000-PRINT-VINTAGE.
           IF VIN-COUNT (VIN-IDX) > ZERO
               COMPUTE WS-PCT-PAID ROUNDED =
       5000-EXIT.
           EXIT.

       5100-PRINT-ORIGINATOR.
           IF ORG-COUNT (ORG-IDX) > ZERO
               COMPUTE WS-PCT-PAID ROUNDED =
                   ORG-PAID-OFF (ORG-IDX) * 100
                   / ORG-COUNT (ORG-IDX)
               COMPUTE WS-PCT-DELINQ ROUNDED =
                   ORG-DELINQUENT (ORG-IDX) * 100
                   / ORG-COUNT (ORG-IDX)
               COMPUTE WS-PCT-CHGOFF ROUNDED =
                   ORG-CHARGED-OFF (ORG-IDX) * 100
                   / ORG-COUNT (ORG-IDX)
           ELSE
               MOVE ZEROES TO WS-PCT-PAID
               MOVE ZEROES TO WS-PCT-DELINQ
               MOVE ZEROES TO WS-PCT-CHGOFF
           END-IF.
           MOVE ORG-ID (ORG-IDX) TO WS-ORG-LABEL.
           IF WS-ORG-LABEL = SPACES
               MOVE "(NONE)" TO WS-ORG-LABEL
           END-IF.
           MOVE ORG-PRINCIPAL (ORG-IDX) TO WS-PRIN-DISPLAY.
           DISPLAY WS-ORG-LABEL " " ORG-COUNT (ORG-IDX)
               " " WS-PRIN-DISPLAY WITH NO ADVANCING.
           MOVE WS-PCT-PAID TO WS-PCT-DISPLAY.
           DISPLAY " " WS-PCT-DISPLAY WITH NO ADVANCING.
           MOVE WS-PCT-DELINQ TO WS-PCT-DISPLAY.
           DISPLAY " " WS-PCT-DISPLAY WITH NO ADVANCING.
           MOVE WS-PCT-CHGOFF TO WS-PCT-DISPLAY.
           DISPLAY " " WS-PCT-DISPLAY.
       5100-EXIT.
           EXIT.

       8000-READ-MASTER.
           READ LOAN-MSTR-FILE
               AT END MOVE "Y" TO WS-MSTR-EOF
