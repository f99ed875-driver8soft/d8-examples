      ******************************************************************
      * LNFXRCNV - Currency conversion off FXRATES. COPY into
      * PROCEDURE DIVISION (see LNFXRWS; the program also COPYs
      * LNFXRSEL and LNFXRFD).
      *
      * 9920-LOAD-FX-RATES loads every usable rate to base - pairs
      * not quoted against the base, and rates that are not a
      * positive number, are skipped. No FXRATES file leaves the
      * table empty, and only same-currency conversions succeed.
      *
      * 9925-CONVERT-AMOUNT converts WS-FXR-AMOUNT through the base:
      * both currencies take the rate lnfxcons would pick for
      * WS-FXR-DATE - the latest effective on or before it - and a
      * currency with no such rate fails the conversion. The base
      * itself is always 1.
      ******************************************************************
       9920-LOAD-FX-RATES.
           MOVE ZEROES TO WS-FXR-COUNT.
           MOVE "N" TO WS-FXR-EOF.
           OPEN INPUT FX-RATES-FILE.
           IF NOT FX-RATES-OPENED
               DISPLAY "*** Unable to open FXRATES - status "
                   WS-FX-RATES-STATUS
               GO TO 9920-EXIT
           END-IF.
           PERFORM 9921-READ-FX-RATE THRU 9921-EXIT.
           PERFORM 9922-TAKE-FX-RATE THRU 9922-EXIT
               UNTIL END-OF-FXR-FILE.
           CLOSE FX-RATES-FILE.
       9920-EXIT.
           EXIT.

       9921-READ-FX-RATE.
           READ FX-RATES-FILE
               AT END MOVE "Y" TO WS-FXR-EOF
           END-READ.
       9921-EXIT.
           EXIT.

       9922-TAKE-FX-RATE.
           IF FX-TO-CCY NOT = WS-FXR-BASE-CCY
               OR FX-RATE NOT NUMERIC
               OR FX-EFF-DATE NOT NUMERIC
               GO TO 9922-NEXT
           END-IF.
           IF FX-RATE NOT > ZERO
               GO TO 9922-NEXT
           END-IF.
           IF WS-FXR-COUNT < WS-FXR-MAX
               ADD 1 TO WS-FXR-COUNT
               MOVE FX-FROM-CCY TO FXR-CCY (WS-FXR-COUNT)
               MOVE FX-RATE TO FXR-TO-BASE (WS-FXR-COUNT)
               MOVE FX-EFF-DATE TO FXR-EFF-DATE (WS-FXR-COUNT)
           ELSE
               DISPLAY "*** FXRATES table full at " WS-FXR-MAX
                   " rows - later rows ignored."
           END-IF.
       9922-NEXT.
           PERFORM 9921-READ-FX-RATE THRU 9921-EXIT.
       9922-EXIT.
           EXIT.

       9925-CONVERT-AMOUNT.
           MOVE "N" TO WS-FXR-FOUND.
           MOVE ZEROES TO WS-FXR-CONVERTED.
           MOVE ZEROES TO WS-FXR-RATE.
           IF WS-FXR-FROM-CCY = WS-FXR-TO-CCY
               MOVE 1 TO WS-FXR-RATE
               MOVE WS-FXR-AMOUNT TO WS-FXR-CONVERTED
               MOVE "Y" TO WS-FXR-FOUND
               GO TO 9925-EXIT
           END-IF.
           MOVE WS-FXR-FROM-CCY TO WS-FXR-LOOK-CCY.
           PERFORM 9926-RATE-TO-BASE THRU 9926-EXIT.
           IF NOT FXR-LOOK-FOUND
               GO TO 9925-EXIT
           END-IF.
           MOVE WS-FXR-LOOK-RATE TO WS-FXR-FROM-RATE.
           MOVE WS-FXR-TO-CCY TO WS-FXR-LOOK-CCY.
           PERFORM 9926-RATE-TO-BASE THRU 9926-EXIT.
           IF NOT FXR-LOOK-FOUND
               GO TO 9925-EXIT
           END-IF.
           COMPUTE WS-FXR-RATE ROUNDED =
               WS-FXR-FROM-RATE / WS-FXR-LOOK-RATE.
           COMPUTE WS-FXR-CONVERTED ROUNDED =
               WS-FXR-AMOUNT * WS-FXR-FROM-RATE / WS-FXR-LOOK-RATE.
           MOVE "Y" TO WS-FXR-FOUND.
       9925-EXIT.
           EXIT.

       9926-RATE-TO-BASE.
           MOVE "N" TO WS-FXR-LOOK-FOUND.
           MOVE ZEROES TO WS-FXR-LOOK-RATE.
           MOVE ZEROES TO WS-FXR-LOOK-DATE.
           IF WS-FXR-LOOK-CCY = WS-FXR-BASE-CCY
               MOVE 1 TO WS-FXR-LOOK-RATE
               MOVE "Y" TO WS-FXR-LOOK-FOUND
               GO TO 9926-EXIT
           END-IF.
           PERFORM 9927-TRY-RATE THRU 9927-EXIT
               VARYING FXR-IDX FROM 1 BY 1
               UNTIL FXR-IDX > WS-FXR-COUNT.
       9926-EXIT.
           EXIT.

       9927-TRY-RATE.
           IF FXR-CCY (FXR-IDX) = WS-FXR-LOOK-CCY
               AND FXR-EFF-DATE (FXR-IDX) NOT > WS-FXR-DATE
               AND FXR-EFF-DATE (FXR-IDX) NOT < WS-FXR-LOOK-DATE
               MOVE FXR-TO-BASE (FXR-IDX) TO WS-FXR-LOOK-RATE
               MOVE FXR-EFF-DATE (FXR-IDX) TO WS-FXR-LOOK-DATE
               MOVE "Y" TO WS-FXR-LOOK-FOUND
           END-IF.
       9927-EXIT.
           EXIT.
