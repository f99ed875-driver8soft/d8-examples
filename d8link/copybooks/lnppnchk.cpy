      ******************************************************************
      * LNPPNCHK - Prepayment-penalty schedule validation. COPY into
      * PROCEDURE DIVISION (see LNPPNWS).
      *
      * 9915-CHECK-PPN-SCHEDULE checks the current PROD-MSTR-RECORD's
      * schedule and leaves the first fault found in WS-PPN-ERROR,
      * spaces when it is sound:
      *
      *     - method P, M or N (spaces read as N)
      *     - bands and the free percentage numeric
      *     - a P or M product has at least one band
      *     - used bands run in rising loan-month order with nothing
      *       after the first unused (zero) band
      *     - every used band has a factor, no band's factor is
      *       above the band before it, and none is above the
      *       method's bound
      *
      * A product with no penalty is not held to its bands.
      ******************************************************************
       9915-CHECK-PPN-SCHEDULE.
           MOVE SPACES TO WS-PPN-ERROR.
           IF NOT PM-PPN-NONE AND NOT PM-PPN-PERCENT
               AND NOT PM-PPN-MONTHS
               MOVE "PENALTY METHOD MUST BE P, M OR N"
                   TO WS-PPN-ERROR
               GO TO 9915-EXIT
           END-IF.
           IF PM-PPN-NONE
               GO TO 9915-EXIT
           END-IF.
           IF PM-PPN-FREE-PCT NOT NUMERIC
               MOVE "CURTAILMENT FREE PERCENT NOT NUMERIC"
                   TO WS-PPN-ERROR
               GO TO 9915-EXIT
           END-IF.
           MOVE ZEROES TO WS-PPN-PREV-MONTH.
           MOVE 99.99 TO WS-PPN-PREV-FACTOR.
           MOVE "N" TO WS-PPN-BAND-STATE.
           PERFORM 9916-CHECK-BAND THRU 9916-EXIT
               VARYING WS-PPN-IDX FROM 1 BY 1
               UNTIL WS-PPN-IDX > 3
                  OR WS-PPN-ERROR NOT = SPACES.
           IF WS-PPN-ERROR = SPACES
               AND PM-PPN-TO-MONTH (1) = ZEROES
               MOVE "PENALTY METHOD SET BUT NO BANDS"
                   TO WS-PPN-ERROR
           END-IF.
       9915-EXIT.
           EXIT.

       9916-CHECK-BAND.
           IF PM-PPN-TO-MONTH (WS-PPN-IDX) NOT NUMERIC
               OR PM-PPN-FACTOR (WS-PPN-IDX) NOT NUMERIC
               MOVE "PENALTY BAND NOT NUMERIC" TO WS-PPN-ERROR
               GO TO 9916-EXIT
           END-IF.
           IF PM-PPN-TO-MONTH (WS-PPN-IDX) = ZEROES
               MOVE "E" TO WS-PPN-BAND-STATE
               GO TO 9916-EXIT
           END-IF.
           IF PPN-BANDS-ENDED
               MOVE "PENALTY BAND AFTER AN UNUSED BAND"
                   TO WS-PPN-ERROR
               GO TO 9916-EXIT
           END-IF.
           IF PM-PPN-TO-MONTH (WS-PPN-IDX) NOT > WS-PPN-PREV-MONTH
               MOVE "PENALTY BANDS NOT IN LOAN-MONTH ORDER"
                   TO WS-PPN-ERROR
               GO TO 9916-EXIT
           END-IF.
           IF PM-PPN-FACTOR (WS-PPN-IDX) = ZEROES
               MOVE "PENALTY BAND WITH NO FACTOR" TO WS-PPN-ERROR
               GO TO 9916-EXIT
           END-IF.
           IF PM-PPN-FACTOR (WS-PPN-IDX) > WS-PPN-PREV-FACTOR
               MOVE "PENALTY FACTOR RISES WITH LOAN AGE"
                   TO WS-PPN-ERROR
               GO TO 9916-EXIT
           END-IF.
           IF (PM-PPN-PERCENT
               AND PM-PPN-FACTOR (WS-PPN-IDX) > WS-PPN-MAX-PCT)
              OR (PM-PPN-MONTHS
               AND PM-PPN-FACTOR (WS-PPN-IDX) > WS-PPN-MAX-MONTHS)
               MOVE "PENALTY FACTOR ABOVE THE METHOD'S BOUND"
                   TO WS-PPN-ERROR
               GO TO 9916-EXIT
           END-IF.
           MOVE PM-PPN-TO-MONTH (WS-PPN-IDX) TO WS-PPN-PREV-MONTH.
           MOVE PM-PPN-FACTOR (WS-PPN-IDX) TO WS-PPN-PREV-FACTOR.
       9916-EXIT.
           EXIT.
