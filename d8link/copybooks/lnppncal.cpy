      ******************************************************************
      * LNPPNCAL - Prepayment-penalty charge. COPY into PROCEDURE
      * DIVISION (see LNPPNWS).
      *
      * 9910-PREPAY-PENALTY prices the early-repayment charge on
      * WS-PPN-BASE prepaid on WS-PPN-ASOF-DATE against the current
      * LOAN-MSTR-RECORD under the current PROD-MSTR-RECORD's
      * schedule. The loan month counts from the origination date
      * carried in the application id; a loan whose id carries no
      * date, or a product with no schedule, is charged nothing.
      * The band is the first whose PM-PPN-TO-MONTH reaches the
      * loan month; past the last band nothing is charged.
      *
      *     P - WS-PPN-BASE * factor / 100
      *     M - factor months of interest on WS-PPN-BASE at LM-RATE
      *
      * 9912-PPN-LOAN-MONTH alone sets WS-PPN-LOAN-MONTH for
      * WS-PPN-ASOF-DATE - the month a PPEN charge is keyed by -
      * or zero when the application id carries no date.
      ******************************************************************
       9910-PREPAY-PENALTY.
           MOVE ZEROES TO WS-PPN-AMOUNT.
           MOVE ZEROES TO WS-PPN-FACTOR.
           MOVE ZEROES TO WS-PPN-LOAN-MONTH.
           IF PM-PPN-NONE OR WS-PPN-BASE NOT > ZERO
               GO TO 9910-EXIT
           END-IF.
           IF NOT PM-PPN-PERCENT AND NOT PM-PPN-MONTHS
               GO TO 9910-EXIT
           END-IF.
           PERFORM 9912-PPN-LOAN-MONTH THRU 9912-EXIT.
           IF WS-PPN-LOAN-MONTH = ZEROES
               GO TO 9910-EXIT
           END-IF.

           MOVE "N" TO WS-PPN-BAND-STATE.
           PERFORM 9911-FIND-BAND THRU 9911-EXIT
               VARYING WS-PPN-IDX FROM 1 BY 1
               UNTIL WS-PPN-IDX > 3
                  OR NOT WS-PPN-BAND-STATE = "N".
           IF NOT PPN-BAND-FOUND
               GO TO 9910-EXIT
           END-IF.

           IF PM-PPN-PERCENT
               COMPUTE WS-PPN-AMOUNT ROUNDED =
                   WS-PPN-BASE * WS-PPN-FACTOR / 100
           ELSE
               COMPUTE WS-PPN-AMOUNT ROUNDED =
                   WS-PPN-BASE * (LM-RATE / 100) / 12
                   * WS-PPN-FACTOR
           END-IF.
       9910-EXIT.
           EXIT.

       9911-FIND-BAND.
           IF PM-PPN-TO-MONTH (WS-PPN-IDX) = ZEROES
               MOVE "E" TO WS-PPN-BAND-STATE
               GO TO 9911-EXIT
           END-IF.
           IF WS-PPN-LOAN-MONTH NOT > PM-PPN-TO-MONTH (WS-PPN-IDX)
               MOVE PM-PPN-FACTOR (WS-PPN-IDX) TO WS-PPN-FACTOR
               MOVE "Y" TO WS-PPN-BAND-STATE
           END-IF.
       9911-EXIT.
           EXIT.

       9912-PPN-LOAN-MONTH.
           MOVE ZEROES TO WS-PPN-LOAN-MONTH.
           MOVE LM-APPL-ID (1:8) TO WS-PPN-ORIG-DATE.
           IF WS-PPN-ORIG-DATE NOT NUMERIC
               GO TO 9912-EXIT
           END-IF.

           COMPUTE WS-PPN-LOAN-MONTH =
               (WS-PPN-ASOF-YYYY - WS-PPN-ORIG-YYYY) * 12
               + WS-PPN-ASOF-MM - WS-PPN-ORIG-MM + 1.
           IF WS-PPN-ASOF-DD < WS-PPN-ORIG-DD
               SUBTRACT 1 FROM WS-PPN-LOAN-MONTH
           END-IF.
           IF WS-PPN-LOAN-MONTH < 1
               MOVE 1 TO WS-PPN-LOAN-MONTH
           END-IF.
       9912-EXIT.
           EXIT.
