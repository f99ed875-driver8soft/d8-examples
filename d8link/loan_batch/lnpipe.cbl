      *
      * The run ends with the decline reasons - each
      * LM-DECISION-RULE seen on a DECLINED record with its count,
      * so sales sees what kills quotes most, and then the same
      * funnel by originator (LM-ORIGINATOR) - each loan officer's
      * and broker's quotes, conversions, expiries and declines,
      * with the applications that named no originator together.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-09-02  RJM  Original pipeline report.
      * 2026-10-15  RJM  Originator breakdown of the funnel.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
               10 RULE-ID PIC X(08).
               10 RULE-HITS PIC 9(05) COMP.

      * The funnel again by originator, spaces for none.
       01 WS-ORG-MAX PIC 9(03) VALUE 500.
       01 WS-ORG-COUNT PIC 9(03) VALUE ZEROES.
       01 ORG-TABLE.
           05 ORG-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-ORG-COUNT
               INDEXED BY ORG-IDX.
               10 ORG-ID PIC X(08).
               10 ORG-QUOTED PIC 9(05) COMP.
               10 ORG-APPROVED PIC 9(05) COMP.
               10 ORG-BOOKED PIC 9(05) COMP.
               10 ORG-EXPIRED PIC 9(05) COMP.
               10 ORG-DECLINED PIC 9(05) COMP.
       01 WS-ORG-LABEL PIC X(08).

       01 WS-ORIG-DATE PIC 9(08).
       01 WS-ORIG-INT PIC 9(08) COMP.
       01 WS-STATUS-INT PIC 9(08) COMP.
                   VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > WS-RULE-COUNT
           END-IF.

           IF WS-ORG-COUNT > ZEROES
               DISPLAY "----------------------------------------"
               DISPLAY "Funnel by originator (LM-ORIGINATOR):"
               DISPLAY "ORIG      QUOTED APPRVD BOOKED EXPIRD DECLND"
               PERFORM 5200-PRINT-ORIGINATOR THRU 5200-EXIT
                   VARYING ORG-IDX FROM 1 BY 1
                   UNTIL ORG-IDX > WS-ORG-COUNT
           END-IF.
           GOBACK.

      *-----------------------------------------------------------
                   AND PIPE-MONTH (PIPE-IDX) = LM-APPL-ID (1:6)
                   PERFORM 2100-TAKE-STATUS THRU 2100-EXIT
           END-SEARCH.
           PERFORM 2400-ORIGINATOR-FUNNEL THRU 2400-EXIT.

       2000-NEXT.
           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2400-ORIGINATOR-FUNNEL
      *
      * The same record into its originator's funnel row, by the
      * same lifecycle reading 2100 makes.
      *-----------------------------------------------------------
       2400-ORIGINATOR-FUNNEL.
           SET ORG-IDX TO 1.
           SEARCH ORG-ENTRY
               AT END
                   IF WS-ORG-COUNT < WS-ORG-MAX
                       ADD 1 TO WS-ORG-COUNT
                       SET ORG-IDX TO WS-ORG-COUNT
                       MOVE LM-ORIGINATOR TO ORG-ID (ORG-IDX)
                       MOVE ZEROES TO ORG-QUOTED (ORG-IDX)
                       MOVE ZEROES TO ORG-APPROVED (ORG-IDX)
                       MOVE ZEROES TO ORG-BOOKED (ORG-IDX)
                       MOVE ZEROES TO ORG-EXPIRED (ORG-IDX)
                       MOVE ZEROES TO ORG-DECLINED (ORG-IDX)
                       PERFORM 2410-TAKE-ORIG-STATUS THRU 2410-EXIT
                   ELSE
                       DISPLAY "*** Originator table full at "
                           WS-ORG-MAX " - '" LM-ORIGINATOR
                           "' not counted."
                   END-IF
               WHEN ORG-ID (ORG-IDX) = LM-ORIGINATOR
                   PERFORM 2410-TAKE-ORIG-STATUS THRU 2410-EXIT
           END-SEARCH.
       2400-EXIT.
           EXIT.

       2410-TAKE-ORIG-STATUS.
           ADD 1 TO ORG-QUOTED (ORG-IDX).
           EVALUATE TRUE
               WHEN LM-ST-APPROVED
                   ADD 1 TO ORG-APPROVED (ORG-IDX)
               WHEN LM-ST-BOOKED
               WHEN LM-ST-PAID-OFF
               WHEN LM-ST-CLOSED
               WHEN LM-ST-CHGD-OFF
                   ADD 1 TO ORG-APPROVED (ORG-IDX)
                   ADD 1 TO ORG-BOOKED (ORG-IDX)
               WHEN LM-ST-EXPIRED
                   ADD 1 TO ORG-EXPIRED (ORG-IDX)
               WHEN LM-ST-DECLINED
                   ADD 1 TO ORG-DECLINED (ORG-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2410-EXIT.
           EXIT.

       5000-PRINT-FUNNEL-ROW.
           IF PIPE-BOOK-SAMPLES (PIPE-IDX) > ZERO
               COMPUTE WS-AVG-DAYS =
       5100-EXIT.
           EXIT.

       5200-PRINT-ORIGINATOR.
           MOVE ORG-ID (ORG-IDX) TO WS-ORG-LABEL.
           IF WS-ORG-LABEL = SPACES
               MOVE "(NONE)" TO WS-ORG-LABEL
           END-IF.
           DISPLAY WS-ORG-LABEL "  "
               ORG-QUOTED (ORG-IDX) "  "
               ORG-APPROVED (ORG-IDX) "  "
               ORG-BOOKED (ORG-IDX) "  "
               ORG-EXPIRED (ORG-IDX) "  "
               ORG-DECLINED (ORG-IDX).
       5200-EXIT.
           EXIT.

       8000-READ-MASTER.
           READ LOAN-MSTR-FILE
               AT END MOVE "Y" TO WS-MSTR-EOF
