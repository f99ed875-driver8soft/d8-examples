      * life-to-date figures alongside - so the committee sees both
      * what left the book this month and what is coming back.
      *
      * The recoveries the outside collection agencies reported
      * follow, by agency - how many, what each recovered in the
      * month and to date, its contingency fees, and what the
      * agency's work has netted after them.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-09-02  RJM  Original charge-off/recovery report.
      * 2026-10-15  RJM  RECOVLED layout from the recovled copybook;
      *                  recoveries-by-agency section.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 CO-BALANCE    PIC S9(7)V9(2).
           05 CO-LOAN-TYPE  PIC X(04).

           COPY recovled.

       WORKING-STORAGE SECTION.
       01 WS-CHGOFF-STATUS PIC X(02) VALUE SPACES.
               10 TYPE-REC-MONTH PIC S9(9)V9(2) COMP-3.
               10 TYPE-REC-LIFE PIC S9(9)V9(2) COMP-3.

      * Agency recoveries - count, amount and fees, month and life
      * to date.
       01 WS-AGY-MAX PIC 9(03) VALUE 100.
       01 WS-AGY-COUNT PIC 9(03) VALUE ZEROES.
       01 AGY-TABLE.
           05 AGY-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-AGY-COUNT
               INDEXED BY AGY-IDX.
               10 AGY-AGENCY-ID PIC X(08).
               10 AGY-REC-COUNT PIC 9(07) COMP.
               10 AGY-REC-MONTH PIC S9(9)V9(2) COMP-3.
               10 AGY-REC-LIFE PIC S9(9)V9(2) COMP-3.
               10 AGY-FEE-MONTH PIC S9(9)V9(2) COMP-3.
               10 AGY-FEE-LIFE PIC S9(9)V9(2) COMP-3.
       01 WS-AGY-NET PIC S9(9)V9(2) COMP-3.
       01 WS-CNT-DISPLAY PIC ZZZZZZ9.

       01 WS-WORK-TYPE PIC X(04).
       01 WS-WORK-AMOUNT PIC S9(7)V9(2) COMP-3.
       01 WS-WORK-YYYYMM PIC 9(06).
           IF WS-TYPE-COUNT = ZEROES
               DISPLAY "(nothing charged off or recovered yet)"
           END-IF.

           DISPLAY " ".
           DISPLAY "Recoveries by collection agency".
           DISPLAY "AGENCY     COUNT   RECOVER MONTH    RECOVER LIFE"
               "       FEE MONTH        FEE LIFE        NET LIFE".
           DISPLAY "==================================="
               "====================================="
               "========================".
           PERFORM 5100-PRINT-AGENCY-LINE THRU 5100-EXIT
               VARYING AGY-IDX FROM 1 BY 1
               UNTIL AGY-IDX > WS-AGY-COUNT.
           IF WS-AGY-COUNT = ZEROES
               DISPLAY "(nothing recovered by an agency yet)"
           END-IF.
           GOBACK.

       2000-TAKE-CHARGE-OFFS.
           MOVE RL-PAY-DATE (1:6) TO WS-WORK-YYYYMM.
           MOVE "R" TO WS-WORK-KIND.
           PERFORM 4000-ADD-TO-TYPE THRU 4000-EXIT.
           IF RL-AGENCY-ID NOT = SPACES
               PERFORM 4200-ADD-TO-AGENCY THRU 4200-EXIT
           END-IF.
           PERFORM 8100-READ-RECOVERY THRU 8100-EXIT.
       3100-EXIT.
           EXIT.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 4200-ADD-TO-AGENCY
      *
      * Adds the agency recovery in hand, and its fee, to the
      * agency's row, creating the row the first time the agency
      * is seen.
      *-----------------------------------------------------------
       4200-ADD-TO-AGENCY.
           SET AGY-IDX TO 1.
           SEARCH AGY-ENTRY
               AT END
                   IF WS-AGY-COUNT < WS-AGY-MAX
                       ADD 1 TO WS-AGY-COUNT
                       SET AGY-IDX TO WS-AGY-COUNT
                       MOVE RL-AGENCY-ID TO AGY-AGENCY-ID (AGY-IDX)
                       MOVE ZEROES TO AGY-REC-COUNT (AGY-IDX)
                       MOVE ZEROES TO AGY-REC-MONTH (AGY-IDX)
                       MOVE ZEROES TO AGY-REC-LIFE (AGY-IDX)
                       MOVE ZEROES TO AGY-FEE-MONTH (AGY-IDX)
                       MOVE ZEROES TO AGY-FEE-LIFE (AGY-IDX)
                       PERFORM 4300-APPLY-AGENCY THRU 4300-EXIT
                   ELSE
                       DISPLAY "*** Agency table full at "
                           WS-AGY-MAX " - '" RL-AGENCY-ID
                           "' not totaled."
                   END-IF
               WHEN AGY-AGENCY-ID (AGY-IDX) = RL-AGENCY-ID
                   PERFORM 4300-APPLY-AGENCY THRU 4300-EXIT
           END-SEARCH.
       4200-EXIT.
           EXIT.

       4300-APPLY-AGENCY.
           ADD 1 TO AGY-REC-COUNT (AGY-IDX).
           ADD RL-AMOUNT TO AGY-REC-LIFE (AGY-IDX).
           ADD RL-FEE TO AGY-FEE-LIFE (AGY-IDX).
           IF WS-WORK-YYYYMM = WS-REPORT-YYYYMM
               ADD RL-AMOUNT TO AGY-REC-MONTH (AGY-IDX)
               ADD RL-FEE TO AGY-FEE-MONTH (AGY-IDX)
           END-IF.
       4300-EXIT.
           EXIT.

       5000-PRINT-TYPE-LINE.
           DISPLAY TYPE-LOAN-TYPE (TYPE-IDX) WITH NO ADVANCING.
           MOVE TYPE-CHG-MONTH (TYPE-IDX) TO WS-AMT-DISPLAY.
       5000-EXIT.
           EXIT.

       5100-PRINT-AGENCY-LINE.
           DISPLAY AGY-AGENCY-ID (AGY-IDX) WITH NO ADVANCING.
           MOVE AGY-REC-COUNT (AGY-IDX) TO WS-CNT-DISPLAY.
           DISPLAY " " WS-CNT-DISPLAY WITH NO ADVANCING.
           MOVE AGY-REC-MONTH (AGY-IDX) TO WS-AMT-DISPLAY.
           DISPLAY " " WS-AMT-DISPLAY WITH NO ADVANCING.
           MOVE AGY-REC-LIFE (AGY-IDX) TO WS-AMT-DISPLAY.
           DISPLAY " " WS-AMT-DISPLAY WITH NO ADVANCING.
           MOVE AGY-FEE-MONTH (AGY-IDX) TO WS-AMT-DISPLAY.
           DISPLAY " " WS-AMT-DISPLAY WITH NO ADVANCING.
           MOVE AGY-FEE-LIFE (AGY-IDX) TO WS-AMT-DISPLAY.
           DISPLAY " " WS-AMT-DISPLAY WITH NO ADVANCING.
           COMPUTE WS-AGY-NET = AGY-REC-LIFE (AGY-IDX)
               - AGY-FEE-LIFE (AGY-IDX).
           MOVE WS-AGY-NET TO WS-AMT-DISPLAY.
           DISPLAY " " WS-AMT-DISPLAY.
       5100-EXIT.
           EXIT.

       8000-READ-CHARGE-OFF.
           READ CHGOFF-FILE
               AT END MOVE "Y" TO WS-CHG-EOF
