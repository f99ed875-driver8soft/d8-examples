      ******************************************************************
      *
      * Monthly Fee Waiver Report
      * =========================
      *
      * The servicing manager's month-end view of what the desk has
      * given away: every waiver and reduction fwmaint logged to
      * FEEADJ in the month, by operator and, within an operator,
      * by reason code - with a subtotal for each reason, a total
      * for each operator and for the month, and the month's count
      * and amount for each reason across the desk.
      *
      * The month is the month of the run unless the WVRPTPM
      * parameter gives another as YYYYMM - an adjustment keyed
      * after the month-end run is picked up by rerunning the month
      * with WVRPTPM. No FEEADJ file means nothing has ever been
      * waived; the report says so and the step ends clean.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original waiver report.
      * 2026-10-15  RJM  Leaves out lnpost's additions to a month's
      *                  prepayment charge (action A); its waivers
      *                  on a reversed payment are reported under
      *                  operator LNPOST.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lnwvrpt.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WV-PRM-FILE ASSIGN TO "WVRPTPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WV-PRM-STATUS.
           SELECT FEE-ADJ-FILE ASSIGN TO "FEEADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-ADJ-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
           SELECT WV-RPT-FILE ASSIGN TO "WVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WV-RPT-STATUS.
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.
       FD  WV-PRM-FILE.
       01  WV-PRM-RECORD.
           05 WP-MONTH PIC 9(06).

           COPY feeadj.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SR-OPERATOR     PIC X(08).
           05 SR-REASON       PIC X(02).
           05 SR-ADJ-DATE     PIC 9(08).
           05 SR-ADJ-TIME     PIC 9(08).
           05 SR-APPL-ID      PIC X(20).
           05 SR-PERIOD-NO    PIC 9(04).
           05 SR-FEE-CODE     PIC X(04).
           05 SR-ACTION       PIC X(01).
           05 SR-AMOUNT       PIC S9(7)V9(2).
           05 SR-CHARGE-BEFORE PIC S9(7)V9(2).

       FD  WV-RPT-FILE.
       01  WV-RPT-LINE PIC X(100).

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
       01 WS-WV-PRM-STATUS PIC X(02) VALUE SPACES.
           88 WV-PRM-OPENED VALUE "00".
       01 WS-FEE-ADJ-STATUS PIC X(02) VALUE SPACES.
           88 FEE-ADJ-OPENED VALUE "00".
           88 FEE-ADJ-NOT-FOUND VALUE "35".
       01 WS-WV-RPT-STATUS PIC X(02) VALUE SPACES.
           COPY lnrstws.

       01 WS-ADJ-EOF PIC X(01) VALUE "N".
           88 END-OF-ADJUSTMENTS VALUE "Y".
       01 WS-SORT-EOF PIC X(01) VALUE "N".
           88 END-OF-SORTED VALUE "Y".

       01 WS-TODAY PIC 9(08).
       01 WS-REPORT-MONTH PIC 9(06) VALUE ZEROES.

      * Control-break keys and totals.
       01 WS-PREV-OPERATOR PIC X(08) VALUE SPACES.
       01 WS-PREV-REASON PIC X(02) VALUE SPACES.
       01 WS-FIRST-ROW PIC X(01) VALUE "Y".
           88 FIRST-ROW VALUE "Y".
       01 WS-RSN-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-RSN-AMOUNT PIC S9(9)V9(2) COMP-3 VALUE ZEROES.
       01 WS-OPR-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-OPR-AMOUNT PIC S9(9)V9(2) COMP-3 VALUE ZEROES.
       01 WS-ALL-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-ALL-AMOUNT PIC S9(9)V9(2) COMP-3 VALUE ZEROES.
       01 WS-WAIVE-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-REDUCE-COUNT PIC 9(05) VALUE ZEROES.

      * The month by reason, across the desk.
       01 WS-RSN-CODES.
           05 FILLER PIC X(27) VALUE "AEASSESSED IN ERROR        ".
           05 FILLER PIC X(27) VALUE "BDBANK OR PROCESSING DELAY ".
           05 FILLER PIC X(27) VALUE "GWGOODWILL                 ".
           05 FILLER PIC X(27) VALUE "HSHARDSHIP                 ".
           05 FILLER PIC X(27) VALUE "OTOTHER                    ".
       01 WS-RSN-TABLE REDEFINES WS-RSN-CODES.
           05 RSN-ENTRY OCCURS 5 TIMES INDEXED BY RSN-IDX.
               10 RSN-CODE PIC X(02).
               10 RSN-DESC PIC X(25).
       01 WS-RSN-TOTALS.
           05 RSN-TOTAL OCCURS 5 TIMES.
               10 RSN-TOT-COUNT PIC 9(05).
               10 RSN-TOT-AMOUNT PIC S9(9)V9(2) COMP-3.
       01 WS-RSN-SUB PIC S9(4) COMP.

       01 WS-HOLD-LINE PIC X(100).
       01 WS-PAGE-NO PIC 9(04) VALUE ZEROES.
       01 WS-LINE-COUNT PIC 9(03) VALUE 99.
       01 WS-LINES-PER-PAGE PIC 9(03) VALUE 55.

      * Print line layouts.
       01 RPT-HEADING-1.
           05 FILLER PIC X(30)
               VALUE "FEE WAIVERS AND REDUCTIONS    ".
           05 FILLER PIC X(08) VALUE "DATE    ".
           05 RH1-DATE PIC 9(08).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(05) VALUE "PAGE ".
           05 RH1-PAGE PIC ZZZ9.
       01 RPT-HEADING-1A.
           05 FILLER PIC X(06) VALUE "MONTH ".
           05 RH1-MONTH PIC 9(06).
       01 RPT-HEADING-2.
           05 FILLER PIC X(09) VALUE "OPERATOR ".
           05 FILLER PIC X(04) VALUE "RSN ".
           05 FILLER PIC X(21) VALUE "APPLICATION ID       ".
           05 FILLER PIC X(05) VALUE "PERD ".
           05 FILLER PIC X(05) VALUE "CODE ".
           05 FILLER PIC X(09) VALUE "ADJ DATE ".
           05 FILLER PIC X(07) VALUE "ACTION ".
           05 FILLER PIC X(13) VALUE "       AMOUNT".
           05 FILLER PIC X(13) VALUE "  OWED BEFORE".
       01 RPT-DETAIL.
           05 RD-OPERATOR PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-REASON PIC X(02).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RD-APPL-ID PIC X(20).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-PERIOD PIC ZZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-FEE-CODE PIC X(04).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-ADJ-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-ACTION PIC X(06).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-BEFORE PIC Z,ZZZ,ZZ9.99.
       01 RPT-TOTAL.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RT-LABEL PIC X(30).
           05 RT-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(14) VALUE " ADJUSTMENT(S)".
           05 FILLER PIC X(07) VALUE SPACES.
           05 RT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "LNWVRPT" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 1000-RESOLVE-MONTH THRU 1000-EXIT.
           PERFORM 1100-CLEAR-REASON THRU 1100-EXIT
               VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > 5.

           OPEN INPUT FEE-ADJ-FILE.
           IF FEE-ADJ-NOT-FOUND
               DISPLAY "No FEEADJ file - no fees have been waived."
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.
           IF NOT FEE-ADJ-OPENED
               DISPLAY "*** Unable to open FEEADJ - status "
                   WS-FEE-ADJ-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.
           OPEN OUTPUT WV-RPT-FILE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-OPERATOR SR-REASON SR-ADJ-DATE
                   SR-ADJ-TIME
               INPUT PROCEDURE IS 2000-SELECT-MONTH
               OUTPUT PROCEDURE IS 3000-PRINT-WAIVERS.

           CLOSE FEE-ADJ-FILE.
           CLOSE WV-RPT-FILE.

           DISPLAY "lnwvrpt: " WS-ALL-COUNT " adjustment(s) in "
               WS-REPORT-MONTH " - " WS-WAIVE-COUNT " waived, "
               WS-REDUCE-COUNT " reduced.".
           MOVE WS-ALL-COUNT TO WS-RSTAT-WRITTEN.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

      *-----------------------------------------------------------
      * 1000-RESOLVE-MONTH
      *
      * The WVRPTPM month when there is one, otherwise the month
      * of the run.
      *-----------------------------------------------------------
       1000-RESOLVE-MONTH.
           OPEN INPUT WV-PRM-FILE.
           IF WV-PRM-OPENED
               READ WV-PRM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WP-MONTH NUMERIC
                           MOVE WP-MONTH TO WS-REPORT-MONTH
                       END-IF
               END-READ
               CLOSE WV-PRM-FILE
           END-IF.
           IF WS-REPORT-MONTH = ZEROES
               MOVE WS-TODAY (1:6) TO WS-REPORT-MONTH
           END-IF.
           DISPLAY "lnwvrpt: fee waivers for " WS-REPORT-MONTH ".".
       1000-EXIT.
           EXIT.

       1100-CLEAR-REASON.
           MOVE ZEROES TO RSN-TOT-COUNT (WS-RSN-SUB).
           MOVE ZEROES TO RSN-TOT-AMOUNT (WS-RSN-SUB).
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-SELECT-MONTH
      *
      * Releases every FEEADJ line dated in the report month.
      *-----------------------------------------------------------
       2000-SELECT-MONTH.
           PERFORM 8000-READ-ADJUSTMENT THRU 8000-EXIT.
           PERFORM 2100-RELEASE-ADJUSTMENT THRU 2100-EXIT
               UNTIL END-OF-ADJUSTMENTS.
       2000-EXIT.
           EXIT.

       2100-RELEASE-ADJUSTMENT.
      * lnpost's additions to a month's prepayment charge are not
      * waivers.
           IF FA-ADJ-DATE (1:6) NOT = WS-REPORT-MONTH
               OR FA-ADD
               GO TO 2100-NEXT
           END-IF.
           MOVE FA-OPERATOR TO SR-OPERATOR.
           MOVE FA-REASON TO SR-REASON.
           MOVE FA-ADJ-DATE TO SR-ADJ-DATE.
           MOVE FA-ADJ-TIME TO SR-ADJ-TIME.
           MOVE FA-APPL-ID TO SR-APPL-ID.
           MOVE FA-PERIOD-NO TO SR-PERIOD-NO.
           MOVE FA-FEE-CODE TO SR-FEE-CODE.
           MOVE FA-ACTION TO SR-ACTION.
           MOVE FA-AMOUNT TO SR-AMOUNT.
           MOVE FA-CHARGE-BEFORE TO SR-CHARGE-BEFORE.
           RELEASE SORT-RECORD.
       2100-NEXT.
           PERFORM 8000-READ-ADJUSTMENT THRU 8000-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3000-PRINT-WAIVERS
      *
      * One line per adjustment, operator by operator and reason by
      * reason, a subtotal at each change of reason and a total at
      * each change of operator; then the month's total and the
      * month by reason.
      *-----------------------------------------------------------
       3000-PRINT-WAIVERS.
           PERFORM 8200-RETURN-SORTED THRU 8200-EXIT.
           PERFORM 3100-PRINT-ONE THRU 3100-EXIT
               UNTIL END-OF-SORTED.
           IF NOT FIRST-ROW
               PERFORM 3300-REASON-TOTAL THRU 3300-EXIT
               PERFORM 3400-OPERATOR-TOTAL THRU 3400-EXIT
           END-IF.
           PERFORM 3500-MONTH-TOTAL THRU 3500-EXIT.
       3000-EXIT.
           EXIT.

       3100-PRINT-ONE.
           IF FIRST-ROW
               MOVE "N" TO WS-FIRST-ROW
               MOVE SR-OPERATOR TO WS-PREV-OPERATOR
               MOVE SR-REASON TO WS-PREV-REASON
           END-IF.
           IF SR-OPERATOR NOT = WS-PREV-OPERATOR
               PERFORM 3300-REASON-TOTAL THRU 3300-EXIT
               PERFORM 3400-OPERATOR-TOTAL THRU 3400-EXIT
               MOVE SR-OPERATOR TO WS-PREV-OPERATOR
               MOVE SR-REASON TO WS-PREV-REASON
           END-IF.
           IF SR-REASON NOT = WS-PREV-REASON
               PERFORM 3300-REASON-TOTAL THRU 3300-EXIT
               MOVE SR-REASON TO WS-PREV-REASON
           END-IF.

           ADD 1 TO WS-RSN-COUNT WS-OPR-COUNT WS-ALL-COUNT.
           ADD SR-AMOUNT TO WS-RSN-AMOUNT WS-OPR-AMOUNT
               WS-ALL-AMOUNT.
           IF SR-ACTION = "W"
               ADD 1 TO WS-WAIVE-COUNT
           ELSE
               ADD 1 TO WS-REDUCE-COUNT
           END-IF.
           SET RSN-IDX TO 1.
           SEARCH RSN-ENTRY
               AT END
                   ADD 1 TO RSN-TOT-COUNT (5)
                   ADD SR-AMOUNT TO RSN-TOT-AMOUNT (5)
               WHEN RSN-CODE (RSN-IDX) = SR-REASON
                   SET WS-RSN-SUB TO RSN-IDX
                   ADD 1 TO RSN-TOT-COUNT (WS-RSN-SUB)
                   ADD SR-AMOUNT TO RSN-TOT-AMOUNT (WS-RSN-SUB)
           END-SEARCH.

           MOVE SPACES TO RPT-DETAIL.
           MOVE SR-OPERATOR TO RD-OPERATOR.
           MOVE SR-REASON TO RD-REASON.
           MOVE SR-APPL-ID TO RD-APPL-ID.
           MOVE SR-PERIOD-NO TO RD-PERIOD.
           MOVE SR-FEE-CODE TO RD-FEE-CODE.
           MOVE SR-ADJ-DATE TO RD-ADJ-DATE.
           IF SR-ACTION = "W"
               MOVE "WAIVE" TO RD-ACTION
           ELSE
               MOVE "REDUCE" TO RD-ACTION
           END-IF.
           MOVE SR-AMOUNT TO RD-AMOUNT.
           MOVE SR-CHARGE-BEFORE TO RD-BEFORE.
           MOVE RPT-DETAIL TO WV-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.

           PERFORM 8200-RETURN-SORTED THRU 8200-EXIT.
       3100-EXIT.
           EXIT.

       3300-REASON-TOTAL.
           MOVE SPACES TO RT-LABEL.
           MOVE "REASON    TOTAL" TO RT-LABEL.
           MOVE WS-PREV-REASON TO RT-LABEL (8:2).
           MOVE WS-RSN-COUNT TO RT-COUNT.
           MOVE WS-RSN-AMOUNT TO RT-AMOUNT.
           MOVE RPT-TOTAL TO WV-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
           MOVE ZEROES TO WS-RSN-COUNT WS-RSN-AMOUNT.
       3300-EXIT.
           EXIT.

       3400-OPERATOR-TOTAL.
           MOVE SPACES TO RT-LABEL.
           MOVE "OPERATOR          TOTAL" TO RT-LABEL.
           MOVE WS-PREV-OPERATOR TO RT-LABEL (10:8).
           MOVE WS-OPR-COUNT TO RT-COUNT.
           MOVE WS-OPR-AMOUNT TO RT-AMOUNT.
           MOVE RPT-TOTAL TO WV-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
           MOVE SPACES TO WV-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
           MOVE ZEROES TO WS-OPR-COUNT WS-OPR-AMOUNT.
       3400-EXIT.
           EXIT.

       3500-MONTH-TOTAL.
           MOVE SPACES TO RT-LABEL.
           MOVE "MONTH TOTAL" TO RT-LABEL.
           MOVE WS-ALL-COUNT TO RT-COUNT.
           MOVE WS-ALL-AMOUNT TO RT-AMOUNT.
           MOVE RPT-TOTAL TO WV-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
           MOVE SPACES TO WV-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
           PERFORM 3510-REASON-SUMMARY THRU 3510-EXIT
               VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > 5.
       3500-EXIT.
           EXIT.

       3510-REASON-SUMMARY.
           MOVE SPACES TO RT-LABEL.
           MOVE RSN-CODE (WS-RSN-SUB) TO RT-LABEL.
           MOVE RSN-DESC (WS-RSN-SUB) TO RT-LABEL (4:25).
           MOVE RSN-TOT-COUNT (WS-RSN-SUB) TO RT-COUNT.
           MOVE RSN-TOT-AMOUNT (WS-RSN-SUB) TO RT-AMOUNT.
           MOVE RPT-TOTAL TO WV-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
       3510-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 7100-PRINT-LINE
      *
      * Writes the line in WV-RPT-LINE, starting a new page first
      * when this one is full.
      *-----------------------------------------------------------
       7100-PRINT-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               MOVE WV-RPT-LINE TO WS-HOLD-LINE
               PERFORM 7300-PAGE-HEADING THRU 7300-EXIT
               MOVE WS-HOLD-LINE TO WV-RPT-LINE
           END-IF.
           PERFORM 7200-WRITE-RPT-LINE THRU 7200-EXIT.
       7100-EXIT.
           EXIT.

       7200-WRITE-RPT-LINE.
           WRITE WV-RPT-LINE.
           ADD 1 TO WS-LINE-COUNT.
       7200-EXIT.
           EXIT.

       7300-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-TODAY TO RH1-DATE.
           MOVE WS-PAGE-NO TO RH1-PAGE.
           MOVE WS-REPORT-MONTH TO RH1-MONTH.
           MOVE SPACES TO WV-RPT-LINE.
           MOVE RPT-HEADING-1 TO WV-RPT-LINE.
           WRITE WV-RPT-LINE.
           MOVE SPACES TO WV-RPT-LINE.
           MOVE RPT-HEADING-1A TO WV-RPT-LINE.
           WRITE WV-RPT-LINE.
           MOVE SPACES TO WV-RPT-LINE.
           MOVE RPT-HEADING-2 TO WV-RPT-LINE.
           WRITE WV-RPT-LINE.
           MOVE SPACES TO WV-RPT-LINE.
           WRITE WV-RPT-LINE.
           MOVE 4 TO WS-LINE-COUNT.
       7300-EXIT.
           EXIT.

       8000-READ-ADJUSTMENT.
           READ FEE-ADJ-FILE
               AT END MOVE "Y" TO WS-ADJ-EOF
               NOT AT END ADD 1 TO WS-RSTAT-READ
           END-READ.
       8000-EXIT.
           EXIT.

       8200-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO WS-SORT-EOF
           END-RETURN.
       8200-EXIT.
           EXIT.

           COPY lnrstwrt.
