      ******************************************************************
      *
      * Interest Recomputation Audit
      * ============================
      *
      * Proves the interest lnpost (and the suspense sweep and the
      * settlement batch after it) charged on every payment, by
      * working it out again from scratch. Each BOOKED loan's
      * PAYHIST is replayed in posting order from booking: the
      * balance starts at LM-PRINCIPAL, and for each posting the
      * interest due is recomputed on the replayed balance at the
      * rate in force on the pay date - a flat period's rate at
      * the loan's payment frequency for 30/360, the days since the
      * last payment still standing (booking for the first) for
      * actual/365. The interest taken is the lesser of that and
      * the payment less its escrow and late charges; whatever is
      * left pays principal, up to the replayed balance.
      *
      * The rate in force comes from MODHIST - lnmod's changes of
      * terms and lnreprc's re-pricings, each from its MODHIST date
      * - the loan starting at the old rate of its first change
      * (LM-RATE when it has none). A deferral on DEFERLOG adds its
      * capitalized interest to the balance from the request date.
      * A reversal (RVSL) puts back the principal the replay gave
      * the payment it bounced, which from then on no longer counts
      * as the last payment.
      *
      * A posting is listed when its PH-INTEREST differs from the
      * recomputed figure by more than the tolerance, or when its
      * PH-BALANCE-AFTER parts company with the replayed balance
      * (a difference that merely carries forward is not listed
      * again). A loan is listed with any such posting, when the
      * replayed balance does not end at LM-OUTSTANDING-BAL, or when
      * the replayed rate does not end at LM-RATE - a rate change
      * missing from MODHIST.
      *
      * INTAUDPM is the tolerance 9V99 - 0.01 when absent. No
      * LOANMSTR or PAYHIST refuses the run RC 8; any loan listed,
      * or a rate or deferral history too long for the tables,
      * ends RC 4.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original interest audit - the several ways
      *                  lnpost splits interest were never checked
      *                  independently.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lnintaud.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUD-PRM-FILE ASSIGN TO "INTAUDPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-PRM-STATUS.
           SELECT LOAN-MSTR-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-APPL-ID
               FILE STATUS IS WS-LOAN-MSTR-STATUS.
           SELECT PAY-HIST-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAY-HIST-STATUS.
           SELECT MOD-HIST-FILE ASSIGN TO "MODHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOD-HIST-STATUS.
           SELECT DEFER-LOG-FILE ASSIGN TO "DEFERLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFER-LOG-STATUS.
           SELECT AUD-RPT-FILE ASSIGN TO "INTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-RPT-STATUS.
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.
       FD  AUD-PRM-FILE.
       01  AUD-PRM-RECORD.
           05 PP-TOLERANCE    PIC 9(1)V9(2).

           COPY loanmstr.

           COPY payhist.

           COPY modhist.

      * lndefer's deferral log - see lndefer.
       FD  DEFER-LOG-FILE.
       01  DEFER-LOG-RECORD.
           05 DL-APPL-ID      PIC X(20).
           05 DL-REQ-DATE     PIC 9(08).
           05 DL-START-PERIOD PIC 9(04).
           05 DL-NUM-PERIODS  PIC 9(02).
           05 DL-CAP-INTEREST PIC S9(7)V9(2).
           05 DL-OLD-TERM     PIC S9(4).
           05 DL-NEW-TERM     PIC S9(4).

       FD  AUD-RPT-FILE.
       01  AUD-RPT-LINE PIC X(100).

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
       01 WS-AUD-PRM-STATUS PIC X(02) VALUE SPACES.
           88 AUD-PRM-OPENED VALUE "00".
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-PAY-HIST-STATUS PIC X(02) VALUE SPACES.
           88 PAY-HIST-OPENED VALUE "00".
       01 WS-MOD-HIST-STATUS PIC X(02) VALUE SPACES.
           88 MOD-HIST-OPENED VALUE "00".
       01 WS-DEFER-LOG-STATUS PIC X(02) VALUE SPACES.
           88 DEFER-LOG-OPENED VALUE "00".
       01 WS-AUD-RPT-STATUS PIC X(02) VALUE SPACES.
           COPY lnrstws.

       01 WS-MSTR-EOF PIC X(01) VALUE "N".
           88 END-OF-MASTER VALUE "Y".
       01 WS-HIST-EOF PIC X(01) VALUE "N".
           88 END-OF-HISTORY VALUE "Y".
       01 WS-MOD-EOF PIC X(01) VALUE "N".
           88 END-OF-MODHIST VALUE "Y".
       01 WS-DFR-EOF PIC X(01) VALUE "N".
           88 END-OF-DEFERLOG VALUE "Y".
       01 WS-TRUNC-SW PIC X(01) VALUE "N".
           88 HISTORY-TRUNCATED VALUE "Y".

       01 WS-TODAY PIC 9(08).
       01 WS-TOLERANCE PIC 9(1)V9(2) VALUE 0.01.
       01 WS-NEG-TOLERANCE PIC S9(1)V9(2).

      * Every rate change on MODHIST, in the order written - which
      * is date order.
       01 WS-RTE-MAX PIC 9(05) VALUE 5000.
       01 WS-RTE-COUNT PIC 9(05) VALUE ZEROES.
       01 RTE-TABLE.
           05 RTE-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-RTE-COUNT
               INDEXED BY RTE-IDX.
               10 RTE-APPL-ID PIC X(20).
               10 RTE-DATE PIC 9(08).
               10 RTE-OLD-RATE PIC S9(7)V9(2) COMP-3.
               10 RTE-NEW-RATE PIC S9(7)V9(2) COMP-3.

      * Every deferral on DEFERLOG, in the order written.
       01 WS-DFR-MAX PIC 9(05) VALUE 2000.
       01 WS-DFR-COUNT PIC 9(05) VALUE ZEROES.
       01 DFR-TABLE.
           05 DFR-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-DFR-COUNT
               INDEXED BY DFR-IDX.
               10 DFR-APPL-ID PIC X(20).
               10 DFR-DATE PIC 9(08).
               10 DFR-CAP-INTEREST PIC S9(7)V9(2) COMP-3.

      * The loan in hand's own rate changes and deferrals, and the
      * next of each still to take effect.
       01 WS-LRT-MAX PIC 9(03) VALUE 60.
       01 WS-LRT-COUNT PIC 9(03) VALUE ZEROES.
       01 WS-LRT-NEXT PIC 9(03) VALUE ZEROES.
       01 LRT-TABLE.
           05 LRT-ENTRY OCCURS 60 TIMES.
               10 LRT-DATE PIC 9(08).
               10 LRT-OLD-RATE PIC S9(7)V9(2) COMP-3.
               10 LRT-NEW-RATE PIC S9(7)V9(2) COMP-3.
       01 WS-LDF-MAX PIC 9(03) VALUE 60.
       01 WS-LDF-COUNT PIC 9(03) VALUE ZEROES.
       01 WS-LDF-NEXT PIC 9(03) VALUE ZEROES.
       01 LDF-TABLE.
           05 LDF-ENTRY OCCURS 60 TIMES.
               10 LDF-DATE PIC 9(08).
               10 LDF-CAP-INTEREST PIC S9(7)V9(2) COMP-3.

      * The loan in hand's payments as the replay applied them - a
      * reversal finds its payment here, and an actual/365 accrual
      * runs from the latest one still standing.
       01 WS-LIV-MAX PIC 9(04) VALUE 1200.
       01 WS-LIV-COUNT PIC 9(04) VALUE ZEROES.
       01 LIV-TABLE.
           05 LIV-ENTRY OCCURS 1200 TIMES.
               10 LIV-PAY-DATE PIC 9(08).
               10 LIV-AMOUNT PIC S9(7)V9(2) COMP-3.
               10 LIV-PRINCIPAL PIC S9(7)V9(2) COMP-3.
               10 LIV-STANDING PIC X(01).
                   88 LIV-IS-STANDING VALUE "Y".
       77 WS-LIV-SUB PIC S9(4) COMP.
       77 WS-EVT-SUB PIC S9(5) COMP.
       01 WS-LIV-MATCH PIC 9(04) VALUE ZEROES.

      * Replay of the loan in hand.
       01 WS-AUD-RATE PIC S9(7)V9(2) COMP-3.
       77 WS-PERIOD-RATE PIC S9(3)V9(9) COMP-3.
       01 WS-PERIODS-YR PIC S9(3) COMP.
       01 WS-EXP-BAL PIC S9(9)V9(2) COMP-3.
       01 WS-EXP-INTEREST PIC S9(7)V9(2) COMP-3.
       01 WS-EXP-PRINCIPAL PIC S9(9)V9(2) COMP-3.
       01 WS-INT-DUE PIC S9(7)V9(2) COMP-3.
       01 WS-AVAILABLE PIC S9(9)V9(2) COMP-3.
       01 WS-EVENT-THRU PIC 9(08).
       01 WS-BASE-DATE PIC 9(08).
       01 WS-ACCRUAL-DAYS PIC S9(5) COMP.
       01 WS-INT-DIFF PIC S9(9)V9(2) COMP-3.
       01 WS-BAL-DIFF PIC S9(9)V9(2) COMP-3.
       01 WS-PREV-BAL-DIFF PIC S9(9)V9(2) COMP-3.
       01 WS-DIFF-MOVE PIC S9(9)V9(2) COMP-3.
       01 WS-ROW-FLAG PIC X(03).
       01 WS-LOAN-POSTINGS PIC 9(05) VALUE ZEROES.
       01 WS-LOAN-INT-OFF PIC 9(05) VALUE ZEROES.
       01 WS-LOAN-BAL-OFF PIC 9(05) VALUE ZEROES.
       01 WS-LOAN-FIRST-SEQ PIC 9(07) VALUE ZEROES.
       01 WS-LOAN-NOTE PIC X(25).
       01 WS-NOTE-PTR PIC 9(03) COMP.

      * Loans listed, held for the section after the postings.
       01 WS-LST-MAX PIC 9(04) VALUE 1000.
       01 WS-LST-COUNT PIC 9(04) VALUE ZEROES.
       01 LST-TABLE.
           05 LST-ENTRY OCCURS 1 TO 1000 TIMES
               DEPENDING ON WS-LST-COUNT
               INDEXED BY LST-IDX.
               10 LST-APPL-ID PIC X(20).
               10 LST-POSTINGS PIC 9(05).
               10 LST-INT-OFF PIC 9(05).
               10 LST-BAL-OFF PIC 9(05).
               10 LST-FIRST-SEQ PIC 9(07).
               10 LST-MASTER-BAL PIC S9(7)V9(2) COMP-3.
               10 LST-EXP-BAL PIC S9(9)V9(2) COMP-3.
               10 LST-NOTE PIC X(25).

      * Run counts.
       01 WS-LOAN-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-CLEAN-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-LISTED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-POSTING-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-REVERSAL-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-INT-OFF-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-BAL-OFF-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-MASTER-OFF-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-RATE-GAP-COUNT PIC 9(07) VALUE ZEROES.

       01 WS-HOLD-LINE PIC X(100).
       01 WS-PAGE-NO PIC 9(04) VALUE ZEROES.
       01 WS-LINE-COUNT PIC 9(03) VALUE 99.
       01 WS-LINES-PER-PAGE PIC 9(03) VALUE 55.

      * Print line layouts.
       01 RPT-HEADING-1.
           05 FILLER PIC X(30)
               VALUE "INTEREST RECOMPUTATION AUDIT  ".
           05 FILLER PIC X(05) VALUE "RUN  ".
           05 RH1-DATE PIC 9(08).
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "TOLERANCE  ".
           05 RH1-TOLERANCE PIC 9.99.
           05 FILLER PIC X(13) VALUE SPACES.
           05 FILLER PIC X(05) VALUE "PAGE ".
           05 RH1-PAGE PIC ZZZ9.
       01 RPT-HEADING-2.
           05 FILLER PIC X(21) VALUE "APPLICATION ID       ".
           05 FILLER PIC X(08) VALUE "    SEQ ".
           05 FILLER PIC X(09) VALUE "PAY DATE ".
           05 FILLER PIC X(07) VALUE "  RATE ".
           05 FILLER PIC X(12) VALUE " POSTED INT ".
           05 FILLER PIC X(12) VALUE "    EXP INT ".
           05 FILLER PIC X(14) VALUE "   POSTED BAL ".
           05 FILLER PIC X(14) VALUE "      EXP BAL ".
           05 FILLER PIC X(03) VALUE "FLG".
       01 RPT-SECTION.
           05 RS-TITLE PIC X(60).
       01 RPT-DETAIL.
           05 RD-APPL-ID PIC X(20).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-SEQ PIC ZZZZZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-PAY-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-RATE PIC ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-POST-INT PIC -ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-EXP-INT PIC -ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-POST-BAL PIC -Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-EXP-BAL PIC -Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-FLAG PIC X(03).
       01 RPT-LOAN-HEADING.
           05 FILLER PIC X(21) VALUE "APPLICATION ID       ".
           05 FILLER PIC X(06) VALUE "POSTS ".
           05 FILLER PIC X(06) VALUE "INTOFF".
           05 FILLER PIC X(06) VALUE " BALOF".
           05 FILLER PIC X(08) VALUE "F   SEQ ".
           05 FILLER PIC X(14) VALUE "   MASTER BAL ".
           05 FILLER PIC X(14) VALUE "      EXP BAL ".
           05 FILLER PIC X(04) VALUE "NOTE".
       01 RPT-LOAN-LINE.
           05 RL-APPL-ID PIC X(20).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RL-POSTINGS PIC ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RL-INT-OFF PIC ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RL-BAL-OFF PIC ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RL-FIRST-SEQ PIC ZZZZZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RL-MASTER-BAL PIC -Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RL-EXP-BAL PIC -Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RL-NOTE PIC X(25).
       01 RPT-COUNT.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RN-LABEL PIC X(40).
           05 RN-COUNT PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "LNINTAUD" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM 1000-LOAD-PARMS THRU 1000-EXIT.

           OPEN INPUT LOAN-MSTR-FILE.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.
           OPEN INPUT PAY-HIST-FILE.
           IF NOT PAY-HIST-OPENED
               DISPLAY "*** Unable to open PAYHIST - status "
                   WS-PAY-HIST-STATUS
               CLOSE LOAN-MSTR-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.
           PERFORM 1100-LOAD-RATE-CHANGES THRU 1100-EXIT.
           PERFORM 1200-LOAD-DEFERRALS THRU 1200-EXIT.
           OPEN OUTPUT AUD-RPT-FILE.

           MOVE "POSTINGS OUT OF TOLERANCE" TO RS-TITLE.
           PERFORM 7400-SECTION-TITLE THRU 7400-EXIT.
           MOVE LOW-VALUES TO LM-APPL-ID.
           START LOAN-MSTR-FILE KEY NOT < LM-APPL-ID
               INVALID KEY MOVE "Y" TO WS-MSTR-EOF
           END-START.
           IF NOT END-OF-MASTER
               PERFORM 8000-READ-MASTER THRU 8000-EXIT
               PERFORM 2000-AUDIT-LOAN THRU 2000-EXIT
                   UNTIL END-OF-MASTER
           END-IF.

           PERFORM 5000-RUN-TOTALS THRU 5000-EXIT.

           CLOSE AUD-RPT-FILE.
           CLOSE PAY-HIST-FILE.
           CLOSE LOAN-MSTR-FILE.

           DISPLAY "lnintaud: " WS-LOAN-COUNT " loan(s) replayed, "
               WS-POSTING-COUNT " posting(s), " WS-LISTED-COUNT
               " loan(s) out of tolerance.".
           IF WS-LISTED-COUNT > ZEROES OR HISTORY-TRUNCATED
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-LOAN-COUNT TO WS-RSTAT-WRITTEN.
           MOVE WS-LISTED-COUNT TO WS-RSTAT-REJECTED.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

       1000-LOAD-PARMS.
           OPEN INPUT AUD-PRM-FILE.
           IF AUD-PRM-OPENED
               READ AUD-PRM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PP-TOLERANCE IS NUMERIC
                           MOVE PP-TOLERANCE TO WS-TOLERANCE
                       END-IF
               END-READ
               CLOSE AUD-PRM-FILE
           END-IF.
           COMPUTE WS-NEG-TOLERANCE = ZERO - WS-TOLERANCE.
           DISPLAY "lnintaud: tolerance " WS-TOLERANCE ".".
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 1100-LOAD-RATE-CHANGES
      *
      * The MODHIST rows that moved a loan's rate - a change of
      * terms or a re-pricing. An assumption, or a change of term
      * alone, leaves the rate where it was and is passed over.
      *-----------------------------------------------------------
       1100-LOAD-RATE-CHANGES.
           OPEN INPUT MOD-HIST-FILE.
           IF NOT MOD-HIST-OPENED
               DISPLAY "lnintaud: no MODHIST - every loan replayed "
                   "at its current rate."
               GO TO 1100-EXIT
           END-IF.
           PERFORM 8200-READ-MODHIST THRU 8200-EXIT.
           PERFORM 1110-TAKE-RATE-CHANGE THRU 1110-EXIT
               UNTIL END-OF-MODHIST.
           CLOSE MOD-HIST-FILE.
           DISPLAY "lnintaud: " WS-RTE-COUNT " rate change(s) on "
               "MODHIST.".
       1100-EXIT.
           EXIT.

       1110-TAKE-RATE-CHANGE.
           IF MH-MT-ASSUME OR MH-NEW-RATE = MH-OLD-RATE
               GO TO 1110-NEXT
           END-IF.
           IF WS-RTE-COUNT NOT < WS-RTE-MAX
               IF NOT HISTORY-TRUNCATED
                   DISPLAY "*** Rate change table full at "
                       WS-RTE-MAX " - later changes not replayed."
               END-IF
               MOVE "Y" TO WS-TRUNC-SW
               GO TO 1110-NEXT
           END-IF.
           ADD 1 TO WS-RTE-COUNT.
           SET RTE-IDX TO WS-RTE-COUNT.
           MOVE MH-APPL-ID TO RTE-APPL-ID (RTE-IDX).
           MOVE MH-MOD-DATE TO RTE-DATE (RTE-IDX).
           MOVE MH-OLD-RATE TO RTE-OLD-RATE (RTE-IDX).
           MOVE MH-NEW-RATE TO RTE-NEW-RATE (RTE-IDX).
       1110-NEXT.
           PERFORM 8200-READ-MODHIST THRU 8200-EXIT.
       1110-EXIT.
           EXIT.

       1200-LOAD-DEFERRALS.
           OPEN INPUT DEFER-LOG-FILE.
           IF NOT DEFER-LOG-OPENED
               DISPLAY "lnintaud: no DEFERLOG - no deferrals "
                   "replayed."
               GO TO 1200-EXIT
           END-IF.
           PERFORM 8300-READ-DEFERLOG THRU 8300-EXIT.
           PERFORM 1210-TAKE-DEFERRAL THRU 1210-EXIT
               UNTIL END-OF-DEFERLOG.
           CLOSE DEFER-LOG-FILE.
           DISPLAY "lnintaud: " WS-DFR-COUNT " deferral(s) on "
               "DEFERLOG.".
       1200-EXIT.
           EXIT.

       1210-TAKE-DEFERRAL.
           IF WS-DFR-COUNT NOT < WS-DFR-MAX
               IF NOT HISTORY-TRUNCATED
                   DISPLAY "*** Deferral table full at "
                       WS-DFR-MAX " - later deferrals not replayed."
               END-IF
               MOVE "Y" TO WS-TRUNC-SW
               GO TO 1210-NEXT
           END-IF.
           ADD 1 TO WS-DFR-COUNT.
           SET DFR-IDX TO WS-DFR-COUNT.
           MOVE DL-APPL-ID TO DFR-APPL-ID (DFR-IDX).
           MOVE DL-REQ-DATE TO DFR-DATE (DFR-IDX).
           MOVE DL-CAP-INTEREST TO DFR-CAP-INTEREST (DFR-IDX).
       1210-NEXT.
           PERFORM 8300-READ-DEFERLOG THRU 8300-EXIT.
       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-AUDIT-LOAN
      *
      * One master record. A BOOKED loan's postings are replayed
      * from booking; what is left of its history to take effect
      * after the last posting is applied before the replayed
      * balance and rate are held up against the master.
      *-----------------------------------------------------------
       2000-AUDIT-LOAN.
           IF NOT LM-ST-BOOKED
               GO TO 2000-NEXT
           END-IF.
           ADD 1 TO WS-LOAN-COUNT.
           PERFORM 2100-GATHER-EVENTS THRU 2100-EXIT.
           IF WS-LRT-COUNT > ZEROES
               MOVE LRT-OLD-RATE (1) TO WS-AUD-RATE
           ELSE
               MOVE LM-RATE TO WS-AUD-RATE
           END-IF.
           MOVE LM-PRINCIPAL TO WS-EXP-BAL.
           MOVE 1 TO WS-LRT-NEXT.
           MOVE 1 TO WS-LDF-NEXT.
           MOVE ZEROES TO WS-LIV-COUNT.
           MOVE ZEROES TO WS-PREV-BAL-DIFF.
           MOVE ZEROES TO WS-LOAN-POSTINGS.
           MOVE ZEROES TO WS-LOAN-INT-OFF.
           MOVE ZEROES TO WS-LOAN-BAL-OFF.
           MOVE ZEROES TO WS-LOAN-FIRST-SEQ.
           MOVE SPACES TO WS-LOAN-NOTE.
           MOVE 1 TO WS-NOTE-PTR.
           EVALUATE TRUE
               WHEN LM-PF-BIWEEKLY
                   MOVE 26 TO WS-PERIODS-YR
               WHEN LM-PF-QUARTERLY
                   MOVE 4 TO WS-PERIODS-YR
               WHEN OTHER
                   MOVE 12 TO WS-PERIODS-YR
           END-EVALUATE.

           MOVE "N" TO WS-HIST-EOF.
           MOVE LM-APPL-ID TO PH-APPL-ID.
           MOVE ZEROES TO PH-POST-SEQ.
           START PAY-HIST-FILE KEY NOT < PH-KEY
               INVALID KEY MOVE "Y" TO WS-HIST-EOF
           END-START.
           IF NOT END-OF-HISTORY
               PERFORM 8100-READ-HISTORY THRU 8100-EXIT
               PERFORM 2200-REPLAY-ROW THRU 2200-EXIT
                   UNTIL END-OF-HISTORY
           END-IF.

           MOVE 99999999 TO WS-EVENT-THRU.
           PERFORM 2300-APPLY-EVENTS THRU 2300-EXIT.
           COMPUTE WS-BAL-DIFF = LM-OUTSTANDING-BAL - WS-EXP-BAL.
           IF WS-BAL-DIFF > WS-TOLERANCE
               OR WS-BAL-DIFF < WS-NEG-TOLERANCE
               ADD 1 TO WS-MASTER-OFF-COUNT
               STRING "MASTER BAL OFF " DELIMITED BY SIZE
                   INTO WS-LOAN-NOTE WITH POINTER WS-NOTE-PTR
           END-IF.
           IF WS-AUD-RATE NOT = LM-RATE
               ADD 1 TO WS-RATE-GAP-COUNT
               STRING "RATE GAP " DELIMITED BY SIZE
                   INTO WS-LOAN-NOTE WITH POINTER WS-NOTE-PTR
           END-IF.

           IF WS-LOAN-INT-OFF = ZEROES
               AND WS-LOAN-BAL-OFF = ZEROES
               AND WS-LOAN-NOTE = SPACES
               ADD 1 TO WS-CLEAN-COUNT
               GO TO 2000-NEXT
           END-IF.
           ADD 1 TO WS-LISTED-COUNT.
           IF WS-LST-COUNT NOT < WS-LST-MAX
               DISPLAY "*** Listed-loan table full at " WS-LST-MAX
                   " - '" LM-APPL-ID "' counted, not listed."
               GO TO 2000-NEXT
           END-IF.
           ADD 1 TO WS-LST-COUNT.
           SET LST-IDX TO WS-LST-COUNT.
           MOVE LM-APPL-ID TO LST-APPL-ID (LST-IDX).
           MOVE WS-LOAN-POSTINGS TO LST-POSTINGS (LST-IDX).
           MOVE WS-LOAN-INT-OFF TO LST-INT-OFF (LST-IDX).
           MOVE WS-LOAN-BAL-OFF TO LST-BAL-OFF (LST-IDX).
           MOVE WS-LOAN-FIRST-SEQ TO LST-FIRST-SEQ (LST-IDX).
           MOVE LM-OUTSTANDING-BAL TO LST-MASTER-BAL (LST-IDX).
           MOVE WS-EXP-BAL TO LST-EXP-BAL (LST-IDX).
           MOVE WS-LOAN-NOTE TO LST-NOTE (LST-IDX).
       2000-NEXT.
           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2100-GATHER-EVENTS
      *
      * The loan's own rate changes and deferrals, picked out of
      * the run tables in the order they happened.
      *-----------------------------------------------------------
       2100-GATHER-EVENTS.
           MOVE ZEROES TO WS-LRT-COUNT.
           MOVE ZEROES TO WS-LDF-COUNT.
           PERFORM 2110-TAKE-RATE THRU 2110-EXIT
               VARYING WS-EVT-SUB FROM 1 BY 1
               UNTIL WS-EVT-SUB > WS-RTE-COUNT.
           PERFORM 2120-TAKE-DEFERRAL THRU 2120-EXIT
               VARYING WS-EVT-SUB FROM 1 BY 1
               UNTIL WS-EVT-SUB > WS-DFR-COUNT.
       2100-EXIT.
           EXIT.

       2110-TAKE-RATE.
           IF RTE-APPL-ID (WS-EVT-SUB) NOT = LM-APPL-ID
               GO TO 2110-EXIT
           END-IF.
           IF WS-LRT-COUNT NOT < WS-LRT-MAX
               MOVE "Y" TO WS-TRUNC-SW
               DISPLAY "*** More than " WS-LRT-MAX " rate changes "
                   "on '" LM-APPL-ID "' - later ones not replayed."
               GO TO 2110-EXIT
           END-IF.
           ADD 1 TO WS-LRT-COUNT.
           MOVE RTE-DATE (WS-EVT-SUB) TO LRT-DATE (WS-LRT-COUNT).
           MOVE RTE-OLD-RATE (WS-EVT-SUB)
               TO LRT-OLD-RATE (WS-LRT-COUNT).
           MOVE RTE-NEW-RATE (WS-EVT-SUB)
               TO LRT-NEW-RATE (WS-LRT-COUNT).
       2110-EXIT.
           EXIT.

       2120-TAKE-DEFERRAL.
           IF DFR-APPL-ID (WS-EVT-SUB) NOT = LM-APPL-ID
               GO TO 2120-EXIT
           END-IF.
           IF WS-LDF-COUNT NOT < WS-LDF-MAX
               MOVE "Y" TO WS-TRUNC-SW
               DISPLAY "*** More than " WS-LDF-MAX " deferrals on '"
                   LM-APPL-ID "' - later ones not replayed."
               GO TO 2120-EXIT
           END-IF.
           ADD 1 TO WS-LDF-COUNT.
           MOVE DFR-DATE (WS-EVT-SUB) TO LDF-DATE (WS-LDF-COUNT).
           MOVE DFR-CAP-INTEREST (WS-EVT-SUB)
               TO LDF-CAP-INTEREST (WS-LDF-COUNT).
       2120-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2200-REPLAY-ROW
      *
      * One history row. A payment - POSTED, or REVERSED since,
      * which was posted all the same - is recomputed; an RVSL
      * undoes one. Nothing else on the history moved the balance.
      *-----------------------------------------------------------
       2200-REPLAY-ROW.
           IF PH-APPL-ID NOT = LM-APPL-ID
               MOVE "Y" TO WS-HIST-EOF
               GO TO 2200-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN PH-POSTED OR PH-REVERSED
                   PERFORM 2400-REPLAY-POSTING THRU 2400-EXIT
               WHEN PH-RVSL
                   PERFORM 2500-REPLAY-REVERSAL THRU 2500-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 8100-READ-HISTORY THRU 8100-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2300-APPLY-EVENTS
      *
      * Every rate change and deferral of the loan dated on or
      * before WS-EVENT-THRU that the replay has not yet taken.
      *-----------------------------------------------------------
       2300-APPLY-EVENTS.
           PERFORM 2310-APPLY-RATE THRU 2310-EXIT
               UNTIL WS-LRT-NEXT > WS-LRT-COUNT
                  OR LRT-DATE (WS-LRT-NEXT) > WS-EVENT-THRU.
           PERFORM 2320-APPLY-DEFERRAL THRU 2320-EXIT
               UNTIL WS-LDF-NEXT > WS-LDF-COUNT
                  OR LDF-DATE (WS-LDF-NEXT) > WS-EVENT-THRU.
       2300-EXIT.
           EXIT.

       2310-APPLY-RATE.
           MOVE LRT-NEW-RATE (WS-LRT-NEXT) TO WS-AUD-RATE.
           ADD 1 TO WS-LRT-NEXT.
       2310-EXIT.
           EXIT.

       2320-APPLY-DEFERRAL.
           ADD LDF-CAP-INTEREST (WS-LDF-NEXT) TO WS-EXP-BAL.
           ADD 1 TO WS-LDF-NEXT.
       2320-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2400-REPLAY-POSTING
      *
      * Interest due on the replayed balance at the rate in force
      * on the pay date; the payment less its escrow and late
      * charges pays that interest first - whatever the allocation
      * order, interest takes the lesser of the two - and the rest
      * goes to principal up to the balance. Anything beyond is
      * the borrower's refund.
      *-----------------------------------------------------------
       2400-REPLAY-POSTING.
           ADD 1 TO WS-POSTING-COUNT.
           ADD 1 TO WS-LOAN-POSTINGS.
           MOVE PH-PAY-DATE TO WS-EVENT-THRU.
           PERFORM 2300-APPLY-EVENTS THRU 2300-EXIT.

           COMPUTE WS-PERIOD-RATE = WS-AUD-RATE / WS-PERIODS-YR / 100.
           IF LM-DC-ACT-365
               PERFORM 2410-ACCRUE-ACTUAL-DAYS THRU 2410-EXIT
           ELSE
               COMPUTE WS-INT-DUE ROUNDED =
                   WS-EXP-BAL * WS-PERIOD-RATE
           END-IF.

           COMPUTE WS-AVAILABLE = PH-AMOUNT - PH-ESCROW - PH-FEES.
           IF WS-AVAILABLE < ZERO
               MOVE ZEROES TO WS-AVAILABLE
           END-IF.
           MOVE WS-INT-DUE TO WS-EXP-INTEREST.
           IF WS-EXP-INTEREST > WS-AVAILABLE
               MOVE WS-AVAILABLE TO WS-EXP-INTEREST
           END-IF.
           COMPUTE WS-EXP-PRINCIPAL = WS-AVAILABLE - WS-EXP-INTEREST.
           IF WS-EXP-PRINCIPAL > WS-EXP-BAL
               MOVE WS-EXP-BAL TO WS-EXP-PRINCIPAL
           END-IF.
           IF WS-EXP-PRINCIPAL < ZERO
               MOVE ZEROES TO WS-EXP-PRINCIPAL
           END-IF.
           SUBTRACT WS-EXP-PRINCIPAL FROM WS-EXP-BAL.

           IF WS-LIV-COUNT < WS-LIV-MAX
               ADD 1 TO WS-LIV-COUNT
               MOVE PH-PAY-DATE TO LIV-PAY-DATE (WS-LIV-COUNT)
               MOVE PH-AMOUNT TO LIV-AMOUNT (WS-LIV-COUNT)
               MOVE WS-EXP-PRINCIPAL TO LIV-PRINCIPAL (WS-LIV-COUNT)
               MOVE "Y" TO LIV-STANDING (WS-LIV-COUNT)
           ELSE
               IF NOT HISTORY-TRUNCATED
                   DISPLAY "*** More than " WS-LIV-MAX " postings on '"
                       LM-APPL-ID "' - reversals past them not "
                       "matched."
               END-IF
               MOVE "Y" TO WS-TRUNC-SW
           END-IF.

           COMPUTE WS-INT-DIFF = PH-INTEREST - WS-EXP-INTEREST.
           MOVE SPACES TO WS-ROW-FLAG.
           IF WS-INT-DIFF > WS-TOLERANCE
               OR WS-INT-DIFF < WS-NEG-TOLERANCE
               MOVE "INT" TO WS-ROW-FLAG
               ADD 1 TO WS-LOAN-INT-OFF
               ADD 1 TO WS-INT-OFF-COUNT
           END-IF.
           PERFORM 2600-CHECK-BALANCE THRU 2600-EXIT.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2410-ACCRUE-ACTUAL-DAYS
      *
      * Actual/365: the annual rate over the days since the latest
      * payment still standing - booking, from the application id,
      * for the first. With no base date to count from, a flat
      * period's interest, as lnpost falls back to.
      *-----------------------------------------------------------
       2410-ACCRUE-ACTUAL-DAYS.
           MOVE ZEROES TO WS-BASE-DATE.
           PERFORM 2420-TAKE-BASE-DATE THRU 2420-EXIT
               VARYING WS-LIV-SUB FROM 1 BY 1
               UNTIL WS-LIV-SUB > WS-LIV-COUNT.
           IF WS-BASE-DATE = ZEROES
               AND LM-APPL-ID (1:8) NUMERIC
               MOVE LM-APPL-ID (1:8) TO WS-BASE-DATE
           END-IF.
           IF WS-BASE-DATE = ZEROES
               COMPUTE WS-INT-DUE ROUNDED =
                   WS-EXP-BAL * WS-PERIOD-RATE
               GO TO 2410-EXIT
           END-IF.
           COMPUTE WS-ACCRUAL-DAYS =
               FUNCTION INTEGER-OF-DATE(PH-PAY-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-BASE-DATE).
           IF WS-ACCRUAL-DAYS < ZERO
               MOVE ZERO TO WS-ACCRUAL-DAYS
           END-IF.
           COMPUTE WS-INT-DUE ROUNDED =
               WS-EXP-BAL * (WS-AUD-RATE / 100)
               * WS-ACCRUAL-DAYS / 365.
       2410-EXIT.
           EXIT.

       2420-TAKE-BASE-DATE.
           IF LIV-IS-STANDING (WS-LIV-SUB)
               AND LIV-PAY-DATE (WS-LIV-SUB) > WS-BASE-DATE
               MOVE LIV-PAY-DATE (WS-LIV-SUB) TO WS-BASE-DATE
           END-IF.
       2420-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2500-REPLAY-REVERSAL
      *
      * An RVSL backs out the first standing payment with the
      * original pay date (carried in PH-RELEASE-REF) and amount -
      * the one lnpost flagged - restoring the principal the replay
      * gave it.
      *-----------------------------------------------------------
       2500-REPLAY-REVERSAL.
           ADD 1 TO WS-REVERSAL-COUNT.
           MOVE PH-PAY-DATE TO WS-EVENT-THRU.
           PERFORM 2300-APPLY-EVENTS THRU 2300-EXIT.
           MOVE ZEROES TO WS-LIV-MATCH.
           PERFORM 2510-MATCH-PAYMENT THRU 2510-EXIT
               VARYING WS-LIV-SUB FROM 1 BY 1
               UNTIL WS-LIV-SUB > WS-LIV-COUNT
                  OR WS-LIV-MATCH > ZEROES.
           MOVE ZEROES TO WS-EXP-INTEREST.
           MOVE SPACES TO WS-ROW-FLAG.
           IF WS-LIV-MATCH = ZEROES
               MOVE "RVS" TO WS-ROW-FLAG
               STRING "RVSL UNMATCHED " DELIMITED BY SIZE
                   INTO WS-LOAN-NOTE WITH POINTER WS-NOTE-PTR
           ELSE
               MOVE "N" TO LIV-STANDING (WS-LIV-MATCH)
               ADD LIV-PRINCIPAL (WS-LIV-MATCH) TO WS-EXP-BAL
           END-IF.
           PERFORM 2600-CHECK-BALANCE THRU 2600-EXIT.
       2500-EXIT.
           EXIT.

       2510-MATCH-PAYMENT.
           IF LIV-IS-STANDING (WS-LIV-SUB)
               AND LIV-PAY-DATE (WS-LIV-SUB) = PH-RELEASE-REF
               AND LIV-AMOUNT (WS-LIV-SUB) = PH-AMOUNT
               MOVE WS-LIV-SUB TO WS-LIV-MATCH
           END-IF.
       2510-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2600-CHECK-BALANCE
      *
      * The row's balance after against the replay. Only a change
      * in the difference is a new divergence - one carried from
      * an earlier row was listed there. A row flagged for any
      * reason is printed.
      *-----------------------------------------------------------
       2600-CHECK-BALANCE.
           COMPUTE WS-BAL-DIFF = PH-BALANCE-AFTER - WS-EXP-BAL.
           COMPUTE WS-DIFF-MOVE = WS-BAL-DIFF - WS-PREV-BAL-DIFF.
           IF WS-DIFF-MOVE > WS-TOLERANCE
               OR WS-DIFF-MOVE < WS-NEG-TOLERANCE
               ADD 1 TO WS-LOAN-BAL-OFF
               ADD 1 TO WS-BAL-OFF-COUNT
               MOVE WS-BAL-DIFF TO WS-PREV-BAL-DIFF
               IF WS-ROW-FLAG = SPACES
                   MOVE "BAL" TO WS-ROW-FLAG
               ELSE
                   MOVE "I+B" TO WS-ROW-FLAG
               END-IF
           END-IF.
           IF WS-ROW-FLAG = SPACES
               GO TO 2600-EXIT
           END-IF.
           IF WS-LOAN-FIRST-SEQ = ZEROES
               MOVE PH-POST-SEQ TO WS-LOAN-FIRST-SEQ
           END-IF.
           MOVE SPACES TO RPT-DETAIL.
           MOVE PH-APPL-ID TO RD-APPL-ID.
           MOVE PH-POST-SEQ TO RD-SEQ.
           MOVE PH-PAY-DATE TO RD-PAY-DATE.
           MOVE WS-AUD-RATE TO RD-RATE.
           MOVE PH-INTEREST TO RD-POST-INT.
           MOVE WS-EXP-INTEREST TO RD-EXP-INT.
           MOVE PH-BALANCE-AFTER TO RD-POST-BAL.
           MOVE WS-EXP-BAL TO RD-EXP-BAL.
           MOVE WS-ROW-FLAG TO RD-FLAG.
           MOVE SPACES TO AUD-RPT-LINE.
           MOVE RPT-DETAIL TO AUD-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 5000-RUN-TOTALS
      *
      * The loans out of tolerance, one line each, then the run's
      * counts.
      *-----------------------------------------------------------
       5000-RUN-TOTALS.
           MOVE "LOANS OUT OF TOLERANCE" TO RS-TITLE.
           PERFORM 7400-SECTION-TITLE THRU 7400-EXIT.
           MOVE SPACES TO AUD-RPT-LINE.
           MOVE RPT-LOAN-HEADING TO AUD-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
           PERFORM 5100-PRINT-LOAN THRU 5100-EXIT
               VARYING LST-IDX FROM 1 BY 1
               UNTIL LST-IDX > WS-LST-COUNT.

           MOVE "RUN TOTALS" TO RS-TITLE.
           PERFORM 7400-SECTION-TITLE THRU 7400-EXIT.
           MOVE "BOOKED LOANS REPLAYED" TO RN-LABEL.
           MOVE WS-LOAN-COUNT TO RN-COUNT.
           PERFORM 5200-COUNT-LINE THRU 5200-EXIT.
           MOVE "  WITHIN TOLERANCE" TO RN-LABEL.
           MOVE WS-CLEAN-COUNT TO RN-COUNT.
           PERFORM 5200-COUNT-LINE THRU 5200-EXIT.
           MOVE "  OUT OF TOLERANCE" TO RN-LABEL.
           MOVE WS-LISTED-COUNT TO RN-COUNT.
           PERFORM 5200-COUNT-LINE THRU 5200-EXIT.
           MOVE "    MASTER BALANCE OFF THE REPLAY" TO RN-LABEL.
           MOVE WS-MASTER-OFF-COUNT TO RN-COUNT.
           PERFORM 5200-COUNT-LINE THRU 5200-EXIT.
           MOVE "    RATE CHANGE MISSING FROM MODHIST" TO RN-LABEL.
           MOVE WS-RATE-GAP-COUNT TO RN-COUNT.
           PERFORM 5200-COUNT-LINE THRU 5200-EXIT.
           MOVE "POSTINGS REPLAYED" TO RN-LABEL.
           MOVE WS-POSTING-COUNT TO RN-COUNT.
           PERFORM 5200-COUNT-LINE THRU 5200-EXIT.
           MOVE "  INTEREST OUT OF TOLERANCE" TO RN-LABEL.
           MOVE WS-INT-OFF-COUNT TO RN-COUNT.
           PERFORM 5200-COUNT-LINE THRU 5200-EXIT.
           MOVE "  BALANCE PARTING FROM THE REPLAY" TO RN-LABEL.
           MOVE WS-BAL-OFF-COUNT TO RN-COUNT.
           PERFORM 5200-COUNT-LINE THRU 5200-EXIT.
           MOVE "REVERSALS REPLAYED" TO RN-LABEL.
           MOVE WS-REVERSAL-COUNT TO RN-COUNT.
           PERFORM 5200-COUNT-LINE THRU 5200-EXIT.
           MOVE "RATE CHANGES ON MODHIST" TO RN-LABEL.
           MOVE WS-RTE-COUNT TO RN-COUNT.
           PERFORM 5200-COUNT-LINE THRU 5200-EXIT.
           MOVE "DEFERRALS ON DEFERLOG" TO RN-LABEL.
           MOVE WS-DFR-COUNT TO RN-COUNT.
           PERFORM 5200-COUNT-LINE THRU 5200-EXIT.
           IF HISTORY-TRUNCATED
               MOVE SPACES TO AUD-RPT-LINE
               MOVE "  *** HISTORY TOO LONG FOR THE TABLES - SEE LOG"
                   TO AUD-RPT-LINE
               PERFORM 7100-PRINT-LINE THRU 7100-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

       5100-PRINT-LOAN.
           MOVE SPACES TO RPT-LOAN-LINE.
           MOVE LST-APPL-ID (LST-IDX) TO RL-APPL-ID.
           MOVE LST-POSTINGS (LST-IDX) TO RL-POSTINGS.
           MOVE LST-INT-OFF (LST-IDX) TO RL-INT-OFF.
           MOVE LST-BAL-OFF (LST-IDX) TO RL-BAL-OFF.
           MOVE LST-FIRST-SEQ (LST-IDX) TO RL-FIRST-SEQ.
           MOVE LST-MASTER-BAL (LST-IDX) TO RL-MASTER-BAL.
           MOVE LST-EXP-BAL (LST-IDX) TO RL-EXP-BAL.
           MOVE LST-NOTE (LST-IDX) TO RL-NOTE.
           MOVE SPACES TO AUD-RPT-LINE.
           MOVE RPT-LOAN-LINE TO AUD-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
       5100-EXIT.
           EXIT.

       5200-COUNT-LINE.
           MOVE SPACES TO AUD-RPT-LINE.
           MOVE RPT-COUNT TO AUD-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
       5200-EXIT.
           EXIT.

       7100-PRINT-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               MOVE AUD-RPT-LINE TO WS-HOLD-LINE
               PERFORM 7300-PAGE-HEADING THRU 7300-EXIT
               MOVE WS-HOLD-LINE TO AUD-RPT-LINE
           END-IF.
           PERFORM 7200-WRITE-RPT-LINE THRU 7200-EXIT.
       7100-EXIT.
           EXIT.

       7200-WRITE-RPT-LINE.
           WRITE AUD-RPT-LINE.
           ADD 1 TO WS-LINE-COUNT.
       7200-EXIT.
           EXIT.

       7300-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-TODAY TO RH1-DATE.
           MOVE WS-TOLERANCE TO RH1-TOLERANCE.
           MOVE WS-PAGE-NO TO RH1-PAGE.
           MOVE SPACES TO AUD-RPT-LINE.
           MOVE RPT-HEADING-1 TO AUD-RPT-LINE.
           WRITE AUD-RPT-LINE.
           MOVE SPACES TO AUD-RPT-LINE.
           MOVE RPT-HEADING-2 TO AUD-RPT-LINE.
           WRITE AUD-RPT-LINE.
           MOVE SPACES TO AUD-RPT-LINE.
           WRITE AUD-RPT-LINE.
           MOVE 3 TO WS-LINE-COUNT.
       7300-EXIT.
           EXIT.

       7400-SECTION-TITLE.
           MOVE SPACES TO AUD-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
           MOVE SPACES TO AUD-RPT-LINE.
           MOVE RPT-SECTION TO AUD-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
       7400-EXIT.
           EXIT.

       8000-READ-MASTER.
           READ LOAN-MSTR-FILE NEXT
               AT END MOVE "Y" TO WS-MSTR-EOF
               NOT AT END ADD 1 TO WS-RSTAT-READ
           END-READ.
       8000-EXIT.
           EXIT.

       8100-READ-HISTORY.
           READ PAY-HIST-FILE NEXT
               AT END MOVE "Y" TO WS-HIST-EOF
               NOT AT END ADD 1 TO WS-RSTAT-READ
           END-READ.
       8100-EXIT.
           EXIT.

       8200-READ-MODHIST.
           READ MOD-HIST-FILE
               AT END MOVE "Y" TO WS-MOD-EOF
           END-READ.
       8200-EXIT.
           EXIT.

       8300-READ-DEFERLOG.
           READ DEFER-LOG-FILE
               AT END MOVE "Y" TO WS-DFR-EOF
           END-READ.
       8300-EXIT.
           EXIT.

           COPY lnrstwrt.
