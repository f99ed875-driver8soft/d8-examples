      ******************************************************************
      *
      * Loan Assumption Batch
      * =====================
      *
      * Transfers a BOOKED loan to a new borrower when the security
      * is sold with the loan assumed - the loan, its schedule and
      * its payment history carry on untouched under the new
      * borrower, instead of the old payoff-and-rebook that broke
      * the history in two. Reads the ASMTXN transaction file
      * (application id, incoming borrower, optional incoming
      * co-borrower, operator) and, for each transaction:
      *
      *     - the incoming borrower (and co-borrower) must be on the
      *       BORRMSTR registry, and the borrower must differ from
      *       the one on the loan;
      *     - the incoming borrower must pass the affordability test
      *       say applies at pricing (rule AFFORD): the loan's
      *       monthly-equivalent payment plus declared obligations
      *       over declared income, no higher than the AFFORDPM
      *       threshold. No declared income fails it;
      *     - LM-BORROWER and LM-BORROWER-NO are re-pointed and the
      *       new payment-to-income figure stored, the master
      *       journaled to LOANJRN;
      *     - every current LOANBORR row on the loan is ended with
      *       today's date and the new borrower (and co-borrower)
      *       written as current rows;
      *     - the FEESCHED ASSM fee for the loan type (flat amount
      *       plus a percent of the outstanding balance) is assessed
      *       to FEESRCV, for the next payment to collect;
      *     - a MODHIST row of type ASSM records the borrower before
      *       and after.
      *
      * A transaction that fails any test is rejected and reported
      * with nothing changed; any rejection ends the run RC 4. The
      * run holds the LOANLOCK run-level lock throughout, and is
      * refused (RC 8) without an AFFORDPM threshold to test by.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original assumption batch - assumptions were
      *                  booked as a payoff plus a new loan.
      * 2026-10-15  RJM  A new charge is written with nothing
      *                  waived - fwmaint records any waiver
      *                  against it. A new charge is written with
      *                  nothing added (FR-ADDED-AMT).
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lnassume.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASM-TXN-FILE ASSIGN TO "ASMTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASM-TXN-STATUS.
           SELECT LOAN-MSTR-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-APPL-ID
               FILE STATUS IS WS-LOAN-MSTR-STATUS.
           SELECT BORR-MSTR-FILE ASSIGN TO "BORRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-BORROWER-NO
               FILE STATUS IS WS-BORR-MSTR-STATUS.
           SELECT LOAN-BORR-FILE ASSIGN TO "LOANBORR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-KEY
               FILE STATUS IS WS-LOAN-BORR-STATUS.
           SELECT AFFORD-PRM-FILE ASSIGN TO "AFFORDPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFFORD-PRM-STATUS.
           SELECT FEE-SCHED-FILE ASSIGN TO "FEESCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-SCHED-STATUS.
           SELECT FEES-RCV-FILE ASSIGN TO "FEESRCV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-KEY
               FILE STATUS IS WS-FEES-RCV-STATUS.
           SELECT MOD-HIST-FILE ASSIGN TO "MODHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOD-HIST-STATUS.
           COPY lnjrnsel.
           COPY lnlcksel.

       DATA DIVISION.
       FILE SECTION.
       FD  ASM-TXN-FILE.
       01  ASM-TXN-RECORD.
           05 AS-APPL-ID        PIC X(20).
           05 AS-NEW-BORR-NO    PIC X(08).
           05 AS-NEW-CO-BORR-NO PIC X(08).
           05 AS-OPERATOR       PIC X(08).

           COPY loanmstr.

           COPY borrmstr.

           COPY loanborr.

       FD  AFFORD-PRM-FILE.
       01  AFFORD-PRM-RECORD.
           05 AF-MAX-RATIO PIC 9(1)V9(4).

       FD  FEE-SCHED-FILE.
       01  FEE-SCHED-RECORD.
           05 FS-LOAN-TYPE PIC X(04).
           05 FS-FEE-CODE  PIC X(04).
           05 FS-FLAT-AMT  PIC 9(5)V9(2).
           05 FS-PCT       PIC 9(2)V9(3).

           COPY feesrcv.

           COPY modhist.

           COPY lnjrnfd.

           COPY lnlckfd.

       WORKING-STORAGE SECTION.
       01 WS-ASM-TXN-STATUS PIC X(02) VALUE SPACES.
           88 ASM-TXN-OPENED VALUE "00".
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-BORR-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 BORR-MSTR-OPENED VALUE "00".
       01 WS-LOAN-BORR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-BORR-OPENED VALUE "00".
           88 LOAN-BORR-NOT-FOUND VALUE "35".
       01 WS-AFFORD-PRM-STATUS PIC X(02) VALUE SPACES.
           88 AFFORD-PRM-OPENED VALUE "00".
       01 WS-FEE-SCHED-STATUS PIC X(02) VALUE SPACES.
           88 FEE-SCHED-OPENED VALUE "00".
       01 WS-FEES-RCV-STATUS PIC X(02) VALUE SPACES.
           88 FEES-RCV-OPENED VALUE "00".
           88 FEES-RCV-NOT-FOUND VALUE "35".
       01 WS-MOD-HIST-STATUS PIC X(02) VALUE SPACES.
           88 MOD-HIST-NOT-FOUND VALUE "35".

       01 WS-TXN-EOF PIC X(01) VALUE "N".
           88 END-OF-TXN-FILE VALUE "Y".
       01 WS-FEE-EOF PIC X(01) VALUE "N".
           88 END-OF-FEE-SCHED VALUE "Y".
       01 WS-XREF-EOF PIC X(01) VALUE "N".
           88 END-OF-XREF VALUE "Y".

       01 WS-TODAY PIC 9(08).
       01 WS-TODAY-SPLIT REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY PIC 9(04).
           05 WS-TODAY-MM PIC 9(02).
           05 WS-TODAY-DD PIC 9(02).
       01 WS-TIME-NOW PIC 9(08).

      * Assumption fees, one row per loan type, loaded once from
      * the FEESCHED ASSM rows.
       01 WS-FEE-MAX PIC 9(03) COMP VALUE 50.
       01 WS-FEE-COUNT PIC 9(03) COMP VALUE ZEROES.
       01 FEE-TABLE.
           05 FEE-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-FEE-COUNT
               INDEXED BY FEE-IDX.
               10 FEE-LOAN-TYPE PIC X(04).
               10 FEE-FLAT-AMT PIC 9(5)V9(2).
               10 FEE-PCT PIC 9(2)V9(3).

      * The affordability test.
       01 WS-AFFORD-MAX PIC 9(1)V9(4) VALUE ZEROES.
       01 WS-PERIODS-YR PIC S9(3) COMP.
       01 WS-MONTHLY-PMT PIC S9(7)V9(2) COMP-3.
       01 WS-PTI PIC S9(3)V9(4) COMP-3.

      * The transaction in hand.
       01 WS-TXN-OK PIC X(01).
           88 TXN-ACCEPTED VALUE "Y".
       01 WS-REJECT-REASON PIC X(50).
       01 WS-NEW-NAME PIC X(25).
       01 WS-OLD-BORROWER-NO PIC X(08).
       01 WS-OLD-BORROWER PIC X(13).
       01 WS-FEE-AMOUNT PIC S9(7)V9(2) COMP-3.
       01 WS-ORIG-FULL PIC 9(08).
       01 WS-ORIG-YYYY PIC 9(04).
       01 WS-ORIG-MM PIC 9(02).
       01 WS-ELAPSED-MONTHS PIC S9(5) COMP.
       01 WS-ELAPSED PIC S9(4) COMP.
       01 WS-EFF-PERIOD PIC S9(4) COMP.
       01 WS-LOAN-MONTH PIC S9(5) COMP.
       01 WS-ROLE-WANTED PIC X(01).
       01 WS-BORR-WANTED PIC X(08).
       01 WS-AMT-DISPLAY PIC -Z,ZZZ,ZZ9.99.

       01 WS-APPLIED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-REJECTED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-ENDED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-FEE-ASSESSED PIC 9(07) VALUE ZEROES.

           COPY lnjrnws.
           COPY lnlckws.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "lnassume" TO WS-JRN-PROGRAM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.

           PERFORM 1000-LOAD-AFFORDABILITY THRU 1000-EXIT.
           IF WS-AFFORD-MAX = ZEROES
               DISPLAY "*** No affordability threshold on AFFORDPM - "
                   "incoming borrowers cannot be tested; no "
                   "assumptions applied."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1100-LOAD-FEES THRU 1100-EXIT.

           MOVE "lnassume" TO WS-LCK-HOLDER.
           PERFORM 9870-ACQUIRE-RUN-LOCK THRU 9870-EXIT.
           IF NOT LOCK-GRANTED
               DISPLAY "*** LOANMSTR is locked by " WS-LCK-OWNER
                   " since " WS-LCK-OWNER-DATE "-"
                   WS-LCK-OWNER-TIME " - run abandoned."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ASM-TXN-FILE.
           IF NOT ASM-TXN-OPENED
               DISPLAY "*** Unable to open ASMTXN - status "
                   WS-ASM-TXN-STATUS
               PERFORM 9871-RELEASE-RUN-LOCK THRU 9871-EXIT
               GOBACK
           END-IF.

           OPEN I-O LOAN-MSTR-FILE.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               CLOSE ASM-TXN-FILE
               PERFORM 9871-RELEASE-RUN-LOCK THRU 9871-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT BORR-MSTR-FILE.
           IF NOT BORR-MSTR-OPENED
               DISPLAY "*** Unable to open BORRMSTR - status "
                   WS-BORR-MSTR-STATUS " - incoming borrowers "
                   "cannot be validated; run abandoned."
               CLOSE ASM-TXN-FILE
               CLOSE LOAN-MSTR-FILE
               PERFORM 9871-RELEASE-RUN-LOCK THRU 9871-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O LOAN-BORR-FILE.
           IF LOAN-BORR-NOT-FOUND
               OPEN OUTPUT LOAN-BORR-FILE
               CLOSE LOAN-BORR-FILE
               OPEN I-O LOAN-BORR-FILE
           END-IF.
           IF NOT LOAN-BORR-OPENED
               DISPLAY "*** Unable to open LOANBORR - status "
                   WS-LOAN-BORR-STATUS
               CLOSE ASM-TXN-FILE
               CLOSE LOAN-MSTR-FILE
               CLOSE BORR-MSTR-FILE
               PERFORM 9871-RELEASE-RUN-LOCK THRU 9871-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O FEES-RCV-FILE.
           IF FEES-RCV-NOT-FOUND
               OPEN OUTPUT FEES-RCV-FILE
               CLOSE FEES-RCV-FILE
               OPEN I-O FEES-RCV-FILE
           END-IF.
           IF NOT FEES-RCV-OPENED
               DISPLAY "*** Unable to open FEESRCV - status "
                   WS-FEES-RCV-STATUS
               CLOSE ASM-TXN-FILE
               CLOSE LOAN-MSTR-FILE
               CLOSE BORR-MSTR-FILE
               CLOSE LOAN-BORR-FILE
               PERFORM 9871-RELEASE-RUN-LOCK THRU 9871-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND MOD-HIST-FILE.
           IF MOD-HIST-NOT-FOUND
               OPEN OUTPUT MOD-HIST-FILE
           END-IF.

           PERFORM 8000-READ-TXN THRU 8000-EXIT.
           PERFORM 2000-ASSUME-LOAN THRU 2000-EXIT
               UNTIL END-OF-TXN-FILE.

           CLOSE ASM-TXN-FILE.
           CLOSE LOAN-MSTR-FILE.
           CLOSE BORR-MSTR-FILE.
           CLOSE LOAN-BORR-FILE.
           CLOSE FEES-RCV-FILE.
           CLOSE MOD-HIST-FILE.
           PERFORM 9871-RELEASE-RUN-LOCK THRU 9871-EXIT.

           DISPLAY "lnassume: " WS-APPLIED-COUNT " assumption(s) "
               "applied, " WS-REJECTED-COUNT " rejected; "
               WS-ENDED-COUNT " borrower row(s) ended, "
               WS-FEE-ASSESSED " fee(s) assessed.".
           IF WS-REJECTED-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *-----------------------------------------------------------
      * 1000-LOAD-AFFORDABILITY
      *
      * The AFFORDPM payment-to-income threshold say prices by.
      *-----------------------------------------------------------
       1000-LOAD-AFFORDABILITY.
           OPEN INPUT AFFORD-PRM-FILE.
           IF NOT AFFORD-PRM-OPENED
               DISPLAY "*** Unable to open AFFORDPM - status "
                   WS-AFFORD-PRM-STATUS
               GO TO 1000-EXIT
           END-IF.
           READ AFFORD-PRM-FILE
               AT END CONTINUE
               NOT AT END
                   IF AF-MAX-RATIO NUMERIC
                       MOVE AF-MAX-RATIO TO WS-AFFORD-MAX
                   END-IF
           END-READ.
           CLOSE AFFORD-PRM-FILE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 1100-LOAD-FEES
      *
      * The ASSM rows of the fee schedule. A loan type with no row
      * - or no schedule at all - is assumed free of charge.
      *-----------------------------------------------------------
       1100-LOAD-FEES.
           MOVE "N" TO WS-FEE-EOF.
           OPEN INPUT FEE-SCHED-FILE.
           IF NOT FEE-SCHED-OPENED
               DISPLAY "lnassume: no FEESCHED - no assumption fees "
                   "this run."
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-READ-FEE THRU 1110-EXIT.
           PERFORM 1120-TAKE-FEE THRU 1120-EXIT
               UNTIL END-OF-FEE-SCHED.
           CLOSE FEE-SCHED-FILE.
       1100-EXIT.
           EXIT.

       1110-READ-FEE.
           READ FEE-SCHED-FILE
               AT END MOVE "Y" TO WS-FEE-EOF
           END-READ.
       1110-EXIT.
           EXIT.

       1120-TAKE-FEE.
           IF FS-FEE-CODE NOT = "ASSM"
               GO TO 1120-NEXT
           END-IF.
           IF FS-FLAT-AMT NOT NUMERIC OR FS-PCT NOT NUMERIC
               DISPLAY "*** FEESCHED ASSM row for '" FS-LOAN-TYPE
                   "' is not numeric - ignored."
               GO TO 1120-NEXT
           END-IF.
           IF WS-FEE-COUNT < WS-FEE-MAX
               ADD 1 TO WS-FEE-COUNT
               MOVE FS-LOAN-TYPE TO FEE-LOAN-TYPE (WS-FEE-COUNT)
               MOVE FS-FLAT-AMT TO FEE-FLAT-AMT (WS-FEE-COUNT)
               MOVE FS-PCT TO FEE-PCT (WS-FEE-COUNT)
           ELSE
               DISPLAY "*** Fee table full at " WS-FEE-MAX
                   " rows - '" FS-LOAN-TYPE "' ignored."
           END-IF.
       1120-NEXT.
           PERFORM 1110-READ-FEE THRU 1110-EXIT.
       1120-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-ASSUME-LOAN
      *
      * One ASMTXN transaction: validated in full before anything
      * is changed, then applied.
      *-----------------------------------------------------------
       2000-ASSUME-LOAN.
           MOVE AS-APPL-ID TO LM-APPL-ID.
           READ LOAN-MSTR-FILE
               INVALID KEY
                   MOVE "NO LOAN ON FILE" TO WS-REJECT-REASON
                   PERFORM 2900-REJECT THRU 2900-EXIT
                   GO TO 2000-NEXT
           END-READ.
           MOVE LOAN-MSTR-RECORD TO WS-JRN-BEFORE.

           PERFORM 2100-VALIDATE THRU 2100-EXIT.
           IF NOT TXN-ACCEPTED
               PERFORM 2900-REJECT THRU 2900-EXIT
               GO TO 2000-NEXT
           END-IF.

           PERFORM 2200-TEST-AFFORDABILITY THRU 2200-EXIT.
           IF NOT TXN-ACCEPTED
               PERFORM 2900-REJECT THRU 2900-EXIT
               GO TO 2000-NEXT
           END-IF.

      * Before-image of the parties, then the re-point.
           MOVE LM-BORROWER-NO TO WS-OLD-BORROWER-NO.
           MOVE LM-BORROWER TO WS-OLD-BORROWER.
           MOVE AS-NEW-BORR-NO TO LM-BORROWER-NO.
           MOVE WS-NEW-NAME (1:13) TO LM-BORROWER.
           MOVE WS-PTI TO LM-PTI-RATIO.
           REWRITE LOAN-MSTR-RECORD
               INVALID KEY
                   DISPLAY "*** Rewrite failed for '" LM-APPL-ID
                       "' - status " WS-LOAN-MSTR-STATUS
                   ADD 1 TO WS-REJECTED-COUNT
                   GO TO 2000-NEXT
           END-REWRITE.
           MOVE "R" TO WS-JRN-ACTION.
           PERFORM 9860-JOURNAL-LOAN THRU 9860-EXIT.

           PERFORM 2300-DERIVE-PERIOD THRU 2300-EXIT.
           PERFORM 2400-REPOINT-XREF THRU 2400-EXIT.
           PERFORM 2500-ASSESS-FEE THRU 2500-EXIT.
           PERFORM 2600-WRITE-MOD-HISTORY THRU 2600-EXIT.

           ADD 1 TO WS-APPLIED-COUNT.
           DISPLAY "Assumed '" LM-APPL-ID "' - " WS-OLD-BORROWER-NO
               " to " LM-BORROWER-NO " (" LM-BORROWER "), PTI "
               LM-PTI-RATIO ".".

       2000-NEXT.
           PERFORM 8000-READ-TXN THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2100-VALIDATE
      *
      * The loan must be BOOKED; the incoming borrower named, on
      * the registry and not already the borrower; an incoming
      * co-borrower on the registry and not the borrower again.
      * Leaves the incoming borrower's registry record in hand.
      *-----------------------------------------------------------
       2100-VALIDATE.
           MOVE "N" TO WS-TXN-OK.
           IF NOT LM-ST-BOOKED
               MOVE SPACES TO WS-REJECT-REASON
               STRING "LOAN IS " LM-STATUS " NOT BOOKED"
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF.
           IF AS-NEW-BORR-NO = SPACES
               MOVE "NO INCOMING BORROWER" TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF.
           IF AS-NEW-BORR-NO = LM-BORROWER-NO
               MOVE "INCOMING BORROWER ALREADY ON THE LOAN"
                   TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF.
           IF AS-NEW-CO-BORR-NO NOT = SPACES
               IF AS-NEW-CO-BORR-NO = AS-NEW-BORR-NO
                   MOVE "CO-BORROWER SAME AS BORROWER"
                       TO WS-REJECT-REASON
                   GO TO 2100-EXIT
               END-IF
               MOVE AS-NEW-CO-BORR-NO TO BM-BORROWER-NO
               READ BORR-MSTR-FILE
                   INVALID KEY
                       MOVE "CO-BORROWER NOT ON BORRMSTR"
                           TO WS-REJECT-REASON
                       GO TO 2100-EXIT
               END-READ
           END-IF.
           MOVE AS-NEW-BORR-NO TO BM-BORROWER-NO.
           READ BORR-MSTR-FILE
               INVALID KEY
                   MOVE "BORROWER NOT ON BORRMSTR" TO WS-REJECT-REASON
                   GO TO 2100-EXIT
           END-READ.
           MOVE BM-NAME TO WS-NEW-NAME.
           MOVE "Y" TO WS-TXN-OK.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2200-TEST-AFFORDABILITY
      *
      * say's AFFORD test on the incoming borrower: the loan's
      * payment at a monthly equivalent for its frequency, plus
      * declared obligations, over declared income, against the
      * AFFORDPM threshold.
      *-----------------------------------------------------------
       2200-TEST-AFFORDABILITY.
           MOVE "N" TO WS-TXN-OK.
           MOVE ZEROES TO WS-PTI.
           IF BM-MONTHLY-INCOME NOT NUMERIC
               OR BM-MONTHLY-INCOME NOT > ZEROES
               MOVE "AFFORD - NO DECLARED INCOME" TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN LM-PF-BIWEEKLY
                   MOVE 26 TO WS-PERIODS-YR
               WHEN LM-PF-QUARTERLY
                   MOVE 4 TO WS-PERIODS-YR
               WHEN OTHER
                   MOVE 12 TO WS-PERIODS-YR
           END-EVALUATE.
           COMPUTE WS-MONTHLY-PMT ROUNDED =
               LM-PAYMENT * WS-PERIODS-YR / 12.
           COMPUTE WS-PTI ROUNDED =
               (WS-MONTHLY-PMT + BM-MONTHLY-OBLIG)
               / BM-MONTHLY-INCOME.
           IF WS-PTI > WS-AFFORD-MAX
               MOVE SPACES TO WS-REJECT-REASON
               STRING "AFFORD - PAYMENT-TO-INCOME OVER "
                   WS-AFFORD-MAX
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF.
           MOVE "Y" TO WS-TXN-OK.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2300-DERIVE-PERIOD
      *
      * The period the assumption takes effect from - the next to
      * fall due, at the loan's frequency, as lnmod derives it -
      * and the loan month (from origination) the fee is keyed
      * by.
      *-----------------------------------------------------------
       2300-DERIVE-PERIOD.
           MOVE ZEROES TO WS-EFF-PERIOD.
           MOVE 1 TO WS-LOAN-MONTH.
           IF LM-APPL-ID (1:8) NOT NUMERIC
               GO TO 2300-EXIT
           END-IF.
           MOVE LM-APPL-ID (1:8) TO WS-ORIG-FULL.
           MOVE LM-APPL-ID (1:4) TO WS-ORIG-YYYY.
           MOVE LM-APPL-ID (5:2) TO WS-ORIG-MM.
           COMPUTE WS-ELAPSED-MONTHS =
               (WS-TODAY-YYYY - WS-ORIG-YYYY) * 12
               + WS-TODAY-MM - WS-ORIG-MM.
           EVALUATE TRUE
               WHEN LM-PF-BIWEEKLY
                   COMPUTE WS-ELAPSED =
                       (FUNCTION INTEGER-OF-DATE(WS-TODAY)
                       - FUNCTION INTEGER-OF-DATE(WS-ORIG-FULL))
                       / 14
               WHEN LM-PF-QUARTERLY
                   COMPUTE WS-ELAPSED = WS-ELAPSED-MONTHS / 3
               WHEN OTHER
                   MOVE WS-ELAPSED-MONTHS TO WS-ELAPSED
           END-EVALUATE.
           IF WS-ELAPSED < ZERO
               MOVE ZERO TO WS-ELAPSED
           END-IF.
           COMPUTE WS-EFF-PERIOD = WS-ELAPSED + 1.
           IF WS-ELAPSED-MONTHS > ZERO
               COMPUTE WS-LOAN-MONTH = WS-ELAPSED-MONTHS + 1
           END-IF.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2400-REPOINT-XREF
      *
      * Ends every current LOANBORR row on the loan with today's
      * date, then puts the incoming borrower (and co-borrower) on
      * as current rows. A party with an ended row of their own on
      * the loan - back on it after an earlier assumption - has
      * that row brought current again in the new role.
      *-----------------------------------------------------------
       2400-REPOINT-XREF.
           MOVE "N" TO WS-XREF-EOF.
           MOVE LM-APPL-ID TO LB-APPL-ID.
           MOVE SPACES TO LB-BORROWER-NO.
           START LOAN-BORR-FILE KEY NOT < LB-KEY
               INVALID KEY MOVE "Y" TO WS-XREF-EOF
           END-START.
           IF NOT END-OF-XREF
               PERFORM 8100-READ-XREF THRU 8100-EXIT
               PERFORM 2410-END-XREF-ROW THRU 2410-EXIT
                   UNTIL END-OF-XREF
           END-IF.

           MOVE AS-NEW-BORR-NO TO WS-BORR-WANTED.
           MOVE "P" TO WS-ROLE-WANTED.
           PERFORM 2420-PUT-XREF-ROW THRU 2420-EXIT.
           IF AS-NEW-CO-BORR-NO NOT = SPACES
               MOVE AS-NEW-CO-BORR-NO TO WS-BORR-WANTED
               MOVE "C" TO WS-ROLE-WANTED
               PERFORM 2420-PUT-XREF-ROW THRU 2420-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

       2410-END-XREF-ROW.
           IF LB-APPL-ID NOT = LM-APPL-ID
               MOVE "Y" TO WS-XREF-EOF
               GO TO 2410-EXIT
           END-IF.
           IF LB-CURRENT
               MOVE WS-TODAY TO LB-END-DATE
               REWRITE LOAN-BORR-RECORD
                   INVALID KEY
                       DISPLAY "*** LOANBORR rewrite failed for '"
                           LB-KEY "' - status " WS-LOAN-BORR-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-ENDED-COUNT
               END-REWRITE
           END-IF.
           PERFORM 8100-READ-XREF THRU 8100-EXIT.
       2410-EXIT.
           EXIT.

       2420-PUT-XREF-ROW.
           MOVE LM-APPL-ID TO LB-APPL-ID.
           MOVE WS-BORR-WANTED TO LB-BORROWER-NO.
           READ LOAN-BORR-FILE
               INVALID KEY
                   MOVE WS-ROLE-WANTED TO LB-ROLE
                   MOVE ZEROES TO LB-END-DATE
                   WRITE LOAN-BORR-RECORD
                       INVALID KEY
                           DISPLAY "*** LOANBORR write failed for '"
                               LB-KEY "' - status "
                               WS-LOAN-BORR-STATUS
                   END-WRITE
                   GO TO 2420-EXIT
           END-READ.
           MOVE WS-ROLE-WANTED TO LB-ROLE.
           MOVE ZEROES TO LB-END-DATE.
           REWRITE LOAN-BORR-RECORD
               INVALID KEY
                   DISPLAY "*** LOANBORR rewrite failed for '"
                       LB-KEY "' - status " WS-LOAN-BORR-STATUS
           END-REWRITE.
       2420-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2500-ASSESS-FEE
      *
      * The loan type's ASSM fee - flat amount plus a percent of
      * the outstanding balance - onto FEESRCV as ASSESSED, keyed
      * by the loan month, for the next payment's fee step to
      * collect.
      *-----------------------------------------------------------
       2500-ASSESS-FEE.
           MOVE ZEROES TO WS-FEE-AMOUNT.
           SET FEE-IDX TO 1.
           SEARCH FEE-ENTRY
               AT END
                   GO TO 2500-EXIT
               WHEN FEE-LOAN-TYPE (FEE-IDX) = LM-LOAN-TYPE
                   COMPUTE WS-FEE-AMOUNT ROUNDED =
                       FEE-FLAT-AMT (FEE-IDX)
                       + LM-OUTSTANDING-BAL * FEE-PCT (FEE-IDX) / 100
           END-SEARCH.
           IF WS-FEE-AMOUNT NOT > ZERO
               GO TO 2500-EXIT
           END-IF.

           MOVE LM-APPL-ID TO FR-APPL-ID.
           MOVE WS-LOAN-MONTH TO FR-PERIOD-NO.
           MOVE "ASSM" TO FR-FEE-CODE.
           MOVE WS-TODAY TO FR-ASSESS-DATE.
           MOVE WS-FEE-AMOUNT TO FR-CHARGE-AMT.
           MOVE LM-LOAN-TYPE TO FR-LOAN-TYPE.
           MOVE "ASSESSED" TO FR-FEE-STATUS.
           MOVE ZEROES TO FR-PAID-DATE.
           MOVE ZEROES TO FR-PAID-SEQ.
           MOVE ZEROES TO FR-WAIVED-AMT FR-WAIVE-DATE FR-ADDED-AMT.
           MOVE SPACES TO FR-WAIVE-REASON.
           WRITE FEES-RCV-RECORD
               INVALID KEY
                   DISPLAY "*** Assumption fee for month "
                       FR-PERIOD-NO " on '" LM-APPL-ID "' already "
                       "on FEESRCV - not assessed again."
                   GO TO 2500-EXIT
           END-WRITE.
           ADD 1 TO WS-FEE-ASSESSED.
           MOVE WS-FEE-AMOUNT TO WS-AMT-DISPLAY.
           DISPLAY "    assumption fee " WS-AMT-DISPLAY " "
               LM-CURRENCY " assessed.".
       2500-EXIT.
           EXIT.

       2600-WRITE-MOD-HISTORY.
           MOVE LM-APPL-ID TO MH-APPL-ID.
           MOVE WS-TODAY TO MH-MOD-DATE.
           MOVE WS-TIME-NOW TO MH-MOD-TIME.
           MOVE AS-OPERATOR TO MH-OPERATOR.
           MOVE WS-EFF-PERIOD TO MH-EFF-PERIOD.
           MOVE LM-RATE TO MH-OLD-RATE.
           MOVE LM-TERM TO MH-OLD-TERM.
           MOVE LM-PAYMENT TO MH-OLD-PAYMENT.
           MOVE LM-RATE TO MH-NEW-RATE.
           MOVE LM-TERM TO MH-NEW-TERM.
           MOVE LM-PAYMENT TO MH-NEW-PAYMENT.
           MOVE "ASSM" TO MH-MOD-TYPE.
           MOVE WS-OLD-BORROWER-NO TO MH-OLD-BORROWER-NO.
           MOVE WS-OLD-BORROWER TO MH-OLD-BORROWER.
           MOVE LM-BORROWER-NO TO MH-NEW-BORROWER-NO.
           MOVE LM-BORROWER TO MH-NEW-BORROWER.
           WRITE MOD-HIST-RECORD.
       2600-EXIT.
           EXIT.

       2900-REJECT.
           ADD 1 TO WS-REJECTED-COUNT.
           DISPLAY "*** Assumption of '" AS-APPL-ID "' by '"
               AS-NEW-BORR-NO "' rejected - " WS-REJECT-REASON.
       2900-EXIT.
           EXIT.

       8000-READ-TXN.
           READ ASM-TXN-FILE
               AT END MOVE "Y" TO WS-TXN-EOF
           END-READ.
       8000-EXIT.
           EXIT.

       8100-READ-XREF.
           READ LOAN-BORR-FILE NEXT
               AT END MOVE "Y" TO WS-XREF-EOF
           END-READ.
       8100-EXIT.
           EXIT.

           COPY lnjrnwrt.
           COPY lnlckwrt.
