      *
      * Each record carries the borrower identity from BORRMSTR,
      * the original and outstanding amounts, a 24-position payment
      * history grid (newest period first: C when the postings
      * covered the cumulative amount due through that period, D
      * when they did not, blank before the loan's first period),
      * and an account-status code mapped from LM-STATUS and the
      * delinquency bucket. Both come from the DLQSNAP snapshot the
      * night's lnaging run leaves - every period from the oldest
      * unpaid one on is a D:
      *
      *     11 current   71 30+   78 60+   80 90+
      *     13 paid off  97 charged off
      *
      * A loan under a legal hold in force on LEGALHLD (on the loan
      * or on its borrower) carries the hold's bureau codes: the
      * consumer information indicator - A/B/C/D for a Chapter
      * 7/11/12/13 petition - and any special comment lhmaint
      * recorded; a death hold reports ECOA code X (deceased).
      *
      * A loan lnpifcls has closed out is stamped with this
      * extract's date on its PIFCLOSE row the first time it goes
      * to the bureau as 13 (paid off). A closed-out loan that
      * lnmaint has moved on to CLOSED before that first report is
      * still sent once as 13, so no payoff goes unreported.
      *
      * A loan with a dispute still OPEN on BDISPUTE carries
      * compliance condition code XB (disputed, investigation in
      * progress). Once the dispute is resolved the next extract
      * reports XH (previously in dispute, investigation complete)
      * and stamps the dispute as reported; a dispute resolved in
      * the borrower's favour is also sent as a C correction record
      * - the account as it now stands, in the detail layout - even
      * for a loan no longer reportable in its own right.
      *
      * A reconciliation report closes the run: records extracted
      * against loans on file, by lifecycle status.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-09-02  RJM  Original bureau extract.
      * 2026-10-15  RJM  Grid and status code come from the DLQSNAP
      *                  snapshot lnaging writes instead of
      *                  re-walking AMORTSCH against PAYHIST;
      *                  refuses to run with no snapshot.
      * 2026-10-15  RJM  Reports the special comment, consumer
      *                  information indicator and deceased ECOA
      *                  code for loans under a legal hold on
      *                  LEGALHLD, in the detail record's spare
      *                  positions.
      * 2026-10-15  RJM  Stamps the bureau date on PIFCLOSE when a
      *                  closed-out loan is first reported paid
      *                  off, and reports a closed-out loan once as
      *                  13 even if it is already CLOSED.
      * 2026-10-15  RJM  Reports compliance condition XB while a
      *                  BDISPUTE dispute is open and XH once it is
      *                  resolved, with a C correction record for a
      *                  dispute resolved in the borrower's favour.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-APPL-ID
               FILE STATUS IS WS-LOAN-MSTR-STATUS.
           SELECT DLQ-SNAP-FILE ASSIGN TO "DLQSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-APPL-ID
               FILE STATUS IS WS-DLQ-SNAP-STATUS.
           SELECT BORR-MSTR-FILE ASSIGN TO "BORRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT BUREAU-FILE ASSIGN TO "BUREAU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUREAU-STATUS.
           SELECT PIF-CLOSE-FILE ASSIGN TO "PIFCLOSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-APPL-ID
               FILE STATUS IS WS-PIF-CLOSE-STATUS.
           COPY lnhldsel.
           COPY lndspsel.

       DATA DIVISION.
       FILE SECTION.
           COPY loanmstr.

           COPY dlqsnap.

           COPY borrmstr.

           05 BU-OUTSTANDING PIC 9(9)V9(2).
           05 BU-STATUS-CODE PIC X(02).
           05 BU-PAY-GRID    PIC X(24).
      * Legal-hold codes - blank unless a hold is in force.
           05 BU-SPECIAL-CMT PIC X(02).
           05 BU-CII         PIC X(02).
           05 BU-ECOA        PIC X(01).
      * Compliance condition - XB while a dispute is open, XH on
      * the first extract after it is resolved.
           05 BU-COMPL-COND  PIC X(02).
           05 FILLER         PIC X(02).
       01  BUREAU-TRAILER REDEFINES BUREAU-RECORD.
           05 FILLER       PIC X(01).
           05 BU-TRL-COUNT PIC 9(07).
           05 BU-TRL-HASH  PIC 9(11)V9(2).
           05 FILLER       PIC X(90).

           COPY legalhld.

           COPY pifclose.

           COPY bdispute.

       WORKING-STORAGE SECTION.
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-DLQ-SNAP-STATUS PIC X(02) VALUE SPACES.
           88 DLQ-SNAP-OPENED VALUE "00".
       01 WS-BORR-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 BORR-MSTR-OPENED VALUE "00".
       01 WS-BUREAU-STATUS PIC X(02) VALUE SPACES.
       01 WS-PIF-CLOSE-STATUS PIC X(02) VALUE SPACES.
           88 PIF-CLOSE-OPENED VALUE "00".

      * PIFCLOSE is optional - with no closures on file every loan
      * is reported from its status alone.
       01 WS-PIF-AVAIL PIC X(01) VALUE "N".
           88 CLOSURES-AVAILABLE VALUE "Y".
       01 WS-PIF-FOUND PIC X(01) VALUE "N".
           88 CLOSURE-UNREPORTED VALUE "Y".

      * BDISPUTE is optional too - with no disputes on file no
      * compliance condition is reported.
       01 WS-DSP-AVAIL PIC X(01) VALUE "N".
           88 DISPUTES-AVAILABLE VALUE "Y".
       01 WS-DSP-OPEN PIC X(01) VALUE "N".
           88 DISPUTE-OPEN VALUE "Y".
       01 WS-DSP-SETTLED PIC X(01) VALUE "N".
           88 DISPUTE-SETTLED VALUE "Y".
       01 WS-DSP-CORRECT PIC X(01) VALUE "N".
           88 DISPUTE-CORRECTION VALUE "Y".
       01 WS-REPORTABLE PIC X(01) VALUE "N".
           88 LOAN-REPORTABLE VALUE "Y".

       01 WS-MSTR-EOF PIC X(01) VALUE "N".
           88 END-OF-MASTER VALUE "Y".

       01 WS-ASOF-DATE PIC 9(08).

      * The loan in hand, as the snapshot has it.
       01 WS-ELAPSED-PERIODS PIC S9(4) COMP.
       01 WS-OLDEST-UNPAID PIC S9(4) COMP.
       01 WS-DAYS-PAST-DUE PIC S9(5) COMP.
       01 WS-PERIOD-IDX PIC S9(4) COMP.

       01 WS-GRID PIC X(24).
       01 WS-GRID-POS PIC S9(4) COMP.
       01 WS-GRID-CURSOR PIC S9(4) COMP.

       01 WS-EXTRACT-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-HASH-TOTAL PIC 9(11)V9(2) VALUE ZEROES.
       01 WS-ONFILE-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-SKIPPED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-PIF-FIRST-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-DISPUTED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-CORRECTION-COUNT PIC 9(07) VALUE ZEROES.
           COPY lnhldws.
           COPY lndspws.

       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD.

           OPEN INPUT DLQ-SNAP-FILE.
           IF NOT DLQ-SNAP-OPENED
               DISPLAY "*** Unable to open DLQSNAP - status "
                   WS-DLQ-SNAP-STATUS " - run lnaging first."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT LOAN-MSTR-FILE.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               CLOSE DLQ-SNAP-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-ASOF-DATE TO BU-HDR-DATE.
           WRITE BUREAU-RECORD.

           MOVE WS-ASOF-DATE TO WS-HLD-ASOF.
           PERFORM 9890-OPEN-LEGAL-HOLD THRU 9890-EXIT.
           OPEN I-O PIF-CLOSE-FILE.
           IF PIF-CLOSE-OPENED
               MOVE "Y" TO WS-PIF-AVAIL
           END-IF.
           OPEN I-O BUREAU-DISPUTE-FILE.
           IF BUREAU-DSP-OPENED
               MOVE "Y" TO WS-DSP-AVAIL
           END-IF.

           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
           PERFORM 2000-EXTRACT-LOAN THRU 2000-EXIT
               UNTIL END-OF-MASTER.

           PERFORM 9892-CLOSE-LEGAL-HOLD THRU 9892-EXIT.
           IF CLOSURES-AVAILABLE
               CLOSE PIF-CLOSE-FILE
           END-IF.
           IF DISPUTES-AVAILABLE
               CLOSE BUREAU-DISPUTE-FILE
           END-IF.

           MOVE SPACES TO BUREAU-RECORD.
           MOVE "T" TO BU-REC-TYPE.
           MOVE WS-EXTRACT-COUNT TO BU-TRL-COUNT.
           WRITE BUREAU-RECORD.
           CLOSE BUREAU-FILE.
           CLOSE LOAN-MSTR-FILE.
           CLOSE DLQ-SNAP-FILE.

           DISPLAY "lnbureau: reconciliation".
           DISPLAY "  loans on file:       " WS-ONFILE-COUNT.
           DISPLAY "  records extracted:   " WS-EXTRACT-COUNT.
           DISPLAY "  not reportable:      " WS-SKIPPED-COUNT.
           DISPLAY "  under legal hold:    " WS-HLD-COUNT.
           DISPLAY "  first paid-in-full:  " WS-PIF-FIRST-COUNT.
           DISPLAY "  reported disputed:   " WS-DISPUTED-COUNT.
           DISPLAY "  corrections sent:    " WS-CORRECTION-COUNT.
           GOBACK.

      *-----------------------------------------------------------
      * 2000-EXTRACT-LOAN
      *
      * One reportable loan becomes one D record, and a dispute
      * resolved in the borrower's favour a C correction record;
      * everything else is counted for the reconciliation.
      *-----------------------------------------------------------
       2000-EXTRACT-LOAN.
           ADD 1 TO WS-ONFILE-COUNT.
           PERFORM 2100-FIND-CLOSURE THRU 2100-EXIT.
           PERFORM 2150-FIND-DISPUTES THRU 2150-EXIT.
           MOVE "N" TO WS-REPORTABLE.
           IF LM-ST-BOOKED OR LM-ST-PAID-OFF OR LM-ST-CHGD-OFF
               OR CLOSURE-UNREPORTED
               MOVE "Y" TO WS-REPORTABLE
           END-IF.
           IF NOT LOAN-REPORTABLE AND NOT DISPUTE-CORRECTION
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 2000-NEXT
           END-IF.

           PERFORM 2200-READ-SNAPSHOT THRU 2200-EXIT.
           PERFORM 2500-BUILD-GRID THRU 2500-EXIT.

           MOVE SPACES TO BUREAU-RECORD.
           MOVE LM-OUTSTANDING-BAL TO BU-OUTSTANDING.
           PERFORM 2700-MAP-STATUS-CODE THRU 2700-EXIT.
           MOVE WS-GRID TO BU-PAY-GRID.
           PERFORM 2800-HOLD-CODES THRU 2800-EXIT.
           IF DISPUTE-OPEN
               MOVE "XB" TO BU-COMPL-COND
           ELSE
               IF DISPUTE-SETTLED
                   MOVE "XH" TO BU-COMPL-COND
               END-IF
           END-IF.
           IF DISPUTE-CORRECTION
               MOVE "C" TO BU-REC-TYPE
               WRITE BUREAU-RECORD
               MOVE "D" TO BU-REC-TYPE
               ADD 1 TO WS-CORRECTION-COUNT
               ADD 1 TO WS-EXTRACT-COUNT
               ADD LM-OUTSTANDING-BAL TO WS-HASH-TOTAL
           END-IF.
           IF DISPUTE-SETTLED
               PERFORM 2160-STAMP-DISPUTES THRU 2160-EXIT
           END-IF.
           IF DISPUTE-OPEN OR DISPUTE-SETTLED
               ADD 1 TO WS-DISPUTED-COUNT
           END-IF.
           IF NOT LOAN-REPORTABLE
               GO TO 2000-NEXT
           END-IF.
           WRITE BUREAU-RECORD.
           IF CLOSURE-UNREPORTED
               MOVE WS-ASOF-DATE TO PF-BUREAU-DATE
               REWRITE PIF-CLOSE-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               ADD 1 TO WS-PIF-FIRST-COUNT
           END-IF.

           ADD 1 TO WS-EXTRACT-COUNT.
           ADD LM-OUTSTANDING-BAL TO WS-HASH-TOTAL.
           EXIT.

      *-----------------------------------------------------------
      * 2100-FIND-CLOSURE
      *
      * Whether a paid-off or closed loan has a PIFCLOSE row the
      * bureau has not yet been sent.
      *-----------------------------------------------------------
       2100-FIND-CLOSURE.
           MOVE "N" TO WS-PIF-FOUND.
           IF NOT CLOSURES-AVAILABLE
               GO TO 2100-EXIT
           END-IF.
           IF NOT LM-ST-PAID-OFF AND NOT LM-ST-CLOSED
               GO TO 2100-EXIT
           END-IF.
           MOVE LM-APPL-ID TO PF-APPL-ID.
           READ PIF-CLOSE-FILE
               INVALID KEY
                   GO TO 2100-EXIT
           END-READ.
           IF PF-BUREAU-DATE = ZEROES
               MOVE "Y" TO WS-PIF-FOUND
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2200-READ-SNAPSHOT
      *
      * The loan's fallen-due periods, oldest unpaid period and
      * its age in days as the night's lnaging run found them; a
      * loan with no snapshot row had nothing fall due.
      *-----------------------------------------------------------
      *-----------------------------------------------------------
      * 2150-FIND-DISPUTES
      *
      * Whether the loan has a dispute open on BDISPUTE at any
      * bureau, a resolved one not yet reported, and among those
      * one resolved in the borrower's favour.
      *-----------------------------------------------------------
       2150-FIND-DISPUTES.
           MOVE "N" TO WS-DSP-OPEN.
           MOVE "N" TO WS-DSP-SETTLED.
           MOVE "N" TO WS-DSP-CORRECT.
           IF NOT DISPUTES-AVAILABLE
               GO TO 2150-EXIT
           END-IF.
           PERFORM 2170-START-DISPUTES THRU 2170-EXIT.
           PERFORM 2155-CHECK-DISPUTE THRU 2155-EXIT
               UNTIL DSP-SCAN-DONE.
       2150-EXIT.
           EXIT.

       2155-CHECK-DISPUTE.
           PERFORM 2175-NEXT-DISPUTE THRU 2175-EXIT.
           IF DSP-SCAN-DONE
               GO TO 2155-EXIT
           END-IF.
           IF BD-OPEN AND BD-DISPUTE-DATE NOT > WS-ASOF-DATE
               MOVE "Y" TO WS-DSP-OPEN
           END-IF.
           IF BD-RESOLVED AND BD-REPORTED-DATE = ZEROES
               MOVE "Y" TO WS-DSP-SETTLED
               IF BD-RES-CORRECTED
                   MOVE "Y" TO WS-DSP-CORRECT
               END-IF
           END-IF.
       2155-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2160-STAMP-DISPUTES
      *
      * Marks the loan's resolved disputes as reported with this
      * extract's date, so XH and any correction go only once.
      *-----------------------------------------------------------
       2160-STAMP-DISPUTES.
           PERFORM 2170-START-DISPUTES THRU 2170-EXIT.
           PERFORM 2165-STAMP-DISPUTE THRU 2165-EXIT
               UNTIL DSP-SCAN-DONE.
       2160-EXIT.
           EXIT.

       2165-STAMP-DISPUTE.
           PERFORM 2175-NEXT-DISPUTE THRU 2175-EXIT.
           IF DSP-SCAN-DONE
               GO TO 2165-EXIT
           END-IF.
           IF BD-RESOLVED AND BD-REPORTED-DATE = ZEROES
               MOVE WS-ASOF-DATE TO BD-REPORTED-DATE
               REWRITE BUREAU-DISPUTE-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
       2165-EXIT.
           EXIT.

       2170-START-DISPUTES.
           MOVE "N" TO WS-DSP-SCAN.
           MOVE LM-APPL-ID TO BD-APPL-ID.
           MOVE LOW-VALUES TO BD-BUREAU.
           MOVE ZEROES TO BD-DISPUTE-DATE.
           START BUREAU-DISPUTE-FILE KEY NOT < BD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-DSP-SCAN
           END-START.
       2170-EXIT.
           EXIT.

       2175-NEXT-DISPUTE.
           IF DSP-SCAN-DONE
               GO TO 2175-EXIT
           END-IF.
           READ BUREAU-DISPUTE-FILE NEXT
               AT END
                   MOVE "Y" TO WS-DSP-SCAN
                   GO TO 2175-EXIT
           END-READ.
           IF BD-APPL-ID NOT = LM-APPL-ID
               MOVE "Y" TO WS-DSP-SCAN
           END-IF.
       2175-EXIT.
           EXIT.

       2200-READ-SNAPSHOT.
           MOVE ZEROES TO WS-ELAPSED-PERIODS.
           MOVE ZEROES TO WS-OLDEST-UNPAID.
           MOVE ZEROES TO WS-DAYS-PAST-DUE.
           MOVE LM-APPL-ID TO DS-APPL-ID.
           READ DLQ-SNAP-FILE
               INVALID KEY
                   GO TO 2200-EXIT
           END-READ.
           MOVE DS-ELAPSED-PERIODS TO WS-ELAPSED-PERIODS.
           MOVE DS-OLDEST-UNPAID TO WS-OLDEST-UNPAID.
           MOVE DS-DAYS-PAST-DUE TO WS-DAYS-PAST-DUE.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2500-BUILD-GRID
      *
      * The last 24 fallen-due periods, newest first: C before the
      * oldest unpaid period, D from it on, blank beyond the loan's
      * own history. The cumulative amount due only grows, so the
      * first period the postings stopped covering splits the grid.
      *-----------------------------------------------------------
       2500-BUILD-GRID.
           MOVE SPACES TO WS-GRID.
           IF WS-ELAPSED-PERIODS NOT > ZERO
               GO TO 2500-EXIT
           END-IF.
           MOVE ZEROES TO WS-GRID-POS.
           PERFORM 2510-GRID-PERIOD THRU 2510-EXIT
               VARYING WS-PERIOD-IDX FROM 1 BY 1
           EXIT.

       2510-GRID-PERIOD.
      * The newest 24 periods fill positions 1-24, newest first.
           COMPUTE WS-GRID-CURSOR =
               WS-ELAPSED-PERIODS - WS-PERIOD-IDX + 1.
           IF WS-GRID-CURSOR > 24
               GO TO 2510-EXIT
           END-IF.
           IF WS-OLDEST-UNPAID = ZERO
               OR WS-PERIOD-IDX < WS-OLDEST-UNPAID
               MOVE "C" TO WS-GRID (WS-GRID-CURSOR:1)
           ELSE
               MOVE "D" TO WS-GRID (WS-GRID-CURSOR:1)

       2700-MAP-STATUS-CODE.
           EVALUATE TRUE
               WHEN LM-ST-PAID-OFF OR LM-ST-CLOSED
                   OR CLOSURE-UNREPORTED
                   MOVE "13" TO BU-STATUS-CODE
               WHEN LM-ST-CHGD-OFF
                   MOVE "97" TO BU-STATUS-CODE
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2800-HOLD-CODES
      *
      * The bureau codes of any legal hold in force on the loan or
      * its borrower.
      *-----------------------------------------------------------
       2800-HOLD-CODES.
           PERFORM 9891-CHECK-LEGAL-HOLD THRU 9891-EXIT.
           IF NOT LEGAL-HOLD-ON
               GO TO 2800-EXIT
           END-IF.
           MOVE WS-HLD-COMMENT TO BU-SPECIAL-CMT.
           MOVE WS-HLD-CII TO BU-CII.
           IF HLD-DECEASED
               MOVE "X" TO BU-ECOA
           END-IF.
       2800-EXIT.
           EXIT.

       8000-READ-MASTER.
           READ LOAN-MSTR-FILE
               AT END MOVE "Y" TO WS-MSTR-EOF
       8000-EXIT.
           EXIT.

           COPY lnhldchk.
