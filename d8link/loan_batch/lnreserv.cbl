      ******************************************************************
      *
      * Month-End Loan-Loss Reserve
      * ===========================
      *
      * Works the allowance for credit losses finance was deriving
      * by hand from the aging and vintage reports. For the period
      * on the first CLOSEPM row (the run month when there is none)
      * every BOOKED loan's outstanding balance is aged into its
      * DLQSNAP bucket - CURRENT, 30+, 60+ or 90+, a loan with no
      * snapshot row being current - and summed by loan type and
      * currency. The RESVRATE loss rate for the loan type and
      * bucket (a * loan type covers any type without its own row)
      * gives each bucket's reserve; their sum is the closing
      * reserve.
      *
      * The opening reserve is the closing reserve on the latest
      * earlier RESVHIST roll-forward row. The period's charge-offs
      * (CHGOFF) are written off against the reserve and its
      * recoveries (RECOVLED) credited back to it, and the
      * provision - a release when negative - is whatever takes the
      * opening reserve to the closing one:
      *
      *   opening - charge-offs + recoveries + provision = closing
      *
      * The entries go to RESVEXTR in the GLEXTR layout (H header
      * with source RESERVE, D postings, T trailer), mapped through
      * GLMAP exactly as lnglextr maps, so lnglpost can roll them
      * into GLBAL:
      *
      *   - provision DR PROVEXP / CR ALLOWLN (a release the
      *     reverse),
      *   - charge-offs DR ALLOWLN / CR LOANREC,
      *   - recoveries DR RECOVINC / CR ALLOWLN - lnglextr booked
      *     them to recovery income as received; at month-end they
      *     are reclassed to the allowance they replenish.
      *
      * The period's rows go on RESVHIST and the roll-forward is
      * reported to RESVRPT. A balance with no loss rate, or a
      * posting with no GLMAP row, fails the run - RESVEXTR is
      * left empty, nothing is added to RESVHIST and RETURN-CODE is
      * 8. A period already on RESVHIST is not worked again
      * (RETURN-CODE 4).
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original loan-loss reserve batch.
      * 2026-10-15  RJM  RECOVLED layout taken from the recovled
      *                  copybook. An agency recovery is credited
      *                  whole - its contingency fee is a collection
      *                  cost, not a smaller recovery.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lnreserv.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-PRM-FILE ASSIGN TO "CLOSEPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-PRM-STATUS.
           SELECT RESV-RATE-FILE ASSIGN TO "RESVRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESV-RATE-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-MAP-STATUS.
           SELECT LOAN-MSTR-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-APPL-ID
               FILE STATUS IS WS-LOAN-MSTR-STATUS.
           SELECT DLQ-SNAP-FILE ASSIGN TO "DLQSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-APPL-ID
               FILE STATUS IS WS-DLQ-SNAP-STATUS.
           SELECT CHGOFF-FILE ASSIGN TO "CHGOFF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGOFF-STATUS.
           SELECT RECOV-LED-FILE ASSIGN TO "RECOVLED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOV-LED-STATUS.
           SELECT RESV-HIST-FILE ASSIGN TO "RESVHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RESV-HIST-STATUS.
           SELECT GL-EXTR-FILE ASSIGN TO "RESVEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-EXTR-STATUS.
           SELECT RESV-RPT-FILE ASSIGN TO "RESVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESV-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-PRM-FILE.
       01  CLOSE-PRM-RECORD.
           05 CP-TEXT PIC X(08).

      * Loss rate, percent of outstanding balance, per loan type
      * (* for any) and aging bucket.
       FD  RESV-RATE-FILE.
       01  RESV-RATE-RECORD.
           05 RV-LOAN-TYPE   PIC X(04).
           05 RV-BUCKET      PIC X(08).
           05 RV-RATE        PIC 9(03)V9(04).

       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05 GM-LOAN-TYPE   PIC X(04).
           05 GM-CURRENCY    PIC X(03).
           05 GM-POST-TYPE   PIC X(08).
           05 GM-ACCOUNT     PIC X(08).
           05 GM-COST-CENTRE PIC X(06).

           COPY loanmstr.

           COPY dlqsnap.

       FD  CHGOFF-FILE.
       01  CHGOFF-RECORD.
           05 CO-APPL-ID    PIC X(20).
           05 CO-DATE       PIC 9(08).
           05 CO-BALANCE    PIC S9(7)V9(2).
           05 CO-LOAN-TYPE  PIC X(04).

           COPY recovled.

           COPY resvhist.

       FD  GL-EXTR-FILE.
       01  GL-EXTR-RECORD.
           05 GL-REC-TYPE PIC X(01).
           05 GL-DATA     PIC X(71).
       01  GL-EXTR-HEADER REDEFINES GL-EXTR-RECORD.
           05 FILLER       PIC X(01).
           05 GL-HDR-DATE  PIC 9(08).
           05 GL-HDR-SOURCE PIC X(08).
           05 FILLER       PIC X(55).
       01  GL-EXTR-DETAIL REDEFINES GL-EXTR-RECORD.
           05 FILLER       PIC X(01).
           05 GL-ACCOUNT   PIC X(08).
           05 GL-DRCR      PIC X(01).
           05 GL-AMOUNT    PIC 9(11)V9(2).
           05 GL-SOURCE    PIC X(08).
           05 GL-APPL-ID   PIC X(20).
           05 GL-COST-CENTRE PIC X(06).
           05 GL-POST-TYPE PIC X(08).
           05 GL-CURRENCY  PIC X(03).
           05 GL-LOAN-TYPE PIC X(04).
       01  GL-EXTR-TRAILER REDEFINES GL-EXTR-RECORD.
           05 FILLER       PIC X(01).
           05 GL-TRL-COUNT PIC 9(09).
           05 GL-TRL-DR    PIC 9(13)V9(2).
           05 GL-TRL-CR    PIC 9(13)V9(2).
           05 FILLER       PIC X(32).

       FD  RESV-RPT-FILE.
       01  RESV-RPT-LINE      PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-CLOSE-PRM-STATUS PIC X(02) VALUE SPACES.
           88 CLOSE-PRM-OPENED VALUE "00".
       01 WS-RESV-RATE-STATUS PIC X(02) VALUE SPACES.
           88 RESV-RATE-OPENED VALUE "00".
       01 WS-GL-MAP-STATUS PIC X(02) VALUE SPACES.
           88 GL-MAP-OPENED VALUE "00".
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-DLQ-SNAP-STATUS PIC X(02) VALUE SPACES.
           88 DLQ-SNAP-OPENED VALUE "00".
       01 WS-CHGOFF-STATUS PIC X(02) VALUE SPACES.
           88 CHGOFF-OPENED VALUE "00".
       01 WS-RECOV-LED-STATUS PIC X(02) VALUE SPACES.
           88 RECOV-LED-OPENED VALUE "00".
       01 WS-RESV-HIST-STATUS PIC X(02) VALUE SPACES.
           88 RESV-HIST-OPENED VALUE "00".
           88 RESV-HIST-NOT-FOUND VALUE "35".
       01 WS-GL-EXTR-STATUS PIC X(02) VALUE SPACES.
       01 WS-RESV-RPT-STATUS PIC X(02) VALUE SPACES.

       01 WS-RATE-EOF PIC X(01) VALUE "N".
           88 END-OF-RATES VALUE "Y".
       01 WS-MAP-EOF PIC X(01) VALUE "N".
           88 END-OF-MAP VALUE "Y".
       01 WS-HIST-EOF PIC X(01) VALUE "N".
           88 END-OF-HISTORY VALUE "Y".
       01 WS-LOAN-EOF PIC X(01) VALUE "N".
           88 END-OF-LOANS VALUE "Y".
       01 WS-CHG-EOF PIC X(01) VALUE "N".
           88 END-OF-CHARGE-OFFS VALUE "Y".
       01 WS-REC-EOF PIC X(01) VALUE "N".
           88 END-OF-RECOVERIES VALUE "Y".

       01 WS-TODAY PIC 9(08).
       01 WS-RESV-PERIOD PIC 9(06) VALUE ZEROES.
       01 WS-PERIOD-DONE PIC X(01) VALUE "N".
           88 PERIOD-ALREADY-DONE VALUE "Y".

      * The aging buckets, in report order.
       01 BUCKET-NAMES.
           05 FILLER PIC X(08) VALUE "CURRENT".
           05 FILLER PIC X(08) VALUE "30+".
           05 FILLER PIC X(08) VALUE "60+".
           05 FILLER PIC X(08) VALUE "90+".
       01 BUCKET-NAME-TABLE REDEFINES BUCKET-NAMES.
           05 BUCKET-NAME PIC X(08) OCCURS 4 TIMES
               INDEXED BY NAME-IDX.

      * RESVRATE rows, loaded once.
       01 WS-RATE-MAX PIC 9(03) COMP VALUE 200.
       01 WS-RATE-COUNT PIC 9(03) COMP VALUE ZEROES.
       01 RATE-TABLE.
           05 RATE-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-RATE-COUNT
               INDEXED BY RATE-IDX.
               10 RATE-LOAN-TYPE PIC X(04).
               10 RATE-BUCKET PIC X(08).
               10 RATE-PCT PIC 9(03)V9(04).

      * GLMAP rows, loaded once.
       01 WS-MAP-MAX PIC 9(03) COMP VALUE 300.
       01 WS-MAP-COUNT PIC 9(03) COMP VALUE ZEROES.
       01 MAP-TABLE.
           05 MAP-ENTRY OCCURS 1 TO 300 TIMES
               DEPENDING ON WS-MAP-COUNT
               INDEXED BY MAP-IDX.
               10 MAP-LOAN-TYPE PIC X(04).
               10 MAP-CURRENCY PIC X(03).
               10 MAP-POST-TYPE PIC X(08).
               10 MAP-ACCOUNT PIC X(08).
               10 MAP-COST-CENTRE PIC X(06).

      * One row per product - loan type and currency - with its
      * four buckets and its roll-forward.
       01 WS-RES-MAX PIC 9(03) VALUE 100.
       01 WS-RES-COUNT PIC 9(03) VALUE ZEROES.
       01 RES-TABLE.
           05 RES-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-RES-COUNT
               INDEXED BY RES-IDX.
               10 RES-LOAN-TYPE PIC X(04).
               10 RES-CURRENCY PIC X(03).
               10 RES-BUCKET OCCURS 4 TIMES
                   INDEXED BY BKT-IDX.
                   15 RES-BKT-COUNT PIC 9(07).
                   15 RES-BKT-BALANCE PIC S9(11)V9(2) COMP-3.
                   15 RES-BKT-RATE PIC 9(03)V9(04).
                   15 RES-BKT-RESERVE PIC S9(11)V9(2) COMP-3.
               10 RES-OPENING PIC S9(11)V9(2) COMP-3.
               10 RES-CHGOFF PIC S9(11)V9(2) COMP-3.
               10 RES-RECOVERY PIC S9(11)V9(2) COMP-3.
               10 RES-PROVISION PIC S9(11)V9(2) COMP-3.
               10 RES-CLOSING PIC S9(11)V9(2) COMP-3.

      * The product being added to.
       01 WS-KEY-LOAN-TYPE PIC X(04).
       01 WS-KEY-CURRENCY PIC X(03).
       01 WS-KEY-BUCKET PIC X(08).

      * The rate found for the bucket in hand - a score of 1 is
      * the loan type's own row, 0 the * row.
       01 WS-RATE-FOUND PIC X(01) VALUE "N".
           88 RATE-FOUND VALUE "Y".
       01 WS-RATE-SCORE PIC S9(01) COMP.
       01 WS-RATE-PCT PIC 9(03)V9(04).

      * The mapping found for the posting in hand - a score of 0
      * is */*, 1 currency only, 2 loan type only, 3 both.
       01 WS-MAP-FOUND PIC X(01) VALUE "N".
           88 POSTING-MAPPED VALUE "Y".
       01 WS-MAP-SCORE PIC S9(01) COMP.
       01 WS-BEST-SCORE PIC S9(01) COMP.
       01 WS-MAP-ACCOUNT PIC X(08).
       01 WS-MAP-COST-CENTRE PIC X(06).

       01 WS-POST-TYPE PIC X(08).
       01 WS-POST-DRCR PIC X(01).
       01 WS-POST-AMOUNT PIC S9(11)V9(2) COMP-3.

       01 WS-RECORD-COUNT PIC 9(09) VALUE ZEROES.
       01 WS-TOTAL-DR PIC S9(13)V9(2) COMP-3 VALUE ZEROES.
       01 WS-TOTAL-CR PIC S9(13)V9(2) COMP-3 VALUE ZEROES.

       01 WS-ERROR-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-UNMAPPED-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-LOAN-COUNT PIC 9(07) VALUE ZEROES.

       01 WS-AMT-DISPLAY PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-BAL-DISPLAY PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-CHG-DISPLAY PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-REC-DISPLAY PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-PRV-DISPLAY PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-CLS-DISPLAY PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-RATE-DISPLAY PIC ZZ9.9999.
       01 WS-COUNT-DISPLAY PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY (1:6) TO WS-RESV-PERIOD.
           PERFORM 1000-LOAD-PARAMETERS THRU 1000-EXIT.
           IF WS-RATE-COUNT = ZEROES
               DISPLAY "*** lnreserv: no RESVRATE loss rates - "
                   "no reserve worked."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1100-LOAD-MAP THRU 1100-EXIT.
           IF WS-MAP-COUNT = ZEROES
               DISPLAY "*** lnreserv: no GLMAP account mapping - "
                   "no reserve worked."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT DLQ-SNAP-FILE.
           IF NOT DLQ-SNAP-OPENED
               DISPLAY "*** Unable to open DLQSNAP - status "
                   WS-DLQ-SNAP-STATUS " - run lnaging first; "
                   "no reserve worked."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LOAN-MSTR-FILE.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               CLOSE DLQ-SNAP-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O RESV-HIST-FILE.
           IF RESV-HIST-NOT-FOUND
               OPEN OUTPUT RESV-HIST-FILE
               CLOSE RESV-HIST-FILE
               OPEN I-O RESV-HIST-FILE
           END-IF.
           IF NOT RESV-HIST-OPENED
               DISPLAY "*** Unable to open RESVHIST - status "
                   WS-RESV-HIST-STATUS
               CLOSE LOAN-MSTR-FILE
               CLOSE DLQ-SNAP-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1500-CHECK-PERIOD THRU 1500-EXIT.
           IF PERIOD-ALREADY-DONE
               DISPLAY "lnreserv: period " WS-RESV-PERIOD
                   " already on RESVHIST - skipped."
               CLOSE RESV-HIST-FILE
               CLOSE LOAN-MSTR-FILE
               CLOSE DLQ-SNAP-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 2000-LOAD-OPENING THRU 2000-EXIT.
           PERFORM 3000-MEASURE-BOOK THRU 3000-EXIT.
           PERFORM 3500-TAKE-CHARGE-OFFS THRU 3500-EXIT.
           PERFORM 3700-TAKE-RECOVERIES THRU 3700-EXIT.
           CLOSE LOAN-MSTR-FILE.
           CLOSE DLQ-SNAP-FILE.
           PERFORM 4000-APPLY-RATES THRU 4000-EXIT.

      * Anything unreserved fails the run - no entries and no
      * history, so it can simply be rerun once corrected.
           IF WS-ERROR-COUNT > ZEROES
               OPEN OUTPUT GL-EXTR-FILE
               CLOSE GL-EXTR-FILE
               CLOSE RESV-HIST-FILE
               DISPLAY "*** lnreserv: " WS-ERROR-COUNT
                   " error(s) - reserve FAILED, RESVEXTR emptied."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 5000-WRITE-EXTRACT THRU 5000-EXIT.
           IF WS-UNMAPPED-COUNT > ZEROES
               OPEN OUTPUT GL-EXTR-FILE
               CLOSE GL-EXTR-FILE
               CLOSE RESV-HIST-FILE
               DISPLAY "*** lnreserv: " WS-UNMAPPED-COUNT
                   " posting(s) with no GLMAP mapping - reserve "
                   "FAILED, RESVEXTR emptied. Add the mappings and "
                   "rerun."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT.
           CLOSE RESV-HIST-FILE.
           PERFORM 7000-REPORT THRU 7000-EXIT.

           DISPLAY "lnreserv: period " WS-RESV-PERIOD " - "
               WS-LOAN-COUNT " loan(s) reserved, " WS-RECORD-COUNT
               " posting(s) to RESVEXTR.".
           GOBACK.

      *-----------------------------------------------------------
      * 1000-LOAD-PARAMETERS
      *
      * The period from the first CLOSEPM row - the one lnclose
      * will close - and the RESVRATE loss rates.
      *-----------------------------------------------------------
       1000-LOAD-PARAMETERS.
           OPEN INPUT CLOSE-PRM-FILE.
           IF CLOSE-PRM-OPENED
               READ CLOSE-PRM-FILE
                   NOT AT END
                       IF CP-TEXT (1:6) NUMERIC
                           MOVE CP-TEXT (1:6) TO WS-RESV-PERIOD
                       END-IF
               END-READ
               CLOSE CLOSE-PRM-FILE
           END-IF.
           OPEN INPUT RESV-RATE-FILE.
           IF NOT RESV-RATE-OPENED
               DISPLAY "*** Unable to open RESVRATE - status "
                   WS-RESV-RATE-STATUS
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1010-READ-RATE THRU 1010-EXIT.
           PERFORM 1020-LOAD-RATE-ROW THRU 1020-EXIT
               UNTIL END-OF-RATES.
           CLOSE RESV-RATE-FILE.
       1000-EXIT.
           EXIT.

       1010-READ-RATE.
           READ RESV-RATE-FILE
               AT END MOVE "Y" TO WS-RATE-EOF
           END-READ.
       1010-EXIT.
           EXIT.

       1020-LOAD-RATE-ROW.
           IF RV-RATE NOT NUMERIC
               DISPLAY "*** RESVRATE rate not numeric for "
                   RV-LOAN-TYPE " " RV-BUCKET " - row ignored."
               GO TO 1020-NEXT
           END-IF.
           IF WS-RATE-COUNT < WS-RATE-MAX
               ADD 1 TO WS-RATE-COUNT
               MOVE RV-LOAN-TYPE TO RATE-LOAN-TYPE (WS-RATE-COUNT)
               MOVE RV-BUCKET TO RATE-BUCKET (WS-RATE-COUNT)
               MOVE RV-RATE TO RATE-PCT (WS-RATE-COUNT)
           ELSE
               DISPLAY "*** RESVRATE table full at " WS-RATE-MAX
                   " rows - later rows ignored."
           END-IF.
       1020-NEXT.
           PERFORM 1010-READ-RATE THRU 1010-EXIT.
       1020-EXIT.
           EXIT.

       1100-LOAD-MAP.
           OPEN INPUT GL-MAP-FILE.
           IF NOT GL-MAP-OPENED
               DISPLAY "*** Unable to open GLMAP - status "
                   WS-GL-MAP-STATUS
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-READ-MAP THRU 1110-EXIT.
           PERFORM 1120-LOAD-MAP-ROW THRU 1120-EXIT
               UNTIL END-OF-MAP.
           CLOSE GL-MAP-FILE.
       1100-EXIT.
           EXIT.

       1110-READ-MAP.
           READ GL-MAP-FILE
               AT END MOVE "Y" TO WS-MAP-EOF
           END-READ.
       1110-EXIT.
           EXIT.

       1120-LOAD-MAP-ROW.
           IF WS-MAP-COUNT < WS-MAP-MAX
               ADD 1 TO WS-MAP-COUNT
               MOVE GM-LOAN-TYPE TO MAP-LOAN-TYPE (WS-MAP-COUNT)
               MOVE GM-CURRENCY TO MAP-CURRENCY (WS-MAP-COUNT)
               MOVE GM-POST-TYPE TO MAP-POST-TYPE (WS-MAP-COUNT)
               MOVE GM-ACCOUNT TO MAP-ACCOUNT (WS-MAP-COUNT)
               MOVE GM-COST-CENTRE
                   TO MAP-COST-CENTRE (WS-MAP-COUNT)
           ELSE
               DISPLAY "*** GLMAP table full at " WS-MAP-MAX
                   " rows - later rows ignored."
           END-IF.
           PERFORM 1110-READ-MAP THRU 1110-EXIT.
       1120-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 1500-CHECK-PERIOD
      *
      * Any RESVHIST row for the period means it has been worked.
      *-----------------------------------------------------------
       1500-CHECK-PERIOD.
           MOVE "N" TO WS-PERIOD-DONE.
           MOVE LOW-VALUES TO RH-KEY.
           MOVE WS-RESV-PERIOD TO RH-PERIOD.
           START RESV-HIST-FILE KEY IS NOT LESS THAN RH-KEY
               INVALID KEY GO TO 1500-EXIT
           END-START.
           READ RESV-HIST-FILE NEXT
               AT END GO TO 1500-EXIT
           END-READ.
           IF RH-PERIOD = WS-RESV-PERIOD
               MOVE "Y" TO WS-PERIOD-DONE
           END-IF.
       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-LOAD-OPENING
      *
      * The history reads in period order, so the last TOTAL row
      * seen for a product before this period is its latest
      * closing reserve - this period's opening.
      *-----------------------------------------------------------
       2000-LOAD-OPENING.
           MOVE "N" TO WS-HIST-EOF.
           MOVE LOW-VALUES TO RH-KEY.
           START RESV-HIST-FILE KEY IS NOT LESS THAN RH-KEY
               INVALID KEY MOVE "Y" TO WS-HIST-EOF
           END-START.
           IF NOT END-OF-HISTORY
               PERFORM 8100-READ-HISTORY THRU 8100-EXIT
           END-IF.
           PERFORM 2100-TAKE-OPENING THRU 2100-EXIT
               UNTIL END-OF-HISTORY.
       2000-EXIT.
           EXIT.

       2100-TAKE-OPENING.
           IF RH-PERIOD NOT < WS-RESV-PERIOD
               MOVE "Y" TO WS-HIST-EOF
               GO TO 2100-EXIT
           END-IF.
           IF RH-TOTAL-ROW
               MOVE RH-LOAN-TYPE TO WS-KEY-LOAN-TYPE
               MOVE RH-CURRENCY TO WS-KEY-CURRENCY
               PERFORM 8000-FIND-PRODUCT THRU 8000-EXIT
               IF RES-IDX NOT > WS-RES-COUNT
                   MOVE RH-RESERVE TO RES-OPENING (RES-IDX)
               END-IF
           END-IF.
           PERFORM 8100-READ-HISTORY THRU 8100-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3000-MEASURE-BOOK
      *
      * Every BOOKED loan with a balance, aged into its DLQSNAP
      * bucket - no snapshot row means nothing has fallen due
      * unpaid, so CURRENT.
      *-----------------------------------------------------------
       3000-MEASURE-BOOK.
           MOVE LOW-VALUES TO LM-APPL-ID.
           START LOAN-MSTR-FILE KEY IS NOT LESS THAN LM-APPL-ID
               INVALID KEY MOVE "Y" TO WS-LOAN-EOF
           END-START.
           IF NOT END-OF-LOANS
               PERFORM 8200-READ-LOAN THRU 8200-EXIT
           END-IF.
           PERFORM 3100-AGE-LOAN THRU 3100-EXIT
               UNTIL END-OF-LOANS.
       3000-EXIT.
           EXIT.

       3100-AGE-LOAN.
           IF NOT LM-ST-BOOKED OR LM-OUTSTANDING-BAL NOT > ZERO
               GO TO 3100-NEXT
           END-IF.
           MOVE LM-APPL-ID TO DS-APPL-ID.
           READ DLQ-SNAP-FILE
               INVALID KEY
                   MOVE "CURRENT" TO DS-BUCKET
           END-READ.
           MOVE DS-BUCKET TO WS-KEY-BUCKET.
           SET NAME-IDX TO 1.
           SEARCH BUCKET-NAME
               AT END
                   DISPLAY "*** '" LM-APPL-ID "' has unknown aging "
                       "bucket '" WS-KEY-BUCKET "' - not reserved."
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 3100-NEXT
               WHEN BUCKET-NAME (NAME-IDX) = WS-KEY-BUCKET
                   CONTINUE
           END-SEARCH.
           MOVE LM-LOAN-TYPE TO WS-KEY-LOAN-TYPE.
           MOVE LM-CURRENCY TO WS-KEY-CURRENCY.
           PERFORM 8000-FIND-PRODUCT THRU 8000-EXIT.
           IF RES-IDX > WS-RES-COUNT
               GO TO 3100-NEXT
           END-IF.
           SET BKT-IDX TO NAME-IDX.
           ADD 1 TO RES-BKT-COUNT (RES-IDX BKT-IDX).
           ADD LM-OUTSTANDING-BAL
               TO RES-BKT-BALANCE (RES-IDX BKT-IDX).
           ADD 1 TO WS-LOAN-COUNT.
       3100-NEXT.
           PERFORM 8200-READ-LOAN THRU 8200-EXIT.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3500-TAKE-CHARGE-OFFS
      *
      * The period's charge-offs, by the product of the loan -
      * the charged-off loan stays on the master for its
      * currency. No CHGOFF file means nothing charged off.
      *-----------------------------------------------------------
       3500-TAKE-CHARGE-OFFS.
           OPEN INPUT CHGOFF-FILE.
           IF NOT CHGOFF-OPENED
               GO TO 3500-EXIT
           END-IF.
           PERFORM 8300-READ-CHARGE-OFF THRU 8300-EXIT.
           PERFORM 3600-ONE-CHARGE-OFF THRU 3600-EXIT
               UNTIL END-OF-CHARGE-OFFS.
           CLOSE CHGOFF-FILE.
       3500-EXIT.
           EXIT.

       3600-ONE-CHARGE-OFF.
           IF CO-DATE (1:6) NOT = WS-RESV-PERIOD
               GO TO 3600-NEXT
           END-IF.
           MOVE CO-LOAN-TYPE TO WS-KEY-LOAN-TYPE.
           MOVE CO-APPL-ID TO LM-APPL-ID.
           PERFORM 3900-LOAN-CURRENCY THRU 3900-EXIT.
           PERFORM 8000-FIND-PRODUCT THRU 8000-EXIT.
           IF RES-IDX NOT > WS-RES-COUNT
               ADD CO-BALANCE TO RES-CHGOFF (RES-IDX)
           END-IF.
       3600-NEXT.
           PERFORM 8300-READ-CHARGE-OFF THRU 8300-EXIT.
       3600-EXIT.
           EXIT.

       3700-TAKE-RECOVERIES.
           OPEN INPUT RECOV-LED-FILE.
           IF NOT RECOV-LED-OPENED
               GO TO 3700-EXIT
           END-IF.
           PERFORM 8400-READ-RECOVERY THRU 8400-EXIT.
           PERFORM 3800-ONE-RECOVERY THRU 3800-EXIT
               UNTIL END-OF-RECOVERIES.
           CLOSE RECOV-LED-FILE.
       3700-EXIT.
           EXIT.

       3800-ONE-RECOVERY.
           IF RL-PAY-DATE (1:6) NOT = WS-RESV-PERIOD
               GO TO 3800-NEXT
           END-IF.
           MOVE RL-LOAN-TYPE TO WS-KEY-LOAN-TYPE.
           MOVE RL-APPL-ID TO LM-APPL-ID.
           PERFORM 3900-LOAN-CURRENCY THRU 3900-EXIT.
           PERFORM 8000-FIND-PRODUCT THRU 8000-EXIT.
           IF RES-IDX NOT > WS-RES-COUNT
               ADD RL-AMOUNT TO RES-RECOVERY (RES-IDX)
           END-IF.
       3800-NEXT.
           PERFORM 8400-READ-RECOVERY THRU 8400-EXIT.
       3800-EXIT.
           EXIT.

       3900-LOAN-CURRENCY.
           MOVE SPACES TO WS-KEY-CURRENCY.
           READ LOAN-MSTR-FILE
               INVALID KEY
                   GO TO 3900-EXIT
           END-READ.
           MOVE LM-CURRENCY TO WS-KEY-CURRENCY.
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 4000-APPLY-RATES
      *
      * Each bucket's balance times its loss rate, the buckets
      * summed to the closing reserve, and the provision that
      * closes the roll-forward.
      *-----------------------------------------------------------
       4000-APPLY-RATES.
           PERFORM 4100-RESERVE-PRODUCT THRU 4100-EXIT
               VARYING RES-IDX FROM 1 BY 1
               UNTIL RES-IDX > WS-RES-COUNT.
       4000-EXIT.
           EXIT.

       4100-RESERVE-PRODUCT.
           MOVE ZEROES TO RES-CLOSING (RES-IDX).
           PERFORM 4200-RESERVE-BUCKET THRU 4200-EXIT
               VARYING BKT-IDX FROM 1 BY 1
               UNTIL BKT-IDX > 4.
           COMPUTE RES-PROVISION (RES-IDX) =
               RES-CLOSING (RES-IDX) - RES-OPENING (RES-IDX)
               + RES-CHGOFF (RES-IDX) - RES-RECOVERY (RES-IDX).
       4100-EXIT.
           EXIT.

       4200-RESERVE-BUCKET.
           SET NAME-IDX TO BKT-IDX.
           MOVE BUCKET-NAME (NAME-IDX) TO WS-KEY-BUCKET.
           MOVE "N" TO WS-RATE-FOUND.
           MOVE -1 TO WS-RATE-SCORE.
           MOVE ZEROES TO WS-RATE-PCT.
           PERFORM 4300-TRY-RATE THRU 4300-EXIT
               VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > WS-RATE-COUNT.
           MOVE WS-RATE-PCT TO RES-BKT-RATE (RES-IDX BKT-IDX).
           IF NOT RATE-FOUND
               AND RES-BKT-BALANCE (RES-IDX BKT-IDX) > ZERO
               DISPLAY "*** No RESVRATE row for "
                   RES-LOAN-TYPE (RES-IDX) " " WS-KEY-BUCKET
                   " - " RES-CURRENCY (RES-IDX)
                   " balance not reserved."
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
           COMPUTE RES-BKT-RESERVE (RES-IDX BKT-IDX) ROUNDED =
               RES-BKT-BALANCE (RES-IDX BKT-IDX) * WS-RATE-PCT
               / 100.
           ADD RES-BKT-RESERVE (RES-IDX BKT-IDX)
               TO RES-CLOSING (RES-IDX).
       4200-EXIT.
           EXIT.

       4300-TRY-RATE.
           IF RATE-BUCKET (RATE-IDX) NOT = WS-KEY-BUCKET
               GO TO 4300-EXIT
           END-IF.
           IF RATE-LOAN-TYPE (RATE-IDX) = RES-LOAN-TYPE (RES-IDX)
               MOVE "Y" TO WS-RATE-FOUND
               MOVE 1 TO WS-RATE-SCORE
               MOVE RATE-PCT (RATE-IDX) TO WS-RATE-PCT
               GO TO 4300-EXIT
           END-IF.
           IF RATE-LOAN-TYPE (RATE-IDX) = "*"
               AND WS-RATE-SCORE < 0
               MOVE "Y" TO WS-RATE-FOUND
               MOVE 0 TO WS-RATE-SCORE
               MOVE RATE-PCT (RATE-IDX) TO WS-RATE-PCT
           END-IF.
       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 5000-WRITE-EXTRACT
      *
      * RESVEXTR in the GLEXTR layout - header, the postings, and
      * the trailer with the count and the debit and credit
      * totals lnglpost proves before applying.
      *-----------------------------------------------------------
       5000-WRITE-EXTRACT.
           OPEN OUTPUT GL-EXTR-FILE.
           MOVE SPACES TO GL-EXTR-RECORD.
           MOVE "H" TO GL-REC-TYPE.
           MOVE WS-TODAY TO GL-HDR-DATE.
           MOVE "RESERVE" TO GL-HDR-SOURCE.
           WRITE GL-EXTR-RECORD.

           PERFORM 5100-PRODUCT-POSTINGS THRU 5100-EXIT
               VARYING RES-IDX FROM 1 BY 1
               UNTIL RES-IDX > WS-RES-COUNT.

           MOVE SPACES TO GL-EXTR-RECORD.
           MOVE "T" TO GL-REC-TYPE.
           MOVE WS-RECORD-COUNT TO GL-TRL-COUNT.
           MOVE WS-TOTAL-DR TO GL-TRL-DR.
           MOVE WS-TOTAL-CR TO GL-TRL-CR.
           WRITE GL-EXTR-RECORD.
           CLOSE GL-EXTR-FILE.
       5000-EXIT.
           EXIT.

       5100-PRODUCT-POSTINGS.
           IF RES-PROVISION (RES-IDX) > ZERO
               MOVE RES-PROVISION (RES-IDX) TO WS-POST-AMOUNT
               MOVE "PROVEXP" TO WS-POST-TYPE
               MOVE "D" TO WS-POST-DRCR
               PERFORM 5200-WRITE-POSTING THRU 5200-EXIT
               MOVE "ALLOWLN" TO WS-POST-TYPE
               MOVE "C" TO WS-POST-DRCR
               PERFORM 5200-WRITE-POSTING THRU 5200-EXIT
           END-IF.
           IF RES-PROVISION (RES-IDX) < ZERO
               COMPUTE WS-POST-AMOUNT =
                   ZERO - RES-PROVISION (RES-IDX)
               MOVE "ALLOWLN" TO WS-POST-TYPE
               MOVE "D" TO WS-POST-DRCR
               PERFORM 5200-WRITE-POSTING THRU 5200-EXIT
               MOVE "PROVEXP" TO WS-POST-TYPE
               MOVE "C" TO WS-POST-DRCR
               PERFORM 5200-WRITE-POSTING THRU 5200-EXIT
           END-IF.
           IF RES-CHGOFF (RES-IDX) > ZERO
               MOVE RES-CHGOFF (RES-IDX) TO WS-POST-AMOUNT
               MOVE "ALLOWLN" TO WS-POST-TYPE
               MOVE "D" TO WS-POST-DRCR
               PERFORM 5200-WRITE-POSTING THRU 5200-EXIT
               MOVE "LOANREC" TO WS-POST-TYPE
               MOVE "C" TO WS-POST-DRCR
               PERFORM 5200-WRITE-POSTING THRU 5200-EXIT
           END-IF.
           IF RES-RECOVERY (RES-IDX) > ZERO
               MOVE RES-RECOVERY (RES-IDX) TO WS-POST-AMOUNT
               MOVE "RECOVINC" TO WS-POST-TYPE
               MOVE "D" TO WS-POST-DRCR
               PERFORM 5200-WRITE-POSTING THRU 5200-EXIT
               MOVE "ALLOWLN" TO WS-POST-TYPE
               MOVE "C" TO WS-POST-DRCR
               PERFORM 5200-WRITE-POSTING THRU 5200-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 5200-WRITE-POSTING
      *
      * Maps the posting in hand through GLMAP and writes it; one
      * with no mapping is listed and counted, never written.
      *-----------------------------------------------------------
       5200-WRITE-POSTING.
           PERFORM 5300-MAP-POSTING THRU 5300-EXIT.
           IF NOT POSTING-MAPPED
               ADD 1 TO WS-UNMAPPED-COUNT
               MOVE WS-POST-AMOUNT TO WS-AMT-DISPLAY
               DISPLAY "*** No GLMAP row for " WS-POST-TYPE " "
                   RES-LOAN-TYPE (RES-IDX) " "
                   RES-CURRENCY (RES-IDX) " - RESERVE "
                   WS-POST-DRCR WS-AMT-DISPLAY
               GO TO 5200-EXIT
           END-IF.
           MOVE SPACES TO GL-EXTR-RECORD.
           MOVE "D" TO GL-REC-TYPE.
           MOVE WS-MAP-ACCOUNT TO GL-ACCOUNT.
           MOVE WS-POST-DRCR TO GL-DRCR.
           MOVE WS-POST-AMOUNT TO GL-AMOUNT.
           MOVE "RESERVE" TO GL-SOURCE.
           MOVE WS-MAP-COST-CENTRE TO GL-COST-CENTRE.
           MOVE WS-POST-TYPE TO GL-POST-TYPE.
           MOVE RES-CURRENCY (RES-IDX) TO GL-CURRENCY.
           MOVE RES-LOAN-TYPE (RES-IDX) TO GL-LOAN-TYPE.
           WRITE GL-EXTR-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           IF WS-POST-DRCR = "D"
               ADD WS-POST-AMOUNT TO WS-TOTAL-DR
           ELSE
               ADD WS-POST-AMOUNT TO WS-TOTAL-CR
           END-IF.
       5200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 5300-MAP-POSTING
      *
      * The most specific GLMAP row for the posting type, loan
      * type and currency in hand - the lnglextr rule.
      *-----------------------------------------------------------
       5300-MAP-POSTING.
           MOVE "N" TO WS-MAP-FOUND.
           MOVE -1 TO WS-BEST-SCORE.
           PERFORM 5310-TRY-MAP-ROW THRU 5310-EXIT
               VARYING MAP-IDX FROM 1 BY 1
               UNTIL MAP-IDX > WS-MAP-COUNT.
       5300-EXIT.
           EXIT.

       5310-TRY-MAP-ROW.
           IF MAP-POST-TYPE (MAP-IDX) NOT = WS-POST-TYPE
               GO TO 5310-EXIT
           END-IF.
           MOVE ZERO TO WS-MAP-SCORE.
           IF MAP-LOAN-TYPE (MAP-IDX) = RES-LOAN-TYPE (RES-IDX)
               ADD 2 TO WS-MAP-SCORE
           ELSE
               IF MAP-LOAN-TYPE (MAP-IDX) NOT = "*"
                   GO TO 5310-EXIT
               END-IF
           END-IF.
           IF MAP-CURRENCY (MAP-IDX) = RES-CURRENCY (RES-IDX)
               ADD 1 TO WS-MAP-SCORE
           ELSE
               IF MAP-CURRENCY (MAP-IDX) NOT = "*"
                   GO TO 5310-EXIT
               END-IF
           END-IF.
           IF WS-MAP-SCORE > WS-BEST-SCORE
               MOVE WS-MAP-SCORE TO WS-BEST-SCORE
               MOVE "Y" TO WS-MAP-FOUND
               MOVE MAP-ACCOUNT (MAP-IDX) TO WS-MAP-ACCOUNT
               MOVE MAP-COST-CENTRE (MAP-IDX) TO WS-MAP-COST-CENTRE
           END-IF.
       5310-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 6000-WRITE-HISTORY
      *
      * Four bucket rows and the TOTAL roll-forward row per
      * product, for the period.
      *-----------------------------------------------------------
       6000-WRITE-HISTORY.
           PERFORM 6100-PRODUCT-HISTORY THRU 6100-EXIT
               VARYING RES-IDX FROM 1 BY 1
               UNTIL RES-IDX > WS-RES-COUNT.
       6000-EXIT.
           EXIT.

       6100-PRODUCT-HISTORY.
           PERFORM 6200-BUCKET-HISTORY THRU 6200-EXIT
               VARYING BKT-IDX FROM 1 BY 1
               UNTIL BKT-IDX > 4.
           MOVE SPACES TO RESV-HIST-RECORD.
           MOVE WS-RESV-PERIOD TO RH-PERIOD.
           MOVE RES-LOAN-TYPE (RES-IDX) TO RH-LOAN-TYPE.
           MOVE RES-CURRENCY (RES-IDX) TO RH-CURRENCY.
           MOVE "TOTAL" TO RH-BUCKET.
           MOVE WS-TODAY TO RH-RUN-DATE.
           MOVE ZEROES TO RH-LOAN-COUNT.
           MOVE ZEROES TO RH-BALANCE.
           MOVE ZEROES TO RH-RATE.
           PERFORM 6210-SUM-BUCKET THRU 6210-EXIT
               VARYING BKT-IDX FROM 1 BY 1
               UNTIL BKT-IDX > 4.
           MOVE RES-CLOSING (RES-IDX) TO RH-RESERVE.
           MOVE RES-OPENING (RES-IDX) TO RH-OPENING.
           MOVE RES-CHGOFF (RES-IDX) TO RH-CHGOFF.
           MOVE RES-RECOVERY (RES-IDX) TO RH-RECOVERY.
           MOVE RES-PROVISION (RES-IDX) TO RH-PROVISION.
           PERFORM 6300-WRITE-ROW THRU 6300-EXIT.
       6100-EXIT.
           EXIT.

       6200-BUCKET-HISTORY.
           SET NAME-IDX TO BKT-IDX.
           MOVE SPACES TO RESV-HIST-RECORD.
           MOVE WS-RESV-PERIOD TO RH-PERIOD.
           MOVE RES-LOAN-TYPE (RES-IDX) TO RH-LOAN-TYPE.
           MOVE RES-CURRENCY (RES-IDX) TO RH-CURRENCY.
           MOVE BUCKET-NAME (NAME-IDX) TO RH-BUCKET.
           MOVE WS-TODAY TO RH-RUN-DATE.
           MOVE RES-BKT-COUNT (RES-IDX BKT-IDX) TO RH-LOAN-COUNT.
           MOVE RES-BKT-BALANCE (RES-IDX BKT-IDX) TO RH-BALANCE.
           MOVE RES-BKT-RATE (RES-IDX BKT-IDX) TO RH-RATE.
           MOVE RES-BKT-RESERVE (RES-IDX BKT-IDX) TO RH-RESERVE.
           MOVE ZEROES TO RH-OPENING.
           MOVE ZEROES TO RH-CHGOFF.
           MOVE ZEROES TO RH-RECOVERY.
           MOVE ZEROES TO RH-PROVISION.
           PERFORM 6300-WRITE-ROW THRU 6300-EXIT.
       6200-EXIT.
           EXIT.

       6210-SUM-BUCKET.
           ADD RES-BKT-COUNT (RES-IDX BKT-IDX) TO RH-LOAN-COUNT.
           ADD RES-BKT-BALANCE (RES-IDX BKT-IDX) TO RH-BALANCE.
       6210-EXIT.
           EXIT.

       6300-WRITE-ROW.
           WRITE RESV-HIST-RECORD
               INVALID KEY
                   DISPLAY "*** RESVHIST write failed for "
                       RH-LOAN-TYPE " " RH-CURRENCY " " RH-BUCKET
                       " - status " WS-RESV-HIST-STATUS
                   MOVE 8 TO RETURN-CODE
           END-WRITE.
       6300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 7000-REPORT
      *
      * RESVRPT - the reserve by bucket for each product, then
      * the roll-forward from opening to closing reserve.
      *-----------------------------------------------------------
       7000-REPORT.
           OPEN OUTPUT RESV-RPT-FILE.
           MOVE SPACES TO RESV-RPT-LINE.
           STRING "Loan-loss reserve, period " WS-RESV-PERIOD
                  "  run " WS-TODAY
               DELIMITED BY SIZE INTO RESV-RPT-LINE.
           WRITE RESV-RPT-LINE.
           MOVE SPACES TO RESV-RPT-LINE.
           WRITE RESV-RPT-LINE.
           MOVE SPACES TO RESV-RPT-LINE.
           STRING "Type Cur Bucket       Loans"
                  "             Balance   Rate %"
                  "             Reserve"
               DELIMITED BY SIZE INTO RESV-RPT-LINE.
           WRITE RESV-RPT-LINE.
           PERFORM 7100-REPORT-PRODUCT THRU 7100-EXIT
               VARYING RES-IDX FROM 1 BY 1
               UNTIL RES-IDX > WS-RES-COUNT.

           MOVE SPACES TO RESV-RPT-LINE.
           WRITE RESV-RPT-LINE.
           MOVE "Reserve roll-forward" TO RESV-RPT-LINE.
           WRITE RESV-RPT-LINE.
           MOVE SPACES TO RESV-RPT-LINE.
           STRING "Type Cur            Opening"
                  "        Charge-offs"
                  "         Recoveries"
                  "          Provision"
                  "            Closing"
               DELIMITED BY SIZE INTO RESV-RPT-LINE.
           WRITE RESV-RPT-LINE.
           PERFORM 7300-ROLL-FORWARD THRU 7300-EXIT
               VARYING RES-IDX FROM 1 BY 1
               UNTIL RES-IDX > WS-RES-COUNT.
           CLOSE RESV-RPT-FILE.
       7000-EXIT.
           EXIT.

       7100-REPORT-PRODUCT.
           PERFORM 7200-REPORT-BUCKET THRU 7200-EXIT
               VARYING BKT-IDX FROM 1 BY 1
               UNTIL BKT-IDX > 4.
       7100-EXIT.
           EXIT.

       7200-REPORT-BUCKET.
           SET NAME-IDX TO BKT-IDX.
           MOVE RES-BKT-COUNT (RES-IDX BKT-IDX) TO WS-COUNT-DISPLAY.
           MOVE RES-BKT-BALANCE (RES-IDX BKT-IDX) TO WS-BAL-DISPLAY.
           MOVE RES-BKT-RATE (RES-IDX BKT-IDX) TO WS-RATE-DISPLAY.
           MOVE RES-BKT-RESERVE (RES-IDX BKT-IDX) TO WS-AMT-DISPLAY.
           MOVE SPACES TO RESV-RPT-LINE.
           STRING RES-LOAN-TYPE (RES-IDX) " "
                  RES-CURRENCY (RES-IDX) " "
                  BUCKET-NAME (NAME-IDX) " " WS-COUNT-DISPLAY " "
                  WS-BAL-DISPLAY " " WS-RATE-DISPLAY " "
                  WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO RESV-RPT-LINE.
           WRITE RESV-RPT-LINE.
       7200-EXIT.
           EXIT.

       7300-ROLL-FORWARD.
           MOVE RES-OPENING (RES-IDX) TO WS-BAL-DISPLAY.
           MOVE RES-CHGOFF (RES-IDX) TO WS-CHG-DISPLAY.
           MOVE RES-RECOVERY (RES-IDX) TO WS-REC-DISPLAY.
           MOVE RES-PROVISION (RES-IDX) TO WS-PRV-DISPLAY.
           MOVE RES-CLOSING (RES-IDX) TO WS-CLS-DISPLAY.
           MOVE SPACES TO RESV-RPT-LINE.
           STRING RES-LOAN-TYPE (RES-IDX) " "
                  RES-CURRENCY (RES-IDX) " "
                  WS-BAL-DISPLAY " " WS-CHG-DISPLAY " "
                  WS-REC-DISPLAY " " WS-PRV-DISPLAY " "
                  WS-CLS-DISPLAY
               DELIMITED BY SIZE INTO RESV-RPT-LINE.
           WRITE RESV-RPT-LINE.
       7300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 8000-FIND-PRODUCT
      *
      * The row for the loan type and currency in hand, opened
      * the first time the product is seen. A full table leaves
      * RES-IDX past the count and fails the run.
      *-----------------------------------------------------------
       8000-FIND-PRODUCT.
           SET RES-IDX TO 1.
           SEARCH RES-ENTRY
               AT END
                   IF WS-RES-COUNT < WS-RES-MAX
                       ADD 1 TO WS-RES-COUNT
                       SET RES-IDX TO WS-RES-COUNT
                       PERFORM 8010-OPEN-PRODUCT THRU 8010-EXIT
                   ELSE
                       DISPLAY "*** Product table full at "
                           WS-RES-MAX " - " WS-KEY-LOAN-TYPE " "
                           WS-KEY-CURRENCY " not reserved."
                       ADD 1 TO WS-ERROR-COUNT
                       SET RES-IDX TO WS-RES-COUNT
                       SET RES-IDX UP BY 1
                   END-IF
               WHEN RES-LOAN-TYPE (RES-IDX) = WS-KEY-LOAN-TYPE
                   AND RES-CURRENCY (RES-IDX) = WS-KEY-CURRENCY
                   CONTINUE
           END-SEARCH.
       8000-EXIT.
           EXIT.

       8010-OPEN-PRODUCT.
           MOVE WS-KEY-LOAN-TYPE TO RES-LOAN-TYPE (RES-IDX).
           MOVE WS-KEY-CURRENCY TO RES-CURRENCY (RES-IDX).
           PERFORM 8020-CLEAR-BUCKET THRU 8020-EXIT
               VARYING BKT-IDX FROM 1 BY 1
               UNTIL BKT-IDX > 4.
           MOVE ZEROES TO RES-OPENING (RES-IDX).
           MOVE ZEROES TO RES-CHGOFF (RES-IDX).
           MOVE ZEROES TO RES-RECOVERY (RES-IDX).
           MOVE ZEROES TO RES-PROVISION (RES-IDX).
           MOVE ZEROES TO RES-CLOSING (RES-IDX).
       8010-EXIT.
           EXIT.

       8020-CLEAR-BUCKET.
           MOVE ZEROES TO RES-BKT-COUNT (RES-IDX BKT-IDX).
           MOVE ZEROES TO RES-BKT-BALANCE (RES-IDX BKT-IDX).
           MOVE ZEROES TO RES-BKT-RATE (RES-IDX BKT-IDX).
           MOVE ZEROES TO RES-BKT-RESERVE (RES-IDX BKT-IDX).
       8020-EXIT.
           EXIT.

       8100-READ-HISTORY.
           READ RESV-HIST-FILE NEXT
               AT END MOVE "Y" TO WS-HIST-EOF
           END-READ.
       8100-EXIT.
           EXIT.

       8200-READ-LOAN.
           READ LOAN-MSTR-FILE NEXT
               AT END MOVE "Y" TO WS-LOAN-EOF
           END-READ.
       8200-EXIT.
           EXIT.

       8300-READ-CHARGE-OFF.
           READ CHGOFF-FILE
               AT END MOVE "Y" TO WS-CHG-EOF
           END-READ.
       8300-EXIT.
           EXIT.

       8400-READ-RECOVERY.
           READ RECOV-LED-FILE
               AT END MOVE "Y" TO WS-REC-EOF
           END-READ.
       8400-EXIT.
           EXIT.
