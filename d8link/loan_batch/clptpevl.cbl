      ******************************************************************
      *
      * Promise-to-Pay Evaluation Batch
      * ===============================
      *
      * Nightly verdict on the promise-to-pay dates collectors record
      * in clmaint. For every case carrying a promise still awaiting
      * its verdict, the loan's PAYHIST postings are read by key: a
      * POSTED payment dated from the day the promise was made
      * through the promise date plus the grace day keeps it; a
      * promise whose grace day has gone by with nothing posted is
      * broken. Undecided promises - date not yet reached, nothing
      * paid yet - are left for a later run.
      *
      * Each verdict is written to the PROMHIST history (the source
      * of the clptprpt kept-rate report) and stamped on the case.
      * A broken promise also raises a WARN event on D8EVENT and
      * flags the case top priority, so clreport lists it ahead of
      * the rest of the worklist until a collector records an action
      * against it.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original promise evaluation batch.
      * 2026-10-15  RJM  Records its run statistics on RUNSTATS.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. clptpevl.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLL-CASE-FILE ASSIGN TO "COLLCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-APPL-ID
               FILE STATUS IS WS-COLL-CASE-STATUS.
           SELECT PAY-HIST-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAY-HIST-STATUS.
           SELECT PROM-HIST-FILE ASSIGN TO "PROMHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-KEY
               FILE STATUS IS WS-PROM-HIST-STATUS.
           COPY d8evtsel.
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.
           COPY collcase.

           COPY payhist.

           COPY promhist.

           COPY d8evtfd.

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
       01 WS-COLL-CASE-STATUS PIC X(02) VALUE SPACES.
           88 COLL-CASE-OPENED VALUE "00".
       01 WS-PAY-HIST-STATUS PIC X(02) VALUE SPACES.
           88 PAY-HIST-OPENED VALUE "00".
       01 WS-PROM-HIST-STATUS PIC X(02) VALUE SPACES.
           88 PROM-HIST-OPENED VALUE "00".
           88 PROM-HIST-NOT-FOUND VALUE "35".
           COPY d8evtws.

       01 WS-CASE-EOF PIC X(01) VALUE "N".
           88 END-OF-CASES VALUE "Y".
       01 WS-PAY-EOF PIC X(01) VALUE "N".
           88 END-OF-PAYMENTS VALUE "Y".

       01 WS-TODAY PIC 9(08).
       01 WS-TODAY-INT PIC 9(08) COMP.

      * The promise window - made date through the promise date
      * plus the grace day.
       01 WS-GRACE-DAYS PIC 9(02) VALUE 1.
       01 WS-WINDOW-FROM PIC 9(08).
       01 WS-WINDOW-TO PIC 9(08).
       01 WS-WINDOW-TO-INT PIC 9(08) COMP.
       01 WS-PAID-AMT PIC S9(7)V9(2) COMP-3.
       01 WS-PAID-DATE PIC 9(08).

       01 WS-KEPT-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-BROKEN-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-WAITING-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-AMT-DISPLAY PIC -Z,ZZZ,ZZ9.99.
           COPY lnrstws.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "CLPTPEVL" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           MOVE "clptpevl" TO WS-EVT-PROGRAM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).

           OPEN I-O COLL-CASE-FILE.
           IF NOT COLL-CASE-OPENED
               DISPLAY "*** Unable to open COLLCASE - status "
                   WS-COLL-CASE-STATUS
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

           OPEN INPUT PAY-HIST-FILE.
           IF NOT PAY-HIST-OPENED
               DISPLAY "*** Unable to open PAYHIST - status "
                   WS-PAY-HIST-STATUS " - no promise judged."
               CLOSE COLL-CASE-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

           OPEN I-O PROM-HIST-FILE.
           IF PROM-HIST-NOT-FOUND
               OPEN OUTPUT PROM-HIST-FILE
               CLOSE PROM-HIST-FILE
               OPEN I-O PROM-HIST-FILE
           END-IF.
           IF NOT PROM-HIST-OPENED
               DISPLAY "*** Unable to open PROMHIST - status "
                   WS-PROM-HIST-STATUS
               CLOSE COLL-CASE-FILE
               CLOSE PAY-HIST-FILE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

           DISPLAY "clptpevl: promise-to-pay evaluation " WS-TODAY.
           DISPLAY "=====================================".

           PERFORM 8000-READ-CASE THRU 8000-EXIT.
           PERFORM 2000-JUDGE-CASE THRU 2000-EXIT
               UNTIL END-OF-CASES.

           CLOSE PROM-HIST-FILE.
           CLOSE PAY-HIST-FILE.
           CLOSE COLL-CASE-FILE.

           DISPLAY "-------------------------------------".
           DISPLAY "clptpevl: " WS-KEPT-COUNT " kept, "
               WS-BROKEN-COUNT " broken, " WS-WAITING-COUNT
               " still awaiting their date.".
           MOVE WS-KEPT-COUNT TO WS-RSTAT-WRITTEN.
           ADD WS-BROKEN-COUNT TO WS-RSTAT-WRITTEN.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

      *-----------------------------------------------------------
      * 2000-JUDGE-CASE
      *
      * One case with a promise awaiting its verdict: paid inside
      * the window is KEPT; the window closed unpaid is BROKEN;
      * otherwise the promise waits.
      *-----------------------------------------------------------
       2000-JUDGE-CASE.
           IF CC-PROMISE-DATE = ZEROES OR NOT CC-PROMISE-PENDING
               GO TO 2000-NEXT
           END-IF.

           MOVE CC-PROMISE-MADE TO WS-WINDOW-FROM.
           IF WS-WINDOW-FROM = ZEROES
               MOVE CC-OPEN-DATE TO WS-WINDOW-FROM
           END-IF.
           COMPUTE WS-WINDOW-TO-INT =
               FUNCTION INTEGER-OF-DATE(CC-PROMISE-DATE)
               + WS-GRACE-DAYS.
           COMPUTE WS-WINDOW-TO =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-TO-INT).

           PERFORM 2100-SUM-WINDOW THRU 2100-EXIT.

           IF WS-PAID-AMT > ZERO
               MOVE "K" TO CC-PROMISE-STATE
               MOVE "KEPT" TO PR-RESULT
               ADD 1 TO WS-KEPT-COUNT
           ELSE
               IF WS-TODAY-INT > WS-WINDOW-TO-INT
                   MOVE "B" TO CC-PROMISE-STATE
                   MOVE "Y" TO CC-PRIORITY
                   MOVE "BROKEN" TO PR-RESULT
                   ADD 1 TO WS-BROKEN-COUNT
               ELSE
                   ADD 1 TO WS-WAITING-COUNT
                   GO TO 2000-NEXT
               END-IF
           END-IF.

           PERFORM 2200-WRITE-HISTORY THRU 2200-EXIT.
           REWRITE COLL-CASE-RECORD
               INVALID KEY
                   DISPLAY "*** Rewrite failed for '" CC-APPL-ID
                       "' - status " WS-COLL-CASE-STATUS
           END-REWRITE.

           IF CC-PROMISE-BROKEN
               DISPLAY "*** Promise of " CC-PROMISE-DATE " on '"
                   CC-APPL-ID "' BROKEN - coll " CC-COLLECTOR
               MOVE "WARN" TO WS-EVT-SEVERITY
               MOVE "PTPBROKE" TO WS-EVT-MSG-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING "PROMISE " CC-PROMISE-DATE " BROKEN ON "
                      CC-APPL-ID
                   DELIMITED BY SIZE INTO WS-EVT-TEXT
               PERFORM 9850-LOG-D8-EVENT THRU 9850-EXIT
           ELSE
               MOVE WS-PAID-AMT TO WS-AMT-DISPLAY
               DISPLAY "Promise of " CC-PROMISE-DATE " on '"
                   CC-APPL-ID "' kept - " WS-AMT-DISPLAY
                   " posted from " WS-PAID-DATE "."
           END-IF.

       2000-NEXT.
           PERFORM 8000-READ-CASE THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2100-SUM-WINDOW
      *
      * The loan's POSTED payments dated inside the window, read
      * by key from the loan's first posting.
      *-----------------------------------------------------------
       2100-SUM-WINDOW.
           MOVE ZEROES TO WS-PAID-AMT.
           MOVE ZEROES TO WS-PAID-DATE.
           MOVE "N" TO WS-PAY-EOF.
           MOVE CC-APPL-ID TO PH-APPL-ID.
           MOVE ZEROES TO PH-POST-SEQ.
           START PAY-HIST-FILE KEY NOT < PH-KEY
               INVALID KEY MOVE "Y" TO WS-PAY-EOF
           END-START.
           IF NOT END-OF-PAYMENTS
               PERFORM 8100-READ-PAYMENT THRU 8100-EXIT
               PERFORM 2110-TAKE-PAYMENT THRU 2110-EXIT
                   UNTIL END-OF-PAYMENTS
           END-IF.
       2100-EXIT.
           EXIT.

       2110-TAKE-PAYMENT.
           IF PH-APPL-ID NOT = CC-APPL-ID
               MOVE "Y" TO WS-PAY-EOF
               GO TO 2110-EXIT
           END-IF.
           IF PH-POSTED
               AND PH-PAY-DATE NOT < WS-WINDOW-FROM
               AND PH-PAY-DATE NOT > WS-WINDOW-TO
               ADD PH-AMOUNT TO WS-PAID-AMT
               IF WS-PAID-DATE = ZEROES
                   OR PH-PAY-DATE < WS-PAID-DATE
                   MOVE PH-PAY-DATE TO WS-PAID-DATE
               END-IF
           END-IF.
           PERFORM 8100-READ-PAYMENT THRU 8100-EXIT.
       2110-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2200-WRITE-HISTORY
      *
      * The verdict on PROMHIST. A promise already on file (the
      * case was restored from a backup taken before the last
      * verdict) keeps its first verdict.
      *-----------------------------------------------------------
       2200-WRITE-HISTORY.
           MOVE CC-APPL-ID TO PR-APPL-ID.
           MOVE CC-PROMISE-DATE TO PR-PROMISE-DATE.
           MOVE WS-WINDOW-FROM TO PR-MADE-DATE.
           MOVE CC-COLLECTOR TO PR-COLLECTOR.
           MOVE CC-BUCKET TO PR-BUCKET.
           MOVE WS-TODAY TO PR-EVAL-DATE.
           MOVE WS-PAID-AMT TO PR-PAID-AMT.
           MOVE WS-PAID-DATE TO PR-PAID-DATE.
           WRITE PROM-HIST-RECORD
               INVALID KEY
                   DISPLAY "*** Promise of " CC-PROMISE-DATE " on '"
                       CC-APPL-ID "' already judged - history "
                       "left as it was."
           END-WRITE.
       2200-EXIT.
           EXIT.

       8000-READ-CASE.
           READ COLL-CASE-FILE NEXT
               AT END MOVE "Y" TO WS-CASE-EOF
               NOT AT END ADD 1 TO WS-RSTAT-READ
           END-READ.
       8000-EXIT.
           EXIT.

       8100-READ-PAYMENT.
           READ PAY-HIST-FILE NEXT
               AT END MOVE "Y" TO WS-PAY-EOF
           END-READ.
       8100-EXIT.
           EXIT.

           COPY d8evtwrt.
           COPY lnrstwrt.
