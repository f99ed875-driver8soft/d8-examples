      ******************************************************************
      *
      * Masked Test-Region Copy of the Loan Files
      * =========================================
      *
      * Copies LOANMSTR, BORRMSTR, LOANBORR, PAYHIST, AMORTSCH,
      * ESCROW and COLLCASE into the test set (TSTLMSTR, TSTBMSTR,
      * TSTLBORR, TSTPHIST, TSTAMORT, TSTESCRW, TSTCCASE) so a
      * change to lnpost, lnstmt and the rest can be tried against
      * realistic data without a single real name, address or
      * income leaving production.
      *
      * The personal fields are replaced by substitutes built from
      * the borrower number alone, so one borrower gets the same
      * substitute wherever it appears and the keys and
      * cross-references lnintegr checks are untouched:
      *
      *   - BM-NAME becomes TEST nnnnnnnn, and LM-BORROWER on a
      *     registered borrower's loan carries the same thirteen
      *     characters. A free-text LM-BORROWER with no borrower
      *     number becomes TEST Unnnnnnn, numbered in the order the
      *     names are first met, so the same name on two loans
      *     still reads as one borrower;
      *   - the address lines, city, postcode, phone and email are
      *     overwritten wherever they were present (a blank stays
      *     blank, so paperless and channel logic behave as they
      *     would have);
      *   - monthly income and obligations are rounded to the
      *     nearest 500, close enough for affordability testing
      *     without being the figure the borrower declared.
      *
      * A record lnscrub has already erased is copied as it is.
      *
      * The TSTCPYPM parameter row carries a sampling ratio: N
      * keeps every Nth loan (the first, the N+1th, ...) together
      * with its schedule, history, escrow, collection case and
      * borrower rows, and just the borrowers those loans name.
      * Zero, one or no parameter file copies everything, orphans
      * included. RETURN-CODE is 4 when an input other than
      * LOANMSTR could not be opened (its copy is left empty) and
      * 16 when LOANMSTR itself could not.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original test-region copy utility.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lntstcpy.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TST-CPY-PRM-FILE ASSIGN TO "TSTCPYPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TST-CPY-PRM-STATUS.
           SELECT LOAN-MSTR-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-APPL-ID
               FILE STATUS IS WS-LOAN-MSTR-STATUS.
           SELECT BORR-MSTR-FILE ASSIGN TO "BORRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-BORROWER-NO
               FILE STATUS IS WS-BORR-MSTR-STATUS.
           SELECT LOAN-BORR-FILE ASSIGN TO "LOANBORR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LB-KEY
               FILE STATUS IS WS-LOAN-BORR-STATUS.
           SELECT PAY-HIST-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAY-HIST-STATUS.
           SELECT AMORT-SCHED-FILE ASSIGN TO "AMORTSCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AMORT-KEY
               FILE STATUS IS WS-AMORT-SCHED-STATUS.
           SELECT ESCROW-FILE ASSIGN TO "ESCROW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ES-APPL-ID
               FILE STATUS IS WS-ESCROW-STATUS.
           SELECT COLL-CASE-FILE ASSIGN TO "COLLCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CC-APPL-ID
               FILE STATUS IS WS-COLL-CASE-STATUS.
           SELECT TST-LOAN-MSTR-FILE ASSIGN TO "TSTLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TST-LM-APPL-ID
               FILE STATUS IS WS-TST-LOAN-MSTR-STATUS.
           SELECT TST-BORR-MSTR-FILE ASSIGN TO "TSTBMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TST-BM-BORROWER-NO
               FILE STATUS IS WS-TST-BORR-MSTR-STATUS.
           SELECT TST-LOAN-BORR-FILE ASSIGN TO "TSTLBORR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TST-LB-KEY
               FILE STATUS IS WS-TST-LOAN-BORR-STATUS.
           SELECT TST-PAY-HIST-FILE ASSIGN TO "TSTPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TST-PH-KEY
               FILE STATUS IS WS-TST-PAY-HIST-STATUS.
           SELECT TST-AMORT-SCHED-FILE ASSIGN TO "TSTAMORT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TST-AMORT-KEY
               FILE STATUS IS WS-TST-AMORT-SCHED-STATUS.
           SELECT TST-ESCROW-FILE ASSIGN TO "TSTESCRW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TST-ES-APPL-ID
               FILE STATUS IS WS-TST-ESCROW-STATUS.
           SELECT TST-COLL-CASE-FILE ASSIGN TO "TSTCCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TST-CC-APPL-ID
               FILE STATUS IS WS-TST-COLL-CASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TST-CPY-PRM-FILE.
       01  TST-CPY-PRM-RECORD.
           05 TP-RATIO PIC X(03).

           COPY loanmstr.
           COPY borrmstr.
           COPY loanborr.
           COPY payhist.
           COPY amortsch.
           COPY escrow.
           COPY collcase.

      * The test set is laid out exactly as production - the same
      * copybooks, every name carried under a TST- prefix.
           COPY loanmstr REPLACING
               ==LOAN-MSTR-FILE== BY ==TST-LOAN-MSTR-FILE==
               ==LOAN-MSTR-RECORD== BY ==TST-LOAN-MSTR-RECORD==
               LEADING ==LM-== BY ==TST-LM-==.
           COPY borrmstr REPLACING
               ==BORR-MSTR-FILE== BY ==TST-BORR-MSTR-FILE==
               ==BORR-MSTR-RECORD== BY ==TST-BORR-MSTR-RECORD==
               LEADING ==BM-== BY ==TST-BM-==.
           COPY loanborr REPLACING
               ==LOAN-BORR-FILE== BY ==TST-LOAN-BORR-FILE==
               ==LOAN-BORR-RECORD== BY ==TST-LOAN-BORR-RECORD==
               LEADING ==LB-== BY ==TST-LB-==.
           COPY payhist REPLACING
               ==PAY-HIST-FILE== BY ==TST-PAY-HIST-FILE==
               ==PAY-HIST-RECORD== BY ==TST-PAY-HIST-RECORD==
               LEADING ==PH-== BY ==TST-PH-==.
           COPY amortsch REPLACING
               LEADING ==AMORT-== BY ==TST-AMORT-==.
           COPY escrow REPLACING
               ==ESCROW-FILE== BY ==TST-ESCROW-FILE==
               ==ESCROW-RECORD== BY ==TST-ESCROW-RECORD==
               LEADING ==ES-== BY ==TST-ES-==.
           COPY collcase REPLACING
               ==COLL-CASE-FILE== BY ==TST-COLL-CASE-FILE==
               ==COLL-CASE-RECORD== BY ==TST-COLL-CASE-RECORD==
               LEADING ==CC-== BY ==TST-CC-==.

       WORKING-STORAGE SECTION.
       01 WS-TST-CPY-PRM-STATUS PIC X(02) VALUE SPACES.
           88 TST-CPY-PRM-OPENED VALUE "00".
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-BORR-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 BORR-MSTR-OPENED VALUE "00".
       01 WS-LOAN-BORR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-BORR-OPENED VALUE "00".
       01 WS-PAY-HIST-STATUS PIC X(02) VALUE SPACES.
           88 PAY-HIST-OPENED VALUE "00".
       01 WS-AMORT-SCHED-STATUS PIC X(02) VALUE SPACES.
           88 AMORT-SCHED-OPENED VALUE "00".
       01 WS-ESCROW-STATUS PIC X(02) VALUE SPACES.
           88 ESCROW-OPENED VALUE "00".
       01 WS-COLL-CASE-STATUS PIC X(02) VALUE SPACES.
           88 COLL-CASE-OPENED VALUE "00".
       01 WS-TST-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
       01 WS-TST-BORR-MSTR-STATUS PIC X(02) VALUE SPACES.
       01 WS-TST-LOAN-BORR-STATUS PIC X(02) VALUE SPACES.
       01 WS-TST-PAY-HIST-STATUS PIC X(02) VALUE SPACES.
       01 WS-TST-AMORT-SCHED-STATUS PIC X(02) VALUE SPACES.
       01 WS-TST-ESCROW-STATUS PIC X(02) VALUE SPACES.
       01 WS-TST-COLL-CASE-STATUS PIC X(02) VALUE SPACES.

       01 WS-EOF PIC X(01) VALUE "N".
           88 END-OF-FILE VALUE "Y".

      * Sampling ratio - every Nth loan is kept; 1 keeps them all.
       01 WS-RATIO PIC 9(03) VALUE 1.
       01 WS-COPY-MODE PIC X(01) VALUE "F".
           88 FULL-COPY    VALUE "F".
           88 SAMPLED-COPY VALUE "S".
       01 WS-LOAN-SEEN PIC 9(09) VALUE ZEROES.
       01 WS-SAMPLE-QUOT PIC 9(09) VALUE ZEROES.
       01 WS-SAMPLE-REM PIC 9(03) VALUE ZEROES.

      * Set by 6000-CHECK-LOAN-KEPT for the application id in
      * WS-CHECK-APPL-ID.
       01 WS-CHECK-APPL-ID PIC X(20) VALUE SPACES.
       01 WS-LOAN-KEPT-SW PIC X(01) VALUE "N".
           88 LOAN-KEPT VALUE "Y".

       01 WS-COPY-BORR-NO PIC X(08) VALUE SPACES.

       01 WS-ERASED-MARKER PIC X(13) VALUE "*ERASED*".
       01 WS-INCOME-BAND PIC 9(03) VALUE 500.
       01 WS-BAND-COUNT PIC 9(07) VALUE ZEROES.

      * Free-text names met on loans with no borrower number, each
      * given the next TEST Unnnnnnn substitute.
       01 WS-UNREG-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-UNREG-MAX PIC 9(05) VALUE 5000.
       01 WS-UNREG-NO PIC 9(07) VALUE ZEROES.
       01 UNR-TABLE.
           05 UNR-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-UNREG-COUNT
                   INDEXED BY UNR-IDX.
               10 UNR-NAME   PIC X(13).
               10 UNR-NO     PIC 9(07).

       01 WS-LOAN-COPIED PIC 9(09) VALUE ZEROES.
       01 WS-BORR-COPIED PIC 9(09) VALUE ZEROES.
       01 WS-LOAN-BORR-COPIED PIC 9(09) VALUE ZEROES.
       01 WS-PAY-HIST-COPIED PIC 9(09) VALUE ZEROES.
       01 WS-AMORT-COPIED PIC 9(09) VALUE ZEROES.
       01 WS-ESCROW-COPIED PIC 9(09) VALUE ZEROES.
       01 WS-COLL-CASE-COPIED PIC 9(09) VALUE ZEROES.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE ZEROES TO RETURN-CODE.
           PERFORM 1000-LOAD-RATIO THRU 1000-EXIT.

           OPEN INPUT LOAN-MSTR-FILE.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT BORR-MSTR-FILE.
           IF NOT BORR-MSTR-OPENED
               DISPLAY "*** Unable to open BORRMSTR - status "
                   WS-BORR-MSTR-STATUS " - TSTBMSTR left empty"
               MOVE 4 TO RETURN-CODE
           END-IF.

           OPEN OUTPUT TST-LOAN-MSTR-FILE.
           OPEN OUTPUT TST-BORR-MSTR-FILE.
           OPEN OUTPUT TST-LOAN-BORR-FILE.
           OPEN OUTPUT TST-PAY-HIST-FILE.
           OPEN OUTPUT TST-AMORT-SCHED-FILE.
           OPEN OUTPUT TST-ESCROW-FILE.
           OPEN OUTPUT TST-COLL-CASE-FILE.

           MOVE "N" TO WS-EOF.
           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
           PERFORM 2000-COPY-LOAN THRU 2000-EXIT
               UNTIL END-OF-FILE.
           CLOSE LOAN-MSTR-FILE.

      * The loans kept are now the test master - reopened for the
      * lookups that decide which dependent rows follow them.
           CLOSE TST-LOAN-MSTR-FILE.
           OPEN INPUT TST-LOAN-MSTR-FILE.

           PERFORM 3000-COPY-LOAN-BORR THRU 3000-EXIT.
           PERFORM 3200-COPY-PAY-HIST THRU 3200-EXIT.
           PERFORM 3400-COPY-AMORT-SCHED THRU 3400-EXIT.
           PERFORM 3600-COPY-ESCROW THRU 3600-EXIT.
           PERFORM 3800-COPY-COLL-CASE THRU 3800-EXIT.
           IF FULL-COPY AND BORR-MSTR-OPENED
               PERFORM 4000-COPY-ALL-BORROWERS THRU 4000-EXIT
           END-IF.

           IF BORR-MSTR-OPENED
               CLOSE BORR-MSTR-FILE
           END-IF.
           CLOSE TST-LOAN-MSTR-FILE.
           CLOSE TST-BORR-MSTR-FILE.
           CLOSE TST-LOAN-BORR-FILE.
           CLOSE TST-PAY-HIST-FILE.
           CLOSE TST-AMORT-SCHED-FILE.
           CLOSE TST-ESCROW-FILE.
           CLOSE TST-COLL-CASE-FILE.

           IF SAMPLED-COPY
               DISPLAY "lntstcpy: every " WS-RATIO "th of "
                   WS-LOAN-SEEN " loan(s) sampled."
           END-IF.
           DISPLAY "lntstcpy: " WS-LOAN-COPIED " loan(s), "
               WS-BORR-COPIED " borrower(s), "
               WS-LOAN-BORR-COPIED " loan-borrower row(s) copied.".
           DISPLAY "lntstcpy: " WS-PAY-HIST-COPIED " payment(s), "
               WS-AMORT-COPIED " schedule row(s), "
               WS-ESCROW-COPIED " escrow account(s), "
               WS-COLL-CASE-COPIED " collection case(s) copied.".
           GOBACK.

      *-----------------------------------------------------------
      * 1000-LOAD-RATIO - the sampling ratio off TSTCPYPM. Zero,
      * one, anything unreadable or no file at all is a full copy.
      *-----------------------------------------------------------
       1000-LOAD-RATIO.
           OPEN INPUT TST-CPY-PRM-FILE.
           IF TST-CPY-PRM-OPENED
               READ TST-CPY-PRM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF TP-RATIO IS NUMERIC
                           MOVE TP-RATIO TO WS-RATIO
                       END-IF
               END-READ
               CLOSE TST-CPY-PRM-FILE
           END-IF.
           IF WS-RATIO > 1
               MOVE "S" TO WS-COPY-MODE
           ELSE
               MOVE 1 TO WS-RATIO
               MOVE "F" TO WS-COPY-MODE
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-COPY-LOAN - one LOANMSTR record. A sampled loan is
      * masked into the test master and, on a sampled copy, its
      * registered borrower follows it.
      *-----------------------------------------------------------
       2000-COPY-LOAN.
           ADD 1 TO WS-LOAN-SEEN.
           IF SAMPLED-COPY
               DIVIDE WS-LOAN-SEEN BY WS-RATIO
                   GIVING WS-SAMPLE-QUOT REMAINDER WS-SAMPLE-REM
               IF WS-SAMPLE-REM NOT = 1
                   GO TO 2000-NEXT
               END-IF
           END-IF.

           PERFORM 5200-MASK-LOAN-NAME THRU 5200-EXIT.
           MOVE LOAN-MSTR-RECORD TO TST-LOAN-MSTR-RECORD.
           WRITE TST-LOAN-MSTR-RECORD
               INVALID KEY
                   DISPLAY "*** TSTLMSTR write failed for "
                       LM-APPL-ID " - status "
                       WS-TST-LOAN-MSTR-STATUS
                   GO TO 2000-NEXT
           END-WRITE.
           ADD 1 TO WS-LOAN-COPIED.

           IF SAMPLED-COPY AND LM-BORROWER-NO NOT = SPACES
               MOVE LM-BORROWER-NO TO WS-COPY-BORR-NO
               PERFORM 4200-COPY-BORROWER THRU 4200-EXIT
           END-IF.
       2000-NEXT.
           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3000-COPY-LOAN-BORR - the cross-reference rows of the loans
      * kept. On a sampled copy every borrower named follows, co-
      * borrowers and borrowers since assumed off the loan alike.
      *-----------------------------------------------------------
       3000-COPY-LOAN-BORR.
           OPEN INPUT LOAN-BORR-FILE.
           IF NOT LOAN-BORR-OPENED
               DISPLAY "*** Unable to open LOANBORR - status "
                   WS-LOAN-BORR-STATUS " - TSTLBORR left empty"
               MOVE 4 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM 8100-READ-LOAN-BORR THRU 8100-EXIT.
           PERFORM 3100-ONE-LOAN-BORR THRU 3100-EXIT
               UNTIL END-OF-FILE.
           CLOSE LOAN-BORR-FILE.
       3000-EXIT.
           EXIT.

       3100-ONE-LOAN-BORR.
           MOVE LB-APPL-ID TO WS-CHECK-APPL-ID.
           PERFORM 6000-CHECK-LOAN-KEPT THRU 6000-EXIT.
           IF NOT LOAN-KEPT
               GO TO 3100-NEXT
           END-IF.
           MOVE LOAN-BORR-RECORD TO TST-LOAN-BORR-RECORD.
           WRITE TST-LOAN-BORR-RECORD
               INVALID KEY GO TO 3100-NEXT
           END-WRITE.
           ADD 1 TO WS-LOAN-BORR-COPIED.
           IF SAMPLED-COPY
               MOVE LB-BORROWER-NO TO WS-COPY-BORR-NO
               PERFORM 4200-COPY-BORROWER THRU 4200-EXIT
           END-IF.
       3100-NEXT.
           PERFORM 8100-READ-LOAN-BORR THRU 8100-EXIT.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3200-COPY-PAY-HIST - the payment history of the loans kept.
      *-----------------------------------------------------------
       3200-COPY-PAY-HIST.
           OPEN INPUT PAY-HIST-FILE.
           IF NOT PAY-HIST-OPENED
               DISPLAY "*** Unable to open PAYHIST - status "
                   WS-PAY-HIST-STATUS " - TSTPHIST left empty"
               MOVE 4 TO RETURN-CODE
               GO TO 3200-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM 8200-READ-PAY-HIST THRU 8200-EXIT.
           PERFORM 3300-ONE-PAYMENT THRU 3300-EXIT
               UNTIL END-OF-FILE.
           CLOSE PAY-HIST-FILE.
       3200-EXIT.
           EXIT.

       3300-ONE-PAYMENT.
           MOVE PH-APPL-ID TO WS-CHECK-APPL-ID.
           PERFORM 6000-CHECK-LOAN-KEPT THRU 6000-EXIT.
           IF LOAN-KEPT
               MOVE PAY-HIST-RECORD TO TST-PAY-HIST-RECORD
               WRITE TST-PAY-HIST-RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO WS-PAY-HIST-COPIED
               END-WRITE
           END-IF.
           PERFORM 8200-READ-PAY-HIST THRU 8200-EXIT.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3400-COPY-AMORT-SCHED - the schedules of the loans kept.
      *-----------------------------------------------------------
       3400-COPY-AMORT-SCHED.
           OPEN INPUT AMORT-SCHED-FILE.
           IF NOT AMORT-SCHED-OPENED
               DISPLAY "*** Unable to open AMORTSCH - status "
                   WS-AMORT-SCHED-STATUS " - TSTAMORT left empty"
               MOVE 4 TO RETURN-CODE
               GO TO 3400-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM 8300-READ-AMORT-SCHED THRU 8300-EXIT.
           PERFORM 3500-ONE-PERIOD THRU 3500-EXIT
               UNTIL END-OF-FILE.
           CLOSE AMORT-SCHED-FILE.
       3400-EXIT.
           EXIT.

       3500-ONE-PERIOD.
           MOVE AMORT-APPL-ID TO WS-CHECK-APPL-ID.
           PERFORM 6000-CHECK-LOAN-KEPT THRU 6000-EXIT.
           IF LOAN-KEPT
               MOVE AMORT-SCHED-RECORD TO TST-AMORT-SCHED-RECORD
               WRITE TST-AMORT-SCHED-RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO WS-AMORT-COPIED
               END-WRITE
           END-IF.
           PERFORM 8300-READ-AMORT-SCHED THRU 8300-EXIT.
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3600-COPY-ESCROW - the escrow accounts of the loans kept.
      * Payees are the tax offices and insurers paid, not people,
      * and are copied as they are.
      *-----------------------------------------------------------
       3600-COPY-ESCROW.
           OPEN INPUT ESCROW-FILE.
           IF NOT ESCROW-OPENED
               DISPLAY "*** Unable to open ESCROW - status "
                   WS-ESCROW-STATUS " - TSTESCRW left empty"
               MOVE 4 TO RETURN-CODE
               GO TO 3600-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM 8400-READ-ESCROW THRU 8400-EXIT.
           PERFORM 3700-ONE-ESCROW THRU 3700-EXIT
               UNTIL END-OF-FILE.
           CLOSE ESCROW-FILE.
       3600-EXIT.
           EXIT.

       3700-ONE-ESCROW.
           MOVE ES-APPL-ID TO WS-CHECK-APPL-ID.
           PERFORM 6000-CHECK-LOAN-KEPT THRU 6000-EXIT.
           IF LOAN-KEPT
               MOVE ESCROW-RECORD TO TST-ESCROW-RECORD
               WRITE TST-ESCROW-RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO WS-ESCROW-COPIED
               END-WRITE
           END-IF.
           PERFORM 8400-READ-ESCROW THRU 8400-EXIT.
       3700-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3800-COPY-COLL-CASE - the collection cases of the loans
      * kept.
      *-----------------------------------------------------------
       3800-COPY-COLL-CASE.
           OPEN INPUT COLL-CASE-FILE.
           IF NOT COLL-CASE-OPENED
               DISPLAY "*** Unable to open COLLCASE - status "
                   WS-COLL-CASE-STATUS " - TSTCCASE left empty"
               MOVE 4 TO RETURN-CODE
               GO TO 3800-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM 8500-READ-COLL-CASE THRU 8500-EXIT.
           PERFORM 3900-ONE-CASE THRU 3900-EXIT
               UNTIL END-OF-FILE.
           CLOSE COLL-CASE-FILE.
       3800-EXIT.
           EXIT.

       3900-ONE-CASE.
           MOVE CC-APPL-ID TO WS-CHECK-APPL-ID.
           PERFORM 6000-CHECK-LOAN-KEPT THRU 6000-EXIT.
           IF LOAN-KEPT
               MOVE COLL-CASE-RECORD TO TST-COLL-CASE-RECORD
               WRITE TST-COLL-CASE-RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO WS-COLL-CASE-COPIED
               END-WRITE
           END-IF.
           PERFORM 8500-READ-COLL-CASE THRU 8500-EXIT.
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 4000-COPY-ALL-BORROWERS - a full copy takes the whole
      * borrower register, whether or not a loan names them.
      *-----------------------------------------------------------
       4000-COPY-ALL-BORROWERS.
           MOVE "N" TO WS-EOF.
           PERFORM 8600-READ-BORROWER-NEXT THRU 8600-EXIT.
           PERFORM 4100-ONE-BORROWER THRU 4100-EXIT
               UNTIL END-OF-FILE.
       4000-EXIT.
           EXIT.

       4100-ONE-BORROWER.
           PERFORM 4300-WRITE-BORROWER THRU 4300-EXIT.
           PERFORM 8600-READ-BORROWER-NEXT THRU 8600-EXIT.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 4200-COPY-BORROWER - the borrower in WS-COPY-BORR-NO, on a
      * sampled copy. A borrower on several sampled loans is
      * written once; one missing from BORRMSTR stays missing, as
      * lnintegr would report it in production.
      *-----------------------------------------------------------
       4200-COPY-BORROWER.
           IF NOT BORR-MSTR-OPENED
               GO TO 4200-EXIT
           END-IF.
           MOVE WS-COPY-BORR-NO TO BM-BORROWER-NO.
           READ BORR-MSTR-FILE
               INVALID KEY GO TO 4200-EXIT
           END-READ.
           PERFORM 4300-WRITE-BORROWER THRU 4300-EXIT.
       4200-EXIT.
           EXIT.

       4300-WRITE-BORROWER.
           PERFORM 5000-MASK-BORROWER THRU 5000-EXIT.
           MOVE BORR-MSTR-RECORD TO TST-BORR-MSTR-RECORD.
           WRITE TST-BORR-MSTR-RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WS-BORR-COPIED
           END-WRITE.
       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 5000-MASK-BORROWER - replaces the personal fields of the
      * BORRMSTR record in hand with substitutes built from its
      * borrower number. Fields left blank stay blank.
      *-----------------------------------------------------------
       5000-MASK-BORROWER.
           IF BM-NAME = WS-ERASED-MARKER
               GO TO 5000-EXIT
           END-IF.
           MOVE SPACES TO BM-NAME.
           STRING "TEST " BM-BORROWER-NO
               DELIMITED BY SIZE INTO BM-NAME.
           IF BM-ADDR-LINE-1 NOT = SPACES
               MOVE SPACES TO BM-ADDR-LINE-1
               STRING BM-BORROWER-NO " TEST STREET"
                   DELIMITED BY SIZE INTO BM-ADDR-LINE-1
           END-IF.
           IF BM-ADDR-LINE-2 NOT = SPACES
               MOVE "TEST DISTRICT" TO BM-ADDR-LINE-2
           END-IF.
           IF BM-CITY NOT = SPACES
               MOVE "TESTVILLE" TO BM-CITY
           END-IF.
           IF BM-POSTCODE NOT = SPACES
               MOVE "00000" TO BM-POSTCODE
           END-IF.
           IF BM-PHONE NOT = SPACES
               MOVE SPACES TO BM-PHONE
               STRING "555-" BM-BORROWER-NO
                   DELIMITED BY SIZE INTO BM-PHONE
           END-IF.
           IF BM-EMAIL NOT = SPACES
               MOVE SPACES TO BM-EMAIL
               STRING "TEST." BM-BORROWER-NO DELIMITED BY SPACE
                   "@D8LINK.INVALID" DELIMITED BY SIZE
                   INTO BM-EMAIL
           END-IF.

           IF BM-MONTHLY-INCOME IS NUMERIC
               COMPUTE WS-BAND-COUNT ROUNDED =
                   BM-MONTHLY-INCOME / WS-INCOME-BAND
               COMPUTE BM-MONTHLY-INCOME =
                   WS-BAND-COUNT * WS-INCOME-BAND
           END-IF.
           IF BM-MONTHLY-OBLIG IS NUMERIC
               COMPUTE WS-BAND-COUNT ROUNDED =
                   BM-MONTHLY-OBLIG / WS-INCOME-BAND
               COMPUTE BM-MONTHLY-OBLIG =
                   WS-BAND-COUNT * WS-INCOME-BAND
           END-IF.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 5200-MASK-LOAN-NAME - LM-BORROWER on the loan in hand. A
      * registered borrower's loan carries the BM-NAME substitute;
      * a free-text name is looked up (and if new, numbered) in
      * UNR-TABLE so each distinct name keeps one substitute.
      *-----------------------------------------------------------
       5200-MASK-LOAN-NAME.
           IF LM-BORROWER = SPACES OR LM-BORROWER = WS-ERASED-MARKER
               GO TO 5200-EXIT
           END-IF.
           IF LM-BORROWER-NO NOT = SPACES
               MOVE SPACES TO LM-BORROWER
               STRING "TEST " LM-BORROWER-NO
                   DELIMITED BY SIZE INTO LM-BORROWER
               GO TO 5200-EXIT
           END-IF.

           SET UNR-IDX TO 1.
           SEARCH UNR-ENTRY
               AT END
                   PERFORM 5300-ADD-UNREG-NAME THRU 5300-EXIT
               WHEN UNR-NAME (UNR-IDX) = LM-BORROWER
                   MOVE UNR-NO (UNR-IDX) TO WS-UNREG-NO
           END-SEARCH.
           MOVE SPACES TO LM-BORROWER.
           STRING "TEST U" WS-UNREG-NO
               DELIMITED BY SIZE INTO LM-BORROWER.
       5200-EXIT.
           EXIT.

      * Once the table is full every further new name shares the
      * next number - still no real name, just less distinct.
       5300-ADD-UNREG-NAME.
           IF WS-UNREG-COUNT NOT < WS-UNREG-MAX
               COMPUTE WS-UNREG-NO = WS-UNREG-MAX + 1
               GO TO 5300-EXIT
           END-IF.
           ADD 1 TO WS-UNREG-COUNT.
           MOVE WS-UNREG-COUNT TO WS-UNREG-NO.
           MOVE LM-BORROWER TO UNR-NAME (WS-UNREG-COUNT).
           MOVE WS-UNREG-NO TO UNR-NO (WS-UNREG-COUNT).
       5300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 6000-CHECK-LOAN-KEPT - is WS-CHECK-APPL-ID in the test set?
      * A full copy keeps every row, orphans included, so the test
      * region shows what lnintegr would find in production.
      *-----------------------------------------------------------
       6000-CHECK-LOAN-KEPT.
           MOVE "Y" TO WS-LOAN-KEPT-SW.
           IF FULL-COPY
               GO TO 6000-EXIT
           END-IF.
           MOVE WS-CHECK-APPL-ID TO TST-LM-APPL-ID.
           READ TST-LOAN-MSTR-FILE
               INVALID KEY MOVE "N" TO WS-LOAN-KEPT-SW
           END-READ.
       6000-EXIT.
           EXIT.

       8000-READ-MASTER.
           READ LOAN-MSTR-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.
       8000-EXIT.
           EXIT.

       8100-READ-LOAN-BORR.
           READ LOAN-BORR-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.
       8100-EXIT.
           EXIT.

       8200-READ-PAY-HIST.
           READ PAY-HIST-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.
       8200-EXIT.
           EXIT.

       8300-READ-AMORT-SCHED.
           READ AMORT-SCHED-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.
       8300-EXIT.
           EXIT.

       8400-READ-ESCROW.
           READ ESCROW-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.
       8400-EXIT.
           EXIT.

       8500-READ-COLL-CASE.
           READ COLL-CASE-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.
       8500-EXIT.
           EXIT.

       8600-READ-BORROWER-NEXT.
           READ BORR-MSTR-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
           END-READ.
       8600-EXIT.
           EXIT.
