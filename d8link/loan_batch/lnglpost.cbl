      ******************************************************************
      *
      * General-Ledger Carried-Balance Update
      * =====================================
      *
      * Rolls the day's GLEXTR extract into the GLBAL carried
      * balances - one running balance per ledger account and cost
      * centre, split by posting type, loan type and currency -
      * so the ledger side of the book exists somewhere other than
      * the ledger itself and lnglrec can prove it against the
      * loan, escrow and fee subledgers.
      *
      * The extract is proven before a byte is applied: it must
      * open with its H header and close with a T trailer whose
      * record count and debit and credit totals agree with the
      * detail rows, and debits must equal credits. An extract that
      * fails (the empty GLEXTR a failed lnglextr leaves included)
      * applies nothing and ends RETURN-CODE 8. An extract dated on
      * or before the last one applied - the *CONTROL row's date -
      * is a rerun and is skipped with RETURN-CODE 4.
      *
      * The daily lnglextr extract is not the only one: the header
      * may name its source (lnreserv's month-end RESVEXTR says
      * RESERVE), and each source keeps its own *CONTROL row, so a
      * reserve extract dated the same day as the daily one still
      * applies, and each is still applied only once.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original carried-balance update.
      * 2026-10-15  RJM  Rerun guard kept per extract source named
      *                  on the header, for the lnreserv reserve
      *                  extract.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lnglpost.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-EXTR-FILE ASSIGN TO "GLEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-EXTR-STATUS.
           SELECT GL-BAL-FILE ASSIGN TO "GLBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-GL-BAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-EXTR-FILE.
       01  GL-EXTR-RECORD.
           05 GL-REC-TYPE PIC X(01).
           05 GL-DATA     PIC X(71).
       01  GL-EXTR-HEADER REDEFINES GL-EXTR-RECORD.
           05 FILLER       PIC X(01).
           05 GL-HDR-DATE  PIC 9(08).
      * Blank on the daily lnglextr extract.
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

           COPY glbal.

       WORKING-STORAGE SECTION.
       01 WS-GL-EXTR-STATUS PIC X(02) VALUE SPACES.
           88 GL-EXTR-OPENED VALUE "00".
       01 WS-GL-BAL-STATUS PIC X(02) VALUE SPACES.
           88 GL-BAL-OPENED VALUE "00".
           88 GL-BAL-NOT-FOUND VALUE "35".

       01 WS-EXTR-EOF PIC X(01) VALUE "N".
           88 END-OF-EXTRACT VALUE "Y".

       01 WS-EXTRACT-DATE PIC 9(08) VALUE ZEROES.
       01 WS-EXTRACT-SOURCE PIC X(08) VALUE SPACES.
       01 WS-LAST-APPLIED PIC 9(08) VALUE ZEROES.
       01 WS-CONTROL-FOUND PIC X(01) VALUE "N".
           88 CONTROL-ON-FILE VALUE "Y".
       01 WS-EXTRACT-VALID PIC X(01) VALUE "N".
           88 EXTRACT-VALID VALUE "Y".
       01 WS-TRAILER-SEEN PIC X(01) VALUE "N".
           88 TRAILER-SEEN VALUE "Y".

      * Controls counted off the detail rows, and the trailer's.
       01 WS-DETAIL-COUNT PIC 9(09) VALUE ZEROES.
       01 WS-TOTAL-DR PIC S9(13)V9(2) COMP-3 VALUE ZEROES.
       01 WS-TOTAL-CR PIC S9(13)V9(2) COMP-3 VALUE ZEROES.
       01 WS-TRL-COUNT PIC 9(09) VALUE ZEROES.
       01 WS-TRL-DR PIC S9(13)V9(2) COMP-3 VALUE ZEROES.
       01 WS-TRL-CR PIC S9(13)V9(2) COMP-3 VALUE ZEROES.

       01 WS-APPLIED-COUNT PIC 9(09) VALUE ZEROES.
       01 WS-NEW-ROW-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-ROW-FOUND PIC X(01) VALUE "N".
           88 BALANCE-ROW-FOUND VALUE "Y".

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-PROVE-EXTRACT THRU 1000-EXIT.
           IF NOT EXTRACT-VALID
               DISPLAY "*** lnglpost: GLEXTR failed its controls - "
                   "nothing applied to GLBAL."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O GL-BAL-FILE.
           IF GL-BAL-NOT-FOUND
               OPEN OUTPUT GL-BAL-FILE
               CLOSE GL-BAL-FILE
               OPEN I-O GL-BAL-FILE
           END-IF.
           IF NOT GL-BAL-OPENED
               DISPLAY "*** Unable to open GLBAL - status "
                   WS-GL-BAL-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 2000-READ-CONTROL THRU 2000-EXIT.
           IF WS-EXTRACT-DATE NOT > WS-LAST-APPLIED
               DISPLAY "lnglpost: GLEXTR of " WS-EXTRACT-DATE
                   " already applied (GLBAL is at "
                   WS-LAST-APPLIED ") - skipped."
               CLOSE GL-BAL-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 3000-APPLY-EXTRACT THRU 3000-EXIT.
           PERFORM 4000-WRITE-CONTROL THRU 4000-EXIT.
           CLOSE GL-BAL-FILE.

           DISPLAY "lnglpost: GLEXTR of " WS-EXTRACT-DATE " - "
               WS-APPLIED-COUNT " posting(s) applied, "
               WS-NEW-ROW-COUNT " new balance row(s).".
           GOBACK.

      *-----------------------------------------------------------
      * 1000-PROVE-EXTRACT
      *
      * One pass over GLEXTR checking the header, counting and
      * totalling the detail rows and agreeing them to the
      * trailer.
      *-----------------------------------------------------------
       1000-PROVE-EXTRACT.
           MOVE "N" TO WS-EXTRACT-VALID.
           MOVE "N" TO WS-EXTR-EOF.
           OPEN INPUT GL-EXTR-FILE.
           IF NOT GL-EXTR-OPENED
               DISPLAY "*** Unable to open GLEXTR - status "
                   WS-GL-EXTR-STATUS
               GO TO 1000-EXIT
           END-IF.
           PERFORM 8000-READ-EXTRACT THRU 8000-EXIT.
           IF END-OF-EXTRACT OR GL-REC-TYPE NOT = "H"
               DISPLAY "*** GLEXTR has no header record."
               CLOSE GL-EXTR-FILE
               GO TO 1000-EXIT
           END-IF.
           MOVE GL-HDR-DATE TO WS-EXTRACT-DATE.
           MOVE GL-HDR-SOURCE TO WS-EXTRACT-SOURCE.
           PERFORM 8000-READ-EXTRACT THRU 8000-EXIT.
           PERFORM 1100-COUNT-RECORD THRU 1100-EXIT
               UNTIL END-OF-EXTRACT.
           CLOSE GL-EXTR-FILE.

           IF NOT TRAILER-SEEN
               DISPLAY "*** GLEXTR has no trailer record."
               GO TO 1000-EXIT
           END-IF.
           IF WS-DETAIL-COUNT NOT = WS-TRL-COUNT
               OR WS-TOTAL-DR NOT = WS-TRL-DR
               OR WS-TOTAL-CR NOT = WS-TRL-CR
               DISPLAY "*** GLEXTR detail does not agree to its "
                   "trailer - " WS-DETAIL-COUNT " row(s) against "
                   WS-TRL-COUNT "."
               GO TO 1000-EXIT
           END-IF.
           IF WS-TOTAL-DR NOT = WS-TOTAL-CR
               DISPLAY "*** GLEXTR is out of balance."
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO WS-EXTRACT-VALID.
       1000-EXIT.
           EXIT.

       1100-COUNT-RECORD.
           IF GL-REC-TYPE = "D"
               ADD 1 TO WS-DETAIL-COUNT
               IF GL-DRCR = "D"
                   ADD GL-AMOUNT TO WS-TOTAL-DR
               ELSE
                   ADD GL-AMOUNT TO WS-TOTAL-CR
               END-IF
           END-IF.
           IF GL-REC-TYPE = "T"
               MOVE "Y" TO WS-TRAILER-SEEN
               MOVE GL-TRL-COUNT TO WS-TRL-COUNT
               MOVE GL-TRL-DR TO WS-TRL-DR
               MOVE GL-TRL-CR TO WS-TRL-CR
           END-IF.
           PERFORM 8000-READ-EXTRACT THRU 8000-EXIT.
       1100-EXIT.
           EXIT.

       2000-READ-CONTROL.
           MOVE "Y" TO WS-CONTROL-FOUND.
           MOVE SPACES TO GB-KEY.
           MOVE "*CONTROL" TO GB-ACCOUNT.
           MOVE WS-EXTRACT-SOURCE TO GB-POST-TYPE.
           READ GL-BAL-FILE
               INVALID KEY
                   MOVE "N" TO WS-CONTROL-FOUND
           END-READ.
           IF CONTROL-ON-FILE
               MOVE GB-LAST-DATE TO WS-LAST-APPLIED
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3000-APPLY-EXTRACT
      *
      * Second pass - each detail row moves its balance row,
      * opening the row the first time the key is seen.
      *-----------------------------------------------------------
       3000-APPLY-EXTRACT.
           MOVE "N" TO WS-EXTR-EOF.
           OPEN INPUT GL-EXTR-FILE.
           PERFORM 8000-READ-EXTRACT THRU 8000-EXIT.
           PERFORM 3100-APPLY-ONE THRU 3100-EXIT
               UNTIL END-OF-EXTRACT.
           CLOSE GL-EXTR-FILE.
       3000-EXIT.
           EXIT.

       3100-APPLY-ONE.
           IF GL-REC-TYPE NOT = "D"
               GO TO 3100-NEXT
           END-IF.
           MOVE "Y" TO WS-ROW-FOUND.
           MOVE GL-ACCOUNT TO GB-ACCOUNT.
           MOVE GL-COST-CENTRE TO GB-COST-CENTRE.
           MOVE GL-POST-TYPE TO GB-POST-TYPE.
           MOVE GL-LOAN-TYPE TO GB-LOAN-TYPE.
           MOVE GL-CURRENCY TO GB-CURRENCY.
           READ GL-BAL-FILE
               INVALID KEY
                   MOVE "N" TO WS-ROW-FOUND
                   MOVE ZEROES TO GB-BALANCE
           END-READ.

           IF GL-DRCR = "D"
               ADD GL-AMOUNT TO GB-BALANCE
           ELSE
               SUBTRACT GL-AMOUNT FROM GB-BALANCE
           END-IF.
           MOVE WS-EXTRACT-DATE TO GB-LAST-DATE.

           IF BALANCE-ROW-FOUND
               REWRITE GL-BAL-RECORD
                   INVALID KEY
                       DISPLAY "*** GLBAL rewrite failed for "
                           GB-ACCOUNT " " GB-COST-CENTRE
                           " - status " WS-GL-BAL-STATUS
               END-REWRITE
           ELSE
               WRITE GL-BAL-RECORD
                   INVALID KEY
                       DISPLAY "*** GLBAL write failed for "
                           GB-ACCOUNT " " GB-COST-CENTRE
                           " - status " WS-GL-BAL-STATUS
               END-WRITE
               ADD 1 TO WS-NEW-ROW-COUNT
           END-IF.
           ADD 1 TO WS-APPLIED-COUNT.
       3100-NEXT.
           PERFORM 8000-READ-EXTRACT THRU 8000-EXIT.
       3100-EXIT.
           EXIT.

       4000-WRITE-CONTROL.
           MOVE SPACES TO GB-KEY.
           MOVE "*CONTROL" TO GB-ACCOUNT.
           MOVE WS-EXTRACT-SOURCE TO GB-POST-TYPE.
           MOVE ZEROES TO GB-BALANCE.
           MOVE WS-EXTRACT-DATE TO GB-LAST-DATE.
           IF CONTROL-ON-FILE
               REWRITE GL-BAL-RECORD
           ELSE
               WRITE GL-BAL-RECORD
           END-IF.
       4000-EXIT.
           EXIT.

       8000-READ-EXTRACT.
           READ GL-EXTR-FILE
               AT END MOVE "Y" TO WS-EXTR-EOF
           END-READ.
       8000-EXIT.
           EXIT.
