      ******************************************************************
      *
      * Direct-Debit Returns Batch
      * ==========================
      *
      * Reads the bank's DDRETURN file - one row per debit the
      * borrower's bank sent back, carrying the trace number lnddorig
      * put on it (loan and period) and the return reason code - and
      * undoes each one:
      *
      * - a debit already SETTLED was posted as a payment, so an R
      *   reversal for the same id, date and amount is added to
      *   ACHFEED; lnintake carries it into LOANPAY and lnpost
      *   reverses the original posting the way it reverses any
      *   returned payment;
      * - a debit still SENT never reached LOANPAY and is simply
      *   stopped from settling;
      *
      * and the ledger row moves to RETURNED either way, so a
      * return the bank sends twice is reversed only once. A trace
      * number with no debit on the ledger is reported, not posted.
      *
      * Each return is counted on the mandate. A reason that says
      * the account or the authority is gone (closed, no account,
      * invalid number, authorisation revoked, frozen, and so on)
      * suspends the mandate at once; insufficient funds suspends it
      * once the DDEBITPM limit of returns is reached. A suspended
      * mandate draws nothing until mdmaint makes it ACTIVE again.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original direct-debit returns batch.
      * 2026-10-15  RJM  Records its run statistics on RUNSTATS.
      * 2026-10-15  RJM  ACHFEED rows carry the payment currency
      *                  field (blank - the loan's own currency).
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lnddret.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DD-PRM-FILE ASSIGN TO "DDEBITPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DD-PRM-STATUS.
           SELECT DD-RETURN-FILE ASSIGN TO "DDRETURN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DD-RETURN-STATUS.
           SELECT DD-LEDGER-FILE ASSIGN TO "DDEBITLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-KEY
               FILE STATUS IS WS-DD-LEDGER-STATUS.
           SELECT MANDATE-FILE ASSIGN TO "MANDATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-APPL-ID
               FILE STATUS IS WS-MANDATE-STATUS.
           SELECT ACH-FEED-FILE ASSIGN TO "ACHFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-FEED-STATUS.
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.
       FD  DD-PRM-FILE.
       01  DD-PRM-RECORD.
           05 DP-LEAD-DAYS   PIC 9(02).
           05 DP-MAX-RETURNS PIC 9(02).

      * Returned debit from the bank - the DDEBIT trace number, the
      * effective date and amount debited, and the reason code.
       FD  DD-RETURN-FILE.
       01  DD-RETURN-RECORD.
           05 DR-TRACE.
               10 DR-TRACE-APPL   PIC X(20).
               10 DR-TRACE-PERIOD PIC 9(04).
           05 DR-EFF-DATE     PIC 9(08).
           05 DR-AMOUNT       PIC 9(7)V9(2).
           05 DR-RETURN-CODE  PIC X(03).
               88 DR-ACCOUNT-GONE VALUE "R02" "R03" "R04" "R05"
                                        "R07" "R08" "R10" "R16"
                                        "R20".

           COPY ddebitlg.

           COPY mandate.

       FD  ACH-FEED-FILE.
       01  ACH-FEED-RECORD.
           05 AC-APPL-ID      PIC X(20).
           05 AC-PAY-DATE     PIC 9(08).
           05 AC-AMOUNT       PIC 9(7)V9(2).
           05 AC-TXN-TYPE     PIC X(01).
           05 AC-RECAST       PIC X(01).
           05 AC-PAY-CCY      PIC X(03).

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
       01 WS-DD-PRM-STATUS PIC X(02) VALUE SPACES.
           88 DD-PRM-OPENED VALUE "00".
       01 WS-DD-RETURN-STATUS PIC X(02) VALUE SPACES.
           88 DD-RETURN-OPENED VALUE "00".
       01 WS-DD-LEDGER-STATUS PIC X(02) VALUE SPACES.
           88 DD-LEDGER-OPENED VALUE "00".
       01 WS-MANDATE-STATUS PIC X(02) VALUE SPACES.
           88 MANDATE-OPENED VALUE "00".
       01 WS-ACH-FEED-STATUS PIC X(02) VALUE SPACES.
           88 ACH-FEED-NOT-FOUND VALUE "35".

       01 WS-RETURN-EOF PIC X(01) VALUE "N".
           88 END-OF-RETURNS VALUE "Y".
       01 WS-MANDATE-AVAIL PIC X(01) VALUE "N".
           88 MANDATE-AVAILABLE VALUE "Y".

      * DDEBITPM - returns allowed before a mandate is suspended.
       01 WS-MAX-RETURNS PIC 9(02) VALUE 2.

       01 WS-TODAY PIC 9(08).
       01 WS-REVERSED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-STOPPED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-DUPLICATE-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-UNMATCHED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-SUSPENDED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-AMT-DISPLAY PIC -Z,ZZZ,ZZ9.99.
           COPY lnrstws.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "LNDDRET" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 1000-LOAD-PARAMETERS THRU 1000-EXIT.

           OPEN INPUT DD-RETURN-FILE.
           IF NOT DD-RETURN-OPENED
               DISPLAY "lnddret: no DDRETURN file this run."
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

           OPEN I-O DD-LEDGER-FILE.
           IF NOT DD-LEDGER-OPENED
               DISPLAY "*** Unable to open DDEBITLG - status "
                   WS-DD-LEDGER-STATUS " - no returns applied."
               CLOSE DD-RETURN-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

           OPEN I-O MANDATE-FILE.
           IF MANDATE-OPENED
               MOVE "Y" TO WS-MANDATE-AVAIL
           ELSE
               DISPLAY "*** Unable to open MANDATE - status "
                   WS-MANDATE-STATUS " - returns not counted."
           END-IF.

           OPEN EXTEND ACH-FEED-FILE.
           IF ACH-FEED-NOT-FOUND
               OPEN OUTPUT ACH-FEED-FILE
           END-IF.

           PERFORM 8000-READ-RETURN THRU 8000-EXIT.
           PERFORM 2000-APPLY-RETURN THRU 2000-EXIT
               UNTIL END-OF-RETURNS.

           CLOSE ACH-FEED-FILE.
           IF MANDATE-AVAILABLE
               CLOSE MANDATE-FILE
           END-IF.
           CLOSE DD-LEDGER-FILE.
           CLOSE DD-RETURN-FILE.

           DISPLAY "lnddret: " WS-REVERSED-COUNT " return(s) "
               "reversed to ACHFEED, " WS-STOPPED-COUNT " stopped "
               "before settling, " WS-DUPLICATE-COUNT " duplicate, "
               WS-UNMATCHED-COUNT " unmatched; "
               WS-SUSPENDED-COUNT " mandate(s) suspended.".
           MOVE WS-REVERSED-COUNT TO WS-RSTAT-WRITTEN.
           MOVE WS-DUPLICATE-COUNT TO WS-RSTAT-REJECTED.
           ADD WS-UNMATCHED-COUNT TO WS-RSTAT-REJECTED.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

       1000-LOAD-PARAMETERS.
           OPEN INPUT DD-PRM-FILE.
           IF DD-PRM-OPENED
               READ DD-PRM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF DP-MAX-RETURNS NUMERIC
                           AND DP-MAX-RETURNS > ZEROES
                           MOVE DP-MAX-RETURNS TO WS-MAX-RETURNS
                       END-IF
               END-READ
               CLOSE DD-PRM-FILE
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-APPLY-RETURN
      *
      * One returned debit, matched to the ledger by its trace
      * number: reversed if it had settled, stopped if not, and
      * counted against the mandate.
      *-----------------------------------------------------------
       2000-APPLY-RETURN.
           MOVE DR-TRACE-APPL TO DL-APPL-ID.
           MOVE DR-TRACE-PERIOD TO DL-PERIOD-NO.
           READ DD-LEDGER-FILE
               INVALID KEY
                   ADD 1 TO WS-UNMATCHED-COUNT
                   DISPLAY "*** Return " DR-RETURN-CODE " for '"
                       DR-TRACE-APPL "' period " DR-TRACE-PERIOD
                       " matches no debit sent - not applied."
                   GO TO 2000-NEXT
           END-READ.
           IF DL-RETURNED
               ADD 1 TO WS-DUPLICATE-COUNT
               DISPLAY "Return for '" DL-APPL-ID "' period "
                   DL-PERIOD-NO " already applied " DL-RETURN-DATE
                   " - skipped."
               GO TO 2000-NEXT
           END-IF.

           MOVE DL-AMOUNT TO WS-AMT-DISPLAY.
           IF DL-SETTLED
               MOVE DL-APPL-ID TO AC-APPL-ID
               MOVE DL-EFF-DATE TO AC-PAY-DATE
               MOVE DL-AMOUNT TO AC-AMOUNT
               MOVE "R" TO AC-TXN-TYPE
               MOVE SPACES TO AC-RECAST
               MOVE SPACES TO AC-PAY-CCY
               WRITE ACH-FEED-RECORD
               ADD 1 TO WS-REVERSED-COUNT
               DISPLAY "Returned " WS-AMT-DISPLAY " on '"
                   DL-APPL-ID "' period " DL-PERIOD-NO " ("
                   DR-RETURN-CODE ") - reversal to ACHFEED."
           ELSE
               ADD 1 TO WS-STOPPED-COUNT
               DISPLAY "Returned " WS-AMT-DISPLAY " on '"
                   DL-APPL-ID "' period " DL-PERIOD-NO " ("
                   DR-RETURN-CODE ") - not yet settled."
           END-IF.

           MOVE "RETURNED" TO DL-STATUS.
           MOVE WS-TODAY TO DL-RETURN-DATE.
           MOVE DR-RETURN-CODE TO DL-RETURN-CODE.
           REWRITE DD-LEDGER-RECORD
               INVALID KEY
                   DISPLAY "*** Rewrite failed for debit '"
                       DL-APPL-ID "' period " DL-PERIOD-NO
                       " - status " WS-DD-LEDGER-STATUS
           END-REWRITE.

           PERFORM 2100-COUNT-RETURN THRU 2100-EXIT.

       2000-NEXT.
           PERFORM 8000-READ-RETURN THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2100-COUNT-RETURN
      *
      * Adds the return to the mandate and suspends it when the
      * reason closes the account or the limit is reached.
      *-----------------------------------------------------------
       2100-COUNT-RETURN.
           IF NOT MANDATE-AVAILABLE
               GO TO 2100-EXIT
           END-IF.
           MOVE DL-APPL-ID TO MD-APPL-ID.
           READ MANDATE-FILE
               INVALID KEY
                   DISPLAY "*** No mandate on file for '"
                       DL-APPL-ID "' - return not counted."
                   GO TO 2100-EXIT
           END-READ.
           IF MD-RETURN-COUNT < 99
               ADD 1 TO MD-RETURN-COUNT
           END-IF.
           MOVE DR-RETURN-CODE TO MD-LAST-RETURN.
           IF MD-ACTIVE
               AND (DR-ACCOUNT-GONE
                    OR MD-RETURN-COUNT NOT < WS-MAX-RETURNS)
               MOVE "SUSPENDD" TO MD-STATUS
               MOVE WS-TODAY TO MD-STATUS-DATE
               ADD 1 TO WS-SUSPENDED-COUNT
               DISPLAY "*** Mandate '" MD-APPL-ID "' suspended - "
                   MD-RETURN-COUNT " return(s), last "
                   MD-LAST-RETURN "."
           END-IF.
           REWRITE MANDATE-RECORD
               INVALID KEY
                   DISPLAY "*** Rewrite failed for mandate '"
                       MD-APPL-ID "' - status " WS-MANDATE-STATUS
           END-REWRITE.
       2100-EXIT.
           EXIT.

       8000-READ-RETURN.
           READ DD-RETURN-FILE
               AT END MOVE "Y" TO WS-RETURN-EOF
               NOT AT END ADD 1 TO WS-RSTAT-READ
           END-READ.
       8000-EXIT.
           EXIT.

           COPY lnrstwrt.
