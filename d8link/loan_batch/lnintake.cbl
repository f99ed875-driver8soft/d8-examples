      * pass straight through: a reversal is supposed to match an
      * existing posting.
      *
      * The outside collection agencies' remittance file, AGYRMIT,
      * is a fourth channel (AGY): the same record with the
      * reporting agency's id on the end. An agency's recovery is
      * taken only for an account AGYPLAC shows placed with that
      * agency - now or before its recall - and any other is
      * rejected to PAYREVIEW as NOT PLACED WITH AGY.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-09-02  RJM  Original intake merge - the same lockbox
      *                  again, twice this year.
      * 2026-09-02  RJM  Checks a candidate against its own loan's
      *                  postings by key now PAYHIST is indexed.
      * 2026-10-15  RJM  Channel records carry the currency the
      *                  borrower paid in, passed through to LOANPAY
      *                  for lnpost to convert. A foreign-currency
      *                  payment is a duplicate only of one received
      *                  in the same currency and amount.
      * 2026-10-15  RJM  AGYRMIT agency remittances taken as the AGY
      *                  channel, checked against AGYPLAC, with the
      *                  agency id carried on LOANPAY for lnpost. A
      *                  recovery already on PAYHIST is a duplicate
      *                  the same as a posted payment.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ACH-FEED-FILE ASSIGN TO "ACHFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-FEED-STATUS.
           SELECT AGY-RMIT-FILE ASSIGN TO "AGYRMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGY-RMIT-STATUS.
           SELECT AGY-PLAC-FILE ASSIGN TO "AGYPLAC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-APPL-ID
               FILE STATUS IS WS-AGY-PLAC-STATUS.
           SELECT PAY-HIST-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       DATA DIVISION.
       FILE SECTION.
      * The three channel files share one record shape - the legacy
      * LOANPAY core without the channel stamp the merge adds, and
      * the currency paid in (spaces for the loan's own currency).
       FD  LOCKBOX-FILE.
       01  LOCKBOX-RECORD.
           05 LB-APPL-ID      PIC X(20).
           05 LB-AMOUNT       PIC 9(7)V9(2).
           05 LB-TXN-TYPE     PIC X(01).
           05 LB-RECAST       PIC X(01).
           05 LB-PAY-CCY      PIC X(03).

       FD  BRANCH-FILE.
       01  BRANCH-RECORD.
           05 BR-AMOUNT       PIC 9(7)V9(2).
           05 BR-TXN-TYPE     PIC X(01).
           05 BR-RECAST       PIC X(01).
           05 BR-PAY-CCY      PIC X(03).

       FD  ACH-FEED-FILE.
       01  ACH-FEED-RECORD.
           05 AC-AMOUNT       PIC 9(7)V9(2).
           05 AC-TXN-TYPE     PIC X(01).
           05 AC-RECAST       PIC X(01).
           05 AC-PAY-CCY      PIC X(03).

      * An agency's remittance - the channel core and the agency
      * that collected it.
       FD  AGY-RMIT-FILE.
       01  AGY-RMIT-RECORD.
           05 AR-APPL-ID      PIC X(20).
           05 AR-PAY-DATE     PIC 9(08).
           05 AR-AMOUNT       PIC 9(7)V9(2).
           05 AR-TXN-TYPE     PIC X(01).
           05 AR-RECAST       PIC X(01).
           05 AR-PAY-CCY      PIC X(03).
           05 AR-AGENCY-ID    PIC X(08).

           COPY agyplac.

           COPY payhist.

           05 LP-RECAST       PIC X(01).
           05 LP-CHANNEL      PIC X(03).
           05 LP-INTAKE-SEQ   PIC 9(07).
           05 LP-PAY-CCY      PIC X(03).
           05 LP-AGENCY-ID    PIC X(08).

       FD  PAY-REVIEW-FILE.
       01  PAY-REVIEW-RECORD.
           05 RV-PAY-DATE     PIC 9(08).
           05 RV-AMOUNT       PIC 9(7)V9(2).
           05 RV-REASON       PIC X(20).
           05 RV-PAY-CCY      PIC X(03).

       WORKING-STORAGE SECTION.
       01 WS-LOCKBOX-STATUS PIC X(02) VALUE SPACES.
           88 BRANCH-OPENED VALUE "00".
       01 WS-ACH-FEED-STATUS PIC X(02) VALUE SPACES.
           88 ACH-FEED-OPENED VALUE "00".
       01 WS-AGY-RMIT-STATUS PIC X(02) VALUE SPACES.
           88 AGY-RMIT-OPENED VALUE "00".
       01 WS-AGY-PLAC-STATUS PIC X(02) VALUE SPACES.
           88 AGY-PLAC-OPENED VALUE "00".
       01 WS-PAY-HIST-STATUS PIC X(02) VALUE SPACES.
           88 PAY-HIST-OPENED VALUE "00".
       01 WS-LOAN-PAY-STATUS PIC X(02) VALUE SPACES.
           05 WS-IN-TXN-TYPE  PIC X(01).
               88 IN-REVERSAL VALUE "R".
           05 WS-IN-RECAST    PIC X(01).
           05 WS-IN-PAY-CCY   PIC X(03).
           05 WS-IN-AGENCY-ID PIC X(08).
       01 WS-CHANNEL PIC X(03).
           88 AGENCY-CHANNEL VALUE "AGY".

       01 WS-INTAKE-SEQ PIC 9(07) VALUE ZEROES.
       01 WS-ACCEPTED-COUNT PIC 9(07) VALUE ZEROES.
               10 SEEN-APPL-ID PIC X(20).
               10 SEEN-PAY-DATE PIC 9(08).
               10 SEEN-AMOUNT PIC 9(7)V9(2).
               10 SEEN-PAY-CCY PIC X(03).

       PROCEDURE DIVISION.

           PERFORM 2000-TAKE-LOCKBOX THRU 2000-EXIT.
           PERFORM 3000-TAKE-BRANCH THRU 3000-EXIT.
           PERFORM 4000-TAKE-ACH-FEED THRU 4000-EXIT.
           PERFORM 4500-TAKE-AGENCY THRU 4500-EXIT.

           CLOSE LOAN-PAY-FILE.
           CLOSE PAY-REVIEW-FILE.
           DISPLAY "------------------------------".
           DISPLAY "lnintake: " WS-ACCEPTED-COUNT " payment(s) "
               "merged to LOANPAY, " WS-REJECTED-COUNT
               " rejected to PAYREVIEW.".
           IF WS-REJECTED-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
       4020-EXIT.
           EXIT.

      * The agencies' remittances - checked against the placements,
      * so AGYPLAC is open for the channel's duration.
       4500-TAKE-AGENCY.
           MOVE "AGY" TO WS-CHANNEL.
           MOVE "N" TO WS-CHANNEL-EOF.
           OPEN INPUT AGY-RMIT-FILE.
           IF NOT AGY-RMIT-OPENED
               DISPLAY "lnintake: no AGYRMIT file this run."
               GO TO 4500-EXIT
           END-IF.
           OPEN INPUT AGY-PLAC-FILE.
           IF NOT AGY-PLAC-OPENED
               DISPLAY "*** Unable to open AGYPLAC - status "
                   WS-AGY-PLAC-STATUS " - agency remittances "
                   "rejected."
           END-IF.
           PERFORM 4510-READ-AGENCY THRU 4510-EXIT.
           PERFORM 4520-ONE-AGENCY THRU 4520-EXIT
               UNTIL END-OF-CHANNEL.
           IF AGY-PLAC-OPENED
               CLOSE AGY-PLAC-FILE
           END-IF.
           CLOSE AGY-RMIT-FILE.
       4500-EXIT.
           EXIT.

       4510-READ-AGENCY.
           READ AGY-RMIT-FILE
               AT END MOVE "Y" TO WS-CHANNEL-EOF
           END-READ.
       4510-EXIT.
           EXIT.

       4520-ONE-AGENCY.
           MOVE AGY-RMIT-RECORD TO WS-IN-RECORD.
           PERFORM 5000-TAKE-RECORD THRU 5000-EXIT.
           PERFORM 4510-READ-AGENCY THRU 4510-EXIT.
       4520-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 5000-TAKE-RECORD
      *
           MOVE "N" TO WS-DUP-FLAG.
           MOVE SPACES TO WS-DUP-REASON.

           IF AGENCY-CHANNEL
               PERFORM 5050-CHECK-PLACEMENT THRU 5050-EXIT
               IF DUPLICATE-FOUND
                   PERFORM 5400-WRITE-REVIEW THRU 5400-EXIT
                   GO TO 5000-EXIT
               END-IF
           END-IF.

           IF NOT IN-REVERSAL
               PERFORM 5100-CHECK-INTAKE-DUP THRU 5100-EXIT
               IF NOT DUPLICATE-FOUND
           MOVE WS-IN-RECAST TO LP-RECAST.
           MOVE WS-CHANNEL TO LP-CHANNEL.
           MOVE WS-INTAKE-SEQ TO LP-INTAKE-SEQ.
           MOVE WS-IN-PAY-CCY TO LP-PAY-CCY.
           MOVE WS-IN-AGENCY-ID TO LP-AGENCY-ID.
           WRITE LOAN-PAY-RECORD.
           ADD 1 TO WS-ACCEPTED-COUNT.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 5050-CHECK-PLACEMENT
      *
      * An agency may report only on an account placed with it.
      * One recalled since still counts - money the agency
      * collected before the recall is still its recovery. The
      * refusal rides on the duplicate flag to PAYREVIEW.
      *-----------------------------------------------------------
       5050-CHECK-PLACEMENT.
           IF NOT AGY-PLAC-OPENED
               MOVE "Y" TO WS-DUP-FLAG
               MOVE "NO AGYPLAC FILE" TO WS-DUP-REASON
               GO TO 5050-EXIT
           END-IF.
           MOVE WS-IN-APPL-ID TO AP-APPL-ID.
           READ AGY-PLAC-FILE
               INVALID KEY
                   MOVE SPACES TO AP-AGENCY-ID
           END-READ.
           IF WS-IN-AGENCY-ID = SPACES
               OR AP-AGENCY-ID NOT = WS-IN-AGENCY-ID
               MOVE "Y" TO WS-DUP-FLAG
               MOVE "NOT PLACED WITH AGY" TO WS-DUP-REASON
           END-IF.
       5050-EXIT.
           EXIT.

       5100-CHECK-INTAKE-DUP.
           SET SEEN-IDX TO 1.
           SEARCH SEEN-ENTRY
               WHEN SEEN-APPL-ID (SEEN-IDX) = WS-IN-APPL-ID
                   AND SEEN-PAY-DATE (SEEN-IDX) = WS-IN-PAY-DATE
                   AND SEEN-AMOUNT (SEEN-IDX) = WS-IN-AMOUNT
                   AND SEEN-PAY-CCY (SEEN-IDX) = WS-IN-PAY-CCY
                   MOVE "Y" TO WS-DUP-FLAG
                   MOVE "DUP IN THIS INTAKE" TO WS-DUP-REASON
           END-SEARCH.
      * 5200-CHECK-HISTORY-DUP
      *
      * One keyed walk of the candidate's own postings, the way
      * lnaging sums them now PAYHIST is indexed - a POSTED or
      * RECOVERY row with the same date and amount means the money
      * is already on the book. A row lnpost converted from another
      * currency is matched on the currency and amount as received.
      *-----------------------------------------------------------
       5200-CHECK-HISTORY-DUP.
           MOVE "N" TO WS-PAY-EOF.
               MOVE "Y" TO WS-PAY-EOF
               GO TO 5210-EXIT
           END-IF.
           IF PH-PAY-DATE NOT = WS-IN-PAY-DATE
               OR (NOT PH-POSTED AND NOT PH-RECOVERY)
               GO TO 5210-NEXT
           END-IF.
           IF (PH-PAY-CCY = SPACES AND PH-AMOUNT = WS-IN-AMOUNT)
               OR (PH-PAY-CCY NOT = SPACES
                   AND PH-PAY-CCY = WS-IN-PAY-CCY
                   AND PH-ORIG-AMOUNT = WS-IN-AMOUNT)
               MOVE "Y" TO WS-DUP-FLAG
               MOVE "ALREADY ON PAYHIST" TO WS-DUP-REASON
               GO TO 5210-EXIT
           END-IF.
       5210-NEXT.
           PERFORM 8200-READ-PAYMENT THRU 8200-EXIT.
       5210-EXIT.
           EXIT.
               MOVE WS-IN-APPL-ID TO SEEN-APPL-ID (WS-SEEN-COUNT)
               MOVE WS-IN-PAY-DATE TO SEEN-PAY-DATE (WS-SEEN-COUNT)
               MOVE WS-IN-AMOUNT TO SEEN-AMOUNT (WS-SEEN-COUNT)
               MOVE WS-IN-PAY-CCY TO SEEN-PAY-CCY (WS-SEEN-COUNT)
           ELSE
               DISPLAY "*** Intake table full at " WS-SEEN-MAX
                   " payments - later records are only checked "
           MOVE WS-IN-PAY-DATE TO RV-PAY-DATE.
           MOVE WS-IN-AMOUNT TO RV-AMOUNT.
           MOVE WS-DUP-REASON TO RV-REASON.
           MOVE WS-IN-PAY-CCY TO RV-PAY-CCY.
           WRITE PAY-REVIEW-RECORD.
           DISPLAY "*** Rejected " WS-CHANNEL " payment of "
               WS-IN-AMOUNT " dated " WS-IN-PAY-DATE " on '"
