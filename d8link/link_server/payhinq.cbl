      ******************************************************************
      *
      * Payment-History Inquiry Service
      * ===============================
      *
      * Read-only "did you get my March payment" for the servicing
      * desk - loaninq shows only the last five postings, and
      * anything older meant a batch report or someone with file
      * access to PAYHIST. Given an application id, returns a page
      * of up to ten of the loan's PAYHIST rows, newest first, with
      * each row's amount, interest / principal / escrow / fees
      * split, posting status and balance after. PHQ-CONT-SEQ
      * carries the paging position: zero asks for the newest page,
      * and each page hands back the key that fetches the page
      * before it, until it comes back zero at the first posting.
      * Registered with D8link under PROG-NAME "payhinq"; test11 is
      * the interactive client.
      *
      * The history is walked forward by key, as loaninq walks it,
      * keeping the last ten rows short of the continuation key -
      * the slots shift up as later rows arrive - and the page is
      * turned newest-first before it goes back.
      *
      * Nothing is ever written - the master and the history are
      * both opened INPUT.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original payment-history inquiry service.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. payhinq.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       DATA DIVISION.
       FILE SECTION.
           COPY loanmstr.

           COPY payhist.

       WORKING-STORAGE SECTION.
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-PAY-HIST-STATUS PIC X(02) VALUE SPACES.
           88 PAY-HIST-OPENED VALUE "00".

       01 WS-PAY-EOF PIC X(01) VALUE "N".
           88 END-OF-PAYMENTS VALUE "Y".

      * The continuation key asked for - rows at or beyond it were
      * on an earlier page. Zero means the newest page.
       01 WS-BEFORE-SEQ PIC 9(07) VALUE ZEROES.
       01 WS-PAGE-SIZE PIC S9(4) COMP VALUE 10.

      * Set once a row has been shifted out of the front of the
      * page - there is an older page to come.
       01 WS-DROPPED-SW PIC X(01) VALUE "N".
           88 OLDER-ROWS-LEFT VALUE "Y".

       77 WS-SLOT-IDX PIC S9(4) COMP.
       77 WS-SWAP-IDX PIC S9(4) COMP.
       01 WS-SWAP-ROW PIC X(53).

       LINKAGE SECTION.
           COPY payhinqarea.

       PROCEDURE DIVISION USING COMMAREA.

       0000-MAIN.
           IF PHQ-CONT-SEQ IS NUMERIC
               MOVE PHQ-CONT-SEQ TO WS-BEFORE-SEQ
           ELSE
               MOVE ZEROES TO WS-BEFORE-SEQ
           END-IF.
           MOVE ZEROES TO PHQ-CONT-SEQ.
           MOVE ZEROES TO PHQ-ROW-COUNT.

           PERFORM 1000-READ-LOAN THRU 1000-EXIT.
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF.

           PERFORM 3000-FETCH-PAGE THRU 3000-EXIT.
           IF OLDER-ROWS-LEFT
               MOVE PHQ-POST-SEQ (1) TO PHQ-CONT-SEQ
           END-IF.
           PERFORM 4000-NEWEST-FIRST THRU 4000-EXIT.
           GOBACK.

       1000-READ-LOAN.
           MOVE PHQ-APPL-ID TO LM-APPL-ID.
           OPEN INPUT LOAN-MSTR-FILE.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               MOVE 1 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           READ LOAN-MSTR-FILE
               INVALID KEY
                   DISPLAY "*** No loan on file for application id '"
                       PHQ-APPL-ID "'"
                   MOVE 1 TO RETURN-CODE
           END-READ.
           CLOSE LOAN-MSTR-FILE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3000-FETCH-PAGE
      *
      * Walks the loan's own postings by key up to the continuation
      * key, keeping the last ten in ascending order - the slots
      * shift up when an eleventh arrives, and the shift is what
      * says an older page exists.
      *-----------------------------------------------------------
       3000-FETCH-PAGE.
           MOVE "N" TO WS-PAY-EOF.
           MOVE "N" TO WS-DROPPED-SW.
           OPEN INPUT PAY-HIST-FILE.
           IF NOT PAY-HIST-OPENED
               GO TO 3000-EXIT
           END-IF.
           MOVE PHQ-APPL-ID TO PH-APPL-ID.
           MOVE ZEROES TO PH-POST-SEQ.
           START PAY-HIST-FILE KEY NOT < PH-KEY
               INVALID KEY MOVE "Y" TO WS-PAY-EOF
           END-START.
           IF NOT END-OF-PAYMENTS
               PERFORM 8200-READ-PAYMENT THRU 8200-EXIT
               PERFORM 3100-TAKE-POSTING THRU 3100-EXIT
                   UNTIL END-OF-PAYMENTS
           END-IF.
           CLOSE PAY-HIST-FILE.
       3000-EXIT.
           EXIT.

       3100-TAKE-POSTING.
           IF PH-APPL-ID NOT = PHQ-APPL-ID
               MOVE "Y" TO WS-PAY-EOF
               GO TO 3100-EXIT
           END-IF.
           IF WS-BEFORE-SEQ NOT = ZEROES
               AND PH-POST-SEQ NOT < WS-BEFORE-SEQ
               MOVE "Y" TO WS-PAY-EOF
               GO TO 3100-EXIT
           END-IF.
           IF PHQ-ROW-COUNT < WS-PAGE-SIZE
               ADD 1 TO PHQ-ROW-COUNT
           ELSE
               PERFORM 3200-SHIFT-SLOTS THRU 3200-EXIT
               MOVE "Y" TO WS-DROPPED-SW
           END-IF.
           MOVE PH-POST-SEQ TO PHQ-POST-SEQ (PHQ-ROW-COUNT).
           MOVE PH-PAY-DATE TO PHQ-PAY-DATE (PHQ-ROW-COUNT).
           MOVE PH-AMOUNT TO PHQ-AMOUNT (PHQ-ROW-COUNT).
           MOVE PH-INTEREST TO PHQ-INTEREST (PHQ-ROW-COUNT).
           MOVE PH-PRINCIPAL TO PHQ-PRINCIPAL (PHQ-ROW-COUNT).
           MOVE PH-ESCROW TO PHQ-ESCROW (PHQ-ROW-COUNT).
           MOVE PH-FEES TO PHQ-FEES (PHQ-ROW-COUNT).
           MOVE PH-POST-STATUS TO PHQ-POST-STATUS (PHQ-ROW-COUNT).
           MOVE PH-BALANCE-AFTER TO PHQ-BAL-AFTER (PHQ-ROW-COUNT).
           PERFORM 8200-READ-PAYMENT THRU 8200-EXIT.
       3100-EXIT.
           EXIT.

       3200-SHIFT-SLOTS.
           PERFORM 3210-SHIFT-ONE THRU 3210-EXIT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > WS-PAGE-SIZE - 1.
       3200-EXIT.
           EXIT.

       3210-SHIFT-ONE.
           MOVE PHQ-ROW (WS-SLOT-IDX + 1) TO PHQ-ROW (WS-SLOT-IDX).
       3210-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 4000-NEWEST-FIRST
      *
      * Turns the page round - swaps the first row with the last,
      * the second with the last but one, and so on to the middle.
      *-----------------------------------------------------------
       4000-NEWEST-FIRST.
           PERFORM 4100-SWAP-ONE THRU 4100-EXIT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > PHQ-ROW-COUNT / 2.
       4000-EXIT.
           EXIT.

       4100-SWAP-ONE.
           COMPUTE WS-SWAP-IDX = PHQ-ROW-COUNT + 1 - WS-SLOT-IDX.
           MOVE PHQ-ROW (WS-SLOT-IDX) TO WS-SWAP-ROW.
           MOVE PHQ-ROW (WS-SWAP-IDX) TO PHQ-ROW (WS-SLOT-IDX).
           MOVE WS-SWAP-ROW TO PHQ-ROW (WS-SWAP-IDX).
       4100-EXIT.
           EXIT.

       8200-READ-PAYMENT.
           READ PAY-HIST-FILE NEXT
               AT END MOVE "Y" TO WS-PAY-EOF
           END-READ.
       8200-EXIT.
           EXIT.
