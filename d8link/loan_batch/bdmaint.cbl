      ******************************************************************
      *
      * Credit-Bureau Dispute Maintenance
      * =================================
      *
      * Interactive add/change maintenance for the BDISPUTE file, in
      * the rpmaint pattern. The operator keys a loan's application
      * id; its disputes are listed, and the operator keys the
      * bureau (EQ, EX or TU) and the date the dispute was received
      * (zero for today). An existing dispute is displayed and,
      * while it is still OPEN, its disputed field and detail can be
      * changed or the dispute resolved - V verified as reported,
      * C corrected in the borrower's favour, W withdrawn by the
      * borrower. A bureau and date with no dispute logs a new one
      * (after the operator confirms), OPEN and due 30 days from
      * the date it was received.
      *
      * Resolved disputes are not reopened - a fresh dispute is
      * logged instead - and disputes are never deleted. Every add
      * and change goes to MAINTAUD.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original maintenance program.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bdmaint.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY lndspsel.
           SELECT LOAN-MSTR-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-APPL-ID
               FILE STATUS IS WS-LOAN-MSTR-STATUS.
           COPY lnaudsel.
           COPY lnopssel.

       DATA DIVISION.
       FILE SECTION.
           COPY bdispute.

           COPY loanmstr.

           COPY lnaudfd.

           COPY opermstr.

       WORKING-STORAGE SECTION.
           COPY lndspws.
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
           COPY lnaudws.
           COPY lnopsws.

       01 WS-APPL-ID-ENTRY PIC X(20) VALUE SPACES.
           88 END-OF-MAINTENANCE VALUE SPACES, "END".
       01 WS-BUREAU-ENTRY PIC X(02) VALUE SPACES.
       01 WS-DATE-ENTRY PIC 9(08) VALUE ZEROES.
       01 WS-DATE-SPLIT REDEFINES WS-DATE-ENTRY.
           05 WS-DATE-YYYY PIC 9(04).
           05 WS-DATE-MM PIC 9(02).
           05 WS-DATE-DD PIC 9(02).
       01 WS-FIELD-ENTRY PIC X(02) VALUE SPACES.
       01 WS-TEXT-ENTRY PIC X(40) VALUE SPACES.
       01 WS-RES-ENTRY PIC X(01) VALUE SPACES.
       01 WS-RECORD-EXISTS PIC X(01) VALUE "N".
           88 RECORD-EXISTS VALUE "Y".
       01 WS-DISPUTE-VALID PIC X(01) VALUE "Y".
           88 DISPUTE-VALID VALUE "Y".
       01 WS-CONFIRM PIC X(01) VALUE SPACES.
       01 WS-DISPUTE-COUNT PIC 9(03) VALUE ZEROES.

       01 WS-TODAY PIC 9(08).
       01 WS-DUE-INT PIC 9(08) COMP.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "bdmaint" TO WS-AUD-PROGRAM.
           MOVE "bdmaint" TO WS-OPS-PROGRAM.
           PERFORM 9830-OPERATOR-SIGNON THRU 9830-EXIT.
           IF NOT SIGNON-OK
               GOBACK
           END-IF.
           MOVE WS-OPS-OPERATOR TO WS-AUD-OPERATOR.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT LOAN-MSTR-FILE.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               GOBACK
           END-IF.

           OPEN I-O BUREAU-DISPUTE-FILE.
           IF BUREAU-DSP-NOT-FOUND
               OPEN OUTPUT BUREAU-DISPUTE-FILE
               CLOSE BUREAU-DISPUTE-FILE
               OPEN I-O BUREAU-DISPUTE-FILE
           END-IF.
           IF NOT BUREAU-DSP-OPENED
               DISPLAY "*** Unable to open BDISPUTE - status "
                   WS-BUREAU-DSP-STATUS
               CLOSE LOAN-MSTR-FILE
               GOBACK
           END-IF.

           PERFORM 1000-ACCEPT-APPL-ID THRU 1000-EXIT.
           PERFORM 2000-MAINTAIN-DISPUTE THRU 2000-EXIT
               UNTIL END-OF-MAINTENANCE.

           CLOSE BUREAU-DISPUTE-FILE.
           CLOSE LOAN-MSTR-FILE.
           GOBACK.

       1000-ACCEPT-APPL-ID.
           DISPLAY "Application id (blank or END to finish): "
               WITH NO ADVANCING.
           ACCEPT WS-APPL-ID-ENTRY.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-MAINTAIN-DISPUTE
      *
      * Reads the loan and lists its disputes, then the dispute
      * keyed by bureau and date received: a known one becomes a
      * change, an unknown one a new dispute (after the operator
      * confirms). Nothing is written unless the dispute validates.
      *-----------------------------------------------------------
       2000-MAINTAIN-DISPUTE.
           MOVE WS-APPL-ID-ENTRY TO LM-APPL-ID.
           READ LOAN-MSTR-FILE
               INVALID KEY
                   DISPLAY "*** No loan on file for '"
                       WS-APPL-ID-ENTRY "'."
                   GO TO 2000-NEXT
           END-READ.
           DISPLAY "Loan:     " LM-APPL-ID " " LM-BORROWER " "
               LM-STATUS.
           PERFORM 2060-LIST-DISPUTES THRU 2060-EXIT.

           DISPLAY "Bureau (EQ, EX or TU): " WITH NO ADVANCING.
           ACCEPT WS-BUREAU-ENTRY.
           MOVE WS-BUREAU-ENTRY TO BD-BUREAU.
           IF NOT BD-VALID-BUREAU
               DISPLAY "*** Bureau must be EQ, EX or TU."
               GO TO 2000-NEXT
           END-IF.
           DISPLAY "Date received (YYYYMMDD, 0 for today): "
               WITH NO ADVANCING.
           ACCEPT WS-DATE-ENTRY.
           IF WS-DATE-ENTRY = ZEROES
               MOVE WS-TODAY TO WS-DATE-ENTRY
           END-IF.

           MOVE WS-APPL-ID-ENTRY TO BD-APPL-ID.
           MOVE WS-BUREAU-ENTRY TO BD-BUREAU.
           MOVE WS-DATE-ENTRY TO BD-DISPUTE-DATE.
           MOVE "Y" TO WS-RECORD-EXISTS.
           READ BUREAU-DISPUTE-FILE
               INVALID KEY
                   MOVE "N" TO WS-RECORD-EXISTS
           END-READ.

           IF RECORD-EXISTS
               PERFORM 2100-DISPLAY-DISPUTE THRU 2100-EXIT
               IF NOT BD-OPEN
                   DISPLAY "*** Dispute is " BD-STATUS
                       " - log a new dispute instead."
                   GO TO 2000-NEXT
               END-IF
               MOVE BUREAU-DISPUTE-RECORD TO WS-AUD-BEFORE
               PERFORM 2200-ACCEPT-FIELDS THRU 2200-EXIT
               PERFORM 2300-VALIDATE-DISPUTE THRU 2300-EXIT
               IF NOT DISPUTE-VALID
                   DISPLAY "Dispute " BD-KEY " not changed."
                   GO TO 2000-NEXT
               END-IF
               PERFORM 2400-ACCEPT-RESOLUTION THRU 2400-EXIT
               IF NOT DISPUTE-VALID
                   DISPLAY "Dispute " BD-KEY " not changed."
                   GO TO 2000-NEXT
               END-IF
               MOVE WS-OPS-OPERATOR TO BD-OPERATOR
               REWRITE BUREAU-DISPUTE-RECORD
                   INVALID KEY
                       DISPLAY "*** Rewrite failed for '"
                           BD-KEY "' - status "
                           WS-BUREAU-DSP-STATUS
               END-REWRITE
               MOVE "CHANGE" TO WS-AUD-ACTION
               MOVE BD-APPL-ID TO WS-AUD-KEY
               MOVE BUREAU-DISPUTE-RECORD TO WS-AUD-AFTER
               PERFORM 9840-WRITE-MAINT-AUDIT THRU 9840-EXIT
               DISPLAY "Dispute " BD-KEY " " BD-STATUS "."
               GO TO 2000-NEXT
           END-IF.

           PERFORM 2070-CHECK-NEW-DISPUTE THRU 2070-EXIT.
           IF NOT DISPUTE-VALID
               GO TO 2000-NEXT
           END-IF.
           DISPLAY "No " WS-BUREAU-ENTRY " dispute received "
               WS-DATE-ENTRY " - log one? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               GO TO 2000-NEXT
           END-IF.
           MOVE SPACES TO BUREAU-DISPUTE-RECORD.
           MOVE WS-APPL-ID-ENTRY TO BD-APPL-ID.
           MOVE WS-BUREAU-ENTRY TO BD-BUREAU.
           MOVE WS-DATE-ENTRY TO BD-DISPUTE-DATE.
           MOVE ZEROES TO BD-RESOLVED-DATE BD-REPORTED-DATE.
           MOVE "OPEN" TO BD-STATUS.
           MOVE WS-OPS-OPERATOR TO BD-OPERATOR.
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE(BD-DISPUTE-DATE) + 30.
           COMPUTE BD-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DUE-INT).
           PERFORM 2200-ACCEPT-FIELDS THRU 2200-EXIT.
           PERFORM 2300-VALIDATE-DISPUTE THRU 2300-EXIT.
           IF NOT DISPUTE-VALID
               DISPLAY "Dispute " BD-KEY " not logged."
               GO TO 2000-NEXT
           END-IF.
           WRITE BUREAU-DISPUTE-RECORD
               INVALID KEY
                   DISPLAY "*** Write failed for '" BD-KEY
                       "' - status " WS-BUREAU-DSP-STATUS
                   GO TO 2000-NEXT
           END-WRITE.
           MOVE "ADD" TO WS-AUD-ACTION.
           MOVE BD-APPL-ID TO WS-AUD-KEY.
           MOVE BUREAU-DISPUTE-RECORD TO WS-AUD-AFTER.
           PERFORM 9840-WRITE-MAINT-AUDIT THRU 9840-EXIT.
           DISPLAY "Dispute " BD-KEY " logged - response due "
               BD-DUE-DATE ".".

       2000-NEXT.
           PERFORM 1000-ACCEPT-APPL-ID THRU 1000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2060-LIST-DISPUTES
      *
      * Every dispute on file for the loan, by bureau and date
      * received.
      *-----------------------------------------------------------
       2060-LIST-DISPUTES.
           MOVE ZEROES TO WS-DISPUTE-COUNT.
           MOVE "N" TO WS-DSP-SCAN.
           MOVE LM-APPL-ID TO BD-APPL-ID.
           MOVE LOW-VALUES TO BD-BUREAU.
           MOVE ZEROES TO BD-DISPUTE-DATE.
           START BUREAU-DISPUTE-FILE KEY NOT < BD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-DSP-SCAN
           END-START.
           PERFORM 2065-LIST-DISPUTE THRU 2065-EXIT
               UNTIL DSP-SCAN-DONE.
           IF WS-DISPUTE-COUNT = ZEROES
               DISPLAY "  No disputes on file."
           END-IF.
       2060-EXIT.
           EXIT.

       2065-LIST-DISPUTE.
           READ BUREAU-DISPUTE-FILE NEXT
               AT END
                   MOVE "Y" TO WS-DSP-SCAN
                   GO TO 2065-EXIT
           END-READ.
           IF BD-APPL-ID NOT = LM-APPL-ID
               MOVE "Y" TO WS-DSP-SCAN
               GO TO 2065-EXIT
           END-IF.
           DISPLAY "  " BD-BUREAU " received " BD-DISPUTE-DATE " "
               BD-FIELD " " BD-STATUS " " BD-RESOLUTION " due "
               BD-DUE-DATE.
           ADD 1 TO WS-DISPUTE-COUNT.
       2065-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2070-CHECK-NEW-DISPUTE
      *
      * A new dispute needs a real date received no later than
      * today.
      *-----------------------------------------------------------
       2070-CHECK-NEW-DISPUTE.
           MOVE "Y" TO WS-DISPUTE-VALID.
           IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
               OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
               DISPLAY "*** Date received '" WS-DATE-ENTRY
                   "' is not a date."
               MOVE "N" TO WS-DISPUTE-VALID
               GO TO 2070-EXIT
           END-IF.
           IF WS-DATE-ENTRY > WS-TODAY
               DISPLAY "*** Date received is after today."
               MOVE "N" TO WS-DISPUTE-VALID
           END-IF.
       2070-EXIT.
           EXIT.

       2100-DISPLAY-DISPUTE.
           DISPLAY "Dispute:  " BD-APPL-ID " " BD-BUREAU
               " received " BD-DISPUTE-DATE " " BD-STATUS.
           DISPLAY "Field:    " BD-FIELD " " BD-DETAIL.
           DISPLAY "Due:      " BD-DUE-DATE " last keyed by "
               BD-OPERATOR.
           DISPLAY "Outcome:  " BD-RESOLUTION " " BD-RESOLVED-DATE
               " " BD-RESOLUTION-NOTE.
           DISPLAY "Reported: " BD-REPORTED-DATE.
       2100-EXIT.
           EXIT.

       2200-ACCEPT-FIELDS.
           DISPLAY "Field disputed - ID name, BA balance, ST status,"
               " PH history, OA original amount, OT other"
               " (blank to keep): " WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO BD-FIELD
           END-IF.
           DISPLAY "Borrower's detail (blank to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-TEXT-ENTRY.
           IF WS-TEXT-ENTRY NOT = SPACES
               MOVE WS-TEXT-ENTRY TO BD-DETAIL
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2300-VALIDATE-DISPUTE
      *
      * Checks the disputed field code.
      *-----------------------------------------------------------
       2300-VALIDATE-DISPUTE.
           MOVE "Y" TO WS-DISPUTE-VALID.
           IF NOT BD-VALID-FIELD
               DISPLAY "*** Field disputed '" BD-FIELD
                   "' is not ID, BA, ST, PH, OA or OT."
               MOVE "N" TO WS-DISPUTE-VALID
           END-IF.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2400-ACCEPT-RESOLUTION
      *
      * Resolves an open dispute when the operator keys an outcome;
      * blank leaves it open.
      *-----------------------------------------------------------
       2400-ACCEPT-RESOLUTION.
           MOVE "Y" TO WS-DISPUTE-VALID.
           DISPLAY "Resolve - V verified, C corrected, W withdrawn"
               " (blank to leave open): " WITH NO ADVANCING.
           ACCEPT WS-RES-ENTRY.
           IF WS-RES-ENTRY = SPACES
               GO TO 2400-EXIT
           END-IF.
           MOVE WS-RES-ENTRY TO BD-RESOLUTION.
           IF NOT BD-VALID-RES
               DISPLAY "*** Outcome '" WS-RES-ENTRY
                   "' is not V, C or W."
               MOVE SPACES TO BD-RESOLUTION
               MOVE "N" TO WS-DISPUTE-VALID
               GO TO 2400-EXIT
           END-IF.
           DISPLAY "Resolution note: " WITH NO ADVANCING.
           ACCEPT WS-TEXT-ENTRY.
           MOVE WS-TEXT-ENTRY TO BD-RESOLUTION-NOTE.
           MOVE "RESOLVED" TO BD-STATUS.
           MOVE WS-TODAY TO BD-RESOLVED-DATE.
           MOVE ZEROES TO BD-REPORTED-DATE.
       2400-EXIT.
           EXIT.

           COPY lnaudwrt.
           COPY lnopschk.
