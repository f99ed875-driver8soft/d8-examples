      ******************************************************************
      *
      * Legal-Hold Maintenance
      * ======================
      *
      * Interactive add/change maintenance for the LEGALHLD file, in
      * the mdmaint pattern. The operator keys what the hold is on -
      * L and an application id for one loan, B and a borrower
      * number for every loan the borrower holds - and the hold
      * type: B07, B11, B12 or B13 for a bankruptcy petition under
      * that chapter, DEC for a death, LIT for litigation. An
      * existing hold is displayed and its start and end dates, case
      * reference and bureau codes can be changed; an unknown one on
      * a loan or borrower that is on file can be placed. Blank (or
      * zero) input leaves a field as it was.
      *
      * A hold needs a start date, and an end date that is either
      * zero (still open) or not before the start. Holds are lifted
      * by keying the end date, never deleted - the history of what
      * was held and when stays on file. A bankruptcy hold keyed
      * with no consumer information indicator takes the petition
      * code for its chapter.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original maintenance program.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lhmaint.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY lnhldsel.
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
           COPY lnaudsel.
           COPY lnopssel.

       DATA DIVISION.
       FILE SECTION.
           COPY legalhld.

           COPY loanmstr.

           COPY borrmstr.

           COPY lnaudfd.

           COPY opermstr.

       WORKING-STORAGE SECTION.
           COPY lnhldws.
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-BORR-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 BORR-MSTR-OPENED VALUE "00".
           COPY lnaudws.
           COPY lnopsws.

       01 WS-TYPE-ENTRY PIC X(01) VALUE SPACES.
           88 END-OF-MAINTENANCE VALUE SPACES, "E".
       01 WS-SUBJECT-ENTRY PIC X(20) VALUE SPACES.
       01 WS-HOLD-ENTRY PIC X(03) VALUE SPACES.
       01 WS-RECORD-EXISTS PIC X(01) VALUE "N".
           88 RECORD-EXISTS VALUE "Y".
       01 WS-HOLD-VALID PIC X(01) VALUE "Y".
           88 HOLD-VALID VALUE "Y".
       01 WS-CONFIRM PIC X(01) VALUE SPACES.
       01 WS-FIELD-ENTRY PIC X(30) VALUE SPACES.
       01 WS-DATE-ENTRY PIC 9(08) VALUE ZEROES.
       01 WS-TODAY PIC 9(08).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "lhmaint" TO WS-AUD-PROGRAM.
           MOVE "lhmaint" TO WS-OPS-PROGRAM.
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
           OPEN INPUT BORR-MSTR-FILE.

           OPEN I-O LEGAL-HOLD-FILE.
           IF WS-LEGAL-HOLD-STATUS = "35"
               OPEN OUTPUT LEGAL-HOLD-FILE
               CLOSE LEGAL-HOLD-FILE
               OPEN I-O LEGAL-HOLD-FILE
           END-IF.
           IF WS-LEGAL-HOLD-STATUS NOT = "00"
               DISPLAY "*** Unable to open LEGALHLD - status "
                   WS-LEGAL-HOLD-STATUS
               CLOSE LOAN-MSTR-FILE
               IF BORR-MSTR-OPENED
                   CLOSE BORR-MSTR-FILE
               END-IF
               GOBACK
           END-IF.

           PERFORM 1000-ACCEPT-KEY THRU 1000-EXIT.
           PERFORM 2000-MAINTAIN-HOLD THRU 2000-EXIT
               UNTIL END-OF-MAINTENANCE.

           CLOSE LEGAL-HOLD-FILE.
           CLOSE LOAN-MSTR-FILE.
           IF BORR-MSTR-OPENED
               CLOSE BORR-MSTR-FILE
           END-IF.
           GOBACK.

      *-----------------------------------------------------------
      * 1000-ACCEPT-KEY
      *
      * What the hold is on and its type. A blank (or E) subject
      * type ends the session.
      *-----------------------------------------------------------
       1000-ACCEPT-KEY.
           DISPLAY "Hold on L loan / B borrower (blank or E to "
               "finish): " WITH NO ADVANCING.
           ACCEPT WS-TYPE-ENTRY.
           IF END-OF-MAINTENANCE
               GO TO 1000-EXIT
           END-IF.
           IF WS-TYPE-ENTRY = "L"
               DISPLAY "Application id: " WITH NO ADVANCING
           ELSE
               DISPLAY "Borrower number: " WITH NO ADVANCING
           END-IF.
           ACCEPT WS-SUBJECT-ENTRY.
           DISPLAY "Hold type B07/B11/B12/B13/DEC/LIT: "
               WITH NO ADVANCING.
           ACCEPT WS-HOLD-ENTRY.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-MAINTAIN-HOLD
      *
      * Reads the keyed hold; an unknown one on a loan or borrower
      * that is on file becomes a new hold (after the operator
      * confirms), a known one a change. Nothing is written unless
      * the keyed hold validates.
      *-----------------------------------------------------------
       2000-MAINTAIN-HOLD.
           IF WS-TYPE-ENTRY NOT = "L" AND WS-TYPE-ENTRY NOT = "B"
               DISPLAY "*** Hold must be on L (loan) or B "
                   "(borrower)."
               GO TO 2000-NEXT
           END-IF.
           MOVE WS-TYPE-ENTRY TO LH-SUBJECT-TYPE.
           MOVE WS-SUBJECT-ENTRY TO LH-SUBJECT.
           MOVE WS-HOLD-ENTRY TO LH-HOLD-TYPE.
           IF NOT LH-VALID-TYPE
               DISPLAY "*** Hold type must be B07, B11, B12, B13, "
                   "DEC or LIT."
               GO TO 2000-NEXT
           END-IF.

           MOVE "Y" TO WS-RECORD-EXISTS.
           READ LEGAL-HOLD-FILE
               INVALID KEY
                   MOVE "N" TO WS-RECORD-EXISTS
           END-READ.

           IF RECORD-EXISTS
               PERFORM 2100-DISPLAY-HOLD THRU 2100-EXIT
               MOVE LEGAL-HOLD-RECORD TO WS-AUD-BEFORE
               PERFORM 2200-ACCEPT-FIELDS THRU 2200-EXIT
               PERFORM 2300-VALIDATE-HOLD THRU 2300-EXIT
               IF NOT HOLD-VALID
                   DISPLAY "Hold " LH-KEY " not changed."
                   GO TO 2000-NEXT
               END-IF
               MOVE WS-TODAY TO LH-SET-DATE
               REWRITE LEGAL-HOLD-RECORD
                   INVALID KEY
                       DISPLAY "*** Rewrite failed for '"
                           LH-KEY "' - status "
                           WS-LEGAL-HOLD-STATUS
               END-REWRITE
               MOVE "CHANGE" TO WS-AUD-ACTION
               MOVE LH-SUBJECT TO WS-AUD-KEY
               MOVE LEGAL-HOLD-RECORD TO WS-AUD-AFTER
               PERFORM 9840-WRITE-MAINT-AUDIT THRU 9840-EXIT
               DISPLAY "Hold " LH-KEY " changed."
               GO TO 2000-NEXT
           END-IF.

           PERFORM 2050-CHECK-SUBJECT THRU 2050-EXIT.
           IF NOT HOLD-VALID
               GO TO 2000-NEXT
           END-IF.
           DISPLAY "No " WS-HOLD-ENTRY " hold on file for '"
               WS-SUBJECT-ENTRY "' - place one? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               GO TO 2000-NEXT
           END-IF.
           MOVE SPACES TO LEGAL-HOLD-RECORD.
           MOVE WS-TYPE-ENTRY TO LH-SUBJECT-TYPE.
           MOVE WS-SUBJECT-ENTRY TO LH-SUBJECT.
           MOVE WS-HOLD-ENTRY TO LH-HOLD-TYPE.
           MOVE WS-TODAY TO LH-START-DATE.
           MOVE ZEROES TO LH-END-DATE.
           PERFORM 2200-ACCEPT-FIELDS THRU 2200-EXIT.
           PERFORM 2300-VALIDATE-HOLD THRU 2300-EXIT.
           IF NOT HOLD-VALID
               DISPLAY "Hold " LH-KEY " not placed."
               GO TO 2000-NEXT
           END-IF.
           MOVE WS-TODAY TO LH-SET-DATE.
           WRITE LEGAL-HOLD-RECORD
               INVALID KEY
                   DISPLAY "*** Write failed for '" LH-KEY
                       "' - status " WS-LEGAL-HOLD-STATUS
           END-WRITE.
           MOVE "ADD" TO WS-AUD-ACTION.
           MOVE LH-SUBJECT TO WS-AUD-KEY.
           MOVE LEGAL-HOLD-RECORD TO WS-AUD-AFTER.
           PERFORM 9840-WRITE-MAINT-AUDIT THRU 9840-EXIT.
           DISPLAY "Hold " LH-KEY " placed.".

       2000-NEXT.
           PERFORM 1000-ACCEPT-KEY THRU 1000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2050-CHECK-SUBJECT
      *
      * A new hold must name a loan or borrower that is on file.
      *-----------------------------------------------------------
       2050-CHECK-SUBJECT.
           MOVE "Y" TO WS-HOLD-VALID.
           IF WS-TYPE-ENTRY = "L"
               MOVE WS-SUBJECT-ENTRY TO LM-APPL-ID
               READ LOAN-MSTR-FILE
                   INVALID KEY
                       DISPLAY "*** No loan on file for '"
                           WS-SUBJECT-ENTRY "' - no hold placed."
                       MOVE "N" TO WS-HOLD-VALID
               END-READ
               GO TO 2050-EXIT
           END-IF.
           IF NOT BORR-MSTR-OPENED
               DISPLAY "*** BORRMSTR is not available - no "
                   "borrower hold placed."
               MOVE "N" TO WS-HOLD-VALID
               GO TO 2050-EXIT
           END-IF.
           MOVE WS-SUBJECT-ENTRY TO BM-BORROWER-NO.
           READ BORR-MSTR-FILE
               INVALID KEY
                   DISPLAY "*** No borrower on file for '"
                       WS-SUBJECT-ENTRY "' - no hold placed."
                   MOVE "N" TO WS-HOLD-VALID
                   GO TO 2050-EXIT
           END-READ.
           DISPLAY "Borrower: " BM-NAME.
       2050-EXIT.
           EXIT.

       2100-DISPLAY-HOLD.
           DISPLAY "Hold:     " LH-HOLD-TYPE " on " LH-SUBJECT-TYPE
               " " LH-SUBJECT.
           DISPLAY "Runs:     " LH-START-DATE " to " LH-END-DATE.
           DISPLAY "Case ref: " LH-CASE-REF.
           DISPLAY "Bureau:   CII " LH-BUREAU-CII " comment "
               LH-BUREAU-COMMENT.
           DISPLAY "Set:      " LH-SET-DATE.
       2100-EXIT.
           EXIT.

       2200-ACCEPT-FIELDS.
           DISPLAY "Start date (YYYYMMDD, 0 to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-DATE-ENTRY.
           IF WS-DATE-ENTRY > ZEROES
               MOVE WS-DATE-ENTRY TO LH-START-DATE
           END-IF.
           DISPLAY "End date (YYYYMMDD, 0 to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-DATE-ENTRY.
           IF WS-DATE-ENTRY > ZEROES
               MOVE WS-DATE-ENTRY TO LH-END-DATE
           END-IF.
           DISPLAY "Case reference (blank to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO LH-CASE-REF
           END-IF.
           DISPLAY "Consumer information indicator (blank to "
               "keep): " WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO LH-BUREAU-CII
           END-IF.
           DISPLAY "Bureau special comment (blank to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO LH-BUREAU-COMMENT
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2300-VALIDATE-HOLD
      *
      * Checks the dates and gives a bankruptcy hold with no
      * indicator keyed the petition code for its chapter.
      *-----------------------------------------------------------
       2300-VALIDATE-HOLD.
           MOVE "Y" TO WS-HOLD-VALID.
           IF LH-START-DATE = ZEROES
               DISPLAY "*** Start date is required."
               MOVE "N" TO WS-HOLD-VALID
           END-IF.
           IF LH-END-DATE NOT = ZEROES
               AND LH-END-DATE < LH-START-DATE
               DISPLAY "*** End date is before the start date."
               MOVE "N" TO WS-HOLD-VALID
           END-IF.
           IF LH-BUREAU-CII = SPACES
               EVALUATE LH-HOLD-TYPE
                   WHEN "B07"
                       MOVE "A" TO LH-BUREAU-CII
                   WHEN "B11"
                       MOVE "B" TO LH-BUREAU-CII
                   WHEN "B12"
                       MOVE "C" TO LH-BUREAU-CII
                   WHEN "B13"
                       MOVE "D" TO LH-BUREAU-CII
               END-EVALUATE
           END-IF.
       2300-EXIT.
           EXIT.

           COPY lnaudwrt.
           COPY lnopschk.
