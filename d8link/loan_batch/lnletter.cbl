      * Delinquency Letter Generation
      * =============================
      *
      * Turns the lnaging determination - the DLQSNAP snapshot that
      * run leaves - into the follow-up letters that were being
      * composed by hand. For every BOOKED loan in
      * the 30/60/90 buckets, selects the letter for the bucket from
      * the LTRTMPL templates file (L30/L60/L90, one text line per
      * row, printed in file order), fills in the borrower's name
      * bucket, so a 60-day letter is never produced before the
      * 30-day one and no letter is ever produced twice.
      *
      * A borrower who has gone paperless, or asked for email, gets
      * the letter through the EDELIVER extract for the email
      * vendor, archived line by line on DOCARCH; a paperless
      * borrower's letter stays off the print spool (see lndlvwrt).
      * The CORRLOG row records the channel.
      *
      * No letter goes to a loan under a legal hold in force on
      * LEGALHLD - a bankruptcy stay, a death, litigation - whether
      * the hold is on the loan or on its borrower - nor to a loan
      * whose arrears repayment plan on REPAYPLN is PERFORMING.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-09-02  RJM  Original letter batch.
      * 2026-10-15  RJM  Takes days past due and the past-due amount
      *                  from the DLQSNAP snapshot lnaging writes
      *                  instead of re-aging each loan against
      *                  AMORTSCH and PAYHIST; refuses to run with no
      *                  snapshot.
      * 2026-10-15  RJM  The CORRLOG layout moved to the corrlog
      *                  copybook, shared with lninschk.
      * 2026-10-15  RJM  Letters follow the borrower's paperless
      *                  and channel preferences - e-delivered
      *                  letters are archived to DOCARCH and listed
      *                  on EDELIVER, and CORRLOG says how each
      *                  went out.
      * 2026-10-15  RJM  Loans under a legal hold on LEGALHLD get no
      *                  letter.
      * 2026-10-15  RJM  Loans keeping to an arrears repayment plan
      *                  on REPAYPLN get no letter.
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
           SELECT LTR-SPOOL-FILE ASSIGN TO "LTRSPOOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-SPOOL-STATUS.
           SELECT DOC-ARCH-FILE ASSIGN TO "DOCARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-KEY
               FILE STATUS IS WS-DOC-ARCH-STATUS.
           COPY lndlvsel.
           COPY lnhldsel.
           COPY lnrppsel.

       DATA DIVISION.
       FILE SECTION.

           COPY loanmstr.

           COPY dlqsnap.

           COPY borrmstr.

           COPY corrlog.

       FD  LTR-SPOOL-FILE.
       01  LTR-LINE PIC X(80).

           COPY docarch.

           COPY lndlvfd.

           COPY legalhld.

           COPY repaypln.

       WORKING-STORAGE SECTION.
       01 WS-LTR-TMPL-STATUS PIC X(02) VALUE SPACES.
           88 LTR-TMPL-OPENED VALUE "00".
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-DLQ-SNAP-STATUS PIC X(02) VALUE SPACES.
           88 DLQ-SNAP-OPENED VALUE "00".
       01 WS-BORR-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 BORR-MSTR-OPENED VALUE "00".
       01 WS-CORR-LOG-STATUS PIC X(02) VALUE SPACES.
           88 CORR-LOG-OPENED VALUE "00".
           88 CORR-LOG-NOT-FOUND VALUE "35".
       01 WS-LTR-SPOOL-STATUS PIC X(02) VALUE SPACES.
       01 WS-DOC-ARCH-STATUS PIC X(02) VALUE SPACES.
           88 DOC-ARCH-OPENED VALUE "00".
           88 DOC-ARCH-NOT-FOUND VALUE "35".
       01 WS-ARCH-LINE-NO PIC 9(03) VALUE ZEROES.

       01 WS-TMPL-EOF PIC X(01) VALUE "N".
           88 END-OF-TEMPLATES VALUE "Y".
       01 WS-MSTR-EOF PIC X(01) VALUE "N".
           88 END-OF-MASTER VALUE "Y".

       01 WS-ASOF-DATE PIC 9(08).

      * The loan in hand, as the snapshot has it.
       01 WS-PAST-DUE PIC S9(9)V9(2) COMP-3.
       01 WS-DAYS-PAST-DUE PIC S9(5) COMP.

      * Letter templates, loaded once - up to 20 lines per code.
       01 WS-TMPL-MAX PIC 9(03) COMP VALUE 60.
       01 WS-PAST-DUE-DISPLAY PIC -Z,ZZZ,ZZ9.99.
       01 WS-LETTER-COUNT PIC 9(05) VALUE ZEROES.
       77 WS-LINE-IDX PIC S9(4) COMP.
           COPY lndlvws.
           COPY lnhldws.
           COPY lnrppws.

       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD.

           PERFORM 1000-LOAD-TEMPLATES THRU 1000-EXIT.
           IF WS-TMPL-COUNT = ZEROES
               GOBACK
           END-IF.

           OPEN INPUT DLQ-SNAP-FILE.
           IF NOT DLQ-SNAP-OPENED
               DISPLAY "*** Unable to open DLQSNAP - status "
                   WS-DLQ-SNAP-STATUS " - run lnaging first; "
                   "no letters produced."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT LOAN-MSTR-FILE.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               CLOSE DLQ-SNAP-FILE
               GOBACK
           END-IF.

               DISPLAY "*** Unable to open CORRLOG - status "
                   WS-CORR-LOG-STATUS
               CLOSE LOAN-MSTR-FILE
               CLOSE DLQ-SNAP-FILE
               GOBACK
           END-IF.

           OPEN OUTPUT LTR-SPOOL-FILE.

           OPEN I-O DOC-ARCH-FILE.
           IF DOC-ARCH-NOT-FOUND
               OPEN OUTPUT DOC-ARCH-FILE
               CLOSE DOC-ARCH-FILE
               OPEN I-O DOC-ARCH-FILE
           END-IF.
           IF DOC-ARCH-OPENED
               MOVE "Y" TO WS-DLV-ARCHIVE
           ELSE
               DISPLAY "*** Unable to open DOCARCH - status "
                   WS-DOC-ARCH-STATUS " - every letter goes to "
                   "print this run."
           END-IF.

           MOVE WS-ASOF-DATE TO WS-HLD-ASOF.
           PERFORM 9890-OPEN-LEGAL-HOLD THRU 9890-EXIT.
           PERFORM 9940-OPEN-REPAY-PLAN THRU 9940-EXIT.

           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
           PERFORM 2000-WORK-LOAN THRU 2000-EXIT
               UNTIL END-OF-MASTER.

           PERFORM 9892-CLOSE-LEGAL-HOLD THRU 9892-EXIT.
           PERFORM 9942-CLOSE-REPAY-PLAN THRU 9942-EXIT.
           IF DLV-ARCHIVE-OPEN
               CLOSE DOC-ARCH-FILE
           END-IF.
           CLOSE LTR-SPOOL-FILE.
           CLOSE CORR-LOG-FILE.
           CLOSE LOAN-MSTR-FILE.
           CLOSE DLQ-SNAP-FILE.

           DISPLAY "lnletter: " WS-LETTER-COUNT " letter(s) - "
               WS-DLV-PRINT-COUNT " written to LTRSPOOL, "
               WS-DLV-EMAIL-COUNT " to EDELIVER.".
           DISPLAY "lnletter: " WS-HLD-COUNT " loan(s) under legal "
               "hold - no letter.".
           DISPLAY "lnletter: " WS-RPP-COUNT " loan(s) on a performing "
               "repayment plan - no letter.".
           GOBACK.

       1000-LOAD-TEMPLATES.
      *-----------------------------------------------------------
      * 2000-WORK-LOAN
      *
      * Takes one BOOKED loan's age from the snapshot and, when it
      * sits in a letter bucket, produces the lowest letter it has
      * not yet had - L30 before L60 before L90, one letter per run.
      *-----------------------------------------------------------
       2000-WORK-LOAN.
           IF NOT LM-ST-BOOKED
               GO TO 2000-NEXT
           END-IF.
           PERFORM 2200-READ-SNAPSHOT THRU 2200-EXIT.
           IF WS-DAYS-PAST-DUE < 30 OR WS-PAST-DUE NOT > ZERO
               GO TO 2000-NEXT
           END-IF.

           PERFORM 9891-CHECK-LEGAL-HOLD THRU 9891-EXIT.
           IF LEGAL-HOLD-ON
               DISPLAY "No letter for '" LM-APPL-ID "' - legal "
                   "hold " WS-HLD-TYPE " " WS-HLD-CASE-REF "."
               GO TO 2000-NEXT
           END-IF.
           PERFORM 9941-CHECK-REPAY-PLAN THRU 9941-EXIT.
           IF REPAY-PLAN-ON
               DISPLAY "No letter for '" LM-APPL-ID "' - repayment "
                   "plan from period " WS-RPP-START-PERIOD
                   " performing."
               GO TO 2000-NEXT
           END-IF.

           PERFORM 2500-SELECT-LETTER THRU 2500-EXIT.
           IF WS-LTR-CODE = SPACES
               GO TO 2000-NEXT
           END-IF.

           PERFORM 2550-FIND-BORROWER THRU 2550-EXIT.
           PERFORM 2600-WRITE-LETTER THRU 2600-EXIT.
           IF DELIVER-PRINT
               ADD 1 TO WS-DLV-PRINT-COUNT
           END-IF.
           IF DELIVER-EMAIL
               MOVE WS-LTR-CODE TO WS-DLV-DOC-TYPE
               MOVE LM-APPL-ID TO WS-DLV-REF
               MOVE WS-ASOF-DATE TO WS-DLV-DATE
               PERFORM 9881-WRITE-EDELIVERY THRU 9881-EXIT
           END-IF.
           PERFORM 2700-LOG-LETTER THRU 2700-EXIT.
           ADD 1 TO WS-LETTER-COUNT.
           DISPLAY "Letter " WS-LTR-CODE " produced for '"
           EXIT.

      *-----------------------------------------------------------
      * 2200-READ-SNAPSHOT
      *
      * The loan's past-due amount and the oldest unpaid period's
      * age in days as the night's lnaging run found them; a loan
      * with no snapshot row is current.
      *-----------------------------------------------------------
       2200-READ-SNAPSHOT.
           MOVE ZEROES TO WS-DAYS-PAST-DUE.
           MOVE ZEROES TO WS-PAST-DUE.
           MOVE LM-APPL-ID TO DS-APPL-ID.
           READ DLQ-SNAP-FILE
               INVALID KEY
                   GO TO 2200-EXIT
           END-READ.
           MOVE DS-DAYS-PAST-DUE TO WS-DAYS-PAST-DUE.
           MOVE DS-PAST-DUE TO WS-PAST-DUE.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2500-SELECT-LETTER
      *
       2520-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2550-FIND-BORROWER
      *
      * The borrower's registry record, for the address block and
      * the delivery preferences - an unregistered borrower (or an
      * unreadable registry) is addressed from the master's name
      * and sent on paper.
      *-----------------------------------------------------------
       2550-FIND-BORROWER.
           MOVE "N" TO WS-REG-FOUND.
           IF LM-BORROWER-NO = SPACES
               GO TO 2550-SET
           END-IF.
           OPEN INPUT BORR-MSTR-FILE.
           IF NOT BORR-MSTR-OPENED
               GO TO 2550-SET
           END-IF.
           MOVE LM-BORROWER-NO TO BM-BORROWER-NO.
           READ BORR-MSTR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-REG-FOUND
           END-READ.
           CLOSE BORR-MSTR-FILE.
       2550-SET.
           MOVE WS-REG-FOUND TO WS-DLV-REGISTERED.
           PERFORM 9880-SET-DELIVERY THRU 9880-EXIT.
       2550-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2600-WRITE-LETTER
      *
      * figures.
      *-----------------------------------------------------------
       2600-WRITE-LETTER.
           MOVE ZEROES TO WS-ARCH-LINE-NO.
           MOVE SPACES TO LTR-LINE.
           STRING "LETTER " WS-LTR-CODE "  " WS-ASOF-DATE
               "  " LM-APPL-ID
               DELIMITED BY SIZE INTO LTR-LINE.
           PERFORM 2690-PUT-LTR-LINE THRU 2690-EXIT.

           PERFORM 2610-ADDRESS-BLOCK THRU 2610-EXIT.

           MOVE SPACES TO LTR-LINE.
           PERFORM 2690-PUT-LTR-LINE THRU 2690-EXIT.

           PERFORM 2620-TEMPLATE-LINE THRU 2620-EXIT
               VARYING WS-LINE-IDX FROM 1 BY 1
           STRING "  AMOUNT PAST DUE: " WS-PAST-DUE-DISPLAY
               " " LM-CURRENCY "  (" WS-DAYS-DISPLAY " DAYS)"
               DELIMITED BY SIZE INTO LTR-LINE.
           PERFORM 2690-PUT-LTR-LINE THRU 2690-EXIT.

           MOVE ALL "-" TO LTR-LINE.
           PERFORM 2690-PUT-LTR-LINE THRU 2690-EXIT.
       2600-EXIT.
           EXIT.

       2610-ADDRESS-BLOCK.
           IF NOT REGISTRY-FOUND
               MOVE LM-BORROWER TO LTR-LINE
               PERFORM 2690-PUT-LTR-LINE THRU 2690-EXIT
               GO TO 2610-EXIT
           END-IF.
           MOVE BM-NAME TO LTR-LINE.
           PERFORM 2690-PUT-LTR-LINE THRU 2690-EXIT.
           MOVE BM-ADDR-LINE-1 TO LTR-LINE.
           PERFORM 2690-PUT-LTR-LINE THRU 2690-EXIT.
           IF BM-ADDR-LINE-2 NOT = SPACES
               MOVE BM-ADDR-LINE-2 TO LTR-LINE
               PERFORM 2690-PUT-LTR-LINE THRU 2690-EXIT
           END-IF.
           MOVE SPACES TO LTR-LINE.
           STRING BM-CITY " " BM-POSTCODE
               DELIMITED BY SIZE INTO LTR-LINE.
           PERFORM 2690-PUT-LTR-LINE THRU 2690-EXIT.
       2610-EXIT.
           EXIT.

       2620-TEMPLATE-LINE.
           IF TMPL-CODE (WS-LINE-IDX) = WS-LTR-CODE
               MOVE TMPL-LINE (WS-LINE-IDX) TO LTR-LINE
               PERFORM 2690-PUT-LTR-LINE THRU 2690-EXIT
           END-IF.
       2620-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2690-PUT-LTR-LINE
      *
      * One letter line to the print spool when the letter goes on
      * paper, and to DOCARCH when it goes by email.
      *-----------------------------------------------------------
       2690-PUT-LTR-LINE.
           IF DELIVER-PRINT
               WRITE LTR-LINE
           END-IF.
           IF NOT DELIVER-EMAIL
               GO TO 2690-EXIT
           END-IF.
           ADD 1 TO WS-ARCH-LINE-NO.
           MOVE LM-APPL-ID TO DA-REF.
           MOVE WS-ASOF-DATE TO DA-DOC-DATE.
           MOVE WS-LTR-CODE TO DA-DOC-TYPE.
           MOVE WS-ARCH-LINE-NO TO DA-LINE-NO.
           MOVE LTR-LINE TO DA-LINE.
           WRITE DOC-ARCH-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
       2690-EXIT.
           EXIT.

       2700-LOG-LETTER.
           MOVE LM-APPL-ID TO CL-APPL-ID.
           MOVE WS-LTR-CODE TO CL-LTR-CODE.
           MOVE WS-ASOF-DATE TO CL-SENT-DATE.
           MOVE WS-DLV-CHANNEL TO CL-CHANNEL.
           WRITE CORR-LOG-RECORD
               INVALID KEY
                   DISPLAY "*** Letter " WS-LTR-CODE " already "
       8000-EXIT.
           EXIT.

           COPY lndlvwrt.
           COPY lnhldchk.
           COPY lnrppchk.
