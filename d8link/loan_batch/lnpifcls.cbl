      ******************************************************************
      *
      * Paid-In-Full Closure Batch
      * ==========================
      *
      * Nightly close-out of newly PAID-OFF loans - PAID-OFF on
      * LOANMSTR (by lnpost's final payment, an lnsettle settlement
      * or a suspense release) with no PIFCLOSE row. For each one:
      *
      *     - a lien-release letter (LRL) and a paid-in-full letter
      *       (PIF), the text from LTRTMPL, produced in the lnletter
      *       page style onto LTRSPOOL - or by email through
      *       EDELIVER and DOCARCH, as the borrower prefers - and
      *       logged on CORRLOG, which also keeps a rerun from
      *       sending either letter twice;
      *     - the escrow account closed: its monthly portion and
      *       payee slots cleared so nothing more is collected or
      *       disbursed, and the balance above any escrow advance
      *       (less an escrow refund already waiting) raised as an
      *       E refund for rfmaint approval and lnrfdisb payment;
      *     - an OPEN or HELD collections case closed;
      *     - a confirmed FUNDCTL funding row CLOSED - a row still
      *       PENDING or in EXCEPTN is left for the funding desk and
      *       listed.
      *
      * The PIFCLOSE row written last records all of it, and is the
      * guard that closes a loan once only. lnbureau stamps its
      * bureau date when it reports the loan paid in full.
      *
      * The lien release is due PIFCLSPM lien days after the
      * payoff - set to the shortest period any state the book lends
      * in allows before a late-release penalty runs. A release sent
      * after that is flagged LATE on the closure row and the run
      * ends RC 4.
      *
      * "Newly PAID-OFF" is anchored to the PIFCLSPM go-live date,
      * as lnfund anchors its bookings: only loans whose
      * LM-STATUS-DATE is on or after it are closed, so the first
      * run cannot write letters to a back book that was paid off
      * years ago. A missing PIFCLSPM, or a template file without
      * both letters, refuses the run.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original closure batch - paying a loan off
      *                  changed LM-STATUS and nothing else.
      * 2026-10-15  RJM  Records its run statistics on RUNSTATS.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lnpifcls.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIF-PRM-FILE ASSIGN TO "PIFCLSPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIF-PRM-STATUS.
           SELECT LTR-TMPL-FILE ASSIGN TO "LTRTMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-TMPL-STATUS.
           SELECT LOAN-MSTR-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-APPL-ID
               FILE STATUS IS WS-LOAN-MSTR-STATUS.
           SELECT PIF-CLOSE-FILE ASSIGN TO "PIFCLOSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-APPL-ID
               FILE STATUS IS WS-PIF-CLOSE-STATUS.
           SELECT BORR-MSTR-FILE ASSIGN TO "BORRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-BORROWER-NO
               FILE STATUS IS WS-BORR-MSTR-STATUS.
           SELECT CORR-LOG-FILE ASSIGN TO "CORRLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS WS-CORR-LOG-STATUS.
           SELECT LTR-SPOOL-FILE ASSIGN TO "LTRSPOOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-SPOOL-STATUS.
           SELECT DOC-ARCH-FILE ASSIGN TO "DOCARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-KEY
               FILE STATUS IS WS-DOC-ARCH-STATUS.
           SELECT ESCROW-FILE ASSIGN TO "ESCROW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-APPL-ID
               FILE STATUS IS WS-ESCROW-STATUS.
           SELECT REFUNDS-FILE ASSIGN TO "REFUNDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-KEY
               FILE STATUS IS WS-REFUNDS-STATUS.
           SELECT COLL-CASE-FILE ASSIGN TO "COLLCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-APPL-ID
               FILE STATUS IS WS-COLL-CASE-STATUS.
           SELECT FUND-CTL-FILE ASSIGN TO "FUNDCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-APPL-ID
               FILE STATUS IS WS-FUND-CTL-STATUS.
           COPY lndlvsel.
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.
       FD  PIF-PRM-FILE.
       01  PIF-PRM-RECORD.
           05 PP-GOLIVE-DATE PIC 9(08).
           05 PP-LIEN-DAYS   PIC 9(03).

       FD  LTR-TMPL-FILE.
       01  LTR-TMPL-RECORD.
           05 LT-CODE PIC X(03).
           05 LT-LINE PIC X(70).

           COPY loanmstr.

           COPY pifclose.

           COPY borrmstr.

           COPY corrlog.

       FD  LTR-SPOOL-FILE.
       01  LTR-LINE PIC X(80).

           COPY docarch.

           COPY escrow.

           COPY refunds.

           COPY collcase.

           COPY fundctl.

           COPY lndlvfd.

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
       01 WS-PIF-PRM-STATUS PIC X(02) VALUE SPACES.
           88 PIF-PRM-OPENED VALUE "00".
       01 WS-LTR-TMPL-STATUS PIC X(02) VALUE SPACES.
           88 LTR-TMPL-OPENED VALUE "00".
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-PIF-CLOSE-STATUS PIC X(02) VALUE SPACES.
           88 PIF-CLOSE-OPENED VALUE "00".
           88 PIF-CLOSE-NOT-FOUND VALUE "35".
       01 WS-BORR-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 BORR-MSTR-OPENED VALUE "00".
       01 WS-CORR-LOG-STATUS PIC X(02) VALUE SPACES.
           88 CORR-LOG-OPENED VALUE "00".
           88 CORR-LOG-NOT-FOUND VALUE "35".
       01 WS-LTR-SPOOL-STATUS PIC X(02) VALUE SPACES.
       01 WS-DOC-ARCH-STATUS PIC X(02) VALUE SPACES.
           88 DOC-ARCH-OPENED VALUE "00".
           88 DOC-ARCH-NOT-FOUND VALUE "35".
       01 WS-ESCROW-STATUS PIC X(02) VALUE SPACES.
           88 ESCROW-OPENED VALUE "00".
       01 WS-REFUNDS-STATUS PIC X(02) VALUE SPACES.
           88 REFUNDS-OPENED VALUE "00".
           88 REFUNDS-NOT-FOUND VALUE "35".
       01 WS-COLL-CASE-STATUS PIC X(02) VALUE SPACES.
           88 COLL-CASE-OPENED VALUE "00".
       01 WS-FUND-CTL-STATUS PIC X(02) VALUE SPACES.
           88 FUND-CTL-OPENED VALUE "00".
       01 WS-ARCH-LINE-NO PIC 9(03) VALUE ZEROES.

      * Files the run can do without - a book with no escrow, no
      * collections cases or no funding rows on file.
       01 WS-ESCROW-AVAIL PIC X(01) VALUE "N".
           88 ESCROW-AVAILABLE VALUE "Y".
       01 WS-CASES-AVAIL PIC X(01) VALUE "N".
           88 CASES-AVAILABLE VALUE "Y".
       01 WS-FUNDING-AVAIL PIC X(01) VALUE "N".
           88 FUNDING-AVAILABLE VALUE "Y".
       01 WS-BORR-AVAIL PIC X(01) VALUE "N".
           88 REGISTRY-AVAILABLE VALUE "Y".

       01 WS-TMPL-EOF PIC X(01) VALUE "N".
           88 END-OF-TEMPLATES VALUE "Y".
       01 WS-MSTR-EOF PIC X(01) VALUE "N".
           88 END-OF-MASTER VALUE "Y".
       01 WS-RFD-EOF PIC X(01) VALUE "N".
           88 END-OF-REFUNDS VALUE "Y".

       01 WS-TODAY PIC 9(08).
       01 WS-GOLIVE-DATE PIC 9(08) VALUE ZEROES.
       01 WS-LIEN-DAYS PIC 9(03) VALUE 30.
       01 WS-DATE-INT PIC 9(08) COMP.

      * Letter templates, loaded once - up to 20 lines per code.
       01 WS-TMPL-MAX PIC 9(03) COMP VALUE 60.
       01 WS-TMPL-COUNT PIC 9(03) COMP VALUE ZEROES.
       01 TMPL-TABLE.
           05 TMPL-ENTRY OCCURS 1 TO 60 TIMES
               DEPENDING ON WS-TMPL-COUNT
               INDEXED BY TMPL-IDX.
               10 TMPL-CODE PIC X(03).
               10 TMPL-LINE PIC X(70).
       01 WS-LRL-LINES PIC 9(03) VALUE ZEROES.
       01 WS-PIF-LINES PIC 9(03) VALUE ZEROES.

      * The letter being produced.
       01 WS-LTR-CODE PIC X(03).
       01 WS-LOG-FOUND PIC X(01) VALUE "N".
           88 LETTER-ALREADY-SENT VALUE "Y".
       01 WS-REG-FOUND PIC X(01) VALUE "N".
           88 REGISTRY-FOUND VALUE "Y".
       01 WS-AMT-DISPLAY PIC -Z,ZZZ,ZZ9.99.
       77 WS-LINE-IDX PIC S9(4) COMP.
       77 WS-SLOT-IDX PIC S9(4) COMP.

      * Escrow close-out.
       01 WS-OPEN-REFUNDS PIC S9(9)V9(2) COMP-3.
       01 WS-REFUND-AMT PIC S9(9)V9(2) COMP-3.

       01 WS-CLOSED-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-LATE-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-BACKBOOK-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-LETTER-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-REFUND-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-FUND-OPEN-COUNT PIC 9(05) VALUE ZEROES.
           COPY lndlvws.
           COPY lnrstws.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "LNPIFCLS" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM 1000-LOAD-PARAMETERS THRU 1000-EXIT.
           IF WS-GOLIVE-DATE = ZEROES
               DISPLAY "*** No go-live date on PIFCLSPM - the paid-"
                   "off back book cannot be told from new payoffs; "
                   "nothing closed."
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

           PERFORM 1100-LOAD-TEMPLATES THRU 1100-EXIT.
           IF WS-LRL-LINES = ZEROES OR WS-PIF-LINES = ZEROES
               DISPLAY "*** LTRTMPL needs both the LRL and PIF "
                   "letters - nothing closed."
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

           OPEN INPUT LOAN-MSTR-FILE.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

           OPEN I-O PIF-CLOSE-FILE.
           IF PIF-CLOSE-NOT-FOUND
               OPEN OUTPUT PIF-CLOSE-FILE
               CLOSE PIF-CLOSE-FILE
               OPEN I-O PIF-CLOSE-FILE
           END-IF.
           IF NOT PIF-CLOSE-OPENED
               DISPLAY "*** Unable to open PIFCLOSE - status "
                   WS-PIF-CLOSE-STATUS
               CLOSE LOAN-MSTR-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

           OPEN I-O CORR-LOG-FILE.
           IF CORR-LOG-NOT-FOUND
               OPEN OUTPUT CORR-LOG-FILE
               CLOSE CORR-LOG-FILE
               OPEN I-O CORR-LOG-FILE
           END-IF.
           IF NOT CORR-LOG-OPENED
               DISPLAY "*** Unable to open CORRLOG - status "
                   WS-CORR-LOG-STATUS
               CLOSE PIF-CLOSE-FILE
               CLOSE LOAN-MSTR-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

           OPEN I-O REFUNDS-FILE.
           IF REFUNDS-NOT-FOUND
               OPEN OUTPUT REFUNDS-FILE
               CLOSE REFUNDS-FILE
               OPEN I-O REFUNDS-FILE
           END-IF.
           IF NOT REFUNDS-OPENED
               DISPLAY "*** Unable to open REFUNDS - status "
                   WS-REFUNDS-STATUS
               CLOSE CORR-LOG-FILE
               CLOSE PIF-CLOSE-FILE
               CLOSE LOAN-MSTR-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

           PERFORM 1200-OPEN-OPTIONAL THRU 1200-EXIT.

           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
           PERFORM 2000-CLOSE-LOAN THRU 2000-EXIT
               UNTIL END-OF-MASTER.

           PERFORM 1900-CLOSE-OPTIONAL THRU 1900-EXIT.
           CLOSE REFUNDS-FILE.
           CLOSE CORR-LOG-FILE.
           CLOSE PIF-CLOSE-FILE.
           CLOSE LOAN-MSTR-FILE.

           DISPLAY "lnpifcls: " WS-CLOSED-COUNT " loan(s) closed "
               "out, " WS-LETTER-COUNT " letter(s) - "
               WS-DLV-PRINT-COUNT " to LTRSPOOL, "
               WS-DLV-EMAIL-COUNT " to EDELIVER.".
           DISPLAY "lnpifcls: " WS-REFUND-COUNT " escrow refund(s) "
               "raised, " WS-FUND-OPEN-COUNT " funding row(s) left "
               "open, " WS-BACKBOOK-COUNT " paid off before go-live "
               "skipped.".
           IF WS-LATE-COUNT > ZEROES
               DISPLAY "lnpifcls: " WS-LATE-COUNT " lien release(s) "
                   "LATE."
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-CLOSED-COUNT TO WS-RSTAT-WRITTEN.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

      *-----------------------------------------------------------
      * 1000-LOAD-PARAMETERS
      *
      * The go-live date and the lien-release period in days
      * (30 when the row leaves it zero).
      *-----------------------------------------------------------
       1000-LOAD-PARAMETERS.
           OPEN INPUT PIF-PRM-FILE.
           IF NOT PIF-PRM-OPENED
               DISPLAY "*** Unable to open PIFCLSPM - status "
                   WS-PIF-PRM-STATUS
               GO TO 1000-EXIT
           END-IF.
           READ PIF-PRM-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE PP-GOLIVE-DATE TO WS-GOLIVE-DATE
                   IF PP-LIEN-DAYS NUMERIC AND PP-LIEN-DAYS > ZERO
                       MOVE PP-LIEN-DAYS TO WS-LIEN-DAYS
                   END-IF
           END-READ.
           CLOSE PIF-PRM-FILE.
       1000-EXIT.
           EXIT.

       1100-LOAD-TEMPLATES.
           MOVE "N" TO WS-TMPL-EOF.
           OPEN INPUT LTR-TMPL-FILE.
           IF NOT LTR-TMPL-OPENED
               DISPLAY "*** Unable to open LTRTMPL - status "
                   WS-LTR-TMPL-STATUS
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-READ-TEMPLATE THRU 1110-EXIT.
           PERFORM 1120-LOAD-TEMPLATE THRU 1120-EXIT
               UNTIL END-OF-TEMPLATES.
           CLOSE LTR-TMPL-FILE.
       1100-EXIT.
           EXIT.

       1110-READ-TEMPLATE.
           READ LTR-TMPL-FILE
               AT END MOVE "Y" TO WS-TMPL-EOF
           END-READ.
       1110-EXIT.
           EXIT.

      * Only the two closure letters are kept.
       1120-LOAD-TEMPLATE.
           IF LT-CODE NOT = "LRL" AND LT-CODE NOT = "PIF"
               GO TO 1120-NEXT
           END-IF.
           IF WS-TMPL-COUNT < WS-TMPL-MAX
               ADD 1 TO WS-TMPL-COUNT
               MOVE LT-CODE TO TMPL-CODE (WS-TMPL-COUNT)
               MOVE LT-LINE TO TMPL-LINE (WS-TMPL-COUNT)
               IF LT-CODE = "LRL"
                   ADD 1 TO WS-LRL-LINES
               ELSE
                   ADD 1 TO WS-PIF-LINES
               END-IF
           ELSE
               DISPLAY "*** Template table full at " WS-TMPL-MAX
                   " lines - later rows ignored."
           END-IF.
       1120-NEXT.
           PERFORM 1110-READ-TEMPLATE THRU 1110-EXIT.
       1120-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 1200-OPEN-OPTIONAL
      *
      * The print spool and document archive, and the files a
      * closure only touches when the loan has a row on them.
      *-----------------------------------------------------------
       1200-OPEN-OPTIONAL.
           OPEN EXTEND LTR-SPOOL-FILE.
           IF WS-LTR-SPOOL-STATUS = "35"
               OPEN OUTPUT LTR-SPOOL-FILE
           END-IF.

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

           OPEN INPUT BORR-MSTR-FILE.
           IF BORR-MSTR-OPENED
               MOVE "Y" TO WS-BORR-AVAIL
           END-IF.
           OPEN I-O ESCROW-FILE.
           IF ESCROW-OPENED
               MOVE "Y" TO WS-ESCROW-AVAIL
           END-IF.
           OPEN I-O COLL-CASE-FILE.
           IF COLL-CASE-OPENED
               MOVE "Y" TO WS-CASES-AVAIL
           END-IF.
           OPEN I-O FUND-CTL-FILE.
           IF FUND-CTL-OPENED
               MOVE "Y" TO WS-FUNDING-AVAIL
           END-IF.
       1200-EXIT.
           EXIT.

       1900-CLOSE-OPTIONAL.
           CLOSE LTR-SPOOL-FILE.
           IF DLV-ARCHIVE-OPEN
               CLOSE DOC-ARCH-FILE
           END-IF.
           IF REGISTRY-AVAILABLE
               CLOSE BORR-MSTR-FILE
           END-IF.
           IF ESCROW-AVAILABLE
               CLOSE ESCROW-FILE
           END-IF.
           IF CASES-AVAILABLE
               CLOSE COLL-CASE-FILE
           END-IF.
           IF FUNDING-AVAILABLE
               CLOSE FUND-CTL-FILE
           END-IF.
       1900-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-CLOSE-LOAN
      *
      * One newly PAID-OFF loan closed out: letters, escrow,
      * collections case, funding row, then the PIFCLOSE row.
      *-----------------------------------------------------------
       2000-CLOSE-LOAN.
           IF NOT LM-ST-PAID-OFF
               GO TO 2000-NEXT
           END-IF.
           IF LM-STATUS-DATE < WS-GOLIVE-DATE
               ADD 1 TO WS-BACKBOOK-COUNT
               GO TO 2000-NEXT
           END-IF.
           MOVE LM-APPL-ID TO PF-APPL-ID.
           READ PIF-CLOSE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO 2000-NEXT
           END-READ.

           MOVE SPACES TO PIF-CLOSE-RECORD.
           MOVE LM-APPL-ID TO PF-APPL-ID.
           MOVE LM-STATUS-DATE TO PF-PAID-DATE.
           MOVE WS-TODAY TO PF-CLOSE-DATE.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(LM-STATUS-DATE)
               + WS-LIEN-DAYS.
           COMPUTE PF-LIEN-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           MOVE "N" TO PF-LIEN-LATE.
           MOVE ZEROES TO PF-ESCROW-REFUND.
           MOVE ZEROES TO PF-ESCROW-ADVANCE.
           MOVE "N" TO PF-CASE-CLOSED.
           MOVE ZEROES TO PF-BUREAU-DATE.

           PERFORM 2100-FIND-BORROWER THRU 2100-EXIT.
           MOVE "LRL" TO WS-LTR-CODE.
           PERFORM 2200-SEND-LETTER THRU 2200-EXIT.
           MOVE CL-SENT-DATE TO PF-LIEN-SENT-DATE.
           IF PF-LIEN-SENT-DATE > PF-LIEN-DUE-DATE
               MOVE "Y" TO PF-LIEN-LATE
               ADD 1 TO WS-LATE-COUNT
           END-IF.
           MOVE "PIF" TO WS-LTR-CODE.
           PERFORM 2200-SEND-LETTER THRU 2200-EXIT.

           PERFORM 2400-CLOSE-ESCROW THRU 2400-EXIT.
           PERFORM 2500-CLOSE-CASE THRU 2500-EXIT.
           PERFORM 2600-CLOSE-FUNDING THRU 2600-EXIT.

           WRITE PIF-CLOSE-RECORD
               INVALID KEY
                   DISPLAY "*** Closure already on file for '"
                       LM-APPL-ID "'."
                   GO TO 2000-NEXT
           END-WRITE.
           ADD 1 TO WS-CLOSED-COUNT.
           IF PF-LIEN-WAS-LATE
               DISPLAY "Closed '" LM-APPL-ID "' paid off "
                   PF-PAID-DATE " - lien release LATE, due "
                   PF-LIEN-DUE-DATE "."
           ELSE
               DISPLAY "Closed '" LM-APPL-ID "' paid off "
                   PF-PAID-DATE " - lien release due "
                   PF-LIEN-DUE-DATE ", sent " PF-LIEN-SENT-DATE "."
           END-IF.

       2000-NEXT.
           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2100-FIND-BORROWER
      *
      * The borrower's registry record, for the address block and
      * the delivery preferences - an unregistered borrower is
      * addressed from the master's name and sent on paper.
      *-----------------------------------------------------------
       2100-FIND-BORROWER.
           MOVE "N" TO WS-REG-FOUND.
           IF LM-BORROWER-NO = SPACES OR NOT REGISTRY-AVAILABLE
               GO TO 2100-SET
           END-IF.
           MOVE LM-BORROWER-NO TO BM-BORROWER-NO.
           READ BORR-MSTR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-REG-FOUND
           END-READ.
       2100-SET.
           MOVE WS-REG-FOUND TO WS-DLV-REGISTERED.
           PERFORM 9880-SET-DELIVERY THRU 9880-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2200-SEND-LETTER
      *
      * One closure letter, unless CORRLOG shows it already went
      * (a rerun after a failure part-way through a loan). Leaves
      * the CORRLOG row in hand for its sent date.
      *-----------------------------------------------------------
       2200-SEND-LETTER.
           MOVE LM-APPL-ID TO CL-APPL-ID.
           MOVE WS-LTR-CODE TO CL-LTR-CODE.
           READ CORR-LOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO 2200-EXIT
           END-READ.

           PERFORM 2300-WRITE-LETTER THRU 2300-EXIT.
           IF DELIVER-PRINT
               ADD 1 TO WS-DLV-PRINT-COUNT
           END-IF.
           IF DELIVER-EMAIL
               MOVE WS-LTR-CODE TO WS-DLV-DOC-TYPE
               MOVE LM-APPL-ID TO WS-DLV-REF
               MOVE WS-TODAY TO WS-DLV-DATE
               PERFORM 9881-WRITE-EDELIVERY THRU 9881-EXIT
           END-IF.
           ADD 1 TO WS-LETTER-COUNT.

           MOVE LM-APPL-ID TO CL-APPL-ID.
           MOVE WS-LTR-CODE TO CL-LTR-CODE.
           MOVE WS-TODAY TO CL-SENT-DATE.
           MOVE WS-DLV-CHANNEL TO CL-CHANNEL.
           WRITE CORR-LOG-RECORD
               INVALID KEY
                   DISPLAY "*** Letter " WS-LTR-CODE " already "
                       "logged for '" LM-APPL-ID "'."
           END-WRITE.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2300-WRITE-LETTER
      *
      * One page in the lnletter style: heading, address block,
      * the template lines for the letter code, and the payoff
      * particulars.
      *-----------------------------------------------------------
       2300-WRITE-LETTER.
           MOVE ZEROES TO WS-ARCH-LINE-NO.
           MOVE SPACES TO LTR-LINE.
           STRING "LETTER " WS-LTR-CODE "  " WS-TODAY
               "  " LM-APPL-ID
               DELIMITED BY SIZE INTO LTR-LINE.
           PERFORM 2390-PUT-LTR-LINE THRU 2390-EXIT.

           PERFORM 2310-ADDRESS-BLOCK THRU 2310-EXIT.

           MOVE SPACES TO LTR-LINE.
           PERFORM 2390-PUT-LTR-LINE THRU 2390-EXIT.

           PERFORM 2320-TEMPLATE-LINE THRU 2320-EXIT
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-TMPL-COUNT.

           MOVE LM-PRINCIPAL TO WS-AMT-DISPLAY.
           MOVE SPACES TO LTR-LINE.
           STRING "  LOAN " LM-APPL-ID " OF " WS-AMT-DISPLAY " "
               LM-CURRENCY " PAID IN FULL ON " PF-PAID-DATE
               DELIMITED BY SIZE INTO LTR-LINE.
           PERFORM 2390-PUT-LTR-LINE THRU 2390-EXIT.

           MOVE ALL "-" TO LTR-LINE.
           PERFORM 2390-PUT-LTR-LINE THRU 2390-EXIT.
       2300-EXIT.
           EXIT.

       2310-ADDRESS-BLOCK.
           IF NOT REGISTRY-FOUND
               MOVE LM-BORROWER TO LTR-LINE
               PERFORM 2390-PUT-LTR-LINE THRU 2390-EXIT
               GO TO 2310-EXIT
           END-IF.
           MOVE BM-NAME TO LTR-LINE.
           PERFORM 2390-PUT-LTR-LINE THRU 2390-EXIT.
           MOVE BM-ADDR-LINE-1 TO LTR-LINE.
           PERFORM 2390-PUT-LTR-LINE THRU 2390-EXIT.
           IF BM-ADDR-LINE-2 NOT = SPACES
               MOVE BM-ADDR-LINE-2 TO LTR-LINE
               PERFORM 2390-PUT-LTR-LINE THRU 2390-EXIT
           END-IF.
           MOVE SPACES TO LTR-LINE.
           STRING BM-CITY " " BM-POSTCODE
               DELIMITED BY SIZE INTO LTR-LINE.
           PERFORM 2390-PUT-LTR-LINE THRU 2390-EXIT.
       2310-EXIT.
           EXIT.

       2320-TEMPLATE-LINE.
           IF TMPL-CODE (WS-LINE-IDX) = WS-LTR-CODE
               MOVE TMPL-LINE (WS-LINE-IDX) TO LTR-LINE
               PERFORM 2390-PUT-LTR-LINE THRU 2390-EXIT
           END-IF.
       2320-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2390-PUT-LTR-LINE
      *
      * One letter line to the print spool when the letter goes on
      * paper, and to DOCARCH when it goes by email.
      *-----------------------------------------------------------
       2390-PUT-LTR-LINE.
           IF DELIVER-PRINT
               WRITE LTR-LINE
           END-IF.
           IF NOT DELIVER-EMAIL
               GO TO 2390-EXIT
           END-IF.
           ADD 1 TO WS-ARCH-LINE-NO.
           MOVE LM-APPL-ID TO DA-REF.
           MOVE WS-TODAY TO DA-DOC-DATE.
           MOVE WS-LTR-CODE TO DA-DOC-TYPE.
           MOVE WS-ARCH-LINE-NO TO DA-LINE-NO.
           MOVE LTR-LINE TO DA-LINE.
           WRITE DOC-ARCH-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
       2390-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2400-CLOSE-ESCROW
      *
      * Stops the account collecting and paying - no monthly
      * portion, no payee slots - and raises what it holds above
      * any escrow advance, less an escrow refund already waiting,
      * as an E refund keyed by today's date. lnrfdisb draws the
      * balance down when it pays the refund.
      *-----------------------------------------------------------
       2400-CLOSE-ESCROW.
           IF NOT ESCROW-AVAILABLE
               GO TO 2400-EXIT
           END-IF.
           MOVE LM-APPL-ID TO ES-APPL-ID.
           READ ESCROW-FILE
               INVALID KEY
                   GO TO 2400-EXIT
           END-READ.

           MOVE ZEROES TO ES-MONTHLY-PORTION.
           PERFORM 2410-CLEAR-SLOT THRU 2410-EXIT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 4.
           REWRITE ESCROW-RECORD
               INVALID KEY
                   DISPLAY "*** Rewrite failed for escrow '"
                       ES-APPL-ID "' - status " WS-ESCROW-STATUS
           END-REWRITE.

           IF ES-ADVANCE-BAL > ES-BALANCE
               COMPUTE PF-ESCROW-ADVANCE =
                   ES-ADVANCE-BAL - ES-BALANCE
               MOVE PF-ESCROW-ADVANCE TO WS-AMT-DISPLAY
               DISPLAY "*** '" LM-APPL-ID "' escrow advance of "
                   WS-AMT-DISPLAY " not covered at payoff - "
                   "refer to servicing."
               GO TO 2400-EXIT
           END-IF.

           PERFORM 2420-SUM-OPEN-REFUNDS THRU 2420-EXIT.
           COMPUTE WS-REFUND-AMT =
               ES-BALANCE - ES-ADVANCE-BAL - WS-OPEN-REFUNDS.
           IF WS-REFUND-AMT NOT > ZERO
               GO TO 2400-EXIT
           END-IF.

           MOVE SPACES TO REFUNDS-RECORD.
           MOVE LM-APPL-ID TO RF-APPL-ID.
           MOVE "E" TO RF-SOURCE.
           MOVE WS-TODAY TO RF-SOURCE-REF.
           MOVE WS-TODAY TO RF-RAISED-DATE.
           MOVE WS-REFUND-AMT TO RF-AMOUNT.
           MOVE LM-CURRENCY TO RF-CURRENCY.
           MOVE LM-BORROWER TO RF-PAYEE.
           MOVE "PENDING" TO RF-STATUS.
           MOVE ZEROES TO RF-ACTION-DATE.
           MOVE ZEROES TO RF-VALUE-DATE.
           MOVE ZEROES TO RF-DISB-DATE.
           WRITE REFUNDS-RECORD
               INVALID KEY
                   DISPLAY "*** An escrow refund is already raised "
                       "today for '" LM-APPL-ID "' - closure "
                       "balance not raised."
                   GO TO 2400-EXIT
           END-WRITE.
           MOVE WS-REFUND-AMT TO PF-ESCROW-REFUND.
           ADD 1 TO WS-REFUND-COUNT.
       2400-EXIT.
           EXIT.

       2410-CLEAR-SLOT.
           MOVE SPACES TO ES-PAYEE-NAME (WS-SLOT-IDX).
           MOVE SPACES TO ES-PAYEE-TYPE (WS-SLOT-IDX).
           MOVE ZEROES TO ES-PAYEE-AMOUNT (WS-SLOT-IDX).
           MOVE ZEROES TO ES-PAYEE-DUE (WS-SLOT-IDX).
           MOVE SPACES TO ES-PAYEE-ID (WS-SLOT-IDX).
       2410-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2420-SUM-OPEN-REFUNDS
      *
      * Walks the account's own E rows by key, totalling those
      * still PENDING or APPROVED - money already on its way back.
      *-----------------------------------------------------------
       2420-SUM-OPEN-REFUNDS.
           MOVE ZEROES TO WS-OPEN-REFUNDS.
           MOVE "N" TO WS-RFD-EOF.
           MOVE LM-APPL-ID TO RF-APPL-ID.
           MOVE "E" TO RF-SOURCE.
           MOVE ZEROES TO RF-SOURCE-REF.
           START REFUNDS-FILE KEY NOT < RF-KEY
               INVALID KEY MOVE "Y" TO WS-RFD-EOF
           END-START.
           PERFORM 2430-TAKE-REFUND THRU 2430-EXIT
               UNTIL END-OF-REFUNDS.
       2420-EXIT.
           EXIT.

       2430-TAKE-REFUND.
           READ REFUNDS-FILE NEXT
               AT END
                   MOVE "Y" TO WS-RFD-EOF
                   GO TO 2430-EXIT
           END-READ.
           IF RF-APPL-ID NOT = LM-APPL-ID OR NOT RF-SRC-ESCROW
               MOVE "Y" TO WS-RFD-EOF
               GO TO 2430-EXIT
           END-IF.
           IF RF-PENDING OR RF-APPROVED
               ADD RF-AMOUNT TO WS-OPEN-REFUNDS
           END-IF.
       2430-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2500-CLOSE-CASE
      *
      * An OPEN or HELD collections case has nothing left to
      * collect.
      *-----------------------------------------------------------
       2500-CLOSE-CASE.
           IF NOT CASES-AVAILABLE
               GO TO 2500-EXIT
           END-IF.
           MOVE LM-APPL-ID TO CC-APPL-ID.
           READ COLL-CASE-FILE
               INVALID KEY
                   GO TO 2500-EXIT
           END-READ.
           IF NOT CC-OPEN AND NOT CC-HELD
               GO TO 2500-EXIT
           END-IF.
           MOVE "CLOSED" TO CC-STATUS.
           MOVE WS-TODAY TO CC-CLOSE-DATE.
           REWRITE COLL-CASE-RECORD
               INVALID KEY
                   GO TO 2500-EXIT
           END-REWRITE.
           MOVE "Y" TO PF-CASE-CLOSED.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2600-CLOSE-FUNDING
      *
      * A CONFIRMD funding row is CLOSED. One still PENDING or in
      * EXCEPTN means the disbursement was never squared with the
      * bank - it is left as it is and listed.
      *-----------------------------------------------------------
       2600-CLOSE-FUNDING.
           IF NOT FUNDING-AVAILABLE
               GO TO 2600-EXIT
           END-IF.
           MOVE LM-APPL-ID TO FC-APPL-ID.
           READ FUND-CTL-FILE
               INVALID KEY
                   GO TO 2600-EXIT
           END-READ.
           IF FC-CONFIRMED
               MOVE "CLOSED" TO FC-STATUS
               REWRITE FUND-CTL-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           MOVE FC-STATUS TO PF-FUND-STATUS.
           IF NOT FC-CLOSED
               ADD 1 TO WS-FUND-OPEN-COUNT
               DISPLAY "*** '" LM-APPL-ID "' paid off with its "
                   "funding row still " FC-STATUS " - refer to "
                   "the funding desk."
           END-IF.
       2600-EXIT.
           EXIT.

       8000-READ-MASTER.
           READ LOAN-MSTR-FILE
               AT END MOVE "Y" TO WS-MSTR-EOF
               NOT AT END ADD 1 TO WS-RSTAT-READ
           END-READ.
       8000-EXIT.
           EXIT.

           COPY lndlvwrt.
           COPY lnrstwrt.
