      * print file, and LM-LAST-STMT-DATE is rolled forward on each
      * loan so the next cycle picks up where this one left off.
      *
      * A registered borrower who has gone paperless, or asked for
      * email, has the statement listed on the EDELIVER extract for
      * the email vendor under its STMTARCH key; a paperless
      * borrower's statement stays off STMTFILE (see lndlvwrt).
      * Each statement is logged on CORRLOG as STM with the channel
      * it went out on.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-08-22  RJM  Original statement batch.
      *                  - 14 days per biweekly period, three
      *                  months per quarterly one - instead of a
      *                  month per period.
      * 2026-10-15  RJM  An escrowed loan's statement also shows any
      *                  escrow advance still owed.
      * 2026-10-15  RJM  Statements follow the borrower's paperless
      *                  and channel preferences onto the EDELIVER
      *                  extract, and each one is logged on CORRLOG
      *                  with its channel.
      * 2026-10-15  RJM  A prepayment penalty still owed shows on
      *                  its own line, apart from the late charges.
      * 2026-10-15  RJM  Other assessed fees (an assumption fee) show
      *                  on a line of their own, and a co-borrower
      *                  an assumption took off the loan is no
      *                  longer named.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-KEY
               FILE STATUS IS WS-STMT-ARCH-STATUS.
           SELECT CORR-LOG-FILE ASSIGN TO "CORRLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS WS-CORR-LOG-STATUS.
           COPY lndlvsel.
           COPY lnjrnsel.
           COPY lnlcksel.

               10 SA-LINE-NO   PIC 9(03).
           05 SA-LINE          PIC X(80).

           COPY corrlog.

           COPY lndlvfd.

           COPY lnjrnfd.

           COPY lnlckfd.
           88 STMT-ARCH-OPENED VALUE "00".
           88 STMT-ARCH-NOT-FOUND VALUE "35".
       01 WS-ARCH-LINE-NO PIC 9(03) VALUE ZEROES.
       01 WS-CORR-LOG-STATUS PIC X(02) VALUE SPACES.
           88 CORR-LOG-OPENED VALUE "00".
           88 CORR-LOG-NOT-FOUND VALUE "35".
       01 WS-LOG-STATE PIC X(01) VALUE "N".
           88 CORR-LOG-IN-USE VALUE "Y".
       01 WS-LOG-FOUND PIC X(01) VALUE "N".
           88 STMT-ALREADY-LOGGED VALUE "Y".
      * Set once at open time - the live file status flips on the
      * first duplicate archive write of a restarted cycle, so it
      * cannot be the in-use test.
           88 SCHED-ROW-FOUND VALUE "Y".
       01 WS-PAID-THIS-CYCLE PIC S9(9)V9(2) COMP-3.
       01 WS-LATE-CHARGES PIC S9(7)V9(2) COMP-3.
       01 WS-PREPAY-CHARGES PIC S9(7)V9(2) COMP-3.
       01 WS-OTHER-CHARGES PIC S9(7)V9(2) COMP-3.
       01 WS-ESCROW-BAL PIC S9(7)V9(2) COMP-3.
       01 WS-ESCROW-ADV PIC S9(7)V9(2) COMP-3.
       01 WS-HAS-ESCROW PIC X(01) VALUE "N".
           88 LOAN-HAS-ESCROW VALUE "Y".
       01 WS-TOTAL-DUE PIC S9(7)V9(2) COMP-3.
       01 WS-STMT-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-REG-FOUND PIC X(01) VALUE "N".

      * Statement page build areas.
       01 WS-AMT-DISPLAY PIC -Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 SD-CURRENCY PIC X(03).

           COPY lndlvws.
           COPY lnjrnws.
           COPY lnlckws.

           END-IF.
           IF STMT-ARCH-OPENED
               MOVE "Y" TO WS-ARCH-STATE
               MOVE "Y" TO WS-DLV-ARCHIVE
           ELSE
               DISPLAY "*** Unable to open STMTARCH - status "
                   WS-STMT-ARCH-STATUS " - statements not "
                   "archived this cycle."
           END-IF.

           OPEN I-O CORR-LOG-FILE.
           IF CORR-LOG-NOT-FOUND
               OPEN OUTPUT CORR-LOG-FILE
               CLOSE CORR-LOG-FILE
               OPEN I-O CORR-LOG-FILE
           END-IF.
           IF CORR-LOG-OPENED
               MOVE "Y" TO WS-LOG-STATE
           ELSE
               DISPLAY "*** Unable to open CORRLOG - status "
                   WS-CORR-LOG-STATUS " - statements not logged "
                   "this cycle."
           END-IF.

           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
           PERFORM 2000-STATEMENT-LOAN THRU 2000-EXIT
               UNTIL END-OF-MASTER.
           IF ARCHIVE-IN-USE
               CLOSE STMT-ARCH-FILE
           END-IF.
           IF CORR-LOG-IN-USE
               CLOSE CORR-LOG-FILE
           END-IF.
           CLOSE LOAN-MSTR-FILE.
           PERFORM 9871-RELEASE-RUN-LOCK THRU 9871-EXIT.

           DISPLAY "lnstmt: " WS-STMT-COUNT " statement(s) - "
               WS-DLV-PRINT-COUNT " written to STMTFILE, "
               WS-DLV-EMAIL-COUNT " to EDELIVER.".
           GOBACK.

      *-----------------------------------------------------------
           PERFORM 2150-SUM-LATE-CHARGES THRU 2150-EXIT.
           PERFORM 2170-GET-ESCROW-BALANCE THRU 2170-EXIT.
           PERFORM 2200-SUM-CYCLE-PAYMENTS THRU 2200-EXIT.
           PERFORM 2080-SET-DELIVERY THRU 2080-EXIT.
           PERFORM 2300-WRITE-STATEMENT-PAGE THRU 2300-EXIT.
           PERFORM 2400-DELIVER-STATEMENT THRU 2400-EXIT.

           MOVE LOAN-MSTR-RECORD TO WS-JRN-BEFORE.
           MOVE WS-CYCLE-DATE TO LM-LAST-STMT-DATE.
               MOVE "Y" TO WS-XREF-EOF
               GO TO 2060-EXIT
           END-IF.
           IF LB-CO-BORROWER AND LB-CURRENT
               PERFORM 2070-NAME-CO-BORROWER THRU 2070-EXIT
           END-IF.
           PERFORM 8400-READ-XREF THRU 8400-EXIT.
       2070-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2080-SET-DELIVERY
      *
      * Reads the borrower's registry record for the delivery
      * preferences - after the co-borrower lookup, which shares
      * the record area. An unregistered borrower gets paper.
      *-----------------------------------------------------------
       2080-SET-DELIVERY.
           MOVE "N" TO WS-REG-FOUND.
           IF LM-BORROWER-NO = SPACES
               GO TO 2080-SET
           END-IF.
           OPEN INPUT BORR-MSTR-FILE.
           IF NOT BORR-MSTR-OPENED
               GO TO 2080-SET
           END-IF.
           MOVE LM-BORROWER-NO TO BM-BORROWER-NO.
           READ BORR-MSTR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-REG-FOUND
           END-READ.
           CLOSE BORR-MSTR-FILE.
       2080-SET.
           MOVE WS-REG-FOUND TO WS-DLV-REGISTERED.
           PERFORM 9880-SET-DELIVERY THRU 9880-EXIT.
       2080-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2100-FIND-PERIOD-SPLIT
      *
      *-----------------------------------------------------------
       2150-SUM-LATE-CHARGES.
           MOVE ZEROES TO WS-LATE-CHARGES.
           MOVE ZEROES TO WS-PREPAY-CHARGES.
           MOVE ZEROES TO WS-OTHER-CHARGES.
           MOVE "N" TO WS-FEES-EOF.
           OPEN INPUT FEES-RCV-FILE.
           IF NOT FEES-RCV-OPENED
           END-IF.
           MOVE LM-APPL-ID TO FR-APPL-ID.
           MOVE ZEROES TO FR-PERIOD-NO.
           MOVE SPACES TO FR-FEE-CODE.
           START FEES-RCV-FILE KEY NOT < FR-KEY
               INVALID KEY MOVE "Y" TO WS-FEES-EOF
           END-START.
               MOVE "Y" TO WS-FEES-EOF
               GO TO 2160-EXIT
           END-IF.
           IF FR-ASSESSED AND FR-FC-PREPAY
               ADD FR-CHARGE-AMT TO WS-PREPAY-CHARGES
           END-IF.
           IF FR-ASSESSED AND FR-FC-LATE
               ADD FR-CHARGE-AMT TO WS-LATE-CHARGES
           END-IF.
           IF FR-ASSESSED AND NOT FR-FC-LATE AND NOT FR-FC-PREPAY
               ADD FR-CHARGE-AMT TO WS-OTHER-CHARGES
           END-IF.
           PERFORM 8300-READ-CHARGE THRU 8300-EXIT.
       2160-EXIT.
           EXIT.
      *
      * The loan's escrow balance, when it carries a sub-account -
      * shown on the statement so the borrower sees what is held
      * for tax and insurance - and any escrow advance the
      * servicer laid out that the payments are still repaying.
      *-----------------------------------------------------------
       2170-GET-ESCROW-BALANCE.
           MOVE "N" TO WS-HAS-ESCROW.
           MOVE ZEROES TO WS-ESCROW-BAL.
           MOVE ZEROES TO WS-ESCROW-ADV.
           OPEN INPUT ESCROW-FILE.
           IF NOT ESCROW-OPENED
               GO TO 2170-EXIT
               NOT INVALID KEY
                   MOVE "Y" TO WS-HAS-ESCROW
                   MOVE ES-BALANCE TO WS-ESCROW-BAL
                   MOVE ES-ADVANCE-BAL TO WS-ESCROW-ADV
           END-READ.
           CLOSE ESCROW-FILE.
       2170-EXIT.
               PERFORM 2350-PUT-STMT-LINE THRU 2350-EXIT
           END-IF.

           IF WS-PREPAY-CHARGES > ZERO
               MOVE "  PREPAYMENT CHG DUE  " TO SD-CAPTION
               MOVE WS-PREPAY-CHARGES TO SD-AMOUNT
               MOVE STMT-DETAIL TO STMT-LINE
               PERFORM 2350-PUT-STMT-LINE THRU 2350-EXIT
           END-IF.

           IF WS-OTHER-CHARGES > ZERO
               MOVE "  OTHER FEES DUE      " TO SD-CAPTION
               MOVE WS-OTHER-CHARGES TO SD-AMOUNT
               MOVE STMT-DETAIL TO STMT-LINE
               PERFORM 2350-PUT-STMT-LINE THRU 2350-EXIT
           END-IF.

           COMPUTE WS-TOTAL-DUE = WS-DUE-TOTAL + WS-LATE-CHARGES
               + WS-PREPAY-CHARGES + WS-OTHER-CHARGES.
           MOVE "  TOTAL AMOUNT DUE    " TO SD-CAPTION.
           MOVE WS-TOTAL-DUE TO SD-AMOUNT.
           MOVE STMT-DETAIL TO STMT-LINE.
               PERFORM 2350-PUT-STMT-LINE THRU 2350-EXIT
           END-IF.

           IF WS-ESCROW-ADV > ZERO
               MOVE "  ESCROW ADVANCE OWED " TO SD-CAPTION
               MOVE WS-ESCROW-ADV TO SD-AMOUNT
               MOVE STMT-DETAIL TO STMT-LINE
               PERFORM 2350-PUT-STMT-LINE THRU 2350-EXIT
           END-IF.

           MOVE ALL "-" TO STMT-LINE.
           PERFORM 2350-PUT-STMT-LINE THRU 2350-EXIT.
       2300-EXIT.
      * - so what the borrower was actually sent can be reproduced.
      *-----------------------------------------------------------
       2350-PUT-STMT-LINE.
           IF DELIVER-PRINT
               WRITE STMT-LINE
           END-IF.
           IF NOT ARCHIVE-IN-USE
               GO TO 2350-EXIT
           END-IF.
       2350-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2400-DELIVER-STATEMENT
      *
      * Counts the page to print, lists it on EDELIVER when it goes
      * by email, and logs it on CORRLOG as STM. A restarted cycle
      * finds its STM row already dated this cycle and does not
      * list the statement for the vendor a second time.
      *-----------------------------------------------------------
       2400-DELIVER-STATEMENT.
           IF DELIVER-PRINT
               ADD 1 TO WS-DLV-PRINT-COUNT
           END-IF.
           MOVE "N" TO WS-LOG-FOUND.
           IF CORR-LOG-IN-USE
               MOVE LM-APPL-ID TO CL-APPL-ID
               MOVE "STM" TO CL-LTR-CODE
               READ CORR-LOG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-LOG-FOUND
               END-READ
           END-IF.
           IF DELIVER-EMAIL
               AND NOT (STMT-ALREADY-LOGGED
                        AND CL-SENT-DATE = WS-CYCLE-DATE)
               MOVE "STM" TO WS-DLV-DOC-TYPE
               MOVE LM-APPL-ID TO WS-DLV-REF
               MOVE WS-CYCLE-DATE TO WS-DLV-DATE
               PERFORM 9881-WRITE-EDELIVERY THRU 9881-EXIT
           END-IF.
           IF NOT CORR-LOG-IN-USE
               GO TO 2400-EXIT
           END-IF.
           MOVE LM-APPL-ID TO CL-APPL-ID.
           MOVE "STM" TO CL-LTR-CODE.
           MOVE WS-CYCLE-DATE TO CL-SENT-DATE.
           MOVE WS-DLV-CHANNEL TO CL-CHANNEL.
           IF STMT-ALREADY-LOGGED
               REWRITE CORR-LOG-RECORD
                   INVALID KEY
                       DISPLAY "*** CORRLOG rewrite failed for '"
                           LM-APPL-ID "' - status "
                           WS-CORR-LOG-STATUS
               END-REWRITE
           ELSE
               WRITE CORR-LOG-RECORD
                   INVALID KEY
                       DISPLAY "*** CORRLOG write failed for '"
                           LM-APPL-ID "' - status "
                           WS-CORR-LOG-STATUS
               END-WRITE
           END-IF.
       2400-EXIT.
           EXIT.

       8000-READ-MASTER.
           READ LOAN-MSTR-FILE
               AT END MOVE "Y" TO WS-MSTR-EOF

           COPY lnjrnwrt.
           COPY lnlckwrt.
           COPY lndlvwrt.
