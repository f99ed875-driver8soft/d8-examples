      ******************************************************************
      *
      * Hazard Insurance Lapse Sweep
      * ============================
      *
      * Nightly sweep of the HOME book against the INSPOL policy
      * file. Every BOOKED HOME loan must carry a policy in force
      * whose coverage is at least the outstanding balance; the
      * sweep lists each loan that does not, under one of three
      * exceptions, in order of precedence:
      *
      *     INN  no policy on file
      *     INX  the policy has expired (expiry date before today)
      *     INU  coverage below LM-OUTSTANDING-BAL
      *
      * Each exception also produces a borrower notice onto the
      * LTRSPOOL print file in the lnletter page style, the text
      * taken from the LTRTMPL rows for the exception code, and a
      * CORRLOG correspondence row. The notice repeats while the
      * exception stands, but not more often than every
      * WS-NOTICE-DAYS days - the CORRLOG row's sent date is the
      * guard and is moved on with each repeat. LTRSPOOL is
      * extended, so the notices follow the night's delinquency
      * letters on the same spool.
      *
      * Ends RC 4 when any exception is listed.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original sweep.
      * 2026-10-15  RJM  Records its run statistics on RUNSTATS.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lninschk.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LTR-TMPL-FILE ASSIGN TO "LTRTMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-TMPL-STATUS.
           SELECT LOAN-MSTR-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-APPL-ID
               FILE STATUS IS WS-LOAN-MSTR-STATUS.
           SELECT INS-POL-FILE ASSIGN TO "INSPOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-APPL-ID
               FILE STATUS IS WS-INS-POL-STATUS.
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
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.
       FD  LTR-TMPL-FILE.
       01  LTR-TMPL-RECORD.
           05 LT-CODE PIC X(03).
           05 LT-LINE PIC X(70).

           COPY loanmstr.

           COPY inspol.

           COPY borrmstr.

           COPY corrlog.

       FD  LTR-SPOOL-FILE.
       01  LTR-LINE PIC X(80).

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
       01 WS-LTR-TMPL-STATUS PIC X(02) VALUE SPACES.
           88 LTR-TMPL-OPENED VALUE "00".
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-INS-POL-STATUS PIC X(02) VALUE SPACES.
           88 INS-POL-OPENED VALUE "00".
           88 INS-POL-NOT-FOUND VALUE "35".
       01 WS-BORR-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 BORR-MSTR-OPENED VALUE "00".
       01 WS-CORR-LOG-STATUS PIC X(02) VALUE SPACES.
           88 CORR-LOG-OPENED VALUE "00".
           88 CORR-LOG-NOT-FOUND VALUE "35".
       01 WS-LTR-SPOOL-STATUS PIC X(02) VALUE SPACES.
           88 LTR-SPOOL-OPENED VALUE "00".

       01 WS-TMPL-EOF PIC X(01) VALUE "N".
           88 END-OF-TEMPLATES VALUE "Y".
       01 WS-MSTR-EOF PIC X(01) VALUE "N".
           88 END-OF-MASTER VALUE "Y".
      * No INSPOL file at all - every HOME loan is uninsured.
       01 WS-POLICY-FILE PIC X(01) VALUE "Y".
           88 NO-POLICY-FILE VALUE "N".

       01 WS-ASOF-DATE PIC 9(08).
       01 WS-NOTICE-DAYS PIC 9(03) VALUE 30.
       01 WS-DAYS-SINCE PIC S9(7) COMP.

      * Notice templates, loaded once - up to 20 lines per code.
       01 WS-TMPL-MAX PIC 9(03) COMP VALUE 60.
       01 WS-TMPL-COUNT PIC 9(03) COMP VALUE ZEROES.
       01 TMPL-TABLE.
           05 TMPL-ENTRY OCCURS 1 TO 60 TIMES
               DEPENDING ON WS-TMPL-COUNT
               INDEXED BY TMPL-IDX.
               10 TMPL-CODE PIC X(03).
               10 TMPL-LINE PIC X(70).

      * The loan in hand.
       01 WS-POLICY-FOUND PIC X(01) VALUE "N".
           88 POLICY-FOUND VALUE "Y".
       01 WS-LTR-CODE PIC X(03).
       01 WS-REASON PIC X(20).
       01 WS-LOG-FOUND PIC X(01) VALUE "N".
           88 NOTICE-LOGGED VALUE "Y".
       01 WS-REG-FOUND PIC X(01) VALUE "N".
           88 REGISTRY-FOUND VALUE "Y".
       01 WS-BAL-DISPLAY PIC -Z,ZZZ,ZZ9.99.
       01 WS-COVER-DISPLAY PIC -ZZZ,ZZZ,ZZ9.99.
       77 WS-LINE-IDX PIC S9(4) COMP.

       01 WS-HOME-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-NONE-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-EXPIRED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-UNDER-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-NOTICE-COUNT PIC 9(07) VALUE ZEROES.
           COPY lnrstws.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "LNINSCHK" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD.

           PERFORM 1000-LOAD-TEMPLATES THRU 1000-EXIT.

           OPEN INPUT LOAN-MSTR-FILE.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

           OPEN INPUT INS-POL-FILE.
           IF INS-POL-NOT-FOUND
               MOVE "N" TO WS-POLICY-FILE
               DISPLAY "lninschk: no INSPOL file - every HOME loan "
                   "is listed as uninsured."
           ELSE
               IF NOT INS-POL-OPENED
                   DISPLAY "*** Unable to open INSPOL - status "
                       WS-INS-POL-STATUS
                   CLOSE LOAN-MSTR-FILE
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
                   GOBACK
               END-IF
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
               PERFORM 9000-CLOSE-INPUTS THRU 9000-EXIT
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

           OPEN EXTEND LTR-SPOOL-FILE.
           IF WS-LTR-SPOOL-STATUS = "35"
               OPEN OUTPUT LTR-SPOOL-FILE
           END-IF.

           DISPLAY "Hazard insurance exceptions as of " WS-ASOF-DATE.
           DISPLAY "==============================================".
           DISPLAY "Application id       Exception            "
               "     Balance".

           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
           PERFORM 2000-CHECK-LOAN THRU 2000-EXIT
               UNTIL END-OF-MASTER.

           CLOSE LTR-SPOOL-FILE.
           CLOSE CORR-LOG-FILE.
           PERFORM 9000-CLOSE-INPUTS THRU 9000-EXIT.

           DISPLAY "----------------------------------------------".
           DISPLAY "HOME loans checked:   " WS-HOME-COUNT.
           DISPLAY "No policy (INN):      " WS-NONE-COUNT.
           DISPLAY "Policy expired (INX): " WS-EXPIRED-COUNT.
           DISPLAY "Under-insured (INU):  " WS-UNDER-COUNT.
           DISPLAY "Notices to LTRSPOOL:  " WS-NOTICE-COUNT.
           IF WS-NONE-COUNT > ZERO OR WS-EXPIRED-COUNT > ZERO
               OR WS-UNDER-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-NOTICE-COUNT TO WS-RSTAT-WRITTEN.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

       1000-LOAD-TEMPLATES.
           MOVE "N" TO WS-TMPL-EOF.
           OPEN INPUT LTR-TMPL-FILE.
           IF NOT LTR-TMPL-OPENED
               DISPLAY "*** Unable to open LTRTMPL - status "
                   WS-LTR-TMPL-STATUS " - notices carry the "
                   "figures only."
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1010-READ-TEMPLATE THRU 1010-EXIT.
           PERFORM 1020-LOAD-TEMPLATE THRU 1020-EXIT
               UNTIL END-OF-TEMPLATES.
           CLOSE LTR-TMPL-FILE.
       1000-EXIT.
           EXIT.

       1010-READ-TEMPLATE.
           READ LTR-TMPL-FILE
               AT END MOVE "Y" TO WS-TMPL-EOF
           END-READ.
       1010-EXIT.
           EXIT.

       1020-LOAD-TEMPLATE.
           IF WS-TMPL-COUNT < WS-TMPL-MAX
               ADD 1 TO WS-TMPL-COUNT
               MOVE LT-CODE TO TMPL-CODE (WS-TMPL-COUNT)
               MOVE LT-LINE TO TMPL-LINE (WS-TMPL-COUNT)
           ELSE
               DISPLAY "*** Template table full at " WS-TMPL-MAX
                   " lines - later rows ignored."
           END-IF.
           PERFORM 1010-READ-TEMPLATE THRU 1010-EXIT.
       1020-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-CHECK-LOAN
      *
      * Classifies one BOOKED HOME loan against its policy - no
      * policy, then expired, then under-insured - and lists and
      * notices any exception found.
      *-----------------------------------------------------------
       2000-CHECK-LOAN.
           IF NOT LM-ST-BOOKED OR LM-LOAN-TYPE NOT = "HOME"
               GO TO 2000-NEXT
           END-IF.
           ADD 1 TO WS-HOME-COUNT.

           PERFORM 2100-READ-POLICY THRU 2100-EXIT.
           MOVE SPACES TO WS-LTR-CODE.
           IF NOT POLICY-FOUND
               MOVE "INN" TO WS-LTR-CODE
               MOVE "NO POLICY ON FILE" TO WS-REASON
               ADD 1 TO WS-NONE-COUNT
           ELSE
               IF HI-EXP-DATE < WS-ASOF-DATE
                   MOVE "INX" TO WS-LTR-CODE
                   MOVE "POLICY EXPIRED" TO WS-REASON
                   ADD 1 TO WS-EXPIRED-COUNT
               ELSE
                   IF HI-COVERAGE < LM-OUTSTANDING-BAL
                       MOVE "INU" TO WS-LTR-CODE
                       MOVE "COVERAGE BELOW BAL" TO WS-REASON
                       ADD 1 TO WS-UNDER-COUNT
                   END-IF
               END-IF
           END-IF.
           IF WS-LTR-CODE = SPACES
               GO TO 2000-NEXT
           END-IF.

           MOVE LM-OUTSTANDING-BAL TO WS-BAL-DISPLAY.
           DISPLAY LM-APPL-ID " " WS-LTR-CODE " " WS-REASON
               WS-BAL-DISPLAY.

           PERFORM 2500-CHECK-LOG THRU 2500-EXIT.
           IF NOTICE-LOGGED
               COMPUTE WS-DAYS-SINCE =
                   FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
                   - FUNCTION INTEGER-OF-DATE(CL-SENT-DATE)
               IF WS-DAYS-SINCE < WS-NOTICE-DAYS
                   GO TO 2000-NEXT
               END-IF
           END-IF.

           PERFORM 2600-WRITE-NOTICE THRU 2600-EXIT.
           PERFORM 2700-LOG-NOTICE THRU 2700-EXIT.
           ADD 1 TO WS-NOTICE-COUNT.

       2000-NEXT.
           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-POLICY.
           MOVE "N" TO WS-POLICY-FOUND.
           IF NO-POLICY-FILE
               GO TO 2100-EXIT
           END-IF.
           MOVE LM-APPL-ID TO HI-APPL-ID.
           READ INS-POL-FILE
               INVALID KEY
                   GO TO 2100-EXIT
           END-READ.
           MOVE "Y" TO WS-POLICY-FOUND.
       2100-EXIT.
           EXIT.

       2500-CHECK-LOG.
           MOVE "Y" TO WS-LOG-FOUND.
           MOVE LM-APPL-ID TO CL-APPL-ID.
           MOVE WS-LTR-CODE TO CL-LTR-CODE.
           READ CORR-LOG-FILE
               INVALID KEY
                   MOVE "N" TO WS-LOG-FOUND
           END-READ.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2600-WRITE-NOTICE
      *
      * One print-ready page: the borrower's name and address from
      * the registry (the master's name when unregistered), the
      * template lines for the exception code, and the policy
      * figures the exception turned on.
      *-----------------------------------------------------------
       2600-WRITE-NOTICE.
           MOVE SPACES TO LTR-LINE.
           STRING "LETTER " WS-LTR-CODE "  " WS-ASOF-DATE
               "  " LM-APPL-ID
               DELIMITED BY SIZE INTO LTR-LINE.
           WRITE LTR-LINE.

           PERFORM 2610-ADDRESS-BLOCK THRU 2610-EXIT.

           MOVE SPACES TO LTR-LINE.
           WRITE LTR-LINE.

           PERFORM 2620-TEMPLATE-LINE THRU 2620-EXIT
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-TMPL-COUNT.

           IF POLICY-FOUND
               MOVE SPACES TO LTR-LINE
               STRING "  POLICY: " HI-POLICY-NO " " HI-CARRIER
                   DELIMITED BY SIZE INTO LTR-LINE
               WRITE LTR-LINE
               MOVE HI-COVERAGE TO WS-COVER-DISPLAY
               MOVE SPACES TO LTR-LINE
               STRING "  COVERAGE: " WS-COVER-DISPLAY
                   "  IN FORCE " HI-EFF-DATE " TO " HI-EXP-DATE
                   DELIMITED BY SIZE INTO LTR-LINE
               WRITE LTR-LINE
           END-IF.
           MOVE LM-OUTSTANDING-BAL TO WS-BAL-DISPLAY.
           MOVE SPACES TO LTR-LINE.
           STRING "  LOAN BALANCE: " WS-BAL-DISPLAY " " LM-CURRENCY
               DELIMITED BY SIZE INTO LTR-LINE.
           WRITE LTR-LINE.

           MOVE ALL "-" TO LTR-LINE.
           WRITE LTR-LINE.
       2600-EXIT.
           EXIT.

       2610-ADDRESS-BLOCK.
           IF LM-BORROWER-NO = SPACES
               MOVE LM-BORROWER TO LTR-LINE
               WRITE LTR-LINE
               GO TO 2610-EXIT
           END-IF.
           OPEN INPUT BORR-MSTR-FILE.
           IF NOT BORR-MSTR-OPENED
               MOVE LM-BORROWER TO LTR-LINE
               WRITE LTR-LINE
               GO TO 2610-EXIT
           END-IF.
           MOVE "N" TO WS-REG-FOUND.
           MOVE LM-BORROWER-NO TO BM-BORROWER-NO.
           READ BORR-MSTR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-REG-FOUND
           END-READ.
           CLOSE BORR-MSTR-FILE.
           IF NOT REGISTRY-FOUND
               MOVE LM-BORROWER TO LTR-LINE
               WRITE LTR-LINE
               GO TO 2610-EXIT
           END-IF.
           MOVE BM-NAME TO LTR-LINE.
           WRITE LTR-LINE.
           MOVE BM-ADDR-LINE-1 TO LTR-LINE.
           WRITE LTR-LINE.
           IF BM-ADDR-LINE-2 NOT = SPACES
               MOVE BM-ADDR-LINE-2 TO LTR-LINE
               WRITE LTR-LINE
           END-IF.
           MOVE SPACES TO LTR-LINE.
           STRING BM-CITY " " BM-POSTCODE
               DELIMITED BY SIZE INTO LTR-LINE.
           WRITE LTR-LINE.
       2610-EXIT.
           EXIT.

       2620-TEMPLATE-LINE.
           IF TMPL-CODE (WS-LINE-IDX) = WS-LTR-CODE
               MOVE TMPL-LINE (WS-LINE-IDX) TO LTR-LINE
               WRITE LTR-LINE
           END-IF.
       2620-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2700-LOG-NOTICE
      *
      * A first notice adds the CORRLOG row; a repeat moves the
      * row's sent date on to today.
      *-----------------------------------------------------------
       2700-LOG-NOTICE.
           MOVE LM-APPL-ID TO CL-APPL-ID.
           MOVE WS-LTR-CODE TO CL-LTR-CODE.
           MOVE WS-ASOF-DATE TO CL-SENT-DATE.
           MOVE "P" TO CL-CHANNEL.
           IF NOTICE-LOGGED
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
       2700-EXIT.
           EXIT.

       8000-READ-MASTER.
           READ LOAN-MSTR-FILE
               AT END MOVE "Y" TO WS-MSTR-EOF
               NOT AT END ADD 1 TO WS-RSTAT-READ
           END-READ.
       8000-EXIT.
           EXIT.

       9000-CLOSE-INPUTS.
           IF NOT NO-POLICY-FILE
               CLOSE INS-POL-FILE
           END-IF.
           CLOSE LOAN-MSTR-FILE.
       9000-EXIT.
           EXIT.

           COPY lnrstwrt.
