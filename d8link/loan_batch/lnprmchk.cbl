      * =====================================
      *
      * The d8rtechk candidate-file pattern for the loan parameter
      * files - DECRULES, FEESCHED, RETNRULE, RATECHG, FXRATES,
      * GLMAP, RESVRATE and PAYALLOC were all still edited live,
      * and a malformed DECRULES row silently approves everything.
      * The PRMTYPE parameter row names the file to check; its
      * candidate (the live name with a C suffix - DECRULESC,
      * FEESCHEDC, RETNRULEC, RATECHGC, FXRATESC, GLMAPC,
      * RESVRATEC, PAYALLOCC) is validated row by row:
      *
      *   DECRULES - rule id present, action D or R, amounts and
      *              term numeric and sane, ratio numeric
      *              30 percent bound say prices under
      *   FXRATES  - two distinct ISO currency codes, rate numeric
      *              and over zero, effective date numeric
      *   GLMAP    - loan type and currency present (* for any),
      *              a posting type lnglextr or lnreserv
      *              produces, ledger account and cost centre
      *              present, and no two rows for the same loan
      *              type, currency and posting type
      *   RESVRATE - loan type present (* for any), bucket one of
      *              the aging buckets, rate numeric and not over
      *              100 percent, and no two rows for the same loan
      *              type and bucket
      *   PAYALLOC - loan type present (* for any), the four steps
      *              FEE, ESC, INT and PRN each named exactly once,
      *              and no two rows for the same loan type
      *
      * PRMTYPE PRODMSTR checks the prepayment-penalty schedules on
      * the live product master instead. pdmaint maintains that
      * file in place, so there is no candidate and nothing to
      * promote: every product row is run through the LNPPNCHK
      * checks and any fault refuses with RETURN-CODE 16.
      *
      * Loan-type codes are checked against the PRODMSTR product
      * master where the file carries one (a missing product master
      * Modification History
      * ---------------------------------------------------------------
      * 2026-09-02  RJM  Original validator.
      * 2026-10-15  RJM  Validates the GLMAP ledger account mapping
      *                  lnglextr reads.
      * 2026-10-15  RJM  Validates the RESVRATE loss rates lnreserv
      *                  reads; GLMAP accepts the reserve posting
      *                  types.
      * 2026-10-15  RJM  Validates the PAYALLOC payment-allocation
      *                  order lnpost applies.
      * 2026-10-15  RJM  PRODMSTR checks the product master's
      *                  prepayment-penalty schedules.
      * 2026-10-15  RJM  GLMAP accepts the exchange-result posting
      *                  types.
      * 2026-10-15  RJM  GLMAP accepts the UNCLMFND unclaimed
      *                  borrower funds posting type.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FX-CAND-FILE ASSIGN TO "FXRATESC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAND-STATUS.
           SELECT GLM-CAND-FILE ASSIGN TO "GLMAPC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAND-STATUS.
           SELECT RSV-CAND-FILE ASSIGN TO "RESVRATEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAND-STATUS.
           SELECT ALC-CAND-FILE ASSIGN TO "PAYALLOCC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAND-STATUS.
           SELECT DEC-LIVE-FILE ASSIGN TO "DECRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT FX-LIVE-FILE ASSIGN TO "FXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT GLM-LIVE-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT RSV-LIVE-FILE ASSIGN TO "RESVRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT ALC-LIVE-FILE ASSIGN TO "PAYALLOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT PROD-MSTR-FILE ASSIGN TO "PRODMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       01  RTC-CAND-RECORD PIC X(80).
       FD  FX-CAND-FILE.
       01  FX-CAND-RECORD PIC X(80).
       FD  GLM-CAND-FILE.
       01  GLM-CAND-RECORD PIC X(80).
       FD  RSV-CAND-FILE.
       01  RSV-CAND-RECORD PIC X(80).
       FD  ALC-CAND-FILE.
       01  ALC-CAND-RECORD PIC X(80).

       FD  DEC-LIVE-FILE.
       01  DEC-LIVE-RECORD PIC X(80).
       01  RTC-LIVE-RECORD PIC X(80).
       FD  FX-LIVE-FILE.
       01  FX-LIVE-RECORD PIC X(80).
       FD  GLM-LIVE-FILE.
       01  GLM-LIVE-RECORD PIC X(80).
       FD  RSV-LIVE-FILE.
       01  RSV-LIVE-RECORD PIC X(80).
       FD  ALC-LIVE-FILE.
       01  ALC-LIVE-RECORD PIC X(80).

           COPY prodmstr.

           88 END-OF-CANDIDATE VALUE "Y".
       01 WS-LIVE-EOF PIC X(01) VALUE "N".
           88 END-OF-LIVE VALUE "Y".
       01 WS-PROD-EOF PIC X(01) VALUE "N".
           88 END-OF-PRODUCTS VALUE "Y".

       01 WS-FILE-TYPE PIC X(08) VALUE SPACES.
           88 TYPE-DECRULES VALUE "DECRULES".
           88 TYPE-RETNRULE VALUE "RETNRULE".
           88 TYPE-RATECHG VALUE "RATECHG".
           88 TYPE-FXRATES VALUE "FXRATES".
           88 TYPE-GLMAP VALUE "GLMAP".
           88 TYPE-RESVRATE VALUE "RESVRATE".
           88 TYPE-PAYALLOC VALUE "PAYALLOC".
           88 TYPE-PRODMSTR VALUE "PRODMSTR".

       01 WS-ERROR-COUNT PIC 9(04) VALUE ZEROES.
       01 WS-WARN-COUNT PIC 9(04) VALUE ZEROES.
           05 WX-RATE REDEFINES WX-RATE-X PIC 9(3)V9(6).
           05 WX-EFF-DATE-X PIC X(08).
           05 FILLER PIC X(57).
       01 WS-GLM-ROW REDEFINES WS-ROW.
           05 WG-KEY.
               10 WG-LOAN-TYPE PIC X(04).
               10 WG-CURRENCY PIC X(03).
               10 WG-POST-TYPE PIC X(08).
                   88 WG-POST-TYPE-KNOWN VALUE "INTREC" "INTINC"
                       "LOANREC" "CASH" "ESCROWLI" "ESCADVRC"
                       "FEERECV" "FEEINC" "RECOVINC" "PROVEXP"
                       "ALLOWLN" "FXGAIN" "FXLOSS" "FXREVAL"
                       "UNCLMFND".
           05 WG-ACCOUNT PIC X(08).
           05 WG-COST-CENTRE PIC X(06).
           05 FILLER PIC X(51).
       01 WS-RSV-ROW REDEFINES WS-ROW.
           05 WV-KEY.
               10 WV-LOAN-TYPE PIC X(04).
               10 WV-BUCKET PIC X(08).
                   88 WV-BUCKET-KNOWN VALUE "CURRENT" "30+" "60+"
                       "90+".
           05 WV-RATE-X PIC X(07).
           05 WV-RATE REDEFINES WV-RATE-X PIC 9(3)V9(4).
           05 FILLER PIC X(61).
       01 WS-ALC-ROW REDEFINES WS-ROW.
           05 WA-LOAN-TYPE PIC X(04).
           05 WA-STEP PIC X(03) OCCURS 4 TIMES.
               88 WA-STEP-KNOWN VALUE "FEE" "ESC" "INT" "PRN".
           05 FILLER PIC X(64).
       01 WS-STEP-IDX PIC 9(01) COMP.
       01 WS-STEP-CHK PIC 9(01) COMP.
       01 WS-STEP-ERROR PIC X(01).
           88 STEPS-IN-ERROR VALUE "Y".

      * GLMAP, RESVRATE and PAYALLOC keys already seen in the
      * candidate, for the duplicate check.
       01 WS-KEY-MAX PIC 9(03) COMP VALUE 300.
       01 WS-KEY-COUNT PIC 9(03) COMP VALUE ZEROES.
       01 KEY-TABLE.
           05 KEY-ENTRY OCCURS 1 TO 300 TIMES
               DEPENDING ON WS-KEY-COUNT
               INDEXED BY KEY-IDX.
               10 KEY-VALUE PIC X(15).

      * Live rows for the difference listing, and a found flag per
      * row so removals show too.
               INDEXED BY LIVE-IDX.
               10 LIVE-ROW PIC X(80).
               10 LIVE-MATCHED PIC X(01).
           COPY lnppnws.

       PROCEDURE DIVISION.


           IF NOT TYPE-DECRULES AND NOT TYPE-FEESCHED
               AND NOT TYPE-RETNRULE AND NOT TYPE-RATECHG
               AND NOT TYPE-FXRATES AND NOT TYPE-GLMAP
               AND NOT TYPE-RESVRATE AND NOT TYPE-PAYALLOC
               AND NOT TYPE-PRODMSTR
               MOVE "UNKNOWN FILE TYPE ON PRMTYPE - NOTHING DONE"
                   TO PRM-RPT-LINE
               WRITE PRM-RPT-LINE
               GOBACK
           END-IF.

           IF TYPE-PRODMSTR
               PERFORM 6000-CHECK-PRODUCT-MASTER THRU 6000-EXIT
               MOVE SPACES TO PRM-RPT-LINE
               STRING WS-ROW-NO " PRODUCT(S), " WS-ERROR-COUNT
                   " ERROR(S)"
                   DELIMITED BY SIZE INTO PRM-RPT-LINE
               WRITE PRM-RPT-LINE
               IF WS-ERROR-COUNT > ZEROES
                   DISPLAY "*** lnprmchk: " WS-ERROR-COUNT
                       " penalty schedule error(s) on PRODMSTR."
                   MOVE 16 TO RETURN-CODE
               ELSE
                   DISPLAY "lnprmchk: PRODMSTR penalty schedules "
                       "clean."
               END-IF
               CLOSE PRM-RPT-FILE
               GOBACK
           END-IF.

           PERFORM 1100-CHECK-PRODUCTS THRU 1100-EXIT.
           PERFORM 1200-LOAD-LIVE-ROWS THRU 1200-EXIT.

                   PERFORM 2500-CHECK-RATECHG THRU 2500-EXIT
               WHEN TYPE-FXRATES
                   PERFORM 2600-CHECK-FXRATES THRU 2600-EXIT
               WHEN TYPE-GLMAP
                   PERFORM 2700-CHECK-GLMAP THRU 2700-EXIT
               WHEN TYPE-RESVRATE
                   PERFORM 2800-CHECK-RESVRATE THRU 2800-EXIT
               WHEN TYPE-PAYALLOC
                   PERFORM 2900-CHECK-PAYALLOC THRU 2900-EXIT
           END-EVALUATE.
           PERFORM 3500-DIFF-ROW THRU 3500-EXIT.
           PERFORM 7010-READ-CANDIDATE THRU 7010-EXIT.
       2600-EXIT.
           EXIT.

       2700-CHECK-GLMAP.
           IF WG-LOAN-TYPE NOT = "*"
               PERFORM 3350-CHECK-GLM-TYPE THRU 3350-EXIT
           END-IF.
           IF WG-LOAN-TYPE = SPACES OR WG-CURRENCY = SPACES
               PERFORM 3000-REPORT-ERROR THRU 3000-EXIT
               MOVE "LOAN TYPE OR CURRENCY MISSING (* FOR ANY)"
                   TO PRM-RPT-LINE (20:45)
               WRITE PRM-RPT-LINE
           END-IF.
           IF NOT WG-POST-TYPE-KNOWN
               PERFORM 3000-REPORT-ERROR THRU 3000-EXIT
               MOVE "NOT A POSTING TYPE THE GL EXTRACT WRITES"
                   TO PRM-RPT-LINE (20:45)
               WRITE PRM-RPT-LINE
           END-IF.
           IF WG-ACCOUNT = SPACES OR WG-COST-CENTRE = SPACES
               PERFORM 3000-REPORT-ERROR THRU 3000-EXIT
               MOVE "LEDGER ACCOUNT OR COST CENTRE MISSING"
                   TO PRM-RPT-LINE (20:45)
               WRITE PRM-RPT-LINE
           END-IF.
           SET KEY-IDX TO 1.
           SEARCH KEY-ENTRY
               AT END
                   IF WS-KEY-COUNT < WS-KEY-MAX
                       ADD 1 TO WS-KEY-COUNT
                       MOVE WG-KEY TO KEY-VALUE (WS-KEY-COUNT)
                   END-IF
               WHEN KEY-VALUE (KEY-IDX) = WG-KEY
                   PERFORM 3000-REPORT-ERROR THRU 3000-EXIT
                   MOVE "SAME LOAN TYPE/CURRENCY/POSTING TYPE TWICE"
                       TO PRM-RPT-LINE (20:45)
                   WRITE PRM-RPT-LINE
           END-SEARCH.
       2700-EXIT.
           EXIT.

       2800-CHECK-RESVRATE.
           IF WV-LOAN-TYPE = SPACES
               PERFORM 3000-REPORT-ERROR THRU 3000-EXIT
               MOVE "LOAN TYPE MISSING (* FOR ANY)"
                   TO PRM-RPT-LINE (20:45)
               WRITE PRM-RPT-LINE
           END-IF.
           IF WV-LOAN-TYPE NOT = "*" AND WV-LOAN-TYPE NOT = SPACES
               PERFORM 3360-CHECK-RSV-TYPE THRU 3360-EXIT
           END-IF.
           IF NOT WV-BUCKET-KNOWN
               PERFORM 3000-REPORT-ERROR THRU 3000-EXIT
               MOVE "BUCKET NOT CURRENT, 30+, 60+ OR 90+"
                   TO PRM-RPT-LINE (20:45)
               WRITE PRM-RPT-LINE
           END-IF.
           IF WV-RATE-X NOT NUMERIC
               PERFORM 3000-REPORT-ERROR THRU 3000-EXIT
               MOVE "RATE NOT NUMERIC" TO PRM-RPT-LINE (20:45)
               WRITE PRM-RPT-LINE
           ELSE
               IF WV-RATE > 100
                   PERFORM 3000-REPORT-ERROR THRU 3000-EXIT
                   MOVE "RATE OVER 100 PERCENT"
                       TO PRM-RPT-LINE (20:45)
                   WRITE PRM-RPT-LINE
               END-IF
           END-IF.
           SET KEY-IDX TO 1.
           SEARCH KEY-ENTRY
               AT END
                   IF WS-KEY-COUNT < WS-KEY-MAX
                       ADD 1 TO WS-KEY-COUNT
                       MOVE WV-KEY TO KEY-VALUE (WS-KEY-COUNT)
                   END-IF
               WHEN KEY-VALUE (KEY-IDX) = WV-KEY
                   PERFORM 3000-REPORT-ERROR THRU 3000-EXIT
                   MOVE "SAME LOAN TYPE AND BUCKET TWICE"
                       TO PRM-RPT-LINE (20:45)
                   WRITE PRM-RPT-LINE
           END-SEARCH.
       2800-EXIT.
           EXIT.

       2900-CHECK-PAYALLOC.
           IF WA-LOAN-TYPE = SPACES
               PERFORM 3000-REPORT-ERROR THRU 3000-EXIT
               MOVE "LOAN TYPE MISSING (* FOR ANY)"
                   TO PRM-RPT-LINE (20:45)
               WRITE PRM-RPT-LINE
           END-IF.
           IF WA-LOAN-TYPE NOT = "*" AND WA-LOAN-TYPE NOT = SPACES
               PERFORM 3370-CHECK-ALC-TYPE THRU 3370-EXIT
           END-IF.
           MOVE "N" TO WS-STEP-ERROR.
           PERFORM 2910-CHECK-ALC-STEP THRU 2910-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 4.
           IF STEPS-IN-ERROR
               PERFORM 3000-REPORT-ERROR THRU 3000-EXIT
               MOVE "STEPS NOT FEE, ESC, INT AND PRN ONCE EACH"
                   TO PRM-RPT-LINE (20:45)
               WRITE PRM-RPT-LINE
           END-IF.
           SET KEY-IDX TO 1.
           SEARCH KEY-ENTRY
               AT END
                   IF WS-KEY-COUNT < WS-KEY-MAX
                       ADD 1 TO WS-KEY-COUNT
                       MOVE WA-LOAN-TYPE TO KEY-VALUE (WS-KEY-COUNT)
                   END-IF
               WHEN KEY-VALUE (KEY-IDX) = WA-LOAN-TYPE
                   PERFORM 3000-REPORT-ERROR THRU 3000-EXIT
                   MOVE "SAME LOAN TYPE TWICE"
                       TO PRM-RPT-LINE (20:45)
                   WRITE PRM-RPT-LINE
           END-SEARCH.
       2900-EXIT.
           EXIT.

       2910-CHECK-ALC-STEP.
           IF NOT WA-STEP-KNOWN (WS-STEP-IDX)
               MOVE "Y" TO WS-STEP-ERROR
               GO TO 2910-EXIT
           END-IF.
           PERFORM 2920-CHECK-ALC-REPEAT THRU 2920-EXIT
               VARYING WS-STEP-CHK FROM 1 BY 1
               UNTIL WS-STEP-CHK NOT < WS-STEP-IDX.
       2910-EXIT.
           EXIT.

       2920-CHECK-ALC-REPEAT.
           IF WA-STEP (WS-STEP-CHK) = WA-STEP (WS-STEP-IDX)
               MOVE "Y" TO WS-STEP-ERROR
           END-IF.
       2920-EXIT.
           EXIT.

       3000-REPORT-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SPACES TO PRM-RPT-LINE.
       3300-EXIT.
           EXIT.

       3350-CHECK-GLM-TYPE.
           IF NOT PRODUCTS-ON-FILE
               GO TO 3350-EXIT
           END-IF.
           MOVE WG-LOAN-TYPE TO PM-LOAN-TYPE.
           PERFORM 3400-PROBE-PRODUCT THRU 3400-EXIT.
           IF NOT LOAN-TYPE-KNOWN
               PERFORM 3000-REPORT-ERROR THRU 3000-EXIT
               MOVE "LOAN TYPE NOT ON THE PRODUCT MASTER"
                   TO PRM-RPT-LINE (20:40)
               WRITE PRM-RPT-LINE
           END-IF.
       3350-EXIT.
           EXIT.

       3360-CHECK-RSV-TYPE.
           IF NOT PRODUCTS-ON-FILE
               GO TO 3360-EXIT
           END-IF.
           MOVE WV-LOAN-TYPE TO PM-LOAN-TYPE.
           PERFORM 3400-PROBE-PRODUCT THRU 3400-EXIT.
           IF NOT LOAN-TYPE-KNOWN
               PERFORM 3000-REPORT-ERROR THRU 3000-EXIT
               MOVE "LOAN TYPE NOT ON THE PRODUCT MASTER"
                   TO PRM-RPT-LINE (20:40)
               WRITE PRM-RPT-LINE
           END-IF.
       3360-EXIT.
           EXIT.

       3370-CHECK-ALC-TYPE.
           IF NOT PRODUCTS-ON-FILE
               GO TO 3370-EXIT
           END-IF.
           MOVE WA-LOAN-TYPE TO PM-LOAN-TYPE.
           PERFORM 3400-PROBE-PRODUCT THRU 3400-EXIT.
           IF NOT LOAN-TYPE-KNOWN
               PERFORM 3000-REPORT-ERROR THRU 3000-EXIT
               MOVE "LOAN TYPE NOT ON THE PRODUCT MASTER"
                   TO PRM-RPT-LINE (20:40)
               WRITE PRM-RPT-LINE
           END-IF.
       3370-EXIT.
           EXIT.

       3400-PROBE-PRODUCT.
           MOVE "N" TO WS-TYPE-KNOWN.
           OPEN INPUT PROD-MSTR-FILE.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 6000-CHECK-PRODUCT-MASTER
      *
      * Every PRODMSTR row's prepayment-penalty schedule through
      * the LNPPNCHK checks. The report row number is the product's
      * position on the file, and the loan type is named.
      *-----------------------------------------------------------
       6000-CHECK-PRODUCT-MASTER.
           OPEN INPUT PROD-MSTR-FILE.
           IF NOT PROD-MSTR-OPENED
               ADD 1 TO WS-ERROR-COUNT
               MOVE "PRODMSTR NOT AVAILABLE - NOTHING TO CHECK"
                   TO PRM-RPT-LINE
               WRITE PRM-RPT-LINE
               GO TO 6000-EXIT
           END-IF.
           MOVE "N" TO WS-PROD-EOF.
           MOVE LOW-VALUES TO PM-LOAN-TYPE.
           START PROD-MSTR-FILE KEY NOT < PM-LOAN-TYPE
               INVALID KEY MOVE "Y" TO WS-PROD-EOF
           END-START.
           PERFORM 6100-CHECK-PRODUCT THRU 6100-EXIT
               UNTIL END-OF-PRODUCTS.
           CLOSE PROD-MSTR-FILE.
       6000-EXIT.
           EXIT.

       6100-CHECK-PRODUCT.
           READ PROD-MSTR-FILE NEXT
               AT END
                   MOVE "Y" TO WS-PROD-EOF
                   GO TO 6100-EXIT
           END-READ.
           ADD 1 TO WS-ROW-NO.
           PERFORM 9915-CHECK-PPN-SCHEDULE THRU 9915-EXIT.
           IF WS-PPN-ERROR NOT = SPACES
               PERFORM 3000-REPORT-ERROR THRU 3000-EXIT
               MOVE PM-LOAN-TYPE TO PRM-RPT-LINE (16:4)
               MOVE WS-PPN-ERROR TO PRM-RPT-LINE (20:40)
               WRITE PRM-RPT-LINE
           END-IF.
       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 7000-series - the per-type file plumbing, so everything
      * above it reads one logical candidate and one logical live
               WHEN TYPE-RETNRULE OPEN INPUT RET-CAND-FILE
               WHEN TYPE-RATECHG OPEN INPUT RTC-CAND-FILE
               WHEN TYPE-FXRATES OPEN INPUT FX-CAND-FILE
               WHEN TYPE-GLMAP OPEN INPUT GLM-CAND-FILE
               WHEN TYPE-RESVRATE OPEN INPUT RSV-CAND-FILE
               WHEN TYPE-PAYALLOC OPEN INPUT ALC-CAND-FILE
           END-EVALUATE.
       7000-EXIT.
           EXIT.
                       AT END MOVE "Y" TO WS-CAND-EOF
                       NOT AT END MOVE FX-CAND-RECORD TO WS-ROW
                   END-READ
               WHEN TYPE-GLMAP
                   READ GLM-CAND-FILE
                       AT END MOVE "Y" TO WS-CAND-EOF
                       NOT AT END MOVE GLM-CAND-RECORD TO WS-ROW
                   END-READ
               WHEN TYPE-RESVRATE
                   READ RSV-CAND-FILE
                       AT END MOVE "Y" TO WS-CAND-EOF
                       NOT AT END MOVE RSV-CAND-RECORD TO WS-ROW
                   END-READ
               WHEN TYPE-PAYALLOC
                   READ ALC-CAND-FILE
                       AT END MOVE "Y" TO WS-CAND-EOF
                       NOT AT END MOVE ALC-CAND-RECORD TO WS-ROW
                   END-READ
           END-EVALUATE.
       7010-EXIT.
           EXIT.
               WHEN TYPE-RETNRULE CLOSE RET-CAND-FILE
               WHEN TYPE-RATECHG CLOSE RTC-CAND-FILE
               WHEN TYPE-FXRATES CLOSE FX-CAND-FILE
               WHEN TYPE-GLMAP CLOSE GLM-CAND-FILE
               WHEN TYPE-RESVRATE CLOSE RSV-CAND-FILE
               WHEN TYPE-PAYALLOC CLOSE ALC-CAND-FILE
           END-EVALUATE.
       7020-EXIT.
           EXIT.
               WHEN TYPE-RETNRULE OPEN INPUT RET-LIVE-FILE
               WHEN TYPE-RATECHG OPEN INPUT RTC-LIVE-FILE
               WHEN TYPE-FXRATES OPEN INPUT FX-LIVE-FILE
               WHEN TYPE-GLMAP OPEN INPUT GLM-LIVE-FILE
               WHEN TYPE-RESVRATE OPEN INPUT RSV-LIVE-FILE
               WHEN TYPE-PAYALLOC OPEN INPUT ALC-LIVE-FILE
           END-EVALUATE.
       7100-EXIT.
           EXIT.
                       AT END MOVE "Y" TO WS-LIVE-EOF
                       NOT AT END MOVE FX-LIVE-RECORD TO WS-ROW
                   END-READ
               WHEN TYPE-GLMAP
                   READ GLM-LIVE-FILE
                       AT END MOVE "Y" TO WS-LIVE-EOF
                       NOT AT END MOVE GLM-LIVE-RECORD TO WS-ROW
                   END-READ
               WHEN TYPE-RESVRATE
                   READ RSV-LIVE-FILE
                       AT END MOVE "Y" TO WS-LIVE-EOF
                       NOT AT END MOVE RSV-LIVE-RECORD TO WS-ROW
                   END-READ
               WHEN TYPE-PAYALLOC
                   READ ALC-LIVE-FILE
                       AT END MOVE "Y" TO WS-LIVE-EOF
                       NOT AT END MOVE ALC-LIVE-RECORD TO WS-ROW
                   END-READ
           END-EVALUATE.
       7110-EXIT.
           EXIT.
               WHEN TYPE-RETNRULE CLOSE RET-LIVE-FILE
               WHEN TYPE-RATECHG CLOSE RTC-LIVE-FILE
               WHEN TYPE-FXRATES CLOSE FX-LIVE-FILE
               WHEN TYPE-GLMAP CLOSE GLM-LIVE-FILE
               WHEN TYPE-RESVRATE CLOSE RSV-LIVE-FILE
               WHEN TYPE-PAYALLOC CLOSE ALC-LIVE-FILE
           END-EVALUATE.
       7120-EXIT.
           EXIT.
               WHEN TYPE-RETNRULE OPEN OUTPUT RET-LIVE-FILE
               WHEN TYPE-RATECHG OPEN OUTPUT RTC-LIVE-FILE
               WHEN TYPE-FXRATES OPEN OUTPUT FX-LIVE-FILE
               WHEN TYPE-GLMAP OPEN OUTPUT GLM-LIVE-FILE
               WHEN TYPE-RESVRATE OPEN OUTPUT RSV-LIVE-FILE
               WHEN TYPE-PAYALLOC OPEN OUTPUT ALC-LIVE-FILE
           END-EVALUATE.
       7200-EXIT.
           EXIT.
               WHEN TYPE-FXRATES
                   MOVE WS-ROW TO FX-LIVE-RECORD
                   WRITE FX-LIVE-RECORD
               WHEN TYPE-GLMAP
                   MOVE WS-ROW TO GLM-LIVE-RECORD
                   WRITE GLM-LIVE-RECORD
               WHEN TYPE-RESVRATE
                   MOVE WS-ROW TO RSV-LIVE-RECORD
                   WRITE RSV-LIVE-RECORD
               WHEN TYPE-PAYALLOC
                   MOVE WS-ROW TO ALC-LIVE-RECORD
                   WRITE ALC-LIVE-RECORD
           END-EVALUATE.
       7130-EXIT.
           EXIT.

           COPY lnppnchk.
