      ******************************************************************
      *
      * Fair-Lending Application Register Extract
      * =========================================
      *
      * The application register compliance files each year, built
      * from LOANMSTR instead of screenshots. Every application
      * whose status date falls in the reporting period is written
      * to APPLREG with the action taken on it:
      *
      *     1 originated              BOOKED, PAID-OFF, CHGD-OFF,
      *                               CLOSED
      *     2 approved, not accepted  quote EXPIRED after approval
      *     3 denied                  DECLINED, or a quote the
      *                               decision engine declined
      *     4 withdrawn               quote EXPIRED while referred
      *                               or undecided
      *
      * An application still in process - QUOTED or APPROVED with
      * no final action - is not reported; the register carries it
      * in the period its action is taken. The action date is the
      * status date.
      *
      * Each row carries the loan type, amount, rate, APR, decision
      * and payment-to-income ratio, and for a registered borrower
      * (LM-BORROWER-NO) the government-monitoring codes, age at
      * the action date and geography from BORRMSTR. APPLREG opens
      * with an H header (period and run date) and closes with a T
      * trailer (row count, total amount, rows failing edit).
      *
      * The period is the prior calendar year unless the APREGPM
      * parameter row asks otherwise - Y and a year for a calendar
      * year, Q, a year and a quarter 1-4 for a quarter on demand.
      *
      * APREDIT is the pre-submission edit report: every row
      * missing a mandatory field is listed with each field it
      * lacks marked, and the step ends with RETURN-CODE 4 so the
      * register is not filed until BORRMSTR is completed and the
      * extract rerun. The rows are written to APPLREG regardless.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original register extract - the register was
      *                  assembled from screenshots.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lnaprreg.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APREG-PRM-FILE ASSIGN TO "APREGPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APREG-PRM-STATUS.
           SELECT LOAN-MSTR-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-APPL-ID
               FILE STATUS IS WS-LOAN-MSTR-STATUS.
           SELECT BORR-MSTR-FILE ASSIGN TO "BORRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-BORROWER-NO
               FILE STATUS IS WS-BORR-MSTR-STATUS.
           SELECT APPL-REG-FILE ASSIGN TO "APPLREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPL-REG-STATUS.
           SELECT AP-EDIT-FILE ASSIGN TO "APREDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-EDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APREG-PRM-FILE.
       01  APREG-PRM-RECORD.
           05 AP-PERIOD-TYPE PIC X(01).
               88 AP-YEARLY    VALUE "Y".
               88 AP-QUARTERLY VALUE "Q".
           05 AP-YEAR        PIC 9(04).
           05 AP-QUARTER     PIC 9(01).

           COPY loanmstr.

           COPY borrmstr.

      * The register - an H header, a D row per application and a
      * T trailer.
       FD  APPL-REG-FILE.
       01  REG-HEADER.
           05 RH-REC-TYPE      PIC X(01).
           05 RH-FILE-ID       PIC X(08).
           05 RH-PERIOD-TYPE   PIC X(01).
           05 RH-PERIOD-START  PIC 9(08).
           05 RH-PERIOD-END    PIC 9(08).
           05 RH-RUN-DATE      PIC 9(08).
       01  REG-DETAIL.
           05 RD-REC-TYPE      PIC X(01).
           05 RD-APPL-ID       PIC X(20).
           05 RD-LOAN-TYPE     PIC X(04).
           05 RD-CURRENCY      PIC X(03).
           05 RD-AMOUNT        PIC 9(7)V9(2).
           05 RD-RATE          PIC 9(7)V9(2).
           05 RD-APR           PIC 9(3)V9(2).
           05 RD-ACTION        PIC X(01).
           05 RD-ACTION-DATE   PIC 9(08).
           05 RD-DECISION      PIC X(08).
           05 RD-PTI-RATIO     PIC 9(1)V9(4).
           05 RD-BORROWER-NO   PIC X(08).
           05 RD-ETHNICITY     PIC X(01).
           05 RD-RACE          PIC X(01).
           05 RD-SEX           PIC X(01).
           05 RD-AGE           PIC 9(03).
           05 RD-STATE-CODE    PIC X(02).
           05 RD-COUNTY-CODE   PIC X(03).
           05 RD-CENSUS-TRACT  PIC X(06).
           05 RD-EDIT-FLAG     PIC X(01).
       01  REG-TRAILER.
           05 RT-REC-TYPE      PIC X(01).
           05 RT-RECORD-COUNT  PIC 9(07).
           05 RT-TOTAL-AMOUNT  PIC 9(11)V9(2).
           05 RT-EDIT-COUNT    PIC 9(07).

       FD  AP-EDIT-FILE.
       01  AP-EDIT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-APREG-PRM-STATUS PIC X(02) VALUE SPACES.
           88 APREG-PRM-OPENED VALUE "00".
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-BORR-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 BORR-MSTR-OPENED VALUE "00".
       01 WS-APPL-REG-STATUS PIC X(02) VALUE SPACES.
           88 APPL-REG-OPENED VALUE "00".
       01 WS-AP-EDIT-STATUS PIC X(02) VALUE SPACES.

       01 WS-MSTR-EOF PIC X(01) VALUE "N".
           88 END-OF-MASTER VALUE "Y".

       01 WS-TODAY PIC 9(08).
       01 WS-TODAY-SPLIT REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY PIC 9(04).
           05 WS-TODAY-MMDD PIC 9(04).

      * The reporting period.
       01 WS-PERIOD-TYPE PIC X(01) VALUE "Y".
       01 WS-PERIOD-YEAR PIC 9(04) VALUE ZEROES.
       01 WS-PERIOD-QTR PIC 9(01) VALUE ZEROES.
       01 WS-PERIOD-START PIC 9(08).
       01 WS-PERIOD-END PIC 9(08).
       01 WS-PERIOD-OK PIC X(01) VALUE "Y".
           88 PERIOD-OK VALUE "Y".

      * The application in hand.
       01 WS-ACTION PIC X(01).
           88 ACT-ORIGINATED VALUE "1".
           88 ACT-APPROVED   VALUE "2".
           88 ACT-DENIED     VALUE "3".
           88 ACT-WITHDRAWN  VALUE "4".
           88 ACT-PENDING    VALUE SPACE.
       01 WS-ACTION-YEAR PIC 9(04).
       01 WS-BORR-FOUND PIC X(01) VALUE "N".
           88 BORR-FOUND VALUE "Y".
       01 WS-EDIT-FAILED PIC X(01) VALUE "N".
           88 EDIT-FAILED VALUE "Y".

       01 WS-REG-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-REG-AMOUNT PIC 9(11)V9(2) VALUE ZEROES.
       01 WS-EDIT-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-PENDING-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-ACTION-COUNTS.
           05 WS-ACTION-COUNT OCCURS 4 TIMES PIC 9(07).
       01 WS-ACTION-IDX PIC 9(01).

      * Edit report layouts - an X under each mandatory field the
      * row lacks.
       01 RPT-HEADING-1.
           05 FILLER PIC X(30)
               VALUE "APPLICATION REGISTER EDITS    ".
           05 FILLER PIC X(08) VALUE "PERIOD  ".
           05 RH1-START PIC 9(08).
           05 FILLER PIC X(04) VALUE " TO ".
           05 RH1-END PIC 9(08).
           05 FILLER PIC X(06) VALUE "  RUN ".
           05 RH1-RUN PIC 9(08).
       01 RPT-HEADING-2.
           05 FILLER PIC X(40) VALUE
               "APPLICATION          ACT TYPE AMT RATE A".
           05 FILLER PIC X(40) VALUE
               "PR BORR ETH RACE SEX AGE ST CNTY TRCT   ".
       01 RPT-EDIT-LINE.
           05 RE-APPL-ID PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RE-ACTION PIC X(01).
           05 FILLER PIC X(03) VALUE SPACES.
           05 RE-TYPE PIC X(01).
           05 FILLER PIC X(04) VALUE SPACES.
           05 RE-AMOUNT PIC X(01).
           05 FILLER PIC X(04) VALUE SPACES.
           05 RE-RATE PIC X(01).
           05 FILLER PIC X(03) VALUE SPACES.
           05 RE-APR PIC X(01).
           05 FILLER PIC X(03) VALUE SPACES.
           05 RE-BORROWER PIC X(01).
           05 FILLER PIC X(03) VALUE SPACES.
           05 RE-ETHNICITY PIC X(01).
           05 FILLER PIC X(04) VALUE SPACES.
           05 RE-RACE PIC X(01).
           05 FILLER PIC X(03) VALUE SPACES.
           05 RE-SEX PIC X(01).
           05 FILLER PIC X(03) VALUE SPACES.
           05 RE-AGE PIC X(01).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RE-STATE PIC X(01).
           05 FILLER PIC X(03) VALUE SPACES.
           05 RE-COUNTY PIC X(01).
           05 FILLER PIC X(04) VALUE SPACES.
           05 RE-TRACT PIC X(01).
       01 RPT-SUMMARY.
           05 RS-CAPTION PIC X(40).
           05 RS-COUNT PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 1000-RESOLVE-PERIOD THRU 1000-EXIT.
           IF NOT PERIOD-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT LOAN-MSTR-FILE.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT BORR-MSTR-FILE.
           IF NOT BORR-MSTR-OPENED
               DISPLAY "*** Unable to open BORRMSTR - status "
                   WS-BORR-MSTR-STATUS " - every row will fail the "
                   "monitoring edits."
           END-IF.
           OPEN OUTPUT APPL-REG-FILE.
           IF NOT APPL-REG-OPENED
               DISPLAY "*** Unable to open APPLREG - status "
                   WS-APPL-REG-STATUS
               CLOSE LOAN-MSTR-FILE
               IF BORR-MSTR-OPENED
                   CLOSE BORR-MSTR-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT AP-EDIT-FILE.

           MOVE ZEROES TO WS-ACTION-COUNTS.
           MOVE SPACES TO REG-HEADER.
           MOVE "H" TO RH-REC-TYPE.
           MOVE "APPLREG" TO RH-FILE-ID.
           MOVE WS-PERIOD-TYPE TO RH-PERIOD-TYPE.
           MOVE WS-PERIOD-START TO RH-PERIOD-START.
           MOVE WS-PERIOD-END TO RH-PERIOD-END.
           MOVE WS-TODAY TO RH-RUN-DATE.
           WRITE REG-HEADER.

           MOVE WS-PERIOD-START TO RH1-START.
           MOVE WS-PERIOD-END TO RH1-END.
           MOVE WS-TODAY TO RH1-RUN.
           MOVE SPACES TO AP-EDIT-LINE.
           MOVE RPT-HEADING-1 TO AP-EDIT-LINE.
           WRITE AP-EDIT-LINE.
           MOVE SPACES TO AP-EDIT-LINE.
           WRITE AP-EDIT-LINE.
           MOVE SPACES TO AP-EDIT-LINE.
           MOVE RPT-HEADING-2 TO AP-EDIT-LINE.
           WRITE AP-EDIT-LINE.

           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
           PERFORM 2000-REGISTER-APPLICATION THRU 2000-EXIT
               UNTIL END-OF-MASTER.

           MOVE SPACES TO REG-TRAILER.
           MOVE "T" TO RT-REC-TYPE.
           MOVE WS-REG-COUNT TO RT-RECORD-COUNT.
           MOVE WS-REG-AMOUNT TO RT-TOTAL-AMOUNT.
           MOVE WS-EDIT-COUNT TO RT-EDIT-COUNT.
           WRITE REG-TRAILER.

           PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.

           CLOSE APPL-REG-FILE.
           CLOSE AP-EDIT-FILE.
           CLOSE LOAN-MSTR-FILE.
           IF BORR-MSTR-OPENED
               CLOSE BORR-MSTR-FILE
           END-IF.

           DISPLAY "lnaprreg: " WS-REG-COUNT " application(s) "
               "registered, " WS-EDIT-COUNT " failing edit, "
               WS-PENDING-COUNT " still in process.".
           IF WS-EDIT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *-----------------------------------------------------------
      * 1000-RESOLVE-PERIOD
      *
      * The APREGPM row when there is one - Y and a year, or Q, a
      * year and a quarter - otherwise the prior calendar year.
      *-----------------------------------------------------------
       1000-RESOLVE-PERIOD.
           OPEN INPUT APREG-PRM-FILE.
           IF APREG-PRM-OPENED
               READ APREG-PRM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE AP-PERIOD-TYPE TO WS-PERIOD-TYPE
                       IF AP-YEAR NUMERIC
                           MOVE AP-YEAR TO WS-PERIOD-YEAR
                       END-IF
                       IF AP-QUARTER NUMERIC
                           MOVE AP-QUARTER TO WS-PERIOD-QTR
                       END-IF
               END-READ
               CLOSE APREG-PRM-FILE
           END-IF.
           IF WS-PERIOD-YEAR = ZEROES
               COMPUTE WS-PERIOD-YEAR = WS-TODAY-YYYY - 1
           END-IF.

           EVALUATE WS-PERIOD-TYPE
               WHEN "Q"
                   IF WS-PERIOD-QTR < 1 OR WS-PERIOD-QTR > 4
                       DISPLAY "*** APREGPM quarter '" WS-PERIOD-QTR
                           "' is not 1 to 4 - no register written."
                       MOVE "N" TO WS-PERIOD-OK
                       GO TO 1000-EXIT
                   END-IF
                   COMPUTE WS-PERIOD-START = WS-PERIOD-YEAR * 10000
                       + ((WS-PERIOD-QTR - 1) * 3 + 1) * 100 + 1
                   COMPUTE WS-PERIOD-END = WS-PERIOD-YEAR * 10000
                       + WS-PERIOD-QTR * 300 + 31
               WHEN "Y"
               WHEN SPACE
                   MOVE "Y" TO WS-PERIOD-TYPE
                   COMPUTE WS-PERIOD-START =
                       WS-PERIOD-YEAR * 10000 + 101
                   COMPUTE WS-PERIOD-END =
                       WS-PERIOD-YEAR * 10000 + 1231
               WHEN OTHER
                   DISPLAY "*** APREGPM period type '" WS-PERIOD-TYPE
                       "' is not Y or Q - no register written."
                   MOVE "N" TO WS-PERIOD-OK
                   GO TO 1000-EXIT
           END-EVALUATE.
           DISPLAY "lnaprreg: application register " WS-PERIOD-START
               " to " WS-PERIOD-END ".".
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-REGISTER-APPLICATION
      *
      * One LOANMSTR record: skipped unless its status date is in
      * the period and it has reached a final action; otherwise
      * written to APPLREG, and listed on APREDIT when a mandatory
      * field is missing.
      *-----------------------------------------------------------
       2000-REGISTER-APPLICATION.
           IF LM-STATUS-DATE NOT NUMERIC
               GO TO 2000-NEXT
           END-IF.
           IF LM-STATUS-DATE < WS-PERIOD-START
               OR LM-STATUS-DATE > WS-PERIOD-END
               GO TO 2000-NEXT
           END-IF.
           PERFORM 2100-DERIVE-ACTION THRU 2100-EXIT.
           IF ACT-PENDING
               ADD 1 TO WS-PENDING-COUNT
               GO TO 2000-NEXT
           END-IF.

           MOVE "N" TO WS-BORR-FOUND.
           IF LM-BORROWER-NO NOT = SPACES AND BORR-MSTR-OPENED
               MOVE LM-BORROWER-NO TO BM-BORROWER-NO
               READ BORR-MSTR-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-BORR-FOUND
               END-READ
           END-IF.
           IF NOT BORR-FOUND
               MOVE SPACES TO BM-DEMOGRAPHICS
               MOVE ZEROES TO BM-BIRTH-YEAR
               MOVE SPACES TO BM-GEOGRAPHY
           END-IF.

           MOVE SPACES TO REG-DETAIL.
           MOVE "D" TO RD-REC-TYPE.
           MOVE LM-APPL-ID TO RD-APPL-ID.
           MOVE LM-LOAN-TYPE TO RD-LOAN-TYPE.
           MOVE LM-CURRENCY TO RD-CURRENCY.
           MOVE LM-PRINCIPAL TO RD-AMOUNT.
           MOVE LM-RATE TO RD-RATE.
           MOVE LM-APR TO RD-APR.
           MOVE WS-ACTION TO RD-ACTION.
           MOVE LM-STATUS-DATE TO RD-ACTION-DATE.
           MOVE LM-DECISION TO RD-DECISION.
           MOVE LM-PTI-RATIO TO RD-PTI-RATIO.
           MOVE LM-BORROWER-NO TO RD-BORROWER-NO.
           MOVE BM-ETHNICITY TO RD-ETHNICITY.
           MOVE BM-RACE TO RD-RACE.
           MOVE BM-SEX TO RD-SEX.
           MOVE ZEROES TO RD-AGE.
           MOVE LM-STATUS-DATE (1:4) TO WS-ACTION-YEAR.
           IF BM-BIRTH-YEAR NUMERIC AND BM-BIRTH-YEAR > ZERO
               AND BM-BIRTH-YEAR < WS-ACTION-YEAR
               COMPUTE RD-AGE = WS-ACTION-YEAR - BM-BIRTH-YEAR
           END-IF.
           MOVE BM-STATE-CODE TO RD-STATE-CODE.
           MOVE BM-COUNTY-CODE TO RD-COUNTY-CODE.
           MOVE BM-CENSUS-TRACT TO RD-CENSUS-TRACT.

           PERFORM 2200-EDIT-ROW THRU 2200-EXIT.
           IF EDIT-FAILED
               MOVE "E" TO RD-EDIT-FLAG
               ADD 1 TO WS-EDIT-COUNT
               MOVE SPACES TO AP-EDIT-LINE
               MOVE RPT-EDIT-LINE TO AP-EDIT-LINE
               WRITE AP-EDIT-LINE
           END-IF.
           WRITE REG-DETAIL.
           ADD 1 TO WS-REG-COUNT.
           ADD RD-AMOUNT TO WS-REG-AMOUNT.
           MOVE WS-ACTION TO WS-ACTION-IDX.
           ADD 1 TO WS-ACTION-COUNT (WS-ACTION-IDX).

       2000-NEXT.
           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2100-DERIVE-ACTION
      *
      * The action taken, from the status and the credit decision.
      * Spaces - still in process - when no final action has been
      * taken.
      *-----------------------------------------------------------
       2100-DERIVE-ACTION.
           MOVE SPACE TO WS-ACTION.
           EVALUATE TRUE
               WHEN LM-ST-BOOKED OR LM-ST-PAID-OFF
                   OR LM-ST-CHGD-OFF OR LM-ST-CLOSED
                   MOVE "1" TO WS-ACTION
               WHEN LM-ST-DECLINED
                   MOVE "3" TO WS-ACTION
               WHEN LM-ST-EXPIRED AND LM-DC-APPROVED
                   MOVE "2" TO WS-ACTION
               WHEN LM-ST-EXPIRED AND LM-DC-DECLINED
                   MOVE "3" TO WS-ACTION
               WHEN LM-ST-EXPIRED
                   MOVE "4" TO WS-ACTION
               WHEN LM-ST-QUOTED AND LM-DC-DECLINED
                   MOVE "3" TO WS-ACTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2200-EDIT-ROW
      *
      * Marks each mandatory field the row lacks. Rate and APR are
      * mandatory only where credit was extended or offered
      * (actions 1 and 2).
      *-----------------------------------------------------------
       2200-EDIT-ROW.
           MOVE "N" TO WS-EDIT-FAILED.
           MOVE SPACES TO RPT-EDIT-LINE.
           MOVE LM-APPL-ID TO RE-APPL-ID.
           MOVE WS-ACTION TO RE-ACTION.
           IF RD-LOAN-TYPE = SPACES
               MOVE "X" TO RE-TYPE
           END-IF.
           IF RD-AMOUNT = ZERO
               MOVE "X" TO RE-AMOUNT
           END-IF.
           IF ACT-ORIGINATED OR ACT-APPROVED
               IF RD-RATE = ZERO
                   MOVE "X" TO RE-RATE
               END-IF
               IF RD-APR = ZERO
                   MOVE "X" TO RE-APR
               END-IF
           END-IF.
           IF NOT BORR-FOUND
               MOVE "X" TO RE-BORROWER
           END-IF.
           IF NOT BM-ETHNICITY-VALID
               MOVE "X" TO RE-ETHNICITY
           END-IF.
           IF NOT BM-RACE-VALID
               MOVE "X" TO RE-RACE
           END-IF.
           IF NOT BM-SEX-VALID
               MOVE "X" TO RE-SEX
           END-IF.
           IF RD-AGE = ZERO
               MOVE "X" TO RE-AGE
           END-IF.
           IF RD-STATE-CODE = SPACES
               MOVE "X" TO RE-STATE
           END-IF.
           IF RD-COUNTY-CODE = SPACES
               MOVE "X" TO RE-COUNTY
           END-IF.
           IF RD-CENSUS-TRACT NOT NUMERIC
               MOVE "X" TO RE-TRACT
           END-IF.
           IF RPT-EDIT-LINE (24:) NOT = SPACES
               MOVE "Y" TO WS-EDIT-FAILED
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3000-PRINT-SUMMARY
      *
      * The control totals under the edit list - rows by action
      * taken, rows failing edit, applications left for a later
      * period.
      *-----------------------------------------------------------
       3000-PRINT-SUMMARY.
           MOVE SPACES TO AP-EDIT-LINE.
           WRITE AP-EDIT-LINE.
           MOVE "ROWS ON APPLREG" TO RS-CAPTION.
           MOVE WS-REG-COUNT TO RS-COUNT.
           PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
           MOVE "  1 ORIGINATED" TO RS-CAPTION.
           MOVE WS-ACTION-COUNT (1) TO RS-COUNT.
           PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
           MOVE "  2 APPROVED, NOT ACCEPTED" TO RS-CAPTION.
           MOVE WS-ACTION-COUNT (2) TO RS-COUNT.
           PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
           MOVE "  3 DENIED" TO RS-CAPTION.
           MOVE WS-ACTION-COUNT (3) TO RS-COUNT.
           PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
           MOVE "  4 WITHDRAWN" TO RS-CAPTION.
           MOVE WS-ACTION-COUNT (4) TO RS-COUNT.
           PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
           MOVE "ROWS FAILING EDIT" TO RS-CAPTION.
           MOVE WS-EDIT-COUNT TO RS-COUNT.
           PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
           MOVE "STILL IN PROCESS - NOT REPORTED" TO RS-CAPTION.
           MOVE WS-PENDING-COUNT TO RS-COUNT.
           PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

       3100-WRITE-SUMMARY.
           MOVE SPACES TO AP-EDIT-LINE.
           MOVE RPT-SUMMARY TO AP-EDIT-LINE.
           WRITE AP-EDIT-LINE.
       3100-EXIT.
           EXIT.

       8000-READ-MASTER.
           READ LOAN-MSTR-FILE
               AT END MOVE "Y" TO WS-MSTR-EOF
           END-READ.
       8000-EXIT.
           EXIT.
