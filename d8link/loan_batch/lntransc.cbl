      ******************************************************************
      *
      * Life-of-Loan Transaction Transcript
      * ===================================
      *
      * For litigation, complaints and payoff disputes: the operator
      * keys an application id and gets the loan's whole history as
      * one chronological document on the TRANSCPT print file -
      * instead of collating statement reprints, MODHIST, the
      * deferral log, FEESRCV and PAYHIST by hand.
      *
      * Every event the suite keeps is gathered, sorted by date and
      * printed with the running balances it leaves - principal
      * outstanding, interest paid to date, fees owed and escrow
      * held (the escrow balance net of any escrow advance):
      *     ORIGINATED the original terms (the old terms of the
      *                first MODHIST row, else the master's), from
      *                the application id's date
      *     FUNDED     the FUNDCTL disbursement, on its confirmation
      *                date (its value date until confirmed)
      *     PAYMENT    every PAYHIST posting, flagged when reversed
      *                later; REVERSAL backs one out; RECOVERY,
      *                SUSPENSE, RELEASED and the rest as recorded
      *     FEE        every FEESRCV charge, as assessed
      *     WAIVER     every FEEADJ waiver or reduction (the
      *                FEESRCV waiver fields when there is no FEEADJ)
      *     ESC DISB   every ESCDISB disbursement from escrow
      *     MODIFIED, ASSUMED, REPRICED - the MODHIST rows
      *     DEFERRAL   every DEFERLOG deferral, capitalizing its
      *                interest
      *     STATUS     every change of status on the LOANJRN journal
      *                (the master's own status and date when the
      *                journal does not reach it)
      *     LETTER     every CORRLOG letter, on the date last sent
      * The transcript ends reconciling its closing principal, fees
      * owed and escrow held to LOANMSTR, FEESRCV and ESCROW as
      * they stand, each marked AGREES or DIFFERS.
      *
      * Only LOANMSTR is required; a history file that cannot be
      * opened is named at the head of the transcript so the reader
      * knows what it does not include.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original transcript utility.
      * 2026-10-15  RJM  A prepayment charge lnpost added to a
      *                  month's row later shows as a fee event of
      *                  its own from its FEEADJ line.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lntransc.
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
           SELECT FEES-RCV-FILE ASSIGN TO "FEESRCV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-KEY
               FILE STATUS IS WS-FEES-RCV-STATUS.
           SELECT FUND-CTL-FILE ASSIGN TO "FUNDCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-APPL-ID
               FILE STATUS IS WS-FUND-CTL-STATUS.
           SELECT ESCROW-FILE ASSIGN TO "ESCROW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-APPL-ID
               FILE STATUS IS WS-ESCROW-STATUS.
           SELECT CORR-LOG-FILE ASSIGN TO "CORRLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS WS-CORR-LOG-STATUS.
           SELECT FEE-ADJ-FILE ASSIGN TO "FEEADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-ADJ-STATUS.
           SELECT ESC-DISB-FILE ASSIGN TO "ESCDISB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-DISB-STATUS.
           SELECT MOD-HIST-FILE ASSIGN TO "MODHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOD-HIST-STATUS.
           SELECT DEFER-LOG-FILE ASSIGN TO "DEFERLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFER-LOG-STATUS.
           COPY lnjrnsel.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
           SELECT TRANSCPT-FILE ASSIGN TO "TRANSCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSCPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY loanmstr.

           COPY payhist.

           COPY feesrcv.

           COPY fundctl.

           COPY escrow.

           COPY corrlog.

           COPY feeadj.

      * lnesdisb's disbursement file - see lnesdisb.
       FD  ESC-DISB-FILE.
       01  ESC-DISB-RECORD.
           05 ED-APPL-ID     PIC X(20).
           05 ED-DISB-DATE   PIC 9(08).
           05 ED-PAYEE-NAME  PIC X(25).
           05 ED-PAYEE-TYPE  PIC X(03).
           05 ED-AMOUNT      PIC S9(7)V9(2).
           05 ED-ADVANCE     PIC S9(7)V9(2).
           05 ED-PAYEE-ID    PIC X(08).

           COPY modhist.

      * lndefer's deferral log - see lndefer.
       FD  DEFER-LOG-FILE.
       01  DEFER-LOG-RECORD.
           05 DL-APPL-ID      PIC X(20).
           05 DL-REQ-DATE     PIC 9(08).
           05 DL-START-PERIOD PIC 9(04).
           05 DL-NUM-PERIODS  PIC 9(02).
           05 DL-CAP-INTEREST PIC S9(7)V9(2).
           05 DL-OLD-TERM     PIC S9(4).
           05 DL-NEW-TERM     PIC S9(4).

           COPY lnjrnfd.

      * One event of the transcript. The rank orders the events of
      * one day - terms before money, money before letters - and
      * the sequence keeps each source's own order within it. The
      * deltas are what the event does to the running balances.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SR-DATE         PIC 9(08).
           05 SR-RANK         PIC 9(02).
           05 SR-SEQ          PIC 9(07).
           05 SR-EVENT        PIC X(10).
           05 SR-DETAIL       PIC X(44).
           05 SR-AMOUNT       PIC S9(9)V9(2).
           05 SR-SHOW-AMOUNT  PIC X(01).
               88 SR-HAS-AMOUNT VALUE "Y".
           05 SR-KIND         PIC X(01).
               88 SR-RECOVERY VALUE "R".
           05 SR-PRIN-DELTA   PIC S9(9)V9(2).
           05 SR-INT-DELTA    PIC S9(9)V9(2).
           05 SR-FEE-DELTA    PIC S9(9)V9(2).
           05 SR-ESC-DELTA    PIC S9(9)V9(2).

       FD  TRANSCPT-FILE.
       01  TRANSCPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-PAY-HIST-STATUS PIC X(02) VALUE SPACES.
           88 PAY-HIST-OPENED VALUE "00".
       01 WS-FEES-RCV-STATUS PIC X(02) VALUE SPACES.
           88 FEES-RCV-OPENED VALUE "00".
       01 WS-FUND-CTL-STATUS PIC X(02) VALUE SPACES.
           88 FUND-CTL-OPENED VALUE "00".
       01 WS-ESCROW-STATUS PIC X(02) VALUE SPACES.
           88 ESCROW-OPENED VALUE "00".
       01 WS-CORR-LOG-STATUS PIC X(02) VALUE SPACES.
           88 CORR-LOG-OPENED VALUE "00".
       01 WS-FEE-ADJ-STATUS PIC X(02) VALUE SPACES.
           88 FEE-ADJ-OPENED VALUE "00".
       01 WS-ESC-DISB-STATUS PIC X(02) VALUE SPACES.
           88 ESC-DISB-OPENED VALUE "00".
       01 WS-MOD-HIST-STATUS PIC X(02) VALUE SPACES.
           88 MOD-HIST-OPENED VALUE "00".
       01 WS-DEFER-LOG-STATUS PIC X(02) VALUE SPACES.
           88 DEFER-LOG-OPENED VALUE "00".
       01 WS-LOAN-JRN-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-JRN-OPENED VALUE "00".
       01 WS-TRANSCPT-STATUS PIC X(02) VALUE SPACES.

      * Which of the indexed sources opened for the run; the line
      * sequential ones are opened afresh for every transcript.
       01 WS-PH-OPEN PIC X(01) VALUE "N".
           88 PH-AVAILABLE VALUE "Y".
       01 WS-FR-OPEN PIC X(01) VALUE "N".
           88 FR-AVAILABLE VALUE "Y".
       01 WS-FC-OPEN PIC X(01) VALUE "N".
           88 FC-AVAILABLE VALUE "Y".
       01 WS-ES-OPEN PIC X(01) VALUE "N".
           88 ES-AVAILABLE VALUE "Y".
       01 WS-CL-OPEN PIC X(01) VALUE "N".
           88 CL-AVAILABLE VALUE "Y".
       01 WS-FA-OPEN PIC X(01) VALUE "N".
           88 FA-AVAILABLE VALUE "Y".

       01 WS-FILE-EOF PIC X(01) VALUE "N".
           88 END-OF-FILE VALUE "Y".
       01 WS-SORT-EOF PIC X(01) VALUE "N".
           88 END-OF-SORTED VALUE "Y".

       01 WS-APPL-ID-ENTRY PIC X(20) VALUE SPACES.
           88 END-OF-REQUESTS VALUE SPACES, "END".
       01 WS-TODAY PIC 9(08).
       01 WS-TRANSCRIPT-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-EVENT-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-FILE-ORD PIC 9(07) VALUE ZEROES.
       01 WS-MISSING-LIST PIC X(100) VALUE SPACES.
       01 WS-MISSING-PTR PIC 9(03) COMP.

      * The original terms, from the first MODHIST row that
      * changed them.
       01 WS-ORIG-SEEN PIC X(01) VALUE "N".
           88 ORIG-TERMS-SEEN VALUE "Y".
       01 WS-ORIG-RATE PIC S9(7)V9(2).
       01 WS-ORIG-TERM PIC S9(4).
       01 WS-ORIG-PAYMENT PIC S9(7)V9(2).
       01 WS-ORIG-DATE PIC 9(08).

      * The journal's record of the master's status - only the
      * status field of the LOANMSTR images is looked at.
       01 WS-JRN-IMAGE-BEFORE.
           05 FILLER PIC X(79).
           05 JB-STATUS PIC X(08).
           05 FILLER PIC X(113).
       01 WS-JRN-IMAGE-AFTER.
           05 FILLER PIC X(79).
           05 JA-STATUS PIC X(08).
           05 FILLER PIC X(113).
       01 WS-JRN-LAST-STATUS PIC X(08).

      * Running balances, and the figures they reconcile to.
       01 WS-RUN-PRIN PIC S9(9)V9(2) COMP-3.
       01 WS-RUN-INT PIC S9(9)V9(2) COMP-3.
       01 WS-RUN-FEES PIC S9(9)V9(2) COMP-3.
       01 WS-RUN-ESC PIC S9(9)V9(2) COMP-3.
       01 WS-FEES-OWED PIC S9(9)V9(2) COMP-3.
       01 WS-ESC-NOW PIC S9(9)V9(2) COMP-3.
       01 WS-REC-DIFF PIC S9(9)V9(2) COMP-3.
       01 WS-DIFFER-COUNT PIC 9(01).

      * Numbers for the event text, edited and left-justified.
       01 WS-ED-NUM PIC -(7)9.99.
       01 WS-ED-INT PIC -(6)9.
       01 WS-TRIM-WORK PIC X(14).
       01 WS-TRIM-OUT PIC X(14).
       01 WS-TRIM-LEAD PIC 9(02) COMP.
       01 WS-TOK-1 PIC X(14).
       01 WS-TOK-2 PIC X(14).
       01 WS-TOK-3 PIC X(14).
       01 WS-TOK-4 PIC X(14).
       01 WS-DETAIL-PTR PIC 9(03) COMP.

       01 WS-HOLD-LINE PIC X(132).
       01 WS-PAGE-NO PIC 9(04) VALUE ZEROES.
       01 WS-LINE-COUNT PIC 9(03) VALUE 99.
       01 WS-LINES-PER-PAGE PIC 9(03) VALUE 55.

      * Print line layouts.
       01 RPT-HEADING-1.
           05 FILLER PIC X(32)
               VALUE "LIFE-OF-LOAN TRANSCRIPT         ".
           05 RH1-APPL-ID PIC X(20).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "PRINTED ".
           05 RH1-DATE PIC 9(08).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(05) VALUE "PAGE ".
           05 RH1-PAGE PIC ZZZ9.
       01 RPT-HEADING-2.
           05 FILLER PIC X(09) VALUE "DATE     ".
           05 FILLER PIC X(11) VALUE "EVENT      ".
           05 FILLER PIC X(45) VALUE "DETAIL".
           05 FILLER PIC X(14) VALUE "       AMOUNT ".
           05 FILLER PIC X(14) VALUE "    PRINCIPAL ".
           05 FILLER PIC X(14) VALUE "INTEREST PAID ".
           05 FILLER PIC X(12) VALUE "  FEES OWED ".
           05 FILLER PIC X(11) VALUE "     ESCROW".
       01 RPT-SECTION.
           05 RS-TITLE PIC X(60).
       01 RPT-FACT.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RF-LABEL PIC X(20).
           05 RF-VALUE PIC X(60).
       01 RPT-DETAIL.
           05 RD-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-EVENT PIC X(10).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-DETAIL PIC X(44).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-AMOUNT PIC -Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-PRINCIPAL PIC -Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-INTEREST PIC -Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-FEES PIC -ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-ESCROW PIC -ZZZ,ZZ9.99.
       01 RPT-RECON.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RR-LABEL PIC X(28).
           05 RR-TRANSCRIPT PIC -Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RR-CURRENT PIC -Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RR-DIFF PIC -Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RR-RESULT PIC X(07).
       01 RPT-RECON-HEADING.
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "   TRANSCRIPT  ".
           05 FILLER PIC X(15) VALUE "    ON FILE    ".
           05 FILLER PIC X(15) VALUE "   DIFFERENCE  ".

       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT LOAN-MSTR-FILE.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               GOBACK
           END-IF.
           PERFORM 0100-OPEN-SOURCES THRU 0100-EXIT.
           OPEN OUTPUT TRANSCPT-FILE.

           PERFORM 1000-ACCEPT-APPL-ID THRU 1000-EXIT.
           PERFORM 2000-WORK-REQUEST THRU 2000-EXIT
               UNTIL END-OF-REQUESTS.

           CLOSE TRANSCPT-FILE.
           PERFORM 0200-CLOSE-SOURCES THRU 0200-EXIT.
           CLOSE LOAN-MSTR-FILE.
           DISPLAY "lntransc: " WS-TRANSCRIPT-COUNT
               " transcript(s) written to TRANSCPT.".
           GOBACK.

      *-----------------------------------------------------------
      * 0100-OPEN-SOURCES
      *
      * The keyed history files, each optional - what will not
      * open is named on every transcript.
      *-----------------------------------------------------------
       0100-OPEN-SOURCES.
           MOVE SPACES TO WS-MISSING-LIST.
           MOVE 1 TO WS-MISSING-PTR.
           OPEN INPUT PAY-HIST-FILE.
           IF PAY-HIST-OPENED
               MOVE "Y" TO WS-PH-OPEN
           ELSE
               STRING "PAYHIST " DELIMITED BY SIZE
                   INTO WS-MISSING-LIST WITH POINTER WS-MISSING-PTR
           END-IF.
           OPEN INPUT FEES-RCV-FILE.
           IF FEES-RCV-OPENED
               MOVE "Y" TO WS-FR-OPEN
           ELSE
               STRING "FEESRCV " DELIMITED BY SIZE
                   INTO WS-MISSING-LIST WITH POINTER WS-MISSING-PTR
           END-IF.
           OPEN INPUT FUND-CTL-FILE.
           IF FUND-CTL-OPENED
               MOVE "Y" TO WS-FC-OPEN
           ELSE
               STRING "FUNDCTL " DELIMITED BY SIZE
                   INTO WS-MISSING-LIST WITH POINTER WS-MISSING-PTR
           END-IF.
           OPEN INPUT ESCROW-FILE.
           IF ESCROW-OPENED
               MOVE "Y" TO WS-ES-OPEN
           ELSE
               STRING "ESCROW " DELIMITED BY SIZE
                   INTO WS-MISSING-LIST WITH POINTER WS-MISSING-PTR
           END-IF.
           OPEN INPUT CORR-LOG-FILE.
           IF CORR-LOG-OPENED
               MOVE "Y" TO WS-CL-OPEN
           ELSE
               STRING "CORRLOG " DELIMITED BY SIZE
                   INTO WS-MISSING-LIST WITH POINTER WS-MISSING-PTR
           END-IF.
       0100-EXIT.
           EXIT.

       0200-CLOSE-SOURCES.
           IF PH-AVAILABLE
               CLOSE PAY-HIST-FILE
           END-IF.
           IF FR-AVAILABLE
               CLOSE FEES-RCV-FILE
           END-IF.
           IF FC-AVAILABLE
               CLOSE FUND-CTL-FILE
           END-IF.
           IF ES-AVAILABLE
               CLOSE ESCROW-FILE
           END-IF.
           IF CL-AVAILABLE
               CLOSE CORR-LOG-FILE
           END-IF.
       0200-EXIT.
           EXIT.

       1000-ACCEPT-APPL-ID.
           DISPLAY "Application id (blank or END to finish): "
               WITH NO ADVANCING.
           ACCEPT WS-APPL-ID-ENTRY.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-WORK-REQUEST
      *
      * One transcript: the loan's facts, its events in date
      * order with the running balances, and the reconciliation.
      *-----------------------------------------------------------
       2000-WORK-REQUEST.
           MOVE WS-APPL-ID-ENTRY TO LM-APPL-ID.
           READ LOAN-MSTR-FILE
               INVALID KEY
                   DISPLAY "*** '" WS-APPL-ID-ENTRY
                       "' is not on LOANMSTR."
                   GO TO 2000-NEXT
           END-READ.

           MOVE ZEROES TO WS-EVENT-COUNT.
           MOVE ZEROES TO WS-RUN-PRIN.
           MOVE ZEROES TO WS-RUN-INT.
           MOVE ZEROES TO WS-RUN-FEES.
           MOVE ZEROES TO WS-RUN-ESC.
           MOVE ZEROES TO WS-FEES-OWED.
           MOVE ZEROES TO WS-ESC-NOW.
           MOVE ZEROES TO WS-PAGE-NO.
           MOVE 99 TO WS-LINE-COUNT.
           PERFORM 2100-LOAN-FACTS THRU 2100-EXIT.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-DATE SR-RANK SR-SEQ
               INPUT PROCEDURE IS 3000-GATHER-EVENTS
               OUTPUT PROCEDURE IS 4000-PRINT-EVENTS.

           PERFORM 5000-RECONCILE THRU 5000-EXIT.
           ADD 1 TO WS-TRANSCRIPT-COUNT.
           DISPLAY "Transcript of '" WS-APPL-ID-ENTRY "' - "
               WS-EVENT-COUNT " event(s), " WS-DIFFER-COUNT
               " figure(s) differing from file.".
       2000-NEXT.
           PERFORM 1000-ACCEPT-APPL-ID THRU 1000-EXIT.
       2000-EXIT.
           EXIT.

       2100-LOAN-FACTS.
           MOVE "LOAN AS IT STANDS" TO RS-TITLE.
           PERFORM 7400-SECTION-TITLE THRU 7400-EXIT.
           MOVE SPACES TO RF-VALUE.
           MOVE "BORROWER" TO RF-LABEL.
           STRING LM-BORROWER DELIMITED BY SIZE
               " NO " LM-BORROWER-NO DELIMITED BY SIZE
               INTO RF-VALUE.
           PERFORM 7500-FACT-LINE THRU 7500-EXIT.
           MOVE SPACES TO RF-VALUE.
           MOVE "LOAN TYPE" TO RF-LABEL.
           STRING LM-LOAN-TYPE DELIMITED BY SIZE
               " CURRENCY " LM-CURRENCY DELIMITED BY SIZE
               " FREQUENCY " LM-PAY-FREQ DELIMITED BY SIZE
               " DAY COUNT " LM-DAY-COUNT DELIMITED BY SIZE
               INTO RF-VALUE.
           PERFORM 7500-FACT-LINE THRU 7500-EXIT.
           MOVE SPACES TO RF-VALUE.
           MOVE "STATUS" TO RF-LABEL.
           STRING LM-STATUS DELIMITED BY SPACE
               " SINCE " LM-STATUS-DATE DELIMITED BY SIZE
               INTO RF-VALUE.
           PERFORM 7500-FACT-LINE THRU 7500-EXIT.
           MOVE LM-RATE TO WS-ED-NUM.
           PERFORM 9100-TRIM-NUMBER THRU 9100-EXIT.
           MOVE WS-TRIM-OUT TO WS-TOK-1.
           MOVE LM-TERM TO WS-ED-INT.
           PERFORM 9110-TRIM-INTEGER THRU 9110-EXIT.
           MOVE WS-TRIM-OUT TO WS-TOK-2.
           MOVE LM-PAYMENT TO WS-ED-NUM.
           PERFORM 9100-TRIM-NUMBER THRU 9100-EXIT.
           MOVE WS-TRIM-OUT TO WS-TOK-3.
           MOVE SPACES TO RF-VALUE.
           MOVE "CURRENT TERMS" TO RF-LABEL.
           STRING "RATE " WS-TOK-1 DELIMITED BY SPACE
               " TERM " DELIMITED BY SIZE WS-TOK-2 DELIMITED BY SPACE
               " PAYMENT " DELIMITED BY SIZE
               WS-TOK-3 DELIMITED BY SPACE
               INTO RF-VALUE.
           PERFORM 7500-FACT-LINE THRU 7500-EXIT.
           IF WS-MISSING-LIST NOT = SPACES
               MOVE "NOT AVAILABLE" TO RF-LABEL
               MOVE WS-MISSING-LIST TO RF-VALUE
               PERFORM 7500-FACT-LINE THRU 7500-EXIT
           END-IF.
           MOVE "TRANSACTION HISTORY" TO RS-TITLE.
           PERFORM 7400-SECTION-TITLE THRU 7400-EXIT.
           MOVE SPACES TO TRANSCPT-LINE.
           MOVE RPT-HEADING-2 TO TRANSCPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3000-GATHER-EVENTS
      *
      * Releases the loan's events from every source to the sort.
      * MODHIST is read first for the original terms, FEEADJ before
      * FEESRCV so the waivers are taken from one place only.
      *-----------------------------------------------------------
       3000-GATHER-EVENTS.
           PERFORM 3100-TAKE-MODHIST THRU 3100-EXIT.
           PERFORM 3150-TAKE-ORIGINATION THRU 3150-EXIT.
           PERFORM 3160-TAKE-FUNDING THRU 3160-EXIT.
           PERFORM 3200-TAKE-PAYHIST THRU 3200-EXIT.
           PERFORM 3400-TAKE-FEEADJ THRU 3400-EXIT.
           PERFORM 3300-TAKE-FEESRCV THRU 3300-EXIT.
           PERFORM 3500-TAKE-ESCDISB THRU 3500-EXIT.
           PERFORM 3600-TAKE-DEFERLOG THRU 3600-EXIT.
           PERFORM 3700-TAKE-JOURNAL THRU 3700-EXIT.
           PERFORM 3800-TAKE-LETTERS THRU 3800-EXIT.
           IF ES-AVAILABLE
               MOVE LM-APPL-ID TO ES-APPL-ID
               READ ESCROW-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-ESC-NOW =
                           ES-BALANCE - ES-ADVANCE-BAL
               END-READ
           END-IF.
       3000-EXIT.
           EXIT.

       3100-TAKE-MODHIST.
           MOVE "N" TO WS-ORIG-SEEN.
           MOVE ZEROES TO WS-FILE-ORD.
           OPEN INPUT MOD-HIST-FILE.
           IF NOT MOD-HIST-OPENED
               GO TO 3100-EXIT
           END-IF.
           MOVE "N" TO WS-FILE-EOF.
           PERFORM 8100-READ-MODHIST THRU 8100-EXIT.
           PERFORM 3110-TAKE-MOD-ROW THRU 3110-EXIT
               UNTIL END-OF-FILE.
           CLOSE MOD-HIST-FILE.
       3100-EXIT.
           EXIT.

       3110-TAKE-MOD-ROW.
           IF MH-APPL-ID NOT = LM-APPL-ID
               GO TO 3110-NEXT
           END-IF.
           ADD 1 TO WS-FILE-ORD.
           IF NOT ORIG-TERMS-SEEN AND NOT MH-MT-ASSUME
               MOVE "Y" TO WS-ORIG-SEEN
               MOVE MH-OLD-RATE TO WS-ORIG-RATE
               MOVE MH-OLD-TERM TO WS-ORIG-TERM
               MOVE MH-OLD-PAYMENT TO WS-ORIG-PAYMENT
           END-IF.
           PERFORM 3900-CLEAR-EVENT THRU 3900-EXIT.
           MOVE MH-MOD-DATE TO SR-DATE.
           MOVE 03 TO SR-RANK.
           MOVE WS-FILE-ORD TO SR-SEQ.
           EVALUATE TRUE
               WHEN MH-MT-ASSUME
                   MOVE "ASSUMED" TO SR-EVENT
                   STRING "BY " MH-NEW-BORROWER-NO DELIMITED BY SIZE
                       " FROM " MH-OLD-BORROWER-NO DELIMITED BY SIZE
                       INTO SR-DETAIL
               WHEN MH-MT-REPRICE
                   MOVE "REPRICED" TO SR-EVENT
                   PERFORM 3120-RATE-TOKENS THRU 3120-EXIT
                   MOVE MH-NEW-PAYMENT TO WS-ED-NUM
                   PERFORM 9100-TRIM-NUMBER THRU 9100-EXIT
                   MOVE WS-TRIM-OUT TO WS-TOK-3
                   STRING "RATE " WS-TOK-1 DELIMITED BY SPACE
                       " TO " DELIMITED BY SIZE
                       WS-TOK-2 DELIMITED BY SPACE
                       " PAYMENT " DELIMITED BY SIZE
                       WS-TOK-3 DELIMITED BY SPACE
                       INTO SR-DETAIL
               WHEN OTHER
                   MOVE "MODIFIED" TO SR-EVENT
                   PERFORM 3120-RATE-TOKENS THRU 3120-EXIT
                   MOVE MH-OLD-TERM TO WS-ED-INT
                   PERFORM 9110-TRIM-INTEGER THRU 9110-EXIT
                   MOVE WS-TRIM-OUT TO WS-TOK-3
                   MOVE MH-NEW-TERM TO WS-ED-INT
                   PERFORM 9110-TRIM-INTEGER THRU 9110-EXIT
                   MOVE WS-TRIM-OUT TO WS-TOK-4
                   STRING "RATE " WS-TOK-1 DELIMITED BY SPACE
                       " TO " DELIMITED BY SIZE
                       WS-TOK-2 DELIMITED BY SPACE
                       " TERM " DELIMITED BY SIZE
                       WS-TOK-3 DELIMITED BY SPACE
                       " TO " DELIMITED BY SIZE
                       WS-TOK-4 DELIMITED BY SPACE
                       INTO SR-DETAIL
           END-EVALUATE.
           PERFORM 3990-RELEASE-EVENT THRU 3990-EXIT.
       3110-NEXT.
           PERFORM 8100-READ-MODHIST THRU 8100-EXIT.
       3110-EXIT.
           EXIT.

       3120-RATE-TOKENS.
           MOVE MH-OLD-RATE TO WS-ED-NUM.
           PERFORM 9100-TRIM-NUMBER THRU 9100-EXIT.
           MOVE WS-TRIM-OUT TO WS-TOK-1.
           MOVE MH-NEW-RATE TO WS-ED-NUM.
           PERFORM 9100-TRIM-NUMBER THRU 9100-EXIT.
           MOVE WS-TRIM-OUT TO WS-TOK-2.
       3120-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3150-TAKE-ORIGINATION
      *
      * The loan as booked, dated from its application id: the
      * principal goes on the running balance here.
      *-----------------------------------------------------------
       3150-TAKE-ORIGINATION.
           IF NOT ORIG-TERMS-SEEN
               MOVE LM-RATE TO WS-ORIG-RATE
               MOVE LM-TERM TO WS-ORIG-TERM
               MOVE LM-PAYMENT TO WS-ORIG-PAYMENT
           END-IF.
           MOVE ZEROES TO WS-ORIG-DATE.
           IF LM-APPL-ID (1:8) NUMERIC
               MOVE LM-APPL-ID (1:8) TO WS-ORIG-DATE
           END-IF.
           PERFORM 3900-CLEAR-EVENT THRU 3900-EXIT.
           MOVE WS-ORIG-DATE TO SR-DATE.
           MOVE 01 TO SR-RANK.
           MOVE "ORIGINATED" TO SR-EVENT.
           MOVE WS-ORIG-RATE TO WS-ED-NUM.
           PERFORM 9100-TRIM-NUMBER THRU 9100-EXIT.
           MOVE WS-TRIM-OUT TO WS-TOK-1.
           MOVE WS-ORIG-TERM TO WS-ED-INT.
           PERFORM 9110-TRIM-INTEGER THRU 9110-EXIT.
           MOVE WS-TRIM-OUT TO WS-TOK-2.
           MOVE WS-ORIG-PAYMENT TO WS-ED-NUM.
           PERFORM 9100-TRIM-NUMBER THRU 9100-EXIT.
           MOVE WS-TRIM-OUT TO WS-TOK-3.
           STRING "RATE " WS-TOK-1 DELIMITED BY SPACE
               " TERM " DELIMITED BY SIZE WS-TOK-2 DELIMITED BY SPACE
               " PAYMENT " DELIMITED BY SIZE
               WS-TOK-3 DELIMITED BY SPACE
               INTO SR-DETAIL.
           MOVE LM-PRINCIPAL TO SR-AMOUNT.
           MOVE "Y" TO SR-SHOW-AMOUNT.
           MOVE LM-PRINCIPAL TO SR-PRIN-DELTA.
           PERFORM 3990-RELEASE-EVENT THRU 3990-EXIT.
       3150-EXIT.
           EXIT.

       3160-TAKE-FUNDING.
           IF NOT FC-AVAILABLE
               GO TO 3160-EXIT
           END-IF.
           MOVE LM-APPL-ID TO FC-APPL-ID.
           READ FUND-CTL-FILE
               INVALID KEY GO TO 3160-EXIT
           END-READ.
           PERFORM 3900-CLEAR-EVENT THRU 3900-EXIT.
           MOVE 02 TO SR-RANK.
           MOVE "FUNDED" TO SR-EVENT.
           IF FC-CONFIRM-DATE > ZEROES
               MOVE FC-CONFIRM-DATE TO SR-DATE
               STRING "CONFIRMED BY THE BANK, VALUE DATE "
                   FC-VALUE-DATE DELIMITED BY SIZE INTO SR-DETAIL
           ELSE
               MOVE FC-VALUE-DATE TO SR-DATE
               STRING "INSTRUCTED " FC-INSTR-DATE DELIMITED BY SIZE
                   " - " FC-STATUS DELIMITED BY SIZE INTO SR-DETAIL
           END-IF.
           MOVE FC-AMOUNT TO SR-AMOUNT.
           MOVE "Y" TO SR-SHOW-AMOUNT.
           PERFORM 3990-RELEASE-EVENT THRU 3990-EXIT.
       3160-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3200-TAKE-PAYHIST
      *
      * Every history row of the loan. A posting - POSTED, or
      * REVERSED since - moves all four balances; a reversal (RVSL)
      * moves them back; a recovery works the charged-off balance
      * down. Suspense, release and rejected rows are recorded with
      * no effect - the release's own POSTED row carries the money.
      *-----------------------------------------------------------
       3200-TAKE-PAYHIST.
           IF NOT PH-AVAILABLE
               GO TO 3200-EXIT
           END-IF.
           MOVE "N" TO WS-FILE-EOF.
           MOVE LM-APPL-ID TO PH-APPL-ID.
           MOVE ZEROES TO PH-POST-SEQ.
           START PAY-HIST-FILE KEY NOT < PH-KEY
               INVALID KEY MOVE "Y" TO WS-FILE-EOF
           END-START.
           IF NOT END-OF-FILE
               PERFORM 8000-READ-PAYHIST THRU 8000-EXIT
               PERFORM 3210-TAKE-PAY-ROW THRU 3210-EXIT
                   UNTIL END-OF-FILE
           END-IF.
       3200-EXIT.
           EXIT.

       3210-TAKE-PAY-ROW.
           IF PH-APPL-ID NOT = LM-APPL-ID
               MOVE "Y" TO WS-FILE-EOF
               GO TO 3210-EXIT
           END-IF.
           PERFORM 3900-CLEAR-EVENT THRU 3900-EXIT.
           MOVE PH-PAY-DATE TO SR-DATE.
           MOVE 06 TO SR-RANK.
           MOVE PH-POST-SEQ TO SR-SEQ.
           MOVE PH-AMOUNT TO SR-AMOUNT.
           MOVE "Y" TO SR-SHOW-AMOUNT.
           MOVE 1 TO WS-DETAIL-PTR.
           STRING "SEQ " PH-POST-SEQ DELIMITED BY SIZE
               INTO SR-DETAIL WITH POINTER WS-DETAIL-PTR.
           EVALUATE TRUE
               WHEN PH-POSTED OR PH-REVERSED
                   MOVE "PAYMENT" TO SR-EVENT
                   COMPUTE SR-PRIN-DELTA = ZERO - PH-PRINCIPAL
                   MOVE PH-INTEREST TO SR-INT-DELTA
                   COMPUTE SR-FEE-DELTA = ZERO - PH-FEES
                   MOVE PH-ESCROW TO SR-ESC-DELTA
                   IF PH-REVERSED
                       STRING " - REVERSED LATER" DELIMITED BY SIZE
                           INTO SR-DETAIL WITH POINTER WS-DETAIL-PTR
                   END-IF
                   IF PH-REFUND > ZERO
                       MOVE PH-REFUND TO WS-ED-NUM
                       PERFORM 9100-TRIM-NUMBER THRU 9100-EXIT
                       STRING " REFUND " WS-TRIM-OUT
                           DELIMITED BY SIZE
                           INTO SR-DETAIL WITH POINTER WS-DETAIL-PTR
                   END-IF
               WHEN PH-RVSL
                   MOVE "REVERSAL" TO SR-EVENT
                   MOVE PH-PRINCIPAL TO SR-PRIN-DELTA
                   COMPUTE SR-INT-DELTA = ZERO - PH-INTEREST
                   MOVE PH-FEES TO SR-FEE-DELTA
                   COMPUTE SR-ESC-DELTA = ZERO - PH-ESCROW
                   STRING " OF PAYMENT OF " PH-RELEASE-REF
                       DELIMITED BY SIZE
                       INTO SR-DETAIL WITH POINTER WS-DETAIL-PTR
               WHEN PH-RECOVERY
                   MOVE "RECOVERY" TO SR-EVENT
                   MOVE "R" TO SR-KIND
                   COMPUTE SR-PRIN-DELTA = ZERO - PH-AMOUNT
                   STRING " AFTER CHARGE-OFF" DELIMITED BY SIZE
                       INTO SR-DETAIL WITH POINTER WS-DETAIL-PTR
               WHEN PH-SUSPENSE
                   MOVE "SUSPENSE" TO SR-EVENT
                   STRING " - HELD, NOT APPLIED" DELIMITED BY SIZE
                       INTO SR-DETAIL WITH POINTER WS-DETAIL-PTR
               WHEN PH-RELEASED
                   MOVE "RELEASED" TO SR-EVENT
                   STRING " - SUSPENSE APPLIED ON " PH-RELEASE-REF
                       DELIMITED BY SIZE
                       INTO SR-DETAIL WITH POINTER WS-DETAIL-PTR
               WHEN OTHER
                   MOVE PH-POST-STATUS TO SR-EVENT
                   STRING " - NOT APPLIED" DELIMITED BY SIZE
                       INTO SR-DETAIL WITH POINTER WS-DETAIL-PTR
           END-EVALUATE.
           PERFORM 3990-RELEASE-EVENT THRU 3990-EXIT.
           PERFORM 8000-READ-PAYHIST THRU 8000-EXIT.
       3210-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3300-TAKE-FEESRCV
      *
      * Every charge as assessed - what is still owed plus what
      * has been taken off, less what lnpost added to a month's
      * prepayment charge later (shown from its FEEADJ line) - and
      * the sum still owed on the ASSESSED charges for the
      * reconciliation. With no FEEADJ, the waiver on the charge
      * itself stands in for the log and any addition stays in
      * the assessment.
      *-----------------------------------------------------------
       3300-TAKE-FEESRCV.
           IF NOT FR-AVAILABLE
               GO TO 3300-EXIT
           END-IF.
           MOVE "N" TO WS-FILE-EOF.
           MOVE LM-APPL-ID TO FR-APPL-ID.
           MOVE ZEROES TO FR-PERIOD-NO.
           MOVE LOW-VALUES TO FR-FEE-CODE.
           START FEES-RCV-FILE KEY NOT < FR-KEY
               INVALID KEY MOVE "Y" TO WS-FILE-EOF
           END-START.
           IF NOT END-OF-FILE
               PERFORM 8200-READ-FEESRCV THRU 8200-EXIT
               PERFORM 3310-TAKE-FEE-ROW THRU 3310-EXIT
                   UNTIL END-OF-FILE
           END-IF.
       3300-EXIT.
           EXIT.

       3310-TAKE-FEE-ROW.
           IF FR-APPL-ID NOT = LM-APPL-ID
               MOVE "Y" TO WS-FILE-EOF
               GO TO 3310-EXIT
           END-IF.
           IF FR-ASSESSED
               ADD FR-CHARGE-AMT TO WS-FEES-OWED
           END-IF.
           PERFORM 3900-CLEAR-EVENT THRU 3900-EXIT.
           MOVE FR-ASSESS-DATE TO SR-DATE.
           MOVE 05 TO SR-RANK.
           MOVE FR-PERIOD-NO TO SR-SEQ.
           MOVE "FEE" TO SR-EVENT.
           MOVE FR-PERIOD-NO TO WS-ED-INT.
           PERFORM 9110-TRIM-INTEGER THRU 9110-EXIT.
           EVALUATE TRUE
               WHEN FR-FC-PREPAY
                   STRING "PREPAYMENT PENALTY, LOAN MONTH "
                       DELIMITED BY SIZE
                       WS-TRIM-OUT DELIMITED BY SPACE
                       INTO SR-DETAIL
               WHEN FR-FC-ASSUME
                   STRING "ASSUMPTION FEE, LOAN MONTH "
                       DELIMITED BY SIZE
                       WS-TRIM-OUT DELIMITED BY SPACE
                       INTO SR-DETAIL
               WHEN FR-FC-LATE
                   STRING "LATE CHARGE, PERIOD " DELIMITED BY SIZE
                       WS-TRIM-OUT DELIMITED BY SPACE
                       INTO SR-DETAIL
               WHEN OTHER
                   STRING FR-FEE-CODE " CHARGE, PERIOD "
                       DELIMITED BY SIZE
                       WS-TRIM-OUT DELIMITED BY SPACE
                       INTO SR-DETAIL
           END-EVALUATE.
           IF FR-WAIVED-AMT NOT NUMERIC
               MOVE ZEROES TO FR-WAIVED-AMT
           END-IF.
           IF FR-ADDED-AMT NOT NUMERIC
               MOVE ZEROES TO FR-ADDED-AMT
           END-IF.
           COMPUTE SR-AMOUNT = FR-CHARGE-AMT + FR-WAIVED-AMT.
           IF FA-AVAILABLE
               SUBTRACT FR-ADDED-AMT FROM SR-AMOUNT
           END-IF.
           MOVE "Y" TO SR-SHOW-AMOUNT.
           MOVE SR-AMOUNT TO SR-FEE-DELTA.
           PERFORM 3990-RELEASE-EVENT THRU 3990-EXIT.

      * A prepayment charge lnpost dropped by status alone when
      * its payoff was reversed keeps its amount, with nothing
      * waived on record - the waiver is the status, dated with
      * the assessment. Waivers lnpost logs on FEEADJ show from
      * the log like the desk's.
           IF FR-WAIVED AND FR-CHARGE-AMT > ZERO
               PERFORM 3900-CLEAR-EVENT THRU 3900-EXIT
               MOVE FR-ASSESS-DATE TO SR-DATE
               MOVE 07 TO SR-RANK
               MOVE FR-PERIOD-NO TO SR-SEQ
               MOVE "WAIVER" TO SR-EVENT
               STRING "OF THE MONTH " DELIMITED BY SIZE
                   WS-TRIM-OUT DELIMITED BY SPACE
                   " CHARGE WITH ITS PAYOFF'S REVERSAL"
                   DELIMITED BY SIZE INTO SR-DETAIL
               MOVE FR-CHARGE-AMT TO SR-AMOUNT
               MOVE "Y" TO SR-SHOW-AMOUNT
               COMPUTE SR-FEE-DELTA = ZERO - FR-CHARGE-AMT
               PERFORM 3990-RELEASE-EVENT THRU 3990-EXIT
           END-IF.

           IF FA-AVAILABLE OR FR-WAIVED-AMT = ZERO
               GO TO 3310-NEXT
           END-IF.
           PERFORM 3900-CLEAR-EVENT THRU 3900-EXIT.
           MOVE FR-WAIVE-DATE TO SR-DATE.
           MOVE 07 TO SR-RANK.
           MOVE FR-PERIOD-NO TO SR-SEQ.
           MOVE "WAIVER" TO SR-EVENT.
           STRING "OF THE PERIOD " DELIMITED BY SIZE
               WS-TRIM-OUT DELIMITED BY SPACE
               " CHARGE, REASON " FR-WAIVE-REASON DELIMITED BY SIZE
               INTO SR-DETAIL.
           MOVE FR-WAIVED-AMT TO SR-AMOUNT.
           MOVE "Y" TO SR-SHOW-AMOUNT.
           COMPUTE SR-FEE-DELTA = ZERO - FR-WAIVED-AMT.
           PERFORM 3990-RELEASE-EVENT THRU 3990-EXIT.
       3310-NEXT.
           PERFORM 8200-READ-FEESRCV THRU 8200-EXIT.
       3310-EXIT.
           EXIT.

       3400-TAKE-FEEADJ.
           MOVE "N" TO WS-FA-OPEN.
           MOVE ZEROES TO WS-FILE-ORD.
           OPEN INPUT FEE-ADJ-FILE.
           IF NOT FEE-ADJ-OPENED
               GO TO 3400-EXIT
           END-IF.
           MOVE "Y" TO WS-FA-OPEN.
           MOVE "N" TO WS-FILE-EOF.
           PERFORM 8300-READ-FEEADJ THRU 8300-EXIT.
           PERFORM 3410-TAKE-ADJ-ROW THRU 3410-EXIT
               UNTIL END-OF-FILE.
           CLOSE FEE-ADJ-FILE.
       3400-EXIT.
           EXIT.

       3410-TAKE-ADJ-ROW.
           IF FA-APPL-ID NOT = LM-APPL-ID
               GO TO 3410-NEXT
           END-IF.
           ADD 1 TO WS-FILE-ORD.
           PERFORM 3900-CLEAR-EVENT THRU 3900-EXIT.
           MOVE FA-ADJ-DATE TO SR-DATE.
           MOVE WS-FILE-ORD TO SR-SEQ.
           IF FA-ADD
               PERFORM 3420-TAKE-ADDITION THRU 3420-EXIT
               GO TO 3410-NEXT
           END-IF.
           MOVE 07 TO SR-RANK.
           IF FA-WAIVE
               MOVE "WAIVER" TO SR-EVENT
           ELSE
               MOVE "REDUCTION" TO SR-EVENT
           END-IF.
           MOVE FA-PERIOD-NO TO WS-ED-INT.
           PERFORM 9110-TRIM-INTEGER THRU 9110-EXIT.
           STRING "OF THE PERIOD " DELIMITED BY SIZE
               WS-TRIM-OUT DELIMITED BY SPACE
               " CHARGE, REASON " FA-REASON DELIMITED BY SIZE
               " BY " FA-OPERATOR DELIMITED BY SIZE
               INTO SR-DETAIL.
           MOVE FA-AMOUNT TO SR-AMOUNT.
           MOVE "Y" TO SR-SHOW-AMOUNT.
           COMPUTE SR-FEE-DELTA = ZERO - FA-AMOUNT.
           PERFORM 3990-RELEASE-EVENT THRU 3990-EXIT.
       3410-NEXT.
           PERFORM 8300-READ-FEEADJ THRU 8300-EXIT.
       3410-EXIT.
           EXIT.

      * A further curtailment's prepayment charge, added to the
      * month's - a fee event of its own on the day it arose.
       3420-TAKE-ADDITION.
           MOVE 05 TO SR-RANK.
           MOVE "FEE" TO SR-EVENT.
           MOVE FA-PERIOD-NO TO WS-ED-INT.
           PERFORM 9110-TRIM-INTEGER THRU 9110-EXIT.
           STRING "PREPAYMENT PENALTY ADDED, LOAN MONTH "
               DELIMITED BY SIZE
               WS-TRIM-OUT DELIMITED BY SPACE
               INTO SR-DETAIL.
           MOVE FA-AMOUNT TO SR-AMOUNT.
           MOVE "Y" TO SR-SHOW-AMOUNT.
           MOVE FA-AMOUNT TO SR-FEE-DELTA.
           PERFORM 3990-RELEASE-EVENT THRU 3990-EXIT.
       3420-EXIT.
           EXIT.

       3500-TAKE-ESCDISB.
           MOVE ZEROES TO WS-FILE-ORD.
           OPEN INPUT ESC-DISB-FILE.
           IF NOT ESC-DISB-OPENED
               GO TO 3500-EXIT
           END-IF.
           MOVE "N" TO WS-FILE-EOF.
           PERFORM 8400-READ-ESCDISB THRU 8400-EXIT.
           PERFORM 3510-TAKE-DISB-ROW THRU 3510-EXIT
               UNTIL END-OF-FILE.
           CLOSE ESC-DISB-FILE.
       3500-EXIT.
           EXIT.

       3510-TAKE-DISB-ROW.
           IF ED-APPL-ID NOT = LM-APPL-ID
               GO TO 3510-NEXT
           END-IF.
           ADD 1 TO WS-FILE-ORD.
           PERFORM 3900-CLEAR-EVENT THRU 3900-EXIT.
           MOVE ED-DISB-DATE TO SR-DATE.
           MOVE 08 TO SR-RANK.
           MOVE WS-FILE-ORD TO SR-SEQ.
           MOVE "ESC DISB" TO SR-EVENT.
           MOVE 1 TO WS-DETAIL-PTR.
           STRING ED-PAYEE-TYPE " " ED-PAYEE-NAME DELIMITED BY SIZE
               INTO SR-DETAIL WITH POINTER WS-DETAIL-PTR.
           IF ED-ADVANCE > ZERO
               MOVE ED-ADVANCE TO WS-ED-NUM
               PERFORM 9100-TRIM-NUMBER THRU 9100-EXIT
               STRING " ADV " WS-TRIM-OUT DELIMITED BY SIZE
                   INTO SR-DETAIL WITH POINTER WS-DETAIL-PTR
           END-IF.
           MOVE ED-AMOUNT TO SR-AMOUNT.
           MOVE "Y" TO SR-SHOW-AMOUNT.
           COMPUTE SR-ESC-DELTA = ZERO - ED-AMOUNT.
           PERFORM 3990-RELEASE-EVENT THRU 3990-EXIT.
       3510-NEXT.
           PERFORM 8400-READ-ESCDISB THRU 8400-EXIT.
       3510-EXIT.
           EXIT.

       3600-TAKE-DEFERLOG.
           MOVE ZEROES TO WS-FILE-ORD.
           OPEN INPUT DEFER-LOG-FILE.
           IF NOT DEFER-LOG-OPENED
               GO TO 3600-EXIT
           END-IF.
           MOVE "N" TO WS-FILE-EOF.
           PERFORM 8500-READ-DEFERLOG THRU 8500-EXIT.
           PERFORM 3610-TAKE-DEFER-ROW THRU 3610-EXIT
               UNTIL END-OF-FILE.
           CLOSE DEFER-LOG-FILE.
       3600-EXIT.
           EXIT.

       3610-TAKE-DEFER-ROW.
           IF DL-APPL-ID NOT = LM-APPL-ID
               GO TO 3610-NEXT
           END-IF.
           ADD 1 TO WS-FILE-ORD.
           PERFORM 3900-CLEAR-EVENT THRU 3900-EXIT.
           MOVE DL-REQ-DATE TO SR-DATE.
           MOVE 04 TO SR-RANK.
           MOVE WS-FILE-ORD TO SR-SEQ.
           MOVE "DEFERRAL" TO SR-EVENT.
           MOVE DL-NUM-PERIODS TO WS-ED-INT.
           PERFORM 9110-TRIM-INTEGER THRU 9110-EXIT.
           MOVE WS-TRIM-OUT TO WS-TOK-1.
           MOVE DL-START-PERIOD TO WS-ED-INT.
           PERFORM 9110-TRIM-INTEGER THRU 9110-EXIT.
           MOVE WS-TRIM-OUT TO WS-TOK-2.
           MOVE DL-OLD-TERM TO WS-ED-INT.
           PERFORM 9110-TRIM-INTEGER THRU 9110-EXIT.
           MOVE WS-TRIM-OUT TO WS-TOK-3.
           MOVE DL-NEW-TERM TO WS-ED-INT.
           PERFORM 9110-TRIM-INTEGER THRU 9110-EXIT.
           MOVE WS-TRIM-OUT TO WS-TOK-4.
           STRING WS-TOK-1 DELIMITED BY SPACE
               " PERIOD(S) FROM " DELIMITED BY SIZE
               WS-TOK-2 DELIMITED BY SPACE
               ", TERM " DELIMITED BY SIZE
               WS-TOK-3 DELIMITED BY SPACE
               " TO " DELIMITED BY SIZE
               WS-TOK-4 DELIMITED BY SPACE
               INTO SR-DETAIL.
           MOVE DL-CAP-INTEREST TO SR-AMOUNT.
           MOVE "Y" TO SR-SHOW-AMOUNT.
           MOVE DL-CAP-INTEREST TO SR-PRIN-DELTA.
           PERFORM 3990-RELEASE-EVENT THRU 3990-EXIT.
       3610-NEXT.
           PERFORM 8500-READ-DEFERLOG THRU 8500-EXIT.
       3610-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3700-TAKE-JOURNAL
      *
      * Every journaled change of the master's status, and its
      * first recording. When the journal does not reach the
      * status the master now holds (it starts again from a
      * restore), that status is taken from the master itself.
      *-----------------------------------------------------------
       3700-TAKE-JOURNAL.
           MOVE SPACES TO WS-JRN-LAST-STATUS.
           MOVE ZEROES TO WS-FILE-ORD.
           OPEN INPUT LOAN-JRN-FILE.
           IF LOAN-JRN-OPENED
               MOVE "N" TO WS-FILE-EOF
               PERFORM 8600-READ-JOURNAL THRU 8600-EXIT
               PERFORM 3710-TAKE-JRN-ROW THRU 3710-EXIT
                   UNTIL END-OF-FILE
               CLOSE LOAN-JRN-FILE
           END-IF.
           IF WS-JRN-LAST-STATUS = LM-STATUS
               GO TO 3700-EXIT
           END-IF.
           ADD 1 TO WS-FILE-ORD.
           PERFORM 3900-CLEAR-EVENT THRU 3900-EXIT.
           MOVE LM-STATUS-DATE TO SR-DATE.
           MOVE 09 TO SR-RANK.
           MOVE WS-FILE-ORD TO SR-SEQ.
           MOVE "STATUS" TO SR-EVENT.
           STRING LM-STATUS DELIMITED BY SPACE
               " (AS THE MASTER STANDS)" DELIMITED BY SIZE
               INTO SR-DETAIL.
           PERFORM 3990-RELEASE-EVENT THRU 3990-EXIT.
       3700-EXIT.
           EXIT.

       3710-TAKE-JRN-ROW.
           IF JR-APPL-ID NOT = LM-APPL-ID
               GO TO 3710-NEXT
           END-IF.
           MOVE JR-BEFORE-IMAGE TO WS-JRN-IMAGE-BEFORE.
           MOVE JR-AFTER-IMAGE TO WS-JRN-IMAGE-AFTER.
           IF JR-ACTION = "R" AND JB-STATUS = JA-STATUS
               GO TO 3710-NEXT
           END-IF.
           ADD 1 TO WS-FILE-ORD.
           PERFORM 3900-CLEAR-EVENT THRU 3900-EXIT.
           MOVE JR-JRN-DATE TO SR-DATE.
           MOVE 09 TO SR-RANK.
           MOVE WS-FILE-ORD TO SR-SEQ.
           MOVE "STATUS" TO SR-EVENT.
           EVALUATE JR-ACTION
               WHEN "W"
                   STRING "RECORDED AS " DELIMITED BY SIZE
                       JA-STATUS DELIMITED BY SPACE
                       " BY " JR-PROGRAM DELIMITED BY SIZE
                       INTO SR-DETAIL
                   MOVE JA-STATUS TO WS-JRN-LAST-STATUS
               WHEN "D"
                   STRING "RECORD DELETED BY " JR-PROGRAM
                       DELIMITED BY SIZE INTO SR-DETAIL
                   MOVE SPACES TO WS-JRN-LAST-STATUS
               WHEN OTHER
                   STRING JB-STATUS DELIMITED BY SPACE
                       " TO " DELIMITED BY SIZE
                       JA-STATUS DELIMITED BY SPACE
                       " BY " JR-PROGRAM DELIMITED BY SIZE
                       INTO SR-DETAIL
                   MOVE JA-STATUS TO WS-JRN-LAST-STATUS
           END-EVALUATE.
           PERFORM 3990-RELEASE-EVENT THRU 3990-EXIT.
       3710-NEXT.
           PERFORM 8600-READ-JOURNAL THRU 8600-EXIT.
       3710-EXIT.
           EXIT.

       3800-TAKE-LETTERS.
           IF NOT CL-AVAILABLE
               GO TO 3800-EXIT
           END-IF.
           MOVE ZEROES TO WS-FILE-ORD.
           MOVE "N" TO WS-FILE-EOF.
           MOVE LM-APPL-ID TO CL-APPL-ID.
           MOVE LOW-VALUES TO CL-LTR-CODE.
           START CORR-LOG-FILE KEY NOT < CL-KEY
               INVALID KEY MOVE "Y" TO WS-FILE-EOF
           END-START.
           IF NOT END-OF-FILE
               PERFORM 8700-READ-CORRLOG THRU 8700-EXIT
               PERFORM 3810-TAKE-LETTER THRU 3810-EXIT
                   UNTIL END-OF-FILE
           END-IF.
       3800-EXIT.
           EXIT.

       3810-TAKE-LETTER.
           IF CL-APPL-ID NOT = LM-APPL-ID
               MOVE "Y" TO WS-FILE-EOF
               GO TO 3810-EXIT
           END-IF.
           ADD 1 TO WS-FILE-ORD.
           PERFORM 3900-CLEAR-EVENT THRU 3900-EXIT.
           MOVE CL-SENT-DATE TO SR-DATE.
           MOVE 10 TO SR-RANK.
           MOVE WS-FILE-ORD TO SR-SEQ.
           MOVE "LETTER" TO SR-EVENT.
           EVALUATE TRUE
               WHEN CL-CH-EMAIL
                   STRING CL-LTR-CODE " SENT BY EMAIL"
                       DELIMITED BY SIZE INTO SR-DETAIL
               WHEN CL-CH-BOTH
                   STRING CL-LTR-CODE " SENT BY POST AND EMAIL"
                       DELIMITED BY SIZE INTO SR-DETAIL
               WHEN OTHER
                   STRING CL-LTR-CODE " SENT BY POST"
                       DELIMITED BY SIZE INTO SR-DETAIL
           END-EVALUATE.
           PERFORM 3990-RELEASE-EVENT THRU 3990-EXIT.
           PERFORM 8700-READ-CORRLOG THRU 8700-EXIT.
       3810-EXIT.
           EXIT.

       3900-CLEAR-EVENT.
           MOVE SPACES TO SORT-RECORD.
           MOVE ZEROES TO SR-DATE SR-RANK SR-SEQ.
           MOVE ZEROES TO SR-AMOUNT.
           MOVE ZEROES TO SR-PRIN-DELTA SR-INT-DELTA.
           MOVE ZEROES TO SR-FEE-DELTA SR-ESC-DELTA.
           MOVE "N" TO SR-SHOW-AMOUNT.
       3900-EXIT.
           EXIT.

       3990-RELEASE-EVENT.
           RELEASE SORT-RECORD.
           ADD 1 TO WS-EVENT-COUNT.
       3990-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 4000-PRINT-EVENTS
      *
      * The events in date order, each with the balances it
      * leaves. A recovery cannot take the principal below zero.
      *-----------------------------------------------------------
       4000-PRINT-EVENTS.
           MOVE "N" TO WS-SORT-EOF.
           PERFORM 8900-RETURN-SORTED THRU 8900-EXIT.
           PERFORM 4100-PRINT-EVENT THRU 4100-EXIT
               UNTIL END-OF-SORTED.
       4000-EXIT.
           EXIT.

       4100-PRINT-EVENT.
           ADD SR-PRIN-DELTA TO WS-RUN-PRIN.
           IF SR-RECOVERY AND WS-RUN-PRIN < ZERO
               MOVE ZEROES TO WS-RUN-PRIN
           END-IF.
           ADD SR-INT-DELTA TO WS-RUN-INT.
           ADD SR-FEE-DELTA TO WS-RUN-FEES.
           ADD SR-ESC-DELTA TO WS-RUN-ESC.
           MOVE SPACES TO RPT-DETAIL.
           MOVE SR-DATE TO RD-DATE.
           MOVE SR-EVENT TO RD-EVENT.
           MOVE SR-DETAIL TO RD-DETAIL.
           IF SR-HAS-AMOUNT
               MOVE SR-AMOUNT TO RD-AMOUNT
           END-IF.
           MOVE WS-RUN-PRIN TO RD-PRINCIPAL.
           MOVE WS-RUN-INT TO RD-INTEREST.
           MOVE WS-RUN-FEES TO RD-FEES.
           MOVE WS-RUN-ESC TO RD-ESCROW.
           MOVE SPACES TO TRANSCPT-LINE.
           MOVE RPT-DETAIL TO TRANSCPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
           PERFORM 8900-RETURN-SORTED THRU 8900-EXIT.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 5000-RECONCILE
      *
      * The transcript's closing balances against the files as
      * they stand. Interest paid has no running figure on file to
      * compare with; it is shown for the record.
      *-----------------------------------------------------------
       5000-RECONCILE.
           MOVE ZEROES TO WS-DIFFER-COUNT.
           MOVE "RECONCILIATION TO THE FILES AS THEY STAND" TO RS-TITLE.
           PERFORM 7400-SECTION-TITLE THRU 7400-EXIT.
           MOVE SPACES TO TRANSCPT-LINE.
           MOVE RPT-RECON-HEADING TO TRANSCPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.

           MOVE "PRINCIPAL (LOANMSTR)" TO RR-LABEL.
           MOVE WS-RUN-PRIN TO RR-TRANSCRIPT.
           COMPUTE WS-REC-DIFF = WS-RUN-PRIN - LM-OUTSTANDING-BAL.
           MOVE LM-OUTSTANDING-BAL TO RR-CURRENT.
           PERFORM 5100-RECON-LINE THRU 5100-EXIT.

           MOVE "FEES OWED (FEESRCV)" TO RR-LABEL.
           MOVE WS-RUN-FEES TO RR-TRANSCRIPT.
           COMPUTE WS-REC-DIFF = WS-RUN-FEES - WS-FEES-OWED.
           MOVE WS-FEES-OWED TO RR-CURRENT.
           PERFORM 5100-RECON-LINE THRU 5100-EXIT.

           MOVE "ESCROW HELD (ESCROW)" TO RR-LABEL.
           MOVE WS-RUN-ESC TO RR-TRANSCRIPT.
           COMPUTE WS-REC-DIFF = WS-RUN-ESC - WS-ESC-NOW.
           MOVE WS-ESC-NOW TO RR-CURRENT.
           PERFORM 5100-RECON-LINE THRU 5100-EXIT.

           MOVE SPACES TO RPT-RECON.
           MOVE "INTEREST PAID TO DATE" TO RR-LABEL.
           MOVE WS-RUN-INT TO RR-TRANSCRIPT.
           MOVE SPACES TO TRANSCPT-LINE.
           MOVE RPT-RECON TO TRANSCPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.

           MOVE SPACES TO TRANSCPT-LINE.
           IF WS-DIFFER-COUNT = ZEROES
               MOVE "  THE TRANSCRIPT AGREES WITH THE FILES."
                   TO TRANSCPT-LINE
           ELSE
               MOVE "  *** THE TRANSCRIPT DIFFERS FROM THE FILES - "
                   TO TRANSCPT-LINE
               MOVE "SEE ABOVE." TO TRANSCPT-LINE (47:10)
           END-IF.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
       5000-EXIT.
           EXIT.

       5100-RECON-LINE.
           MOVE WS-REC-DIFF TO RR-DIFF.
           IF WS-REC-DIFF = ZERO
               MOVE "AGREES" TO RR-RESULT
           ELSE
               MOVE "DIFFERS" TO RR-RESULT
               ADD 1 TO WS-DIFFER-COUNT
           END-IF.
           MOVE SPACES TO TRANSCPT-LINE.
           MOVE RPT-RECON TO TRANSCPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
       5100-EXIT.
           EXIT.

       7100-PRINT-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               MOVE TRANSCPT-LINE TO WS-HOLD-LINE
               PERFORM 7300-PAGE-HEADING THRU 7300-EXIT
               MOVE WS-HOLD-LINE TO TRANSCPT-LINE
           END-IF.
           PERFORM 7200-WRITE-LINE THRU 7200-EXIT.
       7100-EXIT.
           EXIT.

       7200-WRITE-LINE.
           WRITE TRANSCPT-LINE.
           ADD 1 TO WS-LINE-COUNT.
       7200-EXIT.
           EXIT.

       7300-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NO.
           MOVE LM-APPL-ID TO RH1-APPL-ID.
           MOVE WS-TODAY TO RH1-DATE.
           MOVE WS-PAGE-NO TO RH1-PAGE.
           MOVE SPACES TO TRANSCPT-LINE.
           MOVE RPT-HEADING-1 TO TRANSCPT-LINE.
           WRITE TRANSCPT-LINE.
           MOVE SPACES TO TRANSCPT-LINE.
           WRITE TRANSCPT-LINE.
           MOVE 2 TO WS-LINE-COUNT.
       7300-EXIT.
           EXIT.

       7400-SECTION-TITLE.
           MOVE SPACES TO TRANSCPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
           MOVE SPACES TO TRANSCPT-LINE.
           MOVE RPT-SECTION TO TRANSCPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
       7400-EXIT.
           EXIT.

       7500-FACT-LINE.
           MOVE SPACES TO TRANSCPT-LINE.
           MOVE RPT-FACT TO TRANSCPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
       7500-EXIT.
           EXIT.

       8000-READ-PAYHIST.
           READ PAY-HIST-FILE NEXT
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ.
       8000-EXIT.
           EXIT.

       8100-READ-MODHIST.
           READ MOD-HIST-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ.
       8100-EXIT.
           EXIT.

       8200-READ-FEESRCV.
           READ FEES-RCV-FILE NEXT
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ.
       8200-EXIT.
           EXIT.

       8300-READ-FEEADJ.
           READ FEE-ADJ-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ.
       8300-EXIT.
           EXIT.

       8400-READ-ESCDISB.
           READ ESC-DISB-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ.
       8400-EXIT.
           EXIT.

       8500-READ-DEFERLOG.
           READ DEFER-LOG-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ.
       8500-EXIT.
           EXIT.

       8600-READ-JOURNAL.
           READ LOAN-JRN-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ.
       8600-EXIT.
           EXIT.

       8700-READ-CORRLOG.
           READ CORR-LOG-FILE NEXT
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ.
       8700-EXIT.
           EXIT.

       8900-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO WS-SORT-EOF
           END-RETURN.
       8900-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 9100-TRIM-NUMBER / 9110-TRIM-INTEGER
      *
      * WS-ED-NUM or WS-ED-INT, edited, left-justified into
      * WS-TRIM-OUT for the event text.
      *-----------------------------------------------------------
       9100-TRIM-NUMBER.
           MOVE WS-ED-NUM TO WS-TRIM-WORK.
           PERFORM 9120-TRIM-WORK THRU 9120-EXIT.
       9100-EXIT.
           EXIT.

       9110-TRIM-INTEGER.
           MOVE WS-ED-INT TO WS-TRIM-WORK.
           PERFORM 9120-TRIM-WORK THRU 9120-EXIT.
       9110-EXIT.
           EXIT.

       9120-TRIM-WORK.
           MOVE ZEROES TO WS-TRIM-LEAD.
           INSPECT WS-TRIM-WORK
               TALLYING WS-TRIM-LEAD FOR LEADING SPACES.
           MOVE SPACES TO WS-TRIM-OUT.
           MOVE WS-TRIM-WORK (WS-TRIM-LEAD + 1:) TO WS-TRIM-OUT.
       9120-EXIT.
           EXIT.
