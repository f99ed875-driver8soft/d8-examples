      ******************************************************************
      *
      * Daily Application Velocity Report
      * =================================
      *
      * The fraud team's morning view of what say priced in a day,
      * from the APPLVEL log: first every application a velocity
      * rule referred, in the order it was priced, with the rule it
      * tripped; then every borrower number, phone and email that
      * came in more than once in the day, with how many times, the
      * lowest and highest principal asked for and how many of them
      * were flagged; then the day's totals - applications priced,
      * flagged, and flagged by rule.
      *
      * The day is the day of the run unless the VELRPTPM parameter
      * gives another as YYYYMMDD. No APPLVEL file means nothing
      * has been priced since the log was started; the report says
      * so and the step ends clean.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original velocity report.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lnvelrpt.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VR-PRM-FILE ASSIGN TO "VELRPTPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VR-PRM-STATUS.
           SELECT APPL-VEL-FILE ASSIGN TO "APPLVEL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AV-KEY
               FILE STATUS IS WS-APPL-VEL-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
           SELECT VEL-RPT-FILE ASSIGN TO "VELRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VEL-RPT-STATUS.
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.
       FD  VR-PRM-FILE.
       01  VR-PRM-RECORD.
           05 VR-DATE PIC 9(08).

           COPY applvel.

      * One row per identity an application came in under - B for
      * the borrower number, P for the phone, E for the email.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SR-ID-TYPE      PIC X(01).
           05 SR-ID-VALUE     PIC X(30).
           05 SR-PRINCIPAL    PIC 9(7)V9(2).
           05 SR-FLAGGED      PIC X(01).

       FD  VEL-RPT-FILE.
       01  VEL-RPT-LINE PIC X(100).

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
       01 WS-VR-PRM-STATUS PIC X(02) VALUE SPACES.
           88 VR-PRM-OPENED VALUE "00".
       01 WS-APPL-VEL-STATUS PIC X(02) VALUE SPACES.
           88 APPL-VEL-OPENED VALUE "00".
           88 APPL-VEL-NOT-FOUND VALUE "35".
       01 WS-VEL-RPT-STATUS PIC X(02) VALUE SPACES.
           COPY lnrstws.

       01 WS-VEL-EOF PIC X(01) VALUE "N".
           88 END-OF-VELOCITY-LOG VALUE "Y".
       01 WS-SORT-EOF PIC X(01) VALUE "N".
           88 END-OF-SORTED VALUE "Y".

       01 WS-TODAY PIC 9(08).
       01 WS-REPORT-DATE PIC 9(08) VALUE ZEROES.

      * Which part of the report is printing - the page heading
      * follows it.
       01 WS-SECTION PIC X(01) VALUE "F".
           88 FLAGGED-SECTION VALUE "F".
           88 IDENTITY-SECTION VALUE "I".

      * Control-break key and totals for one identity.
       01 WS-PREV-ID-TYPE PIC X(01) VALUE SPACES.
       01 WS-PREV-ID-VALUE PIC X(30) VALUE SPACES.
       01 WS-FIRST-ROW PIC X(01) VALUE "Y".
           88 FIRST-ROW VALUE "Y".
       01 WS-ID-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-ID-FLAGGED PIC 9(05) VALUE ZEROES.
       01 WS-ID-LOW PIC 9(7)V9(2) VALUE ZEROES.
       01 WS-ID-HIGH PIC 9(7)V9(2) VALUE ZEROES.
       01 WS-REPEAT-COUNT PIC 9(05) VALUE ZEROES.

      * The day's totals.
       01 WS-PRICED-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-FLAGGED-COUNT PIC 9(05) VALUE ZEROES.

      * The day by velocity rule.
       01 WS-RULE-CODES.
           05 FILLER PIC X(30) VALUE "VELBORR SAME BORROWER NUMBER  ".
           05 FILLER PIC X(30) VALUE "VELPHONESAME PHONE            ".
           05 FILLER PIC X(30) VALUE "VELEMAILSAME EMAIL            ".
           05 FILLER PIC X(30) VALUE "VELPROBEPRINCIPAL/INCOME PROBE".
       01 WS-RULE-TABLE REDEFINES WS-RULE-CODES.
           05 RULE-ENTRY OCCURS 4 TIMES INDEXED BY RULE-IDX.
               10 RULE-CODE PIC X(08).
               10 RULE-DESC PIC X(22).
       01 WS-RULE-TOTALS.
           05 RULE-TOT-COUNT PIC 9(05) OCCURS 4 TIMES.
       01 WS-RULE-SUB PIC S9(4) COMP.

       01 WS-HOLD-LINE PIC X(100).
       01 WS-PAGE-NO PIC 9(04) VALUE ZEROES.
       01 WS-LINE-COUNT PIC 9(03) VALUE 99.
       01 WS-LINES-PER-PAGE PIC 9(03) VALUE 55.

      * Print line layouts.
       01 RPT-HEADING-1.
           05 FILLER PIC X(30)
               VALUE "APPLICATION VELOCITY          ".
           05 FILLER PIC X(08) VALUE "DATE    ".
           05 RH1-DATE PIC 9(08).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(05) VALUE "PAGE ".
           05 RH1-PAGE PIC ZZZ9.
       01 RPT-HEADING-1A.
           05 FILLER PIC X(13) VALUE "PRICED DATE  ".
           05 RH1-REPORT-DATE PIC 9(08).
       01 RPT-HEADING-2.
           05 FILLER PIC X(07) VALUE "TIME   ".
           05 FILLER PIC X(09) VALUE "BORR NO  ".
           05 FILLER PIC X(14) VALUE "BORROWER      ".
           05 FILLER PIC X(21) VALUE "APPLICATION ID       ".
           05 FILLER PIC X(05) VALUE "TYPE ".
           05 FILLER PIC X(05) VALUE "TERM ".
           05 FILLER PIC X(13) VALUE "   PRINCIPAL ".
           05 FILLER PIC X(09) VALUE "DECISION ".
           05 FILLER PIC X(08) VALUE "RULE    ".
       01 RPT-HEADING-3.
           05 FILLER PIC X(09) VALUE "IDENTITY ".
           05 FILLER PIC X(31)
               VALUE "VALUE                          ".
           05 FILLER PIC X(07) VALUE "  APPLS".
           05 FILLER PIC X(13) VALUE "  LOW PRINCPL".
           05 FILLER PIC X(13) VALUE " HIGH PRINCPL".
           05 FILLER PIC X(08) VALUE " FLAGGED".
       01 RPT-FLAGGED.
           05 RF-TIME PIC 9(06).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RF-BORROWER-NO PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RF-BORROWER PIC X(13).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RF-APPL-ID PIC X(20).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RF-LOAN-TYPE PIC X(04).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RF-TERM PIC ZZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RF-PRINCIPAL PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RF-DECISION PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RF-RULE PIC X(08).
       01 RPT-IDENTITY.
           05 RI-ID-TYPE PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RI-ID-VALUE PIC X(30).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RI-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RI-LOW PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RI-HIGH PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RI-FLAGGED PIC ZZ,ZZ9.
       01 RPT-TOTAL.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RT-LABEL PIC X(36).
           05 RT-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(15) VALUE " APPLICATION(S)".

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "LNVELRPT" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 1000-RESOLVE-DATE THRU 1000-EXIT.
           PERFORM 1100-CLEAR-RULE THRU 1100-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > 4.

           OPEN INPUT APPL-VEL-FILE.
           IF APPL-VEL-NOT-FOUND
               DISPLAY "No APPLVEL file - no applications have "
                   "been priced."
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.
           IF NOT APPL-VEL-OPENED
               DISPLAY "*** Unable to open APPLVEL - status "
                   WS-APPL-VEL-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.
           OPEN OUTPUT VEL-RPT-FILE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-ID-TYPE SR-ID-VALUE
               INPUT PROCEDURE IS 2000-SELECT-DAY
               OUTPUT PROCEDURE IS 3000-PRINT-IDENTITIES.

           CLOSE APPL-VEL-FILE.
           CLOSE VEL-RPT-FILE.

           DISPLAY "lnvelrpt: " WS-PRICED-COUNT " application(s) "
               "priced on " WS-REPORT-DATE " - " WS-FLAGGED-COUNT
               " flagged, " WS-REPEAT-COUNT " repeated identities.".
           MOVE WS-PRICED-COUNT TO WS-RSTAT-WRITTEN.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

      *-----------------------------------------------------------
      * 1000-RESOLVE-DATE
      *
      * The VELRPTPM date when there is one, otherwise the day of
      * the run.
      *-----------------------------------------------------------
       1000-RESOLVE-DATE.
           OPEN INPUT VR-PRM-FILE.
           IF VR-PRM-OPENED
               READ VR-PRM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF VR-DATE NUMERIC
                           MOVE VR-DATE TO WS-REPORT-DATE
                       END-IF
               END-READ
               CLOSE VR-PRM-FILE
           END-IF.
           IF WS-REPORT-DATE = ZEROES
               MOVE WS-TODAY TO WS-REPORT-DATE
           END-IF.
           DISPLAY "lnvelrpt: application velocity for "
               WS-REPORT-DATE ".".
       1000-EXIT.
           EXIT.

       1100-CLEAR-RULE.
           MOVE ZEROES TO RULE-TOT-COUNT (WS-RULE-SUB).
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-SELECT-DAY
      *
      * Reads the report day's APPLVEL rows from the start of the
      * day. Each flagged application is printed as it is read -
      * the log is in pricing order - and every application's
      * identities are released for the repeat listing.
      *-----------------------------------------------------------
       2000-SELECT-DAY.
           MOVE "F" TO WS-SECTION.
           MOVE WS-REPORT-DATE TO AV-PRICED-DATE.
           MOVE ZEROES TO AV-PRICED-TIME.
           MOVE LOW-VALUES TO AV-CORR-ID.
           START APPL-VEL-FILE KEY NOT < AV-KEY
               INVALID KEY MOVE "Y" TO WS-VEL-EOF
           END-START.
           IF NOT END-OF-VELOCITY-LOG
               PERFORM 8000-READ-VELOCITY THRU 8000-EXIT
           END-IF.
           PERFORM 2100-TAKE-APPLICATION THRU 2100-EXIT
               UNTIL END-OF-VELOCITY-LOG.
           IF WS-FLAGGED-COUNT = ZEROES
               MOVE SPACES TO VEL-RPT-LINE
               MOVE "  NO APPLICATIONS FLAGGED" TO VEL-RPT-LINE
               PERFORM 7100-PRINT-LINE THRU 7100-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-TAKE-APPLICATION.
           ADD 1 TO WS-PRICED-COUNT.
           IF AV-FRAUD-RULE NOT = SPACES
               PERFORM 2200-PRINT-FLAGGED THRU 2200-EXIT
           END-IF.

           MOVE AV-PRINCIPAL TO SR-PRINCIPAL.
           IF AV-FRAUD-RULE = SPACES
               MOVE "N" TO SR-FLAGGED
           ELSE
               MOVE "Y" TO SR-FLAGGED
           END-IF.
           IF AV-BORROWER-NO NOT = SPACES
               MOVE "B" TO SR-ID-TYPE
               MOVE AV-BORROWER-NO TO SR-ID-VALUE
               RELEASE SORT-RECORD
           END-IF.
           IF AV-PHONE NOT = SPACES
               MOVE "P" TO SR-ID-TYPE
               MOVE AV-PHONE TO SR-ID-VALUE
               RELEASE SORT-RECORD
           END-IF.
           IF AV-EMAIL NOT = SPACES
               MOVE "E" TO SR-ID-TYPE
               MOVE AV-EMAIL TO SR-ID-VALUE
               RELEASE SORT-RECORD
           END-IF.

           PERFORM 8000-READ-VELOCITY THRU 8000-EXIT.
       2100-EXIT.
           EXIT.

       2200-PRINT-FLAGGED.
           ADD 1 TO WS-FLAGGED-COUNT.
           SET RULE-IDX TO 1.
           SEARCH RULE-ENTRY
               AT END CONTINUE
               WHEN RULE-CODE (RULE-IDX) = AV-FRAUD-RULE
                   SET WS-RULE-SUB TO RULE-IDX
                   ADD 1 TO RULE-TOT-COUNT (WS-RULE-SUB)
           END-SEARCH.

           MOVE SPACES TO RPT-FLAGGED.
           MOVE AV-PRICED-TIME (1:6) TO RF-TIME.
           MOVE AV-BORROWER-NO TO RF-BORROWER-NO.
           MOVE AV-BORROWER TO RF-BORROWER.
           MOVE AV-APPL-ID TO RF-APPL-ID.
           MOVE AV-LOAN-TYPE TO RF-LOAN-TYPE.
           MOVE AV-TERM TO RF-TERM.
           MOVE AV-PRINCIPAL TO RF-PRINCIPAL.
           MOVE AV-DECISION TO RF-DECISION.
           MOVE AV-FRAUD-RULE TO RF-RULE.
           MOVE RPT-FLAGGED TO VEL-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3000-PRINT-IDENTITIES
      *
      * On a new page, one line for each borrower number, phone
      * and email the day saw more than once; then the day's
      * totals and the flagged applications by rule.
      *-----------------------------------------------------------
       3000-PRINT-IDENTITIES.
           MOVE "I" TO WS-SECTION.
           MOVE 99 TO WS-LINE-COUNT.
           PERFORM 8200-RETURN-SORTED THRU 8200-EXIT.
           PERFORM 3100-COUNT-ONE THRU 3100-EXIT
               UNTIL END-OF-SORTED.
           IF NOT FIRST-ROW
               PERFORM 3300-IDENTITY-LINE THRU 3300-EXIT
           END-IF.
           IF WS-REPEAT-COUNT = ZEROES
               MOVE SPACES TO VEL-RPT-LINE
               MOVE "  NO REPEATED IDENTITIES" TO VEL-RPT-LINE
               PERFORM 7100-PRINT-LINE THRU 7100-EXIT
           END-IF.
           PERFORM 3500-DAY-TOTAL THRU 3500-EXIT.
       3000-EXIT.
           EXIT.

       3100-COUNT-ONE.
           IF FIRST-ROW
               MOVE "N" TO WS-FIRST-ROW
               MOVE SR-ID-TYPE TO WS-PREV-ID-TYPE
               MOVE SR-ID-VALUE TO WS-PREV-ID-VALUE
               MOVE SR-PRINCIPAL TO WS-ID-LOW
           END-IF.
           IF SR-ID-TYPE NOT = WS-PREV-ID-TYPE
               OR SR-ID-VALUE NOT = WS-PREV-ID-VALUE
               PERFORM 3300-IDENTITY-LINE THRU 3300-EXIT
               MOVE SR-ID-TYPE TO WS-PREV-ID-TYPE
               MOVE SR-ID-VALUE TO WS-PREV-ID-VALUE
               MOVE SR-PRINCIPAL TO WS-ID-LOW
           END-IF.

           ADD 1 TO WS-ID-COUNT.
           IF SR-FLAGGED = "Y"
               ADD 1 TO WS-ID-FLAGGED
           END-IF.
           IF SR-PRINCIPAL < WS-ID-LOW
               MOVE SR-PRINCIPAL TO WS-ID-LOW
           END-IF.
           IF SR-PRINCIPAL > WS-ID-HIGH
               MOVE SR-PRINCIPAL TO WS-ID-HIGH
           END-IF.

           PERFORM 8200-RETURN-SORTED THRU 8200-EXIT.
       3100-EXIT.
           EXIT.

       3300-IDENTITY-LINE.
           IF WS-ID-COUNT > 1
               ADD 1 TO WS-REPEAT-COUNT
               MOVE SPACES TO RPT-IDENTITY
               EVALUATE WS-PREV-ID-TYPE
                   WHEN "B"
                       MOVE "BORROWER" TO RI-ID-TYPE
                   WHEN "P"
                       MOVE "PHONE" TO RI-ID-TYPE
                   WHEN OTHER
                       MOVE "EMAIL" TO RI-ID-TYPE
               END-EVALUATE
               MOVE WS-PREV-ID-VALUE TO RI-ID-VALUE
               MOVE WS-ID-COUNT TO RI-COUNT
               MOVE WS-ID-LOW TO RI-LOW
               MOVE WS-ID-HIGH TO RI-HIGH
               MOVE WS-ID-FLAGGED TO RI-FLAGGED
               MOVE RPT-IDENTITY TO VEL-RPT-LINE
               PERFORM 7100-PRINT-LINE THRU 7100-EXIT
           END-IF.
           MOVE ZEROES TO WS-ID-COUNT WS-ID-FLAGGED WS-ID-HIGH.
       3300-EXIT.
           EXIT.

       3500-DAY-TOTAL.
           MOVE SPACES TO VEL-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
           MOVE SPACES TO RT-LABEL.
           MOVE "PRICED" TO RT-LABEL.
           MOVE WS-PRICED-COUNT TO RT-COUNT.
           MOVE RPT-TOTAL TO VEL-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
           MOVE SPACES TO RT-LABEL.
           MOVE "FLAGGED" TO RT-LABEL.
           MOVE WS-FLAGGED-COUNT TO RT-COUNT.
           MOVE RPT-TOTAL TO VEL-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
           PERFORM 3510-RULE-SUMMARY THRU 3510-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > 4.
       3500-EXIT.
           EXIT.

       3510-RULE-SUMMARY.
           MOVE SPACES TO RT-LABEL.
           MOVE RULE-CODE (WS-RULE-SUB) TO RT-LABEL (3:8).
           MOVE RULE-DESC (WS-RULE-SUB) TO RT-LABEL (12:22).
           MOVE RULE-TOT-COUNT (WS-RULE-SUB) TO RT-COUNT.
           MOVE RPT-TOTAL TO VEL-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
       3510-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 7100-PRINT-LINE
      *
      * Writes the line in VEL-RPT-LINE, starting a new page first
      * when this one is full.
      *-----------------------------------------------------------
       7100-PRINT-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               MOVE VEL-RPT-LINE TO WS-HOLD-LINE
               PERFORM 7300-PAGE-HEADING THRU 7300-EXIT
               MOVE WS-HOLD-LINE TO VEL-RPT-LINE
           END-IF.
           PERFORM 7200-WRITE-RPT-LINE THRU 7200-EXIT.
       7100-EXIT.
           EXIT.

       7200-WRITE-RPT-LINE.
           WRITE VEL-RPT-LINE.
           ADD 1 TO WS-LINE-COUNT.
       7200-EXIT.
           EXIT.

       7300-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-TODAY TO RH1-DATE.
           MOVE WS-PAGE-NO TO RH1-PAGE.
           MOVE WS-REPORT-DATE TO RH1-REPORT-DATE.
           MOVE SPACES TO VEL-RPT-LINE.
           MOVE RPT-HEADING-1 TO VEL-RPT-LINE.
           WRITE VEL-RPT-LINE.
           MOVE SPACES TO VEL-RPT-LINE.
           MOVE RPT-HEADING-1A TO VEL-RPT-LINE.
           WRITE VEL-RPT-LINE.
           MOVE SPACES TO VEL-RPT-LINE.
           IF FLAGGED-SECTION
               MOVE RPT-HEADING-2 TO VEL-RPT-LINE
           ELSE
               MOVE RPT-HEADING-3 TO VEL-RPT-LINE
           END-IF.
           WRITE VEL-RPT-LINE.
           MOVE SPACES TO VEL-RPT-LINE.
           WRITE VEL-RPT-LINE.
           MOVE 4 TO WS-LINE-COUNT.
       7300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 8000-READ-VELOCITY - the next APPLVEL row; a row priced
      * after the report day ends the day.
      *-----------------------------------------------------------
       8000-READ-VELOCITY.
           READ APPL-VEL-FILE NEXT
               AT END MOVE "Y" TO WS-VEL-EOF
               NOT AT END
                   IF AV-PRICED-DATE > WS-REPORT-DATE
                       MOVE "Y" TO WS-VEL-EOF
                   ELSE
                       ADD 1 TO WS-RSTAT-READ
                   END-IF
           END-READ.
       8000-EXIT.
           EXIT.

       8200-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO WS-SORT-EOF
           END-RETURN.
       8200-EXIT.
           EXIT.

           COPY lnrstwrt.
