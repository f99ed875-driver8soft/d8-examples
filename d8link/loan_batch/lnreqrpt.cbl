      ******************************************************************
      *
      * Repeated Request Key Report
      * ===========================
      *
      * What say's SAYREQ request-key log caught in a day: every
      * key that came in again on the day - from a client retry, a
      * dead-letter replay or a queue drain - with the application
      * the key first booked, how many repeats were answered from
      * the log and how many were refused because a different
      * request was sent under the key, and how the last one was
      * dealt with. Then every key still INFLIGHT from before the
      * day - a say call that reserved its key and never finished,
      * which refuses every repeat until someone looks at it. Then
      * the day's totals.
      *
      * The day is the day of the run unless the REQRPTPM parameter
      * gives another as YYYYMMDD. No SAYREQ file means no keyed
      * request has booked since the log was started; the report
      * says so and the step ends clean. RC 4 when a key is stuck
      * INFLIGHT.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original repeated request key report.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lnreqrpt.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RQ-PRM-FILE ASSIGN TO "REQRPTPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RQ-PRM-STATUS.
           SELECT SAY-REQ-FILE ASSIGN TO "SAYREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SR-REQUEST-KEY
               FILE STATUS IS WS-SAY-REQ-STATUS.
           SELECT REQ-RPT-FILE ASSIGN TO "REQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-RPT-STATUS.
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.
       FD  RQ-PRM-FILE.
       01  RQ-PRM-RECORD.
           05 RQ-DATE PIC 9(08).

           COPY sayreq.

       FD  REQ-RPT-FILE.
       01  REQ-RPT-LINE PIC X(100).

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
       01 WS-RQ-PRM-STATUS PIC X(02) VALUE SPACES.
           88 RQ-PRM-OPENED VALUE "00".
       01 WS-SAY-REQ-STATUS PIC X(02) VALUE SPACES.
           88 SAY-REQ-OPENED VALUE "00".
           88 SAY-REQ-NOT-FOUND VALUE "35".
       01 WS-REQ-RPT-STATUS PIC X(02) VALUE SPACES.
           COPY lnrstws.

       01 WS-REQ-EOF PIC X(01) VALUE "N".
           88 END-OF-REQUEST-LOG VALUE "Y".

       01 WS-TODAY PIC 9(08).
       01 WS-REPORT-DATE PIC 9(08) VALUE ZEROES.

      * Which part of the report is printing - the page heading
      * follows it.
       01 WS-SECTION PIC X(01) VALUE "R".
           88 REPEAT-SECTION VALUE "R".
           88 INFLIGHT-SECTION VALUE "I".

      * The day's totals.
       01 WS-KEY-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-CAUGHT-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-REPLAYED-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-INFLIGHT-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-CONFLICT-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-STUCK-COUNT PIC 9(05) VALUE ZEROES.

       01 WS-HOLD-LINE PIC X(100).
       01 WS-PAGE-NO PIC 9(04) VALUE ZEROES.
       01 WS-LINE-COUNT PIC 9(03) VALUE 99.
       01 WS-LINES-PER-PAGE PIC 9(03) VALUE 55.

      * Print line layouts.
       01 RPT-HEADING-1.
           05 FILLER PIC X(30)
               VALUE "REPEATED REQUEST KEYS         ".
           05 FILLER PIC X(08) VALUE "DATE    ".
           05 RH1-DATE PIC 9(08).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(05) VALUE "PAGE ".
           05 RH1-PAGE PIC ZZZ9.
       01 RPT-HEADING-1A.
           05 FILLER PIC X(13) VALUE "CAUGHT DATE  ".
           05 RH1-REPORT-DATE PIC 9(08).
       01 RPT-HEADING-2.
           05 FILLER PIC X(21) VALUE "REQUEST KEY          ".
           05 FILLER PIC X(16) VALUE "FIRST SENT      ".
           05 FILLER PIC X(21) VALUE "APPLICATION ID       ".
           05 FILLER PIC X(09) VALUE "STATE    ".
           05 FILLER PIC X(07) VALUE "REPEATS".
           05 FILLER PIC X(07) VALUE " CONFL ".
           05 FILLER PIC X(09) VALUE "LAST     ".
           05 FILLER PIC X(06) VALUE "AT    ".
       01 RPT-HEADING-3.
           05 FILLER PIC X(21) VALUE "REQUEST KEY          ".
           05 FILLER PIC X(16) VALUE "RESERVED        ".
           05 FILLER PIC X(07) VALUE "REPEATS".
           05 FILLER PIC X(07) VALUE " CONFL ".
           05 FILLER PIC X(40)
               VALUE "  NEVER COMPLETED - CHECK LOANMSTR".
       01 RPT-KEY-LINE.
           05 RK-REQUEST-KEY PIC X(20).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RK-FIRST-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RK-FIRST-TIME PIC 9(06).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RK-APPL-ID PIC X(20).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RK-STATE PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RK-REPEATS PIC ZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RK-CONFLICTS PIC ZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RK-LAST-OUTCOME PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RK-LAST-TIME PIC 9(06).
       01 RPT-STUCK-LINE.
           05 RS-REQUEST-KEY PIC X(20).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RS-FIRST-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RS-FIRST-TIME PIC 9(06).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RS-REPEATS PIC ZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RS-CONFLICTS PIC ZZ,ZZ9.
       01 RPT-TOTAL.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RT-LABEL PIC X(36).
           05 RT-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RT-UNIT PIC X(15).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "LNREQRPT" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 1000-RESOLVE-DATE THRU 1000-EXIT.

           OPEN INPUT SAY-REQ-FILE.
           IF SAY-REQ-NOT-FOUND
               DISPLAY "No SAYREQ file - no keyed request has "
                   "been booked."
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.
           IF NOT SAY-REQ-OPENED
               DISPLAY "*** Unable to open SAYREQ - status "
                   WS-SAY-REQ-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.
           OPEN OUTPUT REQ-RPT-FILE.

           PERFORM 2000-PRINT-REPEATS THRU 2000-EXIT.
           PERFORM 3000-PRINT-STUCK THRU 3000-EXIT.
           PERFORM 3500-DAY-TOTAL THRU 3500-EXIT.

           CLOSE SAY-REQ-FILE.
           CLOSE REQ-RPT-FILE.

           DISPLAY "lnreqrpt: " WS-CAUGHT-COUNT " key(s) repeated on "
               WS-REPORT-DATE " - " WS-REPLAYED-COUNT " answered, "
               WS-INFLIGHT-COUNT " refused in flight, "
               WS-CONFLICT-COUNT " conflicting; " WS-STUCK-COUNT
               " stuck in flight.".
           IF WS-STUCK-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-CAUGHT-COUNT TO WS-RSTAT-WRITTEN.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

      *-----------------------------------------------------------
      * 1000-RESOLVE-DATE
      *
      * The REQRPTPM date when there is one, otherwise the day of
      * the run.
      *-----------------------------------------------------------
       1000-RESOLVE-DATE.
           OPEN INPUT RQ-PRM-FILE.
           IF RQ-PRM-OPENED
               READ RQ-PRM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RQ-DATE NUMERIC
                           MOVE RQ-DATE TO WS-REPORT-DATE
                       END-IF
               END-READ
               CLOSE RQ-PRM-FILE
           END-IF.
           IF WS-REPORT-DATE = ZEROES
               MOVE WS-TODAY TO WS-REPORT-DATE
           END-IF.
           DISPLAY "lnreqrpt: repeated request keys for "
               WS-REPORT-DATE ".".
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-PRINT-REPEATS
      *
      * One pass of the log: each key whose latest repeat fell on
      * the report day is printed, and the stuck keys are counted
      * for the second section. A key's counts are its whole life;
      * the last-outcome columns are the day's.
      *-----------------------------------------------------------
       2000-PRINT-REPEATS.
           MOVE "R" TO WS-SECTION.
           PERFORM 8000-READ-REQUEST THRU 8000-EXIT.
           PERFORM 2100-TAKE-KEY THRU 2100-EXIT
               UNTIL END-OF-REQUEST-LOG.
           IF WS-CAUGHT-COUNT = ZEROES
               MOVE SPACES TO REQ-RPT-LINE
               MOVE "  NO REPEATED REQUEST KEYS" TO REQ-RPT-LINE
               PERFORM 7100-PRINT-LINE THRU 7100-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-TAKE-KEY.
           ADD 1 TO WS-KEY-COUNT.
           ADD 1 TO WS-RSTAT-READ.
           IF SR-IN-FLIGHT AND SR-FIRST-DATE < WS-REPORT-DATE
               ADD 1 TO WS-STUCK-COUNT
           END-IF.
           IF SR-LAST-DATE NOT = WS-REPORT-DATE
               GO TO 2100-NEXT
           END-IF.

           ADD 1 TO WS-CAUGHT-COUNT.
           EVALUATE SR-LAST-OUTCOME
               WHEN "REPLAYED"
                   ADD 1 TO WS-REPLAYED-COUNT
               WHEN "CONFLICT"
                   ADD 1 TO WS-CONFLICT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-INFLIGHT-COUNT
           END-EVALUATE.
           MOVE SPACES TO RPT-KEY-LINE.
           MOVE SR-REQUEST-KEY TO RK-REQUEST-KEY.
           MOVE SR-FIRST-DATE TO RK-FIRST-DATE.
           MOVE SR-FIRST-TIME (1:6) TO RK-FIRST-TIME.
           MOVE SR-APPL-ID TO RK-APPL-ID.
           MOVE SR-STATE TO RK-STATE.
           MOVE SR-REPEAT-COUNT TO RK-REPEATS.
           MOVE SR-CONFLICT-COUNT TO RK-CONFLICTS.
           MOVE SR-LAST-OUTCOME TO RK-LAST-OUTCOME.
           MOVE SR-LAST-TIME (1:6) TO RK-LAST-TIME.
           MOVE RPT-KEY-LINE TO REQ-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.

       2100-NEXT.
           PERFORM 8000-READ-REQUEST THRU 8000-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3000-PRINT-STUCK
      *
      * On a new page, the keys reserved before the report day and
      * still INFLIGHT - a second pass, from the top of the log.
      * Whether the booking happened is for LOANMSTR to say; until
      * the row is dealt with every repeat of the key is refused.
      *-----------------------------------------------------------
       3000-PRINT-STUCK.
           IF WS-STUCK-COUNT = ZEROES
               GO TO 3000-EXIT
           END-IF.
           MOVE "I" TO WS-SECTION.
           MOVE 99 TO WS-LINE-COUNT.
           CLOSE SAY-REQ-FILE.
           OPEN INPUT SAY-REQ-FILE.
           MOVE "N" TO WS-REQ-EOF.
           PERFORM 8000-READ-REQUEST THRU 8000-EXIT.
           PERFORM 3100-TAKE-STUCK THRU 3100-EXIT
               UNTIL END-OF-REQUEST-LOG.
       3000-EXIT.
           EXIT.

       3100-TAKE-STUCK.
           IF SR-IN-FLIGHT AND SR-FIRST-DATE < WS-REPORT-DATE
               MOVE SPACES TO RPT-STUCK-LINE
               MOVE SR-REQUEST-KEY TO RS-REQUEST-KEY
               MOVE SR-FIRST-DATE TO RS-FIRST-DATE
               MOVE SR-FIRST-TIME (1:6) TO RS-FIRST-TIME
               MOVE SR-REPEAT-COUNT TO RS-REPEATS
               MOVE SR-CONFLICT-COUNT TO RS-CONFLICTS
               MOVE RPT-STUCK-LINE TO REQ-RPT-LINE
               PERFORM 7100-PRINT-LINE THRU 7100-EXIT
           END-IF.
           PERFORM 8000-READ-REQUEST THRU 8000-EXIT.
       3100-EXIT.
           EXIT.

       3500-DAY-TOTAL.
           MOVE SPACES TO REQ-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
           MOVE "KEYS ON THE LOG" TO RT-LABEL.
           MOVE WS-KEY-COUNT TO RT-COUNT.
           MOVE "KEY(S)" TO RT-UNIT.
           PERFORM 3510-TOTAL-LINE THRU 3510-EXIT.
           MOVE "REPEATED ON THE DAY" TO RT-LABEL.
           MOVE WS-CAUGHT-COUNT TO RT-COUNT.
           PERFORM 3510-TOTAL-LINE THRU 3510-EXIT.
           MOVE "  LAST ANSWERED WITH THE ORIGINAL" TO RT-LABEL.
           MOVE WS-REPLAYED-COUNT TO RT-COUNT.
           PERFORM 3510-TOTAL-LINE THRU 3510-EXIT.
           MOVE "  LAST REFUSED IN FLIGHT" TO RT-LABEL.
           MOVE WS-INFLIGHT-COUNT TO RT-COUNT.
           PERFORM 3510-TOTAL-LINE THRU 3510-EXIT.
           MOVE "  LAST REFUSED AS A CONFLICT" TO RT-LABEL.
           MOVE WS-CONFLICT-COUNT TO RT-COUNT.
           PERFORM 3510-TOTAL-LINE THRU 3510-EXIT.
           MOVE "STUCK IN FLIGHT" TO RT-LABEL.
           MOVE WS-STUCK-COUNT TO RT-COUNT.
           PERFORM 3510-TOTAL-LINE THRU 3510-EXIT.
       3500-EXIT.
           EXIT.

       3510-TOTAL-LINE.
           MOVE RPT-TOTAL TO REQ-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
       3510-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 7100-PRINT-LINE
      *
      * Writes the line in REQ-RPT-LINE, starting a new page first
      * when this one is full.
      *-----------------------------------------------------------
       7100-PRINT-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               MOVE REQ-RPT-LINE TO WS-HOLD-LINE
               PERFORM 7300-PAGE-HEADING THRU 7300-EXIT
               MOVE WS-HOLD-LINE TO REQ-RPT-LINE
           END-IF.
           PERFORM 7200-WRITE-RPT-LINE THRU 7200-EXIT.
       7100-EXIT.
           EXIT.

       7200-WRITE-RPT-LINE.
           WRITE REQ-RPT-LINE.
           ADD 1 TO WS-LINE-COUNT.
       7200-EXIT.
           EXIT.

       7300-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-TODAY TO RH1-DATE.
           MOVE WS-PAGE-NO TO RH1-PAGE.
           MOVE WS-REPORT-DATE TO RH1-REPORT-DATE.
           MOVE SPACES TO REQ-RPT-LINE.
           MOVE RPT-HEADING-1 TO REQ-RPT-LINE.
           WRITE REQ-RPT-LINE.
           MOVE SPACES TO REQ-RPT-LINE.
           MOVE RPT-HEADING-1A TO REQ-RPT-LINE.
           WRITE REQ-RPT-LINE.
           MOVE SPACES TO REQ-RPT-LINE.
           IF REPEAT-SECTION
               MOVE RPT-HEADING-2 TO REQ-RPT-LINE
           ELSE
               MOVE RPT-HEADING-3 TO REQ-RPT-LINE
           END-IF.
           WRITE REQ-RPT-LINE.
           MOVE SPACES TO REQ-RPT-LINE.
           WRITE REQ-RPT-LINE.
           MOVE 4 TO WS-LINE-COUNT.
       7300-EXIT.
           EXIT.

       8000-READ-REQUEST.
           READ SAY-REQ-FILE
               AT END MOVE "Y" TO WS-REQ-EOF
           END-READ.
       8000-EXIT.
           EXIT.

           COPY lnrstwrt.
