      ******************************************************************
      *
      * Batch Run-Statistics Trend Report
      * =================================
      *
      * Weekly report over the RUNSTATS file every night-stream
      * program appends to (see LNRSTWRT). For each program that ran
      * in the last 30 days it prints the runs of the last 7 days,
      * their average elapsed seconds and average volume (records
      * read plus written) against the same averages over the last
      * 30 days, the change as a percentage, and the return code of
      * the latest run - so the step eating the batch window can be
      * named instead of guessed at.
      *
      * A step whose 7-day average elapsed time or volume has grown
      * by more than WS-GROWTH-PCT per cent over its 30-day average
      * is flagged GROWING and the run ends with RETURN-CODE 4. A
      * step that has not run in the last 7 days prints its 30-day
      * averages only. The programs print in the order they first
      * appear on RUNSTATS in the window - stream order.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original trend report.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lnrstrpt.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY lnrstsel.
           SELECT RST-RPT-FILE ASSIGN TO "RSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RST-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY lnrstfd.

       FD  RST-RPT-FILE.
       01  RST-RPT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
           COPY lnrstws.
       01 WS-RST-RPT-STATUS PIC X(02) VALUE SPACES.

       01 WS-STATS-EOF PIC X(01) VALUE "N".
           88 END-OF-STATS VALUE "Y".

       01 WS-TODAY PIC 9(08).
       01 WS-TODAY-INT PIC 9(08) COMP.
       01 WS-RUN-INT PIC 9(08) COMP.
       01 WS-AGE-DAYS PIC S9(08) COMP.

      * Growth over the 30-day average, in per cent, that flags a
      * step GROWING.
       01 WS-GROWTH-PCT PIC 9(03) VALUE 20.

      * One row per program seen in the last 30 days.
       01 WS-STP-MAX PIC 9(03) VALUE 60.
       01 WS-STP-COUNT PIC 9(03) VALUE ZEROES.
       01 STP-TABLE.
           05 STP-ENTRY OCCURS 1 TO 60 TIMES
               DEPENDING ON WS-STP-COUNT
               INDEXED BY STP-IDX.
               10 STP-PROGRAM PIC X(08).
               10 STP-RUNS-7 PIC 9(05) COMP.
               10 STP-SECS-7 PIC 9(09) COMP.
               10 STP-VOL-7 PIC 9(11) COMP.
               10 STP-RUNS-30 PIC 9(05) COMP.
               10 STP-SECS-30 PIC 9(09) COMP.
               10 STP-VOL-30 PIC 9(11) COMP.
               10 STP-LAST-DATE PIC 9(08).
               10 STP-LAST-TIME PIC 9(08).
               10 STP-LAST-RC PIC 9(04).

      * The step in hand - its averages and change.
       01 WS-AVG-SECS-7 PIC 9(09) COMP.
       01 WS-AVG-SECS-30 PIC 9(09) COMP.
       01 WS-AVG-VOL-7 PIC 9(11) COMP.
       01 WS-AVG-VOL-30 PIC 9(11) COMP.
       01 WS-SECS-CHG PIC S9(05) COMP.
       01 WS-VOL-CHG PIC S9(05) COMP.
       01 WS-VOLUME PIC 9(11) COMP.

       01 WS-READ-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-GROWING-COUNT PIC 9(03) VALUE ZEROES.
       01 WS-TOTAL-SECS-7 PIC 9(09) COMP VALUE ZEROES.
       01 WS-TOTAL-SECS-30 PIC 9(09) COMP VALUE ZEROES.

       01 WS-PAGE-NO PIC 9(04) VALUE ZEROES.
       01 WS-LINE-COUNT PIC 9(03) VALUE 99.
       01 WS-LINES-PER-PAGE PIC 9(03) VALUE 55.

      * Print line layouts.
       01 RPT-HEADING-1.
           05 FILLER PIC X(30)
               VALUE "BATCH RUN-STATISTICS TREND    ".
           05 FILLER PIC X(08) VALUE "DATE    ".
           05 RH1-DATE PIC 9(08).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(05) VALUE "PAGE ".
           05 RH1-PAGE PIC ZZZ9.
       01 RPT-HEADING-2.
           05 FILLER PIC X(42) VALUE
               "PROGRAM  7D RUNS 7D AVG SECS 30D AVG SECS ".
           05 FILLER PIC X(42) VALUE
               " CHG %  7D AVG VOL 30D AVG VOL  CHG %   RC".
       01 RPT-DETAIL.
           05 RT-PROGRAM PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RT-RUNS-7 PIC Z(6)9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RT-SECS-7 PIC Z(10)9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RT-SECS-30 PIC Z(11)9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RT-SECS-CHG PIC -Z(4)9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RT-VOL-7 PIC Z(10)9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RT-VOL-30 PIC Z(10)9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RT-VOL-CHG PIC -Z(4)9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RT-LAST-RC PIC Z(3)9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RT-FLAG PIC X(07).
       01 RPT-TOTAL.
           05 FILLER PIC X(17) VALUE "ALL STEPS".
           05 RT-TOT-SECS-7 PIC Z(10)9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RT-TOT-SECS-30 PIC Z(11)9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RT-TOT-CHG PIC -Z(4)9.
           05 FILLER PIC X(22) VALUE "  AVG SECS PER NIGHT".

       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).

           OPEN INPUT RUN-STATS-FILE.
           IF WS-RUN-STATS-STATUS = "35"
               DISPLAY "No RUNSTATS file - no run statistics yet."
               GOBACK
           END-IF.
           IF WS-RUN-STATS-STATUS NOT = "00"
               DISPLAY "*** Unable to open RUNSTATS - status "
                   WS-RUN-STATS-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 8000-READ-STATS THRU 8000-EXIT.
           PERFORM 2000-TALLY-RUN THRU 2000-EXIT
               UNTIL END-OF-STATS.
           CLOSE RUN-STATS-FILE.

           OPEN OUTPUT RST-RPT-FILE.
           PERFORM 3000-PRINT-STEP THRU 3000-EXIT
               VARYING STP-IDX FROM 1 BY 1
               UNTIL STP-IDX > WS-STP-COUNT.
           PERFORM 3500-PRINT-TOTAL THRU 3500-EXIT.
           CLOSE RST-RPT-FILE.

           DISPLAY "lnrstrpt: " WS-READ-COUNT " run(s) read, "
               WS-STP-COUNT " program(s) trended, "
               WS-GROWING-COUNT " growing.".
           IF WS-GROWING-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *-----------------------------------------------------------
      * 2000-TALLY-RUN
      *
      * Adds one RUNSTATS record to its program's row when it ran
      * in the last 30 days, and to the 7-day figures when it ran
      * in the last 7.
      *-----------------------------------------------------------
       2000-TALLY-RUN.
           ADD 1 TO WS-READ-COUNT.
           IF RSTAT-RUN-DATE NOT NUMERIC
               OR RSTAT-RUN-DATE = ZEROES
               GO TO 2000-NEXT
           END-IF.
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE(RSTAT-RUN-DATE).
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-RUN-INT.
           IF WS-AGE-DAYS < ZERO OR WS-AGE-DAYS NOT < 30
               GO TO 2000-NEXT
           END-IF.

           SET STP-IDX TO 1.
           SEARCH STP-ENTRY
               AT END
                   IF WS-STP-COUNT < WS-STP-MAX
                       ADD 1 TO WS-STP-COUNT
                       SET STP-IDX TO WS-STP-COUNT
                       MOVE RSTAT-PROGRAM TO STP-PROGRAM (STP-IDX)
                       MOVE ZEROES TO STP-RUNS-7 (STP-IDX)
                           STP-SECS-7 (STP-IDX) STP-VOL-7 (STP-IDX)
                           STP-RUNS-30 (STP-IDX)
                           STP-SECS-30 (STP-IDX) STP-VOL-30 (STP-IDX)
                           STP-LAST-DATE (STP-IDX)
                           STP-LAST-TIME (STP-IDX)
                           STP-LAST-RC (STP-IDX)
                       PERFORM 2100-ADD-RUN THRU 2100-EXIT
                   ELSE
                       DISPLAY "*** Step table full at " WS-STP-MAX
                           " programs - " RSTAT-PROGRAM
                           " not trended."
                   END-IF
               WHEN STP-PROGRAM (STP-IDX) = RSTAT-PROGRAM
                   PERFORM 2100-ADD-RUN THRU 2100-EXIT
           END-SEARCH.

       2000-NEXT.
           PERFORM 8000-READ-STATS THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

       2100-ADD-RUN.
           MOVE RSTAT-READ TO WS-VOLUME.
           ADD RSTAT-WRITTEN TO WS-VOLUME.
           ADD 1 TO STP-RUNS-30 (STP-IDX).
           ADD RSTAT-ELAPSED-SECS TO STP-SECS-30 (STP-IDX).
           ADD WS-VOLUME TO STP-VOL-30 (STP-IDX).
           IF WS-AGE-DAYS < 7
               ADD 1 TO STP-RUNS-7 (STP-IDX)
               ADD RSTAT-ELAPSED-SECS TO STP-SECS-7 (STP-IDX)
               ADD WS-VOLUME TO STP-VOL-7 (STP-IDX)
           END-IF.
           IF RSTAT-RUN-DATE > STP-LAST-DATE (STP-IDX)
               OR (RSTAT-RUN-DATE = STP-LAST-DATE (STP-IDX)
                   AND RSTAT-START-TIME NOT < STP-LAST-TIME (STP-IDX))
               MOVE RSTAT-RUN-DATE TO STP-LAST-DATE (STP-IDX)
               MOVE RSTAT-START-TIME TO STP-LAST-TIME (STP-IDX)
               MOVE RSTAT-RETURN-CODE TO STP-LAST-RC (STP-IDX)
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3000-PRINT-STEP
      *
      * One line per program: 7-day against 30-day averages of
      * elapsed seconds and volume, flagged GROWING past the
      * threshold.
      *-----------------------------------------------------------
       3000-PRINT-STEP.
           MOVE ZEROES TO WS-AVG-SECS-7 WS-AVG-VOL-7.
           MOVE ZEROES TO WS-SECS-CHG WS-VOL-CHG.
           COMPUTE WS-AVG-SECS-30 ROUNDED =
               STP-SECS-30 (STP-IDX) / STP-RUNS-30 (STP-IDX).
           COMPUTE WS-AVG-VOL-30 ROUNDED =
               STP-VOL-30 (STP-IDX) / STP-RUNS-30 (STP-IDX).
           IF STP-RUNS-7 (STP-IDX) > ZERO
               COMPUTE WS-AVG-SECS-7 ROUNDED =
                   STP-SECS-7 (STP-IDX) / STP-RUNS-7 (STP-IDX)
               COMPUTE WS-AVG-VOL-7 ROUNDED =
                   STP-VOL-7 (STP-IDX) / STP-RUNS-7 (STP-IDX)
               IF WS-AVG-SECS-30 > ZERO
                   COMPUTE WS-SECS-CHG ROUNDED =
                       (WS-AVG-SECS-7 - WS-AVG-SECS-30) * 100
                       / WS-AVG-SECS-30
               END-IF
               IF WS-AVG-VOL-30 > ZERO
                   COMPUTE WS-VOL-CHG ROUNDED =
                       (WS-AVG-VOL-7 - WS-AVG-VOL-30) * 100
                       / WS-AVG-VOL-30
               END-IF
               ADD WS-AVG-SECS-7 TO WS-TOTAL-SECS-7
           END-IF.
           ADD WS-AVG-SECS-30 TO WS-TOTAL-SECS-30.

           MOVE SPACES TO RPT-DETAIL.
           MOVE STP-PROGRAM (STP-IDX) TO RT-PROGRAM.
           MOVE STP-RUNS-7 (STP-IDX) TO RT-RUNS-7.
           MOVE WS-AVG-SECS-7 TO RT-SECS-7.
           MOVE WS-AVG-SECS-30 TO RT-SECS-30.
           MOVE WS-SECS-CHG TO RT-SECS-CHG.
           MOVE WS-AVG-VOL-7 TO RT-VOL-7.
           MOVE WS-AVG-VOL-30 TO RT-VOL-30.
           MOVE WS-VOL-CHG TO RT-VOL-CHG.
           MOVE STP-LAST-RC (STP-IDX) TO RT-LAST-RC.
           IF WS-SECS-CHG > WS-GROWTH-PCT
               OR WS-VOL-CHG > WS-GROWTH-PCT
               MOVE "GROWING" TO RT-FLAG
               ADD 1 TO WS-GROWING-COUNT
           END-IF.

           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 7300-PAGE-HEADING THRU 7300-EXIT
           END-IF.
           MOVE SPACES TO RST-RPT-LINE.
           MOVE RPT-DETAIL TO RST-RPT-LINE.
           PERFORM 7200-WRITE-RPT-LINE THRU 7200-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3500-PRINT-TOTAL
      *
      * The window as a whole - the steps' average elapsed seconds
      * added up, 7-day against 30-day.
      *-----------------------------------------------------------
       3500-PRINT-TOTAL.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 7300-PAGE-HEADING THRU 7300-EXIT
           END-IF.
           MOVE SPACES TO RST-RPT-LINE.
           PERFORM 7200-WRITE-RPT-LINE THRU 7200-EXIT.
           MOVE WS-TOTAL-SECS-7 TO RT-TOT-SECS-7.
           MOVE WS-TOTAL-SECS-30 TO RT-TOT-SECS-30.
           MOVE ZEROES TO WS-SECS-CHG.
           IF WS-TOTAL-SECS-30 > ZERO
               COMPUTE WS-SECS-CHG ROUNDED =
                   (WS-TOTAL-SECS-7 - WS-TOTAL-SECS-30) * 100
                   / WS-TOTAL-SECS-30
           END-IF.
           MOVE WS-SECS-CHG TO RT-TOT-CHG.
           MOVE SPACES TO RST-RPT-LINE.
           MOVE RPT-TOTAL TO RST-RPT-LINE.
           PERFORM 7200-WRITE-RPT-LINE THRU 7200-EXIT.
       3500-EXIT.
           EXIT.

       7200-WRITE-RPT-LINE.
           WRITE RST-RPT-LINE.
           ADD 1 TO WS-LINE-COUNT.
       7200-EXIT.
           EXIT.

       7300-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-TODAY TO RH1-DATE.
           MOVE WS-PAGE-NO TO RH1-PAGE.
           MOVE SPACES TO RST-RPT-LINE.
           MOVE RPT-HEADING-1 TO RST-RPT-LINE.
           WRITE RST-RPT-LINE.
           MOVE SPACES TO RST-RPT-LINE.
           MOVE RPT-HEADING-2 TO RST-RPT-LINE.
           WRITE RST-RPT-LINE.
           MOVE SPACES TO RST-RPT-LINE.
           WRITE RST-RPT-LINE.
           MOVE 3 TO WS-LINE-COUNT.
       7300-EXIT.
           EXIT.

       8000-READ-STATS.
           READ RUN-STATS-FILE
               AT END MOVE "Y" TO WS-STATS-EOF
           END-READ.
       8000-EXIT.
           EXIT.
