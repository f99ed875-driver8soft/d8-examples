      * This report ages every D8DLQ entry from its DLQ-TIMESTAMP,
      * tallies the queue by PROG-NAME (count and oldest age), and
      * escalates: entries older than the DLQAGEPM threshold are
      * listed individually as requiring action - each with its
      * COMMAREA decoded field by field from the service's D8CALAY
      * layout, so the call can be triaged from the report - and
      * the job ends with the escalated count in RETURN-CODE so the
      * scheduler can raise an alert on non-zero.
      *
      * DLQAGEPM carries the action and threshold, e.g.
      *     REPORT007   - report, escalate entries older than 7 days
      * Modification History
      * ---------------------------------------------------------------
      * 2026-08-22  RJM  Original aging report.
      * 2026-10-15  RJM  Action entries show the COMMAREA by field
      *                  name from the D8CALAY layouts.
      * 2026-10-15  RJM  Records its run statistics on RUNSTATS.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY d8dlqsel.
           COPY d8laysel.
           SELECT DLQ-AGE-PRM-FILE ASSIGN TO "DLQAGEPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLQ-AGE-PRM-STATUS.
           SELECT DLQ-NEW-FILE ASSIGN TO "D8DLQNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLQ-NEW-STATUS.
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.
           COPY d8dlqfd.
           COPY d8layfd.

       FD  DLQ-AGE-PRM-FILE.
       01  DLQ-AGE-PRM-RECORD.
       FD  DLQ-NEW-FILE.
       01  DLQ-NEW-RECORD PIC X(143).

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
           COPY d8dlqws.
           COPY d8layws.
       01 WS-DLQ-AGE-PRM-STATUS PIC X(02) VALUE SPACES.
           88 DLQ-AGE-PRM-OPENED VALUE "00".
       01 WS-DLQ-NEW-STATUS PIC X(02) VALUE SPACES.
           COPY lnrstws.

       01 WS-DLQ-EOF PIC X(01) VALUE "N".
           88 END-OF-DLQ VALUE "Y".
       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "D8DLQAGE" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).

           PERFORM 1000-LOAD-PARM THRU 1000-EXIT.
           PERFORM 9740-LOAD-D8-LAYOUTS THRU 9740-EXIT.

           DISPLAY "Dead-letter aging report - " WS-TODAY
               " threshold " WS-THRESHOLD-DAYS " day(s)".
           IF WS-D8DLQ-STATUS NOT = "00"
               DISPLAY "Dead-letter queue is empty or absent - "
                   "nothing to age."
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.
           IF PURGE-MODE
           END-IF.

           MOVE WS-ESCALATED-COUNT TO RETURN-CODE.
           MOVE WS-TOTAL-COUNT TO WS-RSTAT-READ.
           MOVE WS-KEPT-COUNT TO WS-RSTAT-WRITTEN.
           MOVE WS-PURGED-COUNT TO WS-RSTAT-REJECTED.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

       1000-LOAD-PARM.
               DISPLAY "ACTION  " DLQ-TIMESTAMP " " DLQ-PROG-NAME
                   " RC " DLQ-RETURN-CODE " age " WS-AGE-DAYS
                   " day(s)"
               MOVE DLQ-PROG-NAME TO WS-D8LAY-PROG
               MOVE DLQ-COMMAREA TO WS-D8LAY-AREA
               MOVE DLQ-COMMLEN TO WS-D8LAY-COMMLEN
               PERFORM 9745-DECODE-COMMAREA THRU 9745-EXIT
               IF PURGE-MODE
                   ADD 1 TO WS-PURGED-COUNT
               END-IF
           END-READ.
       8000-EXIT.
           EXIT.

           COPY d8layld.
           COPY d8laydsp.

           COPY lnrstwrt.
