      * Modification History
      * ---------------------------------------------------------------
      * 2026-08-22  RJM  Original anomaly step.
      * 2026-10-15  RJM  Records its run statistics on RUNSTATS.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT VOL-PRM-FILE ASSIGN TO "D8VOLPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOL-PRM-STATUS.
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.
           05 VP-VOL-PCT PIC 9(03).
           05 VP-FAIL-PCT PIC 9(03).

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
           COPY d8txnws.
       01 WS-VOL-HIS-STATUS PIC X(02) VALUE SPACES.
           88 VOL-HIS-NOT-FOUND VALUE "35".
       01 WS-VOL-PRM-STATUS PIC X(02) VALUE SPACES.
           88 VOL-PRM-OPENED VALUE "00".
           COPY lnrstws.

       01 WS-LOG-EOF PIC X(01) VALUE "N".
           88 END-OF-LOG VALUE "Y".
       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "D8VOLANO" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).
           IF WS-SVC-COUNT = ZEROES
               DISPLAY "d8volano: no traffic today - nothing to "
                   "compare."
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.
           PERFORM 3000-SUM-HISTORY THRU 3000-EXIT.

           DISPLAY "d8volano: " WS-ANOMALY-COUNT " anomaly(ies).".
           MOVE WS-ANOMALY-COUNT TO RETURN-CODE.
           MOVE WS-SVC-COUNT TO WS-RSTAT-WRITTEN.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

       1000-LOAD-PARM.
           EXIT.

       2100-TAKE-LOG-ENTRY.
           ADD 1 TO WS-RSTAT-READ.
           SET VOL-IDX TO 1.
           SEARCH VOL-ENTRY
               AT END
           END-READ.
       8100-EXIT.
           EXIT.

           COPY lnrstwrt.
