      * 2026-08-22  RJM  Original rotation job.
      * 2026-09-02  RJM  Record length follows the transaction
      *                  log's new elapsed-time field.
      * 2026-10-15  RJM  Records its run statistics on RUNSTATS.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT TXN-HIS-FILE ASSIGN TO "D8TXNHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-HIS-STATUS.
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.
       FD  TXN-HIS-FILE.
       01  TXN-HIS-RECORD PIC X(72).

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
           COPY d8txnws.
       01 WS-TXN-GEN-STATUS PIC X(02) VALUE SPACES.
       01 WS-TXN-HIS-STATUS PIC X(02) VALUE SPACES.
           88 TXN-HIS-NOT-FOUND VALUE "35".
           COPY lnrstws.

       01 WS-LOG-EOF PIC X(01) VALUE "N".
           88 END-OF-LOG VALUE "Y".
       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "D8LOGROT" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           OPEN INPUT D8TXN-FILE.
           IF WS-D8TXN-STATUS NOT = "00"
               DISPLAY "d8logrot: no current transaction log - "
                   "nothing to cut over."
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

           DISPLAY "d8logrot: " WS-CUTOVER-COUNT " record(s) cut "
               "to D8TXNGEN and folded into D8TXNHIS; current log "
               "restarted.".
           MOVE WS-CUTOVER-COUNT TO WS-RSTAT-READ.
           MOVE WS-CUTOVER-COUNT TO WS-RSTAT-WRITTEN.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

       2000-CUT-RECORD.
           END-READ.
       8000-EXIT.
           EXIT.

           COPY lnrstwrt.
