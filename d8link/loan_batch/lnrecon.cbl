      * Modification History
      * ---------------------------------------------------------------
      * 2026-08-22  RJM  Original reconciliation batch.
      * 2026-10-15  RJM  Records its run statistics on RUNSTATS.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RECON-PRM-FILE ASSIGN TO "RECONPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-PRM-STATUS.
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.
       01  RECON-PRM-RECORD.
           05 RP-DATE PIC 9(08).

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
           COPY d8txnws.
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
       01 WS-MASTER-COUNT PIC 9(09) VALUE ZEROES.
       01 WS-LOST-COUNT PIC S9(09) VALUE ZEROES.
       01 WS-BYPASS-COUNT PIC S9(09) VALUE ZEROES.
           COPY lnrstws.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "LNRECON" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           ACCEPT WS-RECON-DATE FROM DATE YYYYMMDD.
           PERFORM 1000-LOAD-PARM THRU 1000-EXIT.

                       "agree."
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           MOVE WS-LOST-COUNT TO WS-RSTAT-REJECTED.
           ADD WS-BYPASS-COUNT TO WS-RSTAT-REJECTED.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

       1000-LOAD-PARM.
       8000-READ-LOG.
           READ D8TXN-FILE
               AT END MOVE "Y" TO WS-LOG-EOF
               NOT AT END ADD 1 TO WS-RSTAT-READ
           END-READ.
       8000-EXIT.
           EXIT.
       8100-READ-MASTER.
           READ LOAN-MSTR-FILE
               AT END MOVE "Y" TO WS-MSTR-EOF
               NOT AT END ADD 1 TO WS-RSTAT-READ
           END-READ.
       8100-EXIT.
           EXIT.

           COPY lnrstwrt.
