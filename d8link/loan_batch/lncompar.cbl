      * Modification History
      * ---------------------------------------------------------------
      * 2026-08-22  RJM  Original comparison report.
      * 2026-10-15  RJM  Records its run statistics on RUNSTATS.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CMP-RPT-FILE ASSIGN TO "CMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMP-RPT-STATUS.
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.
       FD  CMP-RPT-FILE.
       01  CMP-RPT-LINE       PIC X(100).

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
       01 WS-LOAN-OUT-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-OUT-OPENED VALUE "00".
               10 PRV-MATCHED PIC X(01).

       01 WS-SCEN-KEY PIC X(43).
           COPY lnrstws.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "LNCOMPAR" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM 1000-LOAD-TOLERANCE THRU 1000-EXIT.
                   WS-LOAN-OUT-STATUS
               CLOSE CMP-RPT-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.
           PERFORM 8000-READ-TODAY THRU 8000-EXIT.
               WS-NEW-COUNT " new, " WS-GONE-COUNT " disappeared, "
               WS-MOVED-COUNT " moved beyond tolerance.".
           MOVE WS-MOVED-COUNT TO RETURN-CODE.
           MOVE WS-MOVED-COUNT TO WS-RSTAT-REJECTED.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

       1000-LOAD-TOLERANCE.
       8000-READ-TODAY.
           READ LOAN-OUT-FILE
               AT END MOVE "Y" TO WS-OUT-EOF
               NOT AT END ADD 1 TO WS-RSTAT-READ
           END-READ.
       8000-EXIT.
           EXIT.
       8100-READ-PREVIOUS.
           READ LOAN-PRV-FILE
               AT END MOVE "Y" TO WS-PRV-EOF
               NOT AT END ADD 1 TO WS-RSTAT-READ
           END-READ.
       8100-EXIT.
           EXIT.

           COPY lnrstwrt.
