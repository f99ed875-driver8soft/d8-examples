      * Modification History
      * ---------------------------------------------------------------
      * 2026-08-22  RJM  Original consolidation report.
      * 2026-10-15  RJM  Records its run statistics on RUNSTATS.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-APPL-ID
               FILE STATUS IS WS-LOAN-MSTR-STATUS.
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.

           COPY loanmstr.

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
       01 WS-FX-RATES-STATUS PIC X(02) VALUE SPACES.
           88 FX-RATES-OPENED VALUE "00".
       01 WS-BASE-PAYMENT PIC S9(11)V9(2) COMP-3.
       01 WS-BASE-OUTSTANDING PIC S9(11)V9(2) COMP-3.
       01 WS-AMT-DISPLAY PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           COPY lnrstws.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "LNFXCONS" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM 1000-LOAD-FX-RATES THRU 1000-EXIT.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

               DISPLAY "*** " WS-SKIPPED-COUNT " loan(s) skipped - "
                   "no usable rate on FXRATES."
           END-IF.
           MOVE WS-SKIPPED-COUNT TO WS-RSTAT-REJECTED.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

      *-----------------------------------------------------------
       8000-READ-MASTER.
           READ LOAN-MSTR-FILE
               AT END MOVE "Y" TO WS-MSTR-EOF
               NOT AT END ADD 1 TO WS-RSTAT-READ
           END-READ.
       8000-EXIT.
           EXIT.

           COPY lnrstwrt.
