      *                  lnlckwrt.
      * 2026-09-02  RJM  Every expiry is journaled to LOANJRN with
      *                  before/after images for forward recovery.
      * 2026-10-15  RJM  Records its run statistics on RUNSTATS.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-LOAN-MSTR-STATUS.
           COPY lnjrnsel.
           COPY lnlcksel.
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.

           COPY lnlckfd.

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".

           COPY lnjrnws.
           COPY lnlckws.
           COPY lnrstws.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "LNQEXP" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           MOVE "lnqexp" TO WS-JRN-PROGRAM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

                   " since " WS-LCK-OWNER-DATE "-"
                   WS-LCK-OWNER-TIME " - run abandoned."
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               PERFORM 9871-RELEASE-RUN-LOCK THRU 9871-EXIT
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.


           DISPLAY "lnqexp: " WS-EXPIRED-COUNT
               " quote(s) expired, " WS-OPEN-COUNT " still open.".
           MOVE WS-EXPIRED-COUNT TO WS-RSTAT-WRITTEN.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

       2000-SWEEP-QUOTE.
       8000-READ-MASTER.
           READ LOAN-MSTR-FILE
               AT END MOVE "Y" TO WS-MSTR-EOF
               NOT AT END ADD 1 TO WS-RSTAT-READ
           END-READ.
       8000-EXIT.
           EXIT.

           COPY lnjrnwrt.
           COPY lnlckwrt.
           COPY lnrstwrt.
