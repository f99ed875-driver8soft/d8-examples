      *                  exclusive LOANLOCK run-level lock, the
      *                  same retrofit the other master writers
      *                  got.
      * 2026-10-15  RJM  Master image widened to 200 bytes - the
      *                  accrual-status fields took LOANMSTR past
      *                  the old 180.
      * 2026-10-15  RJM  Records its run statistics on RUNSTATS.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-LOAN-ARCH-STATUS.
           COPY lnjrnsel.
           COPY lnlcksel.
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-ARCH-FILE.
       01  LOAN-ARCH-RECORD.
           05 AR-ARCHIVE-DATE PIC 9(08).
           05 AR-MASTER-IMAGE PIC X(200).

           COPY lnjrnfd.

           COPY lnlckfd.

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
       01 WS-RETN-RULE-STATUS PIC X(02) VALUE SPACES.
           88 RETN-RULE-OPENED VALUE "00".
               INDEXED BY RULE-IDX.
               10 RULE-STATUS PIC X(08).
               10 RULE-MONTHS PIC 9(03).
           COPY lnrstws.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "LNARCHV" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           MOVE "lnarchv" TO WS-JRN-PROGRAM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           IF WS-RULE-COUNT = ZEROES
               DISPLAY "lnarchv: no retention rules on RETNRULE - "
                   "nothing archived."
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

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

           DISPLAY "lnarchv: " WS-ARCHIVED-COUNT
               " record(s) archived to LOANARCH, "
               WS-STAYED-COUNT " stayed on the master.".
           MOVE WS-ARCHIVED-COUNT TO WS-RSTAT-WRITTEN.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

       1000-LOAD-RULES.
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
