      *                  were rejected, instead of the reject count
      *                  - eight bad records used to read as a step
      *                  failure and gate the whole pricing run off.
      * 2026-10-15  RJM  Records its run statistics on RUNSTATS.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT EDIT-RPT-FILE ASSIGN TO "LNEDITRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIT-RPT-STATUS.
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.
       FD  EDIT-RPT-FILE.
       01  EDIT-RPT-LINE      PIC X(80).

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
       01 WS-LOAN-IN-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-IN-OPENED VALUE "00".
           05 RPD-NAME PIC X(13).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RPD-REASON PIC X(40).
           COPY lnrstws.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "LNEDIT" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM 1000-VERIFY-CONTROLS THRU 1000-EXIT.
           IF NOT CONTROLS-GOOD
               MOVE 16 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

               DISPLAY "*** Unable to open LOANIN - status "
                   WS-LOAN-IN-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.
           MOVE "N" TO WS-EOF.
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE WS-RECORD-COUNT TO WS-RSTAT-READ.
           MOVE WS-CLEAN-COUNT TO WS-RSTAT-WRITTEN.
           MOVE WS-REJECT-COUNT TO WS-RSTAT-REJECTED.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

      *-----------------------------------------------------------
           END-READ.
       8000-EXIT.
           EXIT.

           COPY lnrstwrt.
