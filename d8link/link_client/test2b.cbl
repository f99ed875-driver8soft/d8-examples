      *                  and rejects come back per slot; a WAIT
      *                  quiesce stop hands the whole in-flight
      *                  block back to the checkpoint.
      * 2026-10-15  RJM  Each block is sent under a fresh request
      *                  key, kept across its retries and any
      *                  D8OUTQ deferral, so a resent block books
      *                  no scenario twice.
      * 2026-10-15  RJM  A block refused by the call quota is
      *                  queued to D8OUTQ instead of failing.
      * 2026-10-15  RJM  Records its run statistics on RUNSTATS.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY d8evtsel.
           COPY d8entsel.
           COPY d8oqsel.
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.
           COPY d8evtfd.
           COPY d8entfd.
           COPY d8oqfd.
           COPY lnrstfd.

       WORKING-STORAGE SECTION.
      * In COBOL, you declare variables in the WORKING-STORAGE section
           COPY d8verws.
           COPY d8corrws.
           COPY d8oqws.
           COPY lnrstws.

      * Human-readable rendering of the packed rate field C for
      * DISPLAY - a sign, thousands separators and a decimal point,

       PROCEDURE DIVISION.

           MOVE "TEST2B" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           MOVE "test2b" TO WS-EVT-PROGRAM.
           MOVE "test2b" TO WS-D8-CLIENT-ID.
           PERFORM 9690-LOAD-D8-ROUTES THRU 9690-EXIT.
               THRU VERIFY-BATCH-CONTROLS-EXIT.
           IF NOT CONTROLS-GOOD
               MOVE 16 TO RETURN-CODE
               MOVE WS-CTL-COUNT TO WS-RSTAT-READ
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-RECORD-COUNT TO WS-RSTAT-READ.
           MOVE WS-OUT-COUNT TO WS-RSTAT-WRITTEN.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

       READ-LOAN-RECORD.
      * line is written for each. A quiesced service under WAIT
      * hands the whole block back to the checkpoint; a transport
      * failure or business error marks every slot's line, since no
      * slot got an answer; a block refused by test2b's call quota
      * goes on the D8OUTQ queue for d8drain, like a DEFR quiesce.
      * The checkpoint advances only after the block's lines are
      * safely on LOANOUT.
      ******************************************************************
       FLUSH-SCENARIO-BLOCK.
           MOVE SPACES TO WS-BLOCK-STATUS.
           PERFORM 9650-NEW-D8-REQUEST-KEY THRU 9650-EXIT.
           MOVE WS-D8-REQUEST-KEY TO SB-REQUEST-KEY.
           PERFORM 9700-VALIDATE-SERVICE THRU 9700-EXIT.
           IF D8-SERVICE-QUIESCED
               EVALUATE TRUE
                   PERFORM 9710-VALIDATE-COMMLEN THRU 9710-EXIT
                   IF D8-SERVICE-REGISTERED
                       PERFORM 9600-DISPATCH-D8LINK THRU 9600-EXIT
                       IF D8-CALL-THROTTLED
                           PERFORM 9800-LOG-D8-CALL THRU 9800-EXIT
                           PERFORM DEFER-SCENARIO-BLOCK
                               THRU DEFER-SCENARIO-BLOCK-EXIT
                           GO TO FLUSH-SCENARIO-BLOCK-EXIT
                       END-IF
                       IF RETURN-CODE NOT = ZERO
                           DISPLAY "*** D8link call to '" PROG-NAME
                               "' FAILED - RETURN-CODE: "
           COPY d8entld.
           COPY d8entchk.
           COPY d8oqwrt.
           COPY lnrstwrt.
