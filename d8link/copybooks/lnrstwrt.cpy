      ******************************************************************
      * LNRSTWRT - Records a night-stream program's run statistics
      * on the shared RUNSTATS file. COPY into PROCEDURE DIVISION;
      * PERFORM 9950-START-RUN-STATS THRU 9950-EXIT first thing, and
      * 9951-WRITE-RUN-STATS THRU 9951-EXIT before every GOBACK once
      * RETURN-CODE and the WS-RSTAT-* counts are set (see LNRSTWS).
      * A run that fails to open its files is recorded too, with
      * whatever it had counted and the return code it ends with.
      ******************************************************************
       9950-START-RUN-STATS.
           ACCEPT WS-RSTAT-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RSTAT-START-TIME FROM TIME.
       9950-EXIT.
           EXIT.

       9951-WRITE-RUN-STATS.
           ACCEPT WS-RSTAT-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RSTAT-END-TIME FROM TIME.
           MOVE SPACES TO RUN-STATS-RECORD.
           MOVE WS-RSTAT-PROGRAM TO RSTAT-PROGRAM.
           MOVE WS-RSTAT-START-DATE TO RSTAT-RUN-DATE.
           MOVE WS-RSTAT-START-TIME TO RSTAT-START-TIME.
           MOVE WS-RSTAT-END-DATE TO RSTAT-END-DATE.
           MOVE WS-RSTAT-END-TIME TO RSTAT-END-TIME.
      * Elapsed seconds, carried across midnight by the day count.
           COMPUTE WS-RSTAT-SECS =
               (FUNCTION INTEGER-OF-DATE(WS-RSTAT-END-DATE)
                - FUNCTION INTEGER-OF-DATE(WS-RSTAT-START-DATE))
                   * 86400
               + WS-RSTAT-END-HH * 3600 + WS-RSTAT-END-MM * 60
               + WS-RSTAT-END-SS
               - WS-RSTAT-START-HH * 3600 - WS-RSTAT-START-MM * 60
               - WS-RSTAT-START-SS.
           IF WS-RSTAT-SECS < ZERO
               MOVE ZERO TO WS-RSTAT-SECS
           END-IF.
           MOVE WS-RSTAT-SECS TO RSTAT-ELAPSED-SECS.
           MOVE WS-RSTAT-READ TO RSTAT-READ.
           MOVE WS-RSTAT-WRITTEN TO RSTAT-WRITTEN.
           MOVE WS-RSTAT-REJECTED TO RSTAT-REJECTED.
           MOVE RETURN-CODE TO RSTAT-RETURN-CODE.

           OPEN EXTEND RUN-STATS-FILE.
           IF WS-RUN-STATS-STATUS = "35"
               OPEN OUTPUT RUN-STATS-FILE
           END-IF.
           WRITE RUN-STATS-RECORD.
           CLOSE RUN-STATS-FILE.
       9951-EXIT.
           EXIT.
