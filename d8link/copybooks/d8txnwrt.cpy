           END-IF.
           WRITE D8LOG-RECORD.

      * A call the quota refused never reached the service - there
      * is nothing to replay, and replaying it would only flood the
      * service again.
           IF RETURN-CODE NOT = ZERO AND NOT D8-CALL-THROTTLED
               PERFORM 9820-WRITE-DEAD-LETTER THRU 9820-EXIT
           END-IF.


      ******************************************************************
      * 9890-CLOSE-D8-LOGS - Closes (and so flushes) the run-long
      * transaction log and dead-letter files, and saves the run's
      * call-quota usage to D8QUSE. PERFORM THRU 9890-EXIT before
      * every GOBACK that can follow a logged call - error exits
      * included.
      ******************************************************************
       9890-CLOSE-D8-LOGS.
           PERFORM 9737-SAVE-D8-QUOTA-USE THRU 9737-EXIT.
           IF D8TXN-LOG-OPEN
               CLOSE D8TXN-FILE
               MOVE "N" TO WS-D8TXN-OPEN-FLAG
