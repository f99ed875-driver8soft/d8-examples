      * event on D8EVENT (code ENTDENY - the d8entrpt violations
      * report reads these), and the call is refused. With no matrix
      * shipped, every call is allowed - enforcement arrives with
      * the file. Also holds the call-quota check D8DISPATCH makes
      * on every dispatch (9735) and the usage save D8TXNWRT makes
      * as the logs close (9737). COPY into PROCEDURE DIVISION
      * alongside D8REGCHK and D8EVTWRT.
      ******************************************************************
       9730-CHECK-D8-ENTITLEMENT.
           MOVE "Y" TO WS-D8ENT-FOUND.
           END-IF.
       9730-EXIT.
           EXIT.

      ******************************************************************
      * 9735-CHECK-D8-QUOTA - Counts this dispatch against the
      * client's quota for PROG-NAME, or refuses it: PERFORMed by
      * D8DISPATCH's 9600 just before the CALL, so one runaway
      * client cannot crowd the online day's callers off a service.
      * A refused call comes back D8-QUOTA-EXCEEDED, is displayed
      * and raised as a WARN event on D8EVENT (QUOTAMIN over the
      * per-minute limit, QUOTADAY over the daily one). A service
      * with no quota row is never refused.
      ******************************************************************
       9735-CHECK-D8-QUOTA.
           MOVE "N" TO WS-D8QTA-BREACH.
           IF WS-D8QTA-COUNT = ZEROES
               GO TO 9735-EXIT
           END-IF.
           SET D8QTA-IDX TO 1.
           SEARCH D8QTA-ENTRY
               AT END
                   GO TO 9735-EXIT
               WHEN D8QTA-PROG (D8QTA-IDX) = PROG-NAME
                   CONTINUE
           END-SEARCH.

           ACCEPT WS-D8QTA-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-D8QTA-NOW FROM TIME.
           MOVE WS-D8QTA-NOW (1:4) TO WS-D8QTA-HHMM.
      * A client still running past midnight closes out yesterday's
      * usage and starts the new day's allowance.
           IF D8QTA-DAY (D8QTA-IDX) NOT = WS-D8QTA-TODAY
               PERFORM 9737-SAVE-D8-QUOTA-USE THRU 9737-EXIT
               MOVE WS-D8QTA-TODAY TO D8QTA-DAY (D8QTA-IDX)
               MOVE ZEROES TO D8QTA-DAY-CALLS (D8QTA-IDX)
           END-IF.
           IF D8QTA-MINUTE (D8QTA-IDX) NOT = WS-D8QTA-HHMM
               MOVE WS-D8QTA-HHMM TO D8QTA-MINUTE (D8QTA-IDX)
               MOVE ZEROES TO D8QTA-MINUTE-CALLS (D8QTA-IDX)
           END-IF.

           IF D8QTA-PER-MINUTE (D8QTA-IDX) > ZEROES
               AND D8QTA-MINUTE-CALLS (D8QTA-IDX)
                   NOT < D8QTA-PER-MINUTE (D8QTA-IDX)
               MOVE "Y" TO WS-D8QTA-BREACH
               MOVE "QUOTAMIN" TO WS-EVT-MSG-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING "CLIENT " WS-D8-CLIENT-ID
                      " CALLING " PROG-NAME
                      " OVER " D8QTA-PER-MINUTE (D8QTA-IDX)
                      " PER MINUTE"
                   DELIMITED BY SIZE INTO WS-EVT-TEXT
           ELSE
               IF D8QTA-PER-DAY (D8QTA-IDX) > ZEROES
                   AND D8QTA-DAY-CALLS (D8QTA-IDX)
                       NOT < D8QTA-PER-DAY (D8QTA-IDX)
                   MOVE "Y" TO WS-D8QTA-BREACH
                   MOVE "QUOTADAY" TO WS-EVT-MSG-CODE
                   MOVE SPACES TO WS-EVT-TEXT
                   STRING "CLIENT " WS-D8-CLIENT-ID
                          " CALLING " PROG-NAME
                          " OVER " D8QTA-PER-DAY (D8QTA-IDX)
                          " PER DAY"
                       DELIMITED BY SIZE INTO WS-EVT-TEXT
               END-IF
           END-IF.

           IF D8-QUOTA-EXCEEDED
               ADD 1 TO D8QTA-RUN-REJECTED (D8QTA-IDX)
               DISPLAY "*** Client '" WS-D8-CLIENT-ID
                   "' is over its call quota for '" PROG-NAME
                   "' - call refused."
               MOVE "WARN" TO WS-EVT-SEVERITY
               PERFORM 9850-LOG-D8-EVENT THRU 9850-EXIT
           ELSE
               ADD 1 TO D8QTA-MINUTE-CALLS (D8QTA-IDX)
               ADD 1 TO D8QTA-DAY-CALLS (D8QTA-IDX)
               ADD 1 TO D8QTA-RUN-CALLS (D8QTA-IDX)
               IF D8QTA-MINUTE-CALLS (D8QTA-IDX)
                   > D8QTA-RUN-PEAK (D8QTA-IDX)
                   MOVE D8QTA-MINUTE-CALLS (D8QTA-IDX)
                       TO D8QTA-RUN-PEAK (D8QTA-IDX)
               END-IF
           END-IF.
       9735-EXIT.
           EXIT.

      ******************************************************************
      * 9737-SAVE-D8-QUOTA-USE - Appends the run's usage against
      * each quota it touched to D8QUSE and zeroes the run counts,
      * so saving twice never counts a call twice. PERFORMed by
      * D8TXNWRT's 9890 as the logs close, and at a day rollover.
      ******************************************************************
       9737-SAVE-D8-QUOTA-USE.
           IF WS-D8QTA-COUNT = ZEROES
               GO TO 9737-EXIT
           END-IF.
           OPEN EXTEND D8QUSE-FILE.
           IF D8QUSE-FILE-NOT-FOUND
               OPEN OUTPUT D8QUSE-FILE
           END-IF.
           PERFORM 9738-WRITE-D8-QUOTA-USE THRU 9738-EXIT
               VARYING D8QTA-USE-IDX FROM 1 BY 1
               UNTIL D8QTA-USE-IDX > WS-D8QTA-COUNT.
           CLOSE D8QUSE-FILE.
       9737-EXIT.
           EXIT.

       9738-WRITE-D8-QUOTA-USE.
           IF D8QTA-RUN-CALLS (D8QTA-USE-IDX) = ZEROES
               AND D8QTA-RUN-REJECTED (D8QTA-USE-IDX) = ZEROES
               GO TO 9738-EXIT
           END-IF.
           MOVE D8QTA-DAY (D8QTA-USE-IDX) TO QU-DATE.
           MOVE WS-D8-CLIENT-ID TO QU-CLIENT-ID.
           MOVE D8QTA-PROG (D8QTA-USE-IDX) TO QU-PROG-NAME.
           MOVE D8QTA-RUN-CALLS (D8QTA-USE-IDX) TO QU-CALLS.
           MOVE D8QTA-RUN-REJECTED (D8QTA-USE-IDX) TO QU-REJECTED.
           MOVE D8QTA-RUN-PEAK (D8QTA-USE-IDX) TO QU-PEAK-MINUTE.
           MOVE D8QTA-PER-MINUTE (D8QTA-USE-IDX) TO QU-PER-MINUTE.
           MOVE D8QTA-PER-DAY (D8QTA-USE-IDX) TO QU-PER-DAY.
           WRITE D8QUSE-RECORD.
           MOVE ZEROES TO D8QTA-RUN-CALLS (D8QTA-USE-IDX).
           MOVE ZEROES TO D8QTA-RUN-REJECTED (D8QTA-USE-IDX).
           MOVE ZEROES TO D8QTA-RUN-PEAK (D8QTA-USE-IDX).
       9738-EXIT.
           EXIT.
