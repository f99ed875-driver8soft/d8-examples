      ******************************************************************
      * LNMKCCHK - Dual control (maker-checker) for maintenance
      * changes. COPY into PROCEDURE DIVISION (see LNMKCWS).
      *
      * 9930-LOAD-DUAL-CONTROL reads the MKCHKPM thresholds and
      * turns DUAL-CONTROL-ON on when the file has its row. No file
      * leaves dual control off and every change applies as keyed.
      *
      * 9932-HOLD-FOR-APPROVAL writes WS-MKC-REQUEST to PENDCHG as
      * a PENDING row under the next request number, opening and
      * closing the file itself (creating it the first time). When
      * the row cannot be written MKC-HELD stays off and the caller
      * must neither apply the change nor report it held.
      ******************************************************************
       9930-LOAD-DUAL-CONTROL.
           MOVE "N" TO WS-MKC-MODE.
           OPEN INPUT MKC-PRM-FILE.
           IF NOT MKC-PRM-OPENED
               GO TO 9930-EXIT
           END-IF.
           READ MKC-PRM-FILE
               AT END
                   CLOSE MKC-PRM-FILE
                   GO TO 9930-EXIT
           END-READ.
           MOVE "Y" TO WS-MKC-MODE.
           IF MK-BALANCE-LIMIT NUMERIC
               MOVE MK-BALANCE-LIMIT TO WS-MKC-BALANCE-LIMIT
           END-IF.
           IF MK-RATE-LIMIT NUMERIC
               MOVE MK-RATE-LIMIT TO WS-MKC-RATE-LIMIT
           END-IF.
           IF MK-TERM-LIMIT NUMERIC
               MOVE MK-TERM-LIMIT TO WS-MKC-TERM-LIMIT
           END-IF.
           IF MK-ESCROW-LIMIT NUMERIC
               MOVE MK-ESCROW-LIMIT TO WS-MKC-ESCROW-LIMIT
           END-IF.
           CLOSE MKC-PRM-FILE.
       9930-EXIT.
           EXIT.

       9932-HOLD-FOR-APPROVAL.
           MOVE "N" TO WS-MKC-RESULT.
           MOVE ZEROES TO WS-MKC-REQ-NO.
           MOVE ZEROES TO WS-MKC-TRIES.
           OPEN I-O PEND-CHG-FILE.
           IF PEND-CHG-NOT-FOUND
               OPEN OUTPUT PEND-CHG-FILE
               CLOSE PEND-CHG-FILE
               OPEN I-O PEND-CHG-FILE
           END-IF.
           IF NOT PEND-CHG-OPENED
               DISPLAY "*** Unable to open PENDCHG - status "
                   WS-PEND-CHG-STATUS
               GO TO 9932-EXIT
           END-IF.

      * A number another desk took between our read and write of
      * the control row shows up as a duplicate key - take the
      * next one.
       9932-NUMBER.
           ADD 1 TO WS-MKC-TRIES.
           IF WS-MKC-TRIES > 5
               DISPLAY "*** No free PENDCHG request number - "
                   "change not held."
               CLOSE PEND-CHG-FILE
               GO TO 9932-EXIT
           END-IF.
           PERFORM 9933-NEXT-REQ-NO THRU 9933-EXIT.
           IF WS-MKC-REQ-NO = ZEROES
               CLOSE PEND-CHG-FILE
               GO TO 9932-EXIT
           END-IF.

           MOVE SPACES TO PEND-CHG-RECORD.
           MOVE WS-MKC-REQ-NO TO PN-REQ-NO.
           MOVE WS-MKC-PROGRAM TO PN-PROGRAM.
           MOVE WS-MKC-TYPE TO PN-CHANGE-TYPE.
           MOVE WS-MKC-APPL-ID TO PN-APPL-ID.
           MOVE WS-MKC-MAKER TO PN-MAKER.
           ACCEPT PN-REQ-DATE FROM DATE YYYYMMDD.
           ACCEPT PN-REQ-TIME FROM TIME.
           MOVE WS-MKC-TRIGGER TO PN-TRIGGER.
           MOVE "PENDING" TO PN-STATE.
           MOVE ZEROES TO PN-DECIDE-DATE.
           MOVE ZEROES TO PN-DECIDE-TIME.
           MOVE WS-MKC-CHANGE TO PN-CHANGE.
           WRITE PEND-CHG-RECORD
               INVALID KEY
                   GO TO 9932-NUMBER
           END-WRITE.
           MOVE "Y" TO WS-MKC-RESULT.
           CLOSE PEND-CHG-FILE.
       9932-EXIT.
           EXIT.

      * The control row - request number zero - carries the last
      * number issued; the first request on a new file creates it.
       9933-NEXT-REQ-NO.
           MOVE ZEROES TO WS-MKC-REQ-NO.
           MOVE ZEROES TO PN-REQ-NO.
           READ PEND-CHG-FILE
               INVALID KEY
                   MOVE SPACES TO PEND-CHG-RECORD
                   MOVE ZEROES TO PN-REQ-NO
                   MOVE "CONTROL" TO PN-STATE
                   MOVE 1 TO PN-LAST-REQ-NO
                   WRITE PEND-CHG-RECORD
                       INVALID KEY
                           DISPLAY "*** PENDCHG control row could "
                               "not be written - status "
                               WS-PEND-CHG-STATUS
                           GO TO 9933-EXIT
                   END-WRITE
                   MOVE PN-LAST-REQ-NO TO WS-MKC-REQ-NO
                   GO TO 9933-EXIT
           END-READ.
           ADD 1 TO PN-LAST-REQ-NO.
           REWRITE PEND-CHG-RECORD
               INVALID KEY
                   DISPLAY "*** PENDCHG control row could not be "
                       "rewritten - status " WS-PEND-CHG-STATUS
                   GO TO 9933-EXIT
           END-REWRITE.
           MOVE PN-LAST-REQ-NO TO WS-MKC-REQ-NO.
       9933-EXIT.
           EXIT.
