      ******************************************************************
      * LNCNDCHK - Pre-booking conditions. COPY into PROCEDURE
      * DIVISION (see LNCNDWS).
      *
      * 9900-SEED-CONDITIONS raises the CONDTMPL conditions for the
      * current LOAN-MSTR-RECORD's loan type - and the rows with a
      * blank type, which every loan carries - as OPEN rows on
      * CONDTRK dated WS-CND-DATE. A loan that already has
      * conditions on file is left as it is, so an application
      * approved a second time is not seeded twice. Either file
      * missing or unreadable sets CND-FILE-ERROR.
      *
      * 9901-COUNT-OPEN-CONDITIONS counts the loan's conditions
      * still OPEN into WS-CND-OPEN-COUNT. No CONDTRK file at all
      * means no conditions; any other open failure sets
      * CND-FILE-ERROR.
      ******************************************************************
       9900-SEED-CONDITIONS.
           MOVE "N" TO WS-CND-FILE-ERROR.
           MOVE ZEROES TO WS-CND-SEED-COUNT.
           OPEN I-O COND-TRK-FILE.
           IF WS-COND-TRK-STATUS = "35"
               OPEN OUTPUT COND-TRK-FILE
               CLOSE COND-TRK-FILE
               OPEN I-O COND-TRK-FILE
           END-IF.
           IF WS-COND-TRK-STATUS NOT = "00"
               DISPLAY "*** Unable to open CONDTRK - status "
                   WS-COND-TRK-STATUS
               MOVE "Y" TO WS-CND-FILE-ERROR
               GO TO 9900-EXIT
           END-IF.

           PERFORM 9902-SCAN-CONDITIONS THRU 9902-EXIT.
           IF WS-CND-EXISTING > ZEROES
               CLOSE COND-TRK-FILE
               GO TO 9900-EXIT
           END-IF.

           OPEN INPUT COND-TMPL-FILE.
           IF WS-COND-TMPL-STATUS NOT = "00"
               DISPLAY "*** Unable to open CONDTMPL - status "
                   WS-COND-TMPL-STATUS
               MOVE "Y" TO WS-CND-FILE-ERROR
               CLOSE COND-TRK-FILE
               GO TO 9900-EXIT
           END-IF.
           MOVE "N" TO WS-CND-SCAN.
           PERFORM 9903-SEED-ONE THRU 9903-EXIT
               UNTIL CND-SCAN-DONE.
           CLOSE COND-TMPL-FILE.
           CLOSE COND-TRK-FILE.
       9900-EXIT.
           EXIT.

       9901-COUNT-OPEN-CONDITIONS.
           MOVE "N" TO WS-CND-FILE-ERROR.
           MOVE ZEROES TO WS-CND-EXISTING.
           MOVE ZEROES TO WS-CND-OPEN-COUNT.
           OPEN INPUT COND-TRK-FILE.
           IF WS-COND-TRK-STATUS = "35"
               GO TO 9901-EXIT
           END-IF.
           IF WS-COND-TRK-STATUS NOT = "00"
               DISPLAY "*** Unable to open CONDTRK - status "
                   WS-COND-TRK-STATUS
               MOVE "Y" TO WS-CND-FILE-ERROR
               GO TO 9901-EXIT
           END-IF.
           PERFORM 9902-SCAN-CONDITIONS THRU 9902-EXIT.
           CLOSE COND-TRK-FILE.
       9901-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 9902-SCAN-CONDITIONS
      *
      * Positions on the loan's first condition and reads on
      * through the rest, counting them and the open ones.
      *-----------------------------------------------------------
       9902-SCAN-CONDITIONS.
           MOVE ZEROES TO WS-CND-EXISTING.
           MOVE ZEROES TO WS-CND-OPEN-COUNT.
           MOVE "N" TO WS-CND-SCAN.
           MOVE LM-APPL-ID TO CT-APPL-ID.
           MOVE LOW-VALUES TO CT-COND-CODE.
           START COND-TRK-FILE KEY NOT < CT-KEY
               INVALID KEY
                   GO TO 9902-EXIT
           END-START.
           PERFORM 9904-TAKE-CONDITION THRU 9904-EXIT
               UNTIL CND-SCAN-DONE.
       9902-EXIT.
           EXIT.

       9903-SEED-ONE.
           READ COND-TMPL-FILE
               AT END
                   MOVE "Y" TO WS-CND-SCAN
                   GO TO 9903-EXIT
           END-READ.
           IF CN-LOAN-TYPE NOT = SPACES
               AND CN-LOAN-TYPE NOT = LM-LOAN-TYPE
               GO TO 9903-EXIT
           END-IF.
           MOVE SPACES TO COND-TRK-RECORD.
           MOVE LM-APPL-ID TO CT-APPL-ID.
           MOVE CN-COND-CODE TO CT-COND-CODE.
           MOVE CN-DESCRIPTION TO CT-DESCRIPTION.
           MOVE "OPEN" TO CT-STATUS.
           MOVE WS-CND-DATE TO CT-OPEN-DATE.
           MOVE ZEROES TO CT-CLEARED-DATE.
      * A code the type repeats from the all-types rows is only
      * raised once.
           WRITE COND-TRK-RECORD
               INVALID KEY
                   GO TO 9903-EXIT
           END-WRITE.
           ADD 1 TO WS-CND-SEED-COUNT.
           ADD 1 TO WS-CND-OPEN-COUNT.
       9903-EXIT.
           EXIT.

       9904-TAKE-CONDITION.
           READ COND-TRK-FILE NEXT
               AT END
                   MOVE "Y" TO WS-CND-SCAN
                   GO TO 9904-EXIT
           END-READ.
           IF CT-APPL-ID NOT = LM-APPL-ID
               MOVE "Y" TO WS-CND-SCAN
               GO TO 9904-EXIT
           END-IF.
           ADD 1 TO WS-CND-EXISTING.
           IF CT-OPEN
               ADD 1 TO WS-CND-OPEN-COUNT
           END-IF.
       9904-EXIT.
           EXIT.
