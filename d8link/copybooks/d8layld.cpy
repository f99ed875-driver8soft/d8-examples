      ******************************************************************
      * D8LAYLD - Loads the D8CALAY COMMAREA layouts at startup. COPY
      * into PROCEDURE DIVISION and PERFORM 9740-LOAD-D8-LAYOUTS THRU
      * 9740-EXIT once, before the first 9745-DECODE-COMMAREA. A
      * missing file leaves every COMMAREA shown as raw bytes (with a
      * warning); a row with an unknown type or a scale past 4 is
      * skipped and named.
      ******************************************************************
       9740-LOAD-D8-LAYOUTS.
           MOVE ZEROES TO WS-D8LAY-COUNT.
           MOVE "N" TO WS-D8LAY-EOF.
           OPEN INPUT D8CALAY-FILE.
           IF NOT D8CALAY-FILE-OPENED
               DISPLAY "*** No D8CALAY layout file - COMMAREAs are "
                   "shown as raw bytes."
               GO TO 9740-EXIT
           END-IF.
           PERFORM 9741-READ-D8-LAYOUT THRU 9741-EXIT.
           PERFORM 9742-LOAD-D8-LAYOUT THRU 9742-EXIT
               UNTIL D8LAY-AT-END.
           CLOSE D8CALAY-FILE.
       9740-EXIT.
           EXIT.

       9741-READ-D8-LAYOUT.
           READ D8CALAY-FILE
               AT END MOVE "Y" TO WS-D8LAY-EOF
           END-READ.
       9741-EXIT.
           EXIT.

       9742-LOAD-D8-LAYOUT.
           IF CALAY-OFFSET NOT NUMERIC OR CALAY-OFFSET = ZEROES
               OR CALAY-LENGTH NOT NUMERIC OR CALAY-LENGTH = ZEROES
               OR CALAY-SCALE NOT NUMERIC OR CALAY-SCALE > 4
               OR (CALAY-TYPE NOT = "X" AND NOT = "N"
                   AND NOT = "P" AND NOT = "B")
               DISPLAY "*** D8CALAY row '" CALAY-PROG-NAME " "
                   CALAY-FIELD-NAME "' is not valid - skipped."
               GO TO 9742-NEXT
           END-IF.
           IF WS-D8LAY-COUNT NOT < WS-D8LAY-MAX
               DISPLAY "*** D8CALAY table full at " WS-D8LAY-MAX
                   " - '" CALAY-PROG-NAME " " CALAY-FIELD-NAME
                   "' skipped."
               GO TO 9742-NEXT
           END-IF.
           ADD 1 TO WS-D8LAY-COUNT.
           MOVE CALAY-PROG-NAME TO D8LAY-PROG-NAME (WS-D8LAY-COUNT).
           MOVE CALAY-FIELD-NAME TO D8LAY-FIELD-NAME (WS-D8LAY-COUNT).
           MOVE CALAY-OFFSET TO D8LAY-OFFSET (WS-D8LAY-COUNT).
           MOVE CALAY-LENGTH TO D8LAY-LENGTH (WS-D8LAY-COUNT).
           MOVE CALAY-TYPE TO D8LAY-TYPE (WS-D8LAY-COUNT).
           MOVE CALAY-SCALE TO D8LAY-SCALE (WS-D8LAY-COUNT).
       9742-NEXT.
           PERFORM 9741-READ-D8-LAYOUT THRU 9741-EXIT.
       9742-EXIT.
           EXIT.
