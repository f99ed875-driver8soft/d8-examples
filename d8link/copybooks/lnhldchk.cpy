      ******************************************************************
      * LNHLDCHK - Legal-hold check. COPY into PROCEDURE DIVISION
      * (see LNHLDWS).
      *
      * 9890-OPEN-LEGAL-HOLD opens LEGALHLD for reading; with no
      * file there are no holds.
      *
      * 9891-CHECK-LEGAL-HOLD looks for a hold in force on the
      * current LOAN-MSTR-RECORD as of WS-HLD-ASOF - one placed on
      * the loan itself or on its borrower (LM-BORROWER-NO). A hold
      * is in force from its start date through its end date, or
      * indefinitely while the end date is zero. Every held loan
      * checked is counted in WS-HLD-COUNT.
      *
      * 9892-CLOSE-LEGAL-HOLD closes the file if it was opened.
      ******************************************************************
       9890-OPEN-LEGAL-HOLD.
           MOVE "N" TO WS-HLD-FILE.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF WS-LEGAL-HOLD-STATUS = "00"
               MOVE "Y" TO WS-HLD-FILE
           END-IF.
       9890-EXIT.
           EXIT.

       9891-CHECK-LEGAL-HOLD.
           MOVE "N" TO WS-HLD-ON.
           MOVE "N" TO WS-HLD-DEATH.
           MOVE SPACES TO WS-HLD-TYPE.
           MOVE SPACES TO WS-HLD-CASE-REF.
           MOVE SPACES TO WS-HLD-CII.
           MOVE SPACES TO WS-HLD-COMMENT.
           IF NOT HLD-FILE-OPEN
               GO TO 9891-EXIT
           END-IF.

           MOVE "L" TO WS-HLD-SUBJECT-TYPE.
           MOVE LM-APPL-ID TO WS-HLD-SUBJECT.
           PERFORM 9893-SCAN-SUBJECT THRU 9893-EXIT.
           IF LM-BORROWER-NO NOT = SPACES
               MOVE "B" TO WS-HLD-SUBJECT-TYPE
               MOVE LM-BORROWER-NO TO WS-HLD-SUBJECT
               PERFORM 9893-SCAN-SUBJECT THRU 9893-EXIT
           END-IF.
           IF LEGAL-HOLD-ON
               ADD 1 TO WS-HLD-COUNT
           END-IF.
       9891-EXIT.
           EXIT.

       9892-CLOSE-LEGAL-HOLD.
           IF HLD-FILE-OPEN
               CLOSE LEGAL-HOLD-FILE
               MOVE "N" TO WS-HLD-FILE
           END-IF.
       9892-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 9893-SCAN-SUBJECT
      *
      * Positions on the first hold for one loan or borrower and
      * reads on through that subject's holds.
      *-----------------------------------------------------------
       9893-SCAN-SUBJECT.
           MOVE "N" TO WS-HLD-SCAN.
           MOVE WS-HLD-SUBJECT-TYPE TO LH-SUBJECT-TYPE.
           MOVE WS-HLD-SUBJECT TO LH-SUBJECT.
           MOVE LOW-VALUES TO LH-HOLD-TYPE.
           START LEGAL-HOLD-FILE KEY NOT < LH-KEY
               INVALID KEY
                   GO TO 9893-EXIT
           END-START.
           PERFORM 9894-TAKE-HOLD THRU 9894-EXIT
               UNTIL HLD-SCAN-DONE.
       9893-EXIT.
           EXIT.

       9894-TAKE-HOLD.
           READ LEGAL-HOLD-FILE NEXT
               AT END
                   MOVE "Y" TO WS-HLD-SCAN
                   GO TO 9894-EXIT
           END-READ.
           IF LH-SUBJECT-TYPE NOT = WS-HLD-SUBJECT-TYPE
               OR LH-SUBJECT NOT = WS-HLD-SUBJECT
               MOVE "Y" TO WS-HLD-SCAN
               GO TO 9894-EXIT
           END-IF.
           IF LH-START-DATE > WS-HLD-ASOF
               GO TO 9894-EXIT
           END-IF.
           IF LH-END-DATE NOT = ZEROES
               AND LH-END-DATE < WS-HLD-ASOF
               GO TO 9894-EXIT
           END-IF.

           IF NOT LEGAL-HOLD-ON
               MOVE "Y" TO WS-HLD-ON
               MOVE LH-HOLD-TYPE TO WS-HLD-TYPE
               MOVE LH-CASE-REF TO WS-HLD-CASE-REF
           END-IF.
           IF WS-HLD-CII = SPACES
               MOVE LH-BUREAU-CII TO WS-HLD-CII
           END-IF.
           IF WS-HLD-COMMENT = SPACES
               MOVE LH-BUREAU-COMMENT TO WS-HLD-COMMENT
           END-IF.
           IF LH-DECEASED
               MOVE "Y" TO WS-HLD-DEATH
           END-IF.
       9894-EXIT.
           EXIT.
