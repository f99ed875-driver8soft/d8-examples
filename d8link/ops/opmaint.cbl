      * Modification History
      * ---------------------------------------------------------------
      * 2026-09-02  RJM  Original maintenance program.
      * 2026-10-15  RJM  The credit approval limit uwmaint enforces
      *                  is keyed here with the rest of the profile.
      * 2026-10-15  RJM  So is the fee waiver limit fwmaint holds
      *                  the servicing desk to.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           88 RECORD-EXISTS VALUE "Y".
       01 WS-CONFIRM PIC X(01) VALUE SPACES.
       01 WS-FIELD-ENTRY PIC X(30) VALUE SPACES.
       01 WS-LIMIT-ENTRY PIC 9(09)V9(02) VALUE ZEROES.
       01 WS-LIMIT-DISPLAY PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 WS-SLOT-IDX PIC S9(4) COMP.

       PROCEDURE DIVISION.
           IF RECORD-EXISTS
               PERFORM 2100-DISPLAY-OPERATOR THRU 2100-EXIT
               MOVE OPER-MSTR-RECORD TO WS-AUD-BEFORE
               IF OP-APPROVAL-LIMIT IS NOT NUMERIC
                   MOVE ZEROES TO OP-APPROVAL-LIMIT
               END-IF
               IF OP-WAIVER-LIMIT IS NOT NUMERIC
                   MOVE ZEROES TO OP-WAIVER-LIMIT
               END-IF
               PERFORM 2200-ACCEPT-FIELDS THRU 2200-EXIT
               REWRITE OPER-MSTR-RECORD
                   INVALID KEY
                   MOVE SPACES TO OPER-MSTR-RECORD
                   MOVE WS-OPER-ID-ENTRY TO OP-OPERATOR-ID
                   MOVE "Y" TO OP-ACTIVE
                   MOVE ZEROES TO OP-APPROVAL-LIMIT
                   MOVE ZEROES TO OP-WAIVER-LIMIT
                   PERFORM 2200-ACCEPT-FIELDS THRU 2200-EXIT
                   WRITE OPER-MSTR-RECORD
                       INVALID KEY
               OP-PROGRAM-SLOT (2) " " OP-PROGRAM-SLOT (3) " "
               OP-PROGRAM-SLOT (4) " " OP-PROGRAM-SLOT (5).
           DISPLAY "Active:   " OP-ACTIVE.
           IF OP-APPROVAL-LIMIT IS NUMERIC
               MOVE OP-APPROVAL-LIMIT TO WS-LIMIT-DISPLAY
               DISPLAY "Approval limit: " WS-LIMIT-DISPLAY
           ELSE
               DISPLAY "Approval limit: none"
           END-IF.
           IF OP-WAIVER-LIMIT IS NUMERIC
               MOVE OP-WAIVER-LIMIT TO WS-LIMIT-DISPLAY
               DISPLAY "Waiver limit:   " WS-LIMIT-DISPLAY
           ELSE
               DISPLAY "Waiver limit:   none"
           END-IF.
       2100-EXIT.
           EXIT.

      *
      * Prompts for each field; blank input keeps whatever is in
      * the record. The five program slots are prompted one by
      * one - ALL in slot one opens everything. The approval
      * limit can be raised or lowered but not keyed back to zero
      * here - take uwmaint out of the operator's slots instead;
      * likewise the waiver limit and fwmaint.
      *-----------------------------------------------------------
       2200-ACCEPT-FIELDS.
           DISPLAY "Name: " WITH NO ADVANCING.
           IF WS-FIELD-ENTRY NOT = SPACES
               MOVE WS-FIELD-ENTRY TO OP-ACTIVE
           END-IF.
           DISPLAY "Approval limit (0 to keep): " WITH NO ADVANCING.
           ACCEPT WS-LIMIT-ENTRY.
           IF WS-LIMIT-ENTRY > ZEROES
               MOVE WS-LIMIT-ENTRY TO OP-APPROVAL-LIMIT
           END-IF.
           DISPLAY "Fee waiver limit (0 to keep): " WITH NO ADVANCING.
           ACCEPT WS-LIMIT-ENTRY.
           IF WS-LIMIT-ENTRY > ZEROES
               MOVE WS-LIMIT-ENTRY TO OP-WAIVER-LIMIT
           END-IF.
       2200-EXIT.
           EXIT.

