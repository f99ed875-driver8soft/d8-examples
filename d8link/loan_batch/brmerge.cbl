      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  A moved cross-reference row keeps its end
      *                  date - an ended row stays ended.
      * 2026-09-02  RJM  Takes the exclusive LOANLOCK run-level
      *                  lock around its master updates - see
      *                  lnlckwrt.
               INDEXED BY MOVE-IDX.
               10 MOVE-APPL-ID PIC X(20).
               10 MOVE-ROLE PIC X(01).
               10 MOVE-END-DATE PIC 9(08).

           COPY lnjrnws.
           COPY lnlckws.
                   ADD 1 TO WS-MOVE-COUNT
                   MOVE LB-APPL-ID TO MOVE-APPL-ID (WS-MOVE-COUNT)
                   MOVE LB-ROLE TO MOVE-ROLE (WS-MOVE-COUNT)
                   MOVE LB-END-DATE TO MOVE-END-DATE (WS-MOVE-COUNT)
                   DELETE LOAN-BORR-FILE RECORD
               ELSE
                   DISPLAY "*** Move table full at " WS-MOVE-MAX
           MOVE MOVE-APPL-ID (MOVE-IDX) TO LB-APPL-ID.
           MOVE WS-SURVIVOR-NO TO LB-BORROWER-NO.
           MOVE MOVE-ROLE (MOVE-IDX) TO LB-ROLE.
           MOVE MOVE-END-DATE (MOVE-IDX) TO LB-END-DATE.
           WRITE LOAN-BORR-RECORD
               INVALID KEY
                   CONTINUE
