      ******************************************************************
      * RECOVLED - Recoveries ledger, one row per payment received
      * against a charged-off loan. Written by lnpost, credited to
      * the allowance by lnreserv and totaled monthly by lnchgrpt.
      * COPY into the FILE SECTION; the matching SELECT is:
      *
      *     SELECT RECOV-LED-FILE ASSIGN TO "RECOVLED"
      *         ORGANIZATION IS LINE SEQUENTIAL
      *         FILE STATUS IS WS-RECOV-LED-STATUS.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Moved out of lnpost, lnreserv and lnchgrpt
      *                  into one copybook; added the collecting
      *                  agency and its contingency fee.
      ******************************************************************
       FD  RECOV-LED-FILE.
       01  RECOV-LED-RECORD.
           05 RL-APPL-ID    PIC X(20).
           05 RL-PAY-DATE   PIC 9(08).
           05 RL-AMOUNT     PIC S9(7)V9(2).
           05 RL-LOAN-TYPE  PIC X(04).
      * A recovery an outside agency reported (see AGYPLAC): the
      * agency, and its contingency fee out of RL-AMOUNT - the
      * amount recovered stays whole, the fee is owed to the
      * agency against its invoice. Spaces and zero for a payment
      * the borrower made to us direct.
           05 RL-AGENCY-ID  PIC X(08).
           05 RL-FEE        PIC S9(7)V9(2).
