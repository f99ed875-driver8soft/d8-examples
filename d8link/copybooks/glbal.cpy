      ******************************************************************
      * GLBAL - Indexed general-ledger carried-balance record, one
      * row per ledger account and cost centre, split by the
      * posting type, loan type and currency the GLEXTR postings to
      * it carried. lnglpost rolls each day's GLEXTR into it; the
      * lnglrec month-end reconciliation proves it against the loan
      * book. Summing the rows for an account gives the account's
      * ledger balance. COPY into the FILE SECTION of any program
      * that maintains or reads the carried balances; the matching
      * SELECT is:
      *
      *     SELECT GL-BAL-FILE ASSIGN TO "GLBAL"
      *         ORGANIZATION IS INDEXED
      *         ACCESS MODE IS DYNAMIC
      *         RECORD KEY IS GB-KEY
      *         FILE STATUS IS WS-GL-BAL-STATUS.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original copybook - nothing carried the
      *                  ledger side from one GLEXTR to the next.
      * 2026-10-15  RJM  One *CONTROL row per extract source.
      ******************************************************************
       FD  GL-BAL-FILE.
       01  GL-BAL-RECORD.
           05 GB-KEY.
      * A row with account *CONTROL carries, in GB-LAST-DATE, the
      * date of the last GLEXTR applied - the guard against rolling
      * the same day in twice. There is one per extract source,
      * named in GB-POST-TYPE: blank for the daily lnglextr
      * extract, RESERVE for the lnreserv month-end extract.
               10 GB-ACCOUNT     PIC X(08).
                   88 GB-CONTROL-ROW VALUE "*CONTROL".
               10 GB-COST-CENTRE PIC X(06).
               10 GB-POST-TYPE   PIC X(08).
               10 GB-LOAN-TYPE   PIC X(04).
               10 GB-CURRENCY    PIC X(03).
      * Debits less credits - a credit-normal account (ESCROWLI,
      * the income accounts) carries a negative balance.
           05 GB-BALANCE         PIC S9(13)V9(2).
           05 GB-LAST-DATE       PIC 9(08).
