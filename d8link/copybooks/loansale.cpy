      ******************************************************************
      * LOANSALE - Indexed loan-to-investor assignment, keyed by
      * application id, one row per loan sold to an investor with
      * the servicing retained. A loan with a SOLD row is serviced
      * for others: the borrower still pays the bank, and lnremit
      * passes the principal and the investor's share of the
      * interest on to the investor each month, keeping the rest of
      * the interest as the servicing fee. A loan bought back is
      * REPURCH from its repurchase date and owned again after it.
      * Kept by lsmaint; lnportf and lnyield read it to separate
      * the owned book from loans serviced for others. COPY into the
      * FILE SECTION of any program that reads or writes sales; the
      * matching SELECT is:
      *
      *     SELECT LOAN-SALE-FILE ASSIGN TO "LOANSALE"
      *         ORGANIZATION IS INDEXED
      *         ACCESS MODE IS DYNAMIC
      *         RECORD KEY IS LS-APPL-ID
      *         FILE STATUS IS WS-LOAN-SALE-STATUS.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original copybook.
      ******************************************************************
       FD  LOAN-SALE-FILE.
       01  LOAN-SALE-RECORD.
           05 LS-APPL-ID       PIC X(20).
           05 LS-INVESTOR-ID   PIC X(08).
      * The investor's pool reference, carried onto the remittance.
           05 LS-POOL-ID       PIC X(08).
           05 LS-SALE-DATE     PIC 9(08).
      * Outstanding balance the investor bought.
           05 LS-SALE-BALANCE  PIC S9(7)V9(2).
      * Annual rate passed through to the investor, in LM-RATE's
      * percent terms - the loan's rate less the servicing spread.
           05 LS-PASS-RATE     PIC S9(3)V9(4).
           05 LS-STATUS        PIC X(08).
               88 LS-SOLD        VALUE "SOLD".
               88 LS-REPURCHASED VALUE "REPURCH".
           05 LS-REPURCH-DATE  PIC 9(08).
      * The last PAYHIST posting sequence lnremit has accounted for
      * and the run that did it - a rerun never remits twice.
           05 LS-REMIT-SEQ     PIC 9(07).
           05 LS-REMIT-DATE    PIC 9(08).
