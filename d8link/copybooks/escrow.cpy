      * Modification History
      * ---------------------------------------------------------------
      * 2026-09-02  RJM  Original copybook.
      * 2026-10-15  RJM  Added ES-ADVANCE-BAL - the escrow advance
      *                  receivable lnesdisb books when it pays a
      *                  bill the balance cannot cover.
      * 2026-10-15  RJM  Added ES-PAYEE-ID per slot - the PAYEEMST
      *                  payee the slot pays, so lnesdisb can send
      *                  one remittance per payee.
      ******************************************************************
       FD  ESCROW-FILE.
       01  ESCROW-RECORD.
               10 ES-PAYEE-TYPE   PIC X(03).
               10 ES-PAYEE-AMOUNT PIC S9(7)V9(2).
               10 ES-PAYEE-DUE    PIC 9(08).
      * Escrow advance receivable - the servicer's own money laid
      * out on bills the balance could not cover. lnpost repays it
      * out of the escrow portion of each payment before anything
      * builds the balance again.
           05 ES-ADVANCE-BAL     PIC S9(7)V9(2).
      * The PAYEEMST payee id of each slot - the slot's name and
      * type are copied from the master when esmaint sets the id.
      * Blank on a slot keyed before the payee master existed.
           05 ES-PAYEE-REF OCCURS 4 TIMES.
               10 ES-PAYEE-ID     PIC X(08).
