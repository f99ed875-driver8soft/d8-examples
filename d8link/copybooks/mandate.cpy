      ******************************************************************
      * MANDATE - Indexed direct-debit mandate record, keyed by
      * application id, one per loan whose borrower has signed up to
      * have the scheduled payment pulled from a bank account on the
      * due date: the account holder, routing and account number,
      * the date the authority starts and its status. Kept by
      * mdmaint; lnddorig originates the debits off it and lnddret
      * counts the returns against it. COPY into the FILE SECTION of
      * any program that reads or writes mandates; the matching
      * SELECT is:
      *
      *     SELECT MANDATE-FILE ASSIGN TO "MANDATE"
      *         ORGANIZATION IS INDEXED
      *         ACCESS MODE IS DYNAMIC
      *         RECORD KEY IS MD-APPL-ID
      *         FILE STATUS IS WS-MANDATE-STATUS.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original copybook - auto-pay was a customer
      *                  service list and a manual debit file.
      ******************************************************************
       FD  MANDATE-FILE.
       01  MANDATE-RECORD.
           05 MD-APPL-ID        PIC X(20).
           05 MD-HOLDER         PIC X(25).
           05 MD-BANK-ROUTING   PIC X(09).
           05 MD-BANK-ACCOUNT   PIC X(17).
      * C checking, S savings - the bank file needs to know which.
           05 MD-ACCT-TYPE      PIC X(01).
               88 MD-CHECKING VALUE "C".
               88 MD-SAVINGS  VALUE "S".
      * No debit is drawn for a due date before the start date.
           05 MD-START-DATE     PIC 9(08).
      * ACTIVE mandates are drawn on; SUSPENDD is set by lnddret
      * after an authority return or too many returned debits and
      * waits for mdmaint to reactivate it; CANCELLD is the
      * borrower's own withdrawal.
           05 MD-STATUS         PIC X(08).
               88 MD-ACTIVE    VALUE "ACTIVE".
               88 MD-SUSPENDED VALUE "SUSPENDD".
               88 MD-CANCELLED VALUE "CANCELLD".
           05 MD-STATUS-DATE    PIC 9(08).
      * The last schedule period a debit was originated for, and
      * the effective date of that debit - the next run starts
      * from the period after.
           05 MD-LAST-PERIOD    PIC 9(04).
           05 MD-LAST-DEBIT     PIC 9(08).
      * Returned debits since the mandate was last (re)activated,
      * and the bank's code on the latest.
           05 MD-RETURN-COUNT   PIC 9(02).
           05 MD-LAST-RETURN    PIC X(03).
