      * OPERMSTR - Indexed operator profile record, keyed by operator
      * id. Who is allowed at the keyboard of the maintenance
      * programs, and which of them: up to five program names (or
      * ALL in the first slot), an active flag a leaver is turned
      * off with, the credit approval limit uwmaint holds an
      * underwriter to and the fee waiver limit fwmaint holds the
      * servicing desk to. Maintained through opmaint; the sign-on
      * check is LNOPSCHK. COPY into the FILE SECTION of any program
      * that signs operators on; the matching SELECT is:
      *
      * ---------------------------------------------------------------
      * 2026-09-02  RJM  Original copybook - anyone who could start
      *                  lnmaint could book a loan.
      * 2026-10-15  RJM  Added OP-APPROVAL-LIMIT - the most a credit
      *                  officer may approve, measured as the
      *                  borrower's total exposure with the new
      *                  loan. Spaces (a profile keyed before the
      *                  field existed) or zero means no approval
      *                  authority.
      * 2026-10-15  RJM  Added OP-WAIVER-LIMIT - the most fee
      *                  charge fwmaint lets the operator waive or
      *                  reduce in one adjustment. Spaces or zero
      *                  means no waiver authority.
      ******************************************************************
       FD  OPER-MSTR-FILE.
       01  OPER-MSTR-RECORD.
           05 OP-PROGRAM-SLOT OCCURS 5 TIMES PIC X(08).
           05 OP-ACTIVE      PIC X(01).
               88 OP-IS-ACTIVE VALUE "Y".
           05 OP-APPROVAL-LIMIT PIC 9(9)V9(2).
           05 OP-WAIVER-LIMIT PIC 9(7)V9(2).
