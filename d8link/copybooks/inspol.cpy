      ******************************************************************
      * INSPOL - Indexed hazard insurance policy record, keyed by
      * application id, one per insured HOME loan: the carrier, the
      * policy number, the dwelling coverage and the period the
      * policy is in force. Kept by ipmaint; the lninschk sweep
      * lists HOME loans with no policy, a lapsed one, or coverage
      * short of the outstanding balance. COPY into the FILE SECTION
      * of any program that reads or writes insurance policies; the
      * matching SELECT is:
      *
      *     SELECT INS-POL-FILE ASSIGN TO "INSPOL"
      *         ORGANIZATION IS INDEXED
      *         ACCESS MODE IS DYNAMIC
      *         RECORD KEY IS HI-APPL-ID
      *         FILE STATUS IS WS-INS-POL-STATUS.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original copybook - an escrow INS payee slot
      *                  held a name, an amount and a due date, and
      *                  nothing recorded the policy or when its
      *                  cover ended.
      ******************************************************************
       FD  INS-POL-FILE.
       01  INS-POL-RECORD.
           05 HI-APPL-ID       PIC X(20).
           05 HI-CARRIER       PIC X(25).
           05 HI-POLICY-NO     PIC X(20).
           05 HI-COVERAGE      PIC S9(9)V9(2).
      * Cover runs from the effective date through the expiry date
      * inclusive; the day after expiry the policy has lapsed.
           05 HI-EFF-DATE      PIC 9(08).
           05 HI-EXP-DATE      PIC 9(08).
