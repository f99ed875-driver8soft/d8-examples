      ******************************************************************
      * PENDCHG - Indexed pending-change record, keyed by request
      * number: one row per maintenance change held for a second
      * operator's approval under dual control (see LNMKCFD for what
      * is held). lnmaint, esmaint and lnmod write the rows PENDING
      * through LNMKCCHK; lnapprov approves or rejects them. An
      * approved lnmaint or esmaint change is applied by lnapprov
      * and the row goes to APPLIED; an approved lnmod restructure
      * is APPROVED until the next lnmod run applies it. A change
      * the record has moved on from since it was keyed is marked
      * STALE instead of being applied. COPY into the FILE SECTION;
      * the matching SELECT is in LNMKCSEL.
      *
      * Request number zero is the control row carrying the last
      * number issued.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original copybook - internal audit found one
      *                  operator could restructure or close a loan
      *                  alone.
      ******************************************************************
       FD  PEND-CHG-FILE.
       01  PEND-CHG-RECORD.
           05 PN-REQ-NO          PIC 9(08).
               88 PN-CONTROL-ROW   VALUE ZEROES.
           05 PN-PROGRAM         PIC X(08).
           05 PN-CHANGE-TYPE     PIC X(08).
               88 PN-TYPE-STATUS   VALUE "STATUS".
               88 PN-TYPE-MODIFY   VALUE "MODIFY".
               88 PN-TYPE-ESCROW   VALUE "ESCROW".
           05 PN-APPL-ID         PIC X(20).
      * The operator who keyed the change (the maker) and when, and
      * which threshold held it.
           05 PN-MAKER           PIC X(08).
           05 PN-REQ-DATE        PIC 9(08).
           05 PN-REQ-TIME        PIC 9(08).
           05 PN-TRIGGER         PIC X(30).
           05 PN-STATE           PIC X(08).
               88 PN-PENDING       VALUE "PENDING".
               88 PN-APPROVED      VALUE "APPROVED".
               88 PN-REJECTED      VALUE "REJECTED".
               88 PN-APPLIED       VALUE "APPLIED".
               88 PN-STALE         VALUE "STALE".
      * The approving or rejecting operator (the checker), when,
      * and the reason given.
           05 PN-CHECKER         PIC X(08).
           05 PN-DECIDE-DATE     PIC 9(08).
           05 PN-DECIDE-TIME     PIC 9(08).
           05 PN-NOTE            PIC X(30).
      * The change itself, by type (must stay in step with the
      * WS-MKC-CHANGE views in LNMKCWS).
           05 PN-CHANGE          PIC X(300).
      * STATUS (lnmaint) - the transition and the balance at the
      * time.
           05 PN-STATUS-CHG REDEFINES PN-CHANGE.
               10 PN-OLD-STATUS    PIC X(08).
               10 PN-NEW-STATUS    PIC X(08).
               10 PN-ST-BALANCE    PIC S9(7)V9(2).
               10 FILLER           PIC X(275).
      * MODIFY (lnmod) - the MODTXN terms as keyed, and the loan's
      * terms before and after as lnmod worked them out.
           05 PN-MOD-CHG REDEFINES PN-CHANGE.
               10 PN-MD-NEW-RATE   PIC 9(3)V9(2).
               10 PN-MD-NEW-TERM   PIC 9(04).
               10 PN-MD-EFF-PERIOD PIC 9(04).
               10 PN-MD-OLD-RATE   PIC S9(7)V9(2).
               10 PN-MD-OLD-TERM   PIC S9(4).
               10 PN-MD-OLD-PAYMENT PIC S9(7)V9(2).
               10 PN-MD-NEW-PAYMENT PIC S9(7)V9(2).
               10 PN-MD-BALANCE    PIC S9(7)V9(2).
               10 FILLER           PIC X(247).
      * ESCROW (esmaint) - ADD or CHANGE and the account as keyed
      * (the ESCROW layout).
           05 PN-ESCROW-CHG REDEFINES PN-CHANGE.
               10 PN-ES-ACTION     PIC X(08).
               10 PN-ES-AFTER.
                   15 PN-ES-APPL-ID      PIC X(20).
                   15 PN-ES-BALANCE      PIC S9(7)V9(2).
                   15 PN-ES-PORTION      PIC S9(7)V9(2).
                   15 PN-ES-PAYEE OCCURS 4 TIMES.
                       20 PN-ES-PAYEE-NAME   PIC X(25).
                       20 PN-ES-PAYEE-TYPE   PIC X(03).
                       20 PN-ES-PAYEE-AMOUNT PIC S9(7)V9(2).
                       20 PN-ES-PAYEE-DUE    PIC 9(08).
                   15 PN-ES-ADVANCE-BAL  PIC S9(7)V9(2).
                   15 PN-ES-PAYEE-REF OCCURS 4 TIMES.
                       20 PN-ES-PAYEE-ID     PIC X(08).
               10 FILLER           PIC X(33).
           05 PN-CONTROL-CHG REDEFINES PN-CHANGE.
               10 PN-LAST-REQ-NO   PIC 9(08).
               10 FILLER           PIC X(292).
