      ******************************************************************
      * MODHIST - Loan modification history, one line-sequential row
      * per change applied to a booked loan's terms or parties: who,
      * when, and the loan before and after - lnmod's modifications,
      * lnassume's assumptions and lnreprc's re-pricings, so the
      * file is the loan's dated rate history too. COPY into the FILE
      * SECTION of any program that records a modification; the
      * matching SELECT is:
      *
      *     SELECT MOD-HIST-FILE ASSIGN TO "MODHIST"
      *         ORGANIZATION IS LINE SEQUENTIAL
      *         FILE STATUS IS WS-MOD-HIST-STATUS.
      *
      * Opened EXTEND, OUTPUT when the file does not yet exist.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Lifted out of lnmod so the assumptions of
      *                  lnassume record to the same history. Added
      *                  MH-MOD-TYPE and the before/after borrower.
      * 2026-10-15  RJM  Added the RPRC type - lnreprc records every
      *                  variable-rate re-pricing here, the one rate
      *                  change that left no dated trace.
      ******************************************************************
       FD  MOD-HIST-FILE.
       01  MOD-HIST-RECORD.
           05 MH-APPL-ID     PIC X(20).
           05 MH-MOD-DATE    PIC 9(08).
           05 MH-MOD-TIME    PIC 9(08).
           05 MH-OPERATOR    PIC X(08).
           05 MH-EFF-PERIOD  PIC 9(04).
      * The loan as it stood before the modification...
           05 MH-OLD-RATE    PIC S9(7)V9(2).
           05 MH-OLD-TERM    PIC S9(4).
           05 MH-OLD-PAYMENT PIC S9(7)V9(2).
      * ...and as the modification left it.
           05 MH-NEW-RATE    PIC S9(7)V9(2).
           05 MH-NEW-TERM    PIC S9(4).
           05 MH-NEW-PAYMENT PIC S9(7)V9(2).
      * Spaces for a change of terms (every row written before the
      * field existed is one); ASSM for an assumption, which leaves
      * the terms alone and changes the borrower; RPRC for a
      * re-pricing of a variable-rate loan, operator lnreprc.
           05 MH-MOD-TYPE    PIC X(04).
               88 MH-MT-TERMS   VALUE SPACES.
               88 MH-MT-ASSUME  VALUE "ASSM".
               88 MH-MT-REPRICE VALUE "RPRC".
           05 MH-OLD-BORROWER-NO PIC X(08).
           05 MH-OLD-BORROWER    PIC X(13).
           05 MH-NEW-BORROWER-NO PIC X(08).
           05 MH-NEW-BORROWER    PIC X(13).
