      * 2026-09-02  RJM  Reference table brought up to date - the
      *                  say and payoff COMMAREAs grew, and the
      *                  loaninq and exposure services registered.
      * 2026-10-15  RJM  payoff COMMAREA grew by the prepayment
      *                  penalty line.
      * 2026-10-15  RJM  payhinq payment-history service registered.
      * 2026-10-15  RJM  whatif extra-payment service registered.
      * 2026-10-15  RJM  saybulk COMMAREA grew by the loan type.
      * 2026-10-15  RJM  say and saybulk COMMAREAs grew by the
      *                  request key.
      * 2026-10-15  RJM  say COMMAREA grew by the originator id.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 FILLER PIC X(16) VALUE "inquire 00000009".
           05 FILLER PIC X(16) VALUE "loaninq 00000152".
           05 FILLER PIC X(16) VALUE "loop    00000004".
           05 FILLER PIC X(16) VALUE "payhinq 00000559".
           05 FILLER PIC X(16) VALUE "payoff  00000050".
           05 FILLER PIC X(16) VALUE "ping    00000008".
           05 FILLER PIC X(16) VALUE "routine 00000009".
           05 FILLER PIC X(16) VALUE "say     00000124".
           05 FILLER PIC X(16) VALUE "saybulk 00000700".
           05 FILLER PIC X(16) VALUE "whatif  00000062".
       01 REF-TABLE REDEFINES REF-TABLE-DATA.
           05 REF-ENTRY OCCURS 16 TIMES INDEXED BY REF-IDX.
               10 REF-NAME PIC X(08).
               10 REF-COMMLEN PIC 9(08).

