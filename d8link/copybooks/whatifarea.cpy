      ******************************************************************
      *
      * WHATIFAREA - Shared COMMAREA for the "whatif" service
      * =====================================================
      *
      * COPYed by both the whatif server (link_server/whatif.cbl)
      * and every client that calls D8link with PROG-NAME "whatif"
      * (link_client/test12.cbl), so the request/response shape can
      * never drift between the two sides of the call.
      *
      * Request:  WI-APPL-ID; WI-EXTRA-PAYMENT, paid on top of the
      *           scheduled payment every period from now on; and/or
      *           WI-LUMP-SUM, paid once in period WI-LUMP-PERIOD
      *           (zero means the current period). Either amount
      *           may be zero, not both.
      * Response: WI-CURRENT-PERIOD and WI-START-BAL - where the
      *           loan stands on its schedule; WI-ORIG-LAST-PERIOD
      *           and WI-ORIG-INTEREST - the period the loan pays
      *           off in and the interest still to pay as things
      *           stand; WI-NEW-LAST-PERIOD and WI-NEW-INTEREST - the
      *           same with the extra payments made; and the
      *           difference as WI-PERIODS-SAVED, WI-MONTHS-SAVED
      *           (periods at the loan's own frequency turned into
      *           calendar months) and WI-INTEREST-SAVED.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original copybook.
      *
      ******************************************************************
       01 COMMAREA.
           05 WI-APPL-ID          PIC X(20).
           05 WI-EXTRA-PAYMENT    PIC S9(7)V9(2) COMP-3.
           05 WI-LUMP-SUM         PIC S9(7)V9(2) COMP-3.
           05 WI-LUMP-PERIOD      PIC S9(4) COMP.
           05 WI-CURRENT-PERIOD   PIC S9(4) COMP.
           05 WI-START-BAL        PIC S9(7)V9(2) COMP-3.
           05 WI-ORIG-LAST-PERIOD PIC S9(4) COMP.
           05 WI-ORIG-INTEREST    PIC S9(7)V9(2) COMP-3.
           05 WI-NEW-LAST-PERIOD  PIC S9(4) COMP.
           05 WI-NEW-INTEREST     PIC S9(7)V9(2) COMP-3.
           05 WI-PERIODS-SAVED    PIC S9(4) COMP.
           05 WI-MONTHS-SAVED     PIC S9(4) COMP.
           05 WI-INTEREST-SAVED   PIC S9(7)V9(2) COMP-3.
