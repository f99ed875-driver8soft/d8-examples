      ******************************************************************
      * SANREVW - Indexed sanctions compliance-review record, one row
      * per screened party and watchlist entry it potentially
      * matched. Raised PENDING by the screening routine (LNSANCHK)
      * the first time the match is seen - from brmaint, say,
      * lnfund or the lnsanscr re-screen - and decided in snmaint
      * by a signed-on compliance operator: CLEARED as a false
      * positive, after which that party and entry no longer hold
      * anything, or CONFIRMED, which holds the party for good. A
      * PENDING or CONFIRMED row holds pricing and funding for the
      * party. COPY into the FILE SECTION of any program that
      * screens or reviews; the matching SELECT is in LNSANSEL.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original copybook.
      ******************************************************************
       FD  SAN-REVW-FILE.
       01  SAN-REVW-RECORD.
           05 SN-KEY.
      * B - a registered borrower (by borrower number); N - an
      * unregistered party, by the name as screened.
               10 SN-SUBJECT-TYPE PIC X(01).
                   88 SN-ON-BORROWER VALUE "B".
                   88 SN-ON-NAME     VALUE "N".
               10 SN-SUBJECT      PIC X(20).
               10 SN-ENTRY-ID     PIC X(12).
      * The listed name it matched (WATCHLST sequence and name) and
      * the name it was screened under.
           05 SN-NAME-SEQ        PIC 9(03).
           05 SN-SCREENED-NAME   PIC X(35).
           05 SN-LISTED-NAME     PIC X(35).
           05 SN-LIST-CODE       PIC X(08).
      * Per cent of the listed name's tokens the party's name
      * matched.
           05 SN-SCORE           PIC 9(03).
      * Program and time the match was first raised.
           05 SN-SOURCE          PIC X(08).
           05 SN-RAISED-DATE     PIC 9(08).
           05 SN-RAISED-TIME     PIC 9(08).
           05 SN-STATE           PIC X(09).
               88 SN-ST-PENDING   VALUE "PENDING".
               88 SN-ST-CLEARED   VALUE "CLEARED".
               88 SN-ST-CONFIRMED VALUE "CONFIRMED".
           05 SN-DECIDED-BY      PIC X(08).
           05 SN-DECIDED-DATE    PIC 9(08).
           05 SN-NOTE            PIC X(34).
