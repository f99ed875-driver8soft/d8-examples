      ******************************************************************
      * WATCHLST - Indexed sanctions watchlist, one row per listed
      * name: the entry's primary name as sequence zero and each
      * alias the regulator publishes for it after that. Rebuilt in
      * full from the published list by lnwlload; every row carries
      * the name's match tokens, worked out once at load by the
      * same routine the screening uses on the borrower's side (see
      * LNSANNRM), so screening never re-normalizes the list. COPY
      * into the FILE SECTION of any program that screens or loads
      * the list; the matching SELECT is in LNSANSEL.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original copybook.
      ******************************************************************
       FD  WATCH-LIST-FILE.
       01  WATCH-LIST-RECORD.
           05 WL-KEY.
               10 WL-ENTRY-ID    PIC X(12).
               10 WL-NAME-SEQ    PIC 9(03).
      * The list the entry comes from (the regulator's program code).
           05 WL-LIST-CODE       PIC X(08).
           05 WL-NAME            PIC X(35).
      * Last known address - city and postcode upper-cased at load;
      * either corroborates a partial name match.
           05 WL-ADDRESS         PIC X(35).
           05 WL-CITY            PIC X(15).
           05 WL-POSTCODE        PIC X(10).
           05 WL-COUNTRY         PIC X(03).
           05 WL-LOAD-DATE       PIC 9(08).
      * Match tokens of WL-NAME - see LNSANNRM.
           05 WL-TOKEN-COUNT     PIC 9(01).
           05 WL-TOKEN           PIC X(12) OCCURS 6 TIMES.
