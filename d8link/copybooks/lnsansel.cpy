      ******************************************************************
      * LNSANSEL - FILE-CONTROL entries for the WATCHLST sanctions
      * watchlist and the SANREVW compliance-review file. COPY into
      * the INPUT-OUTPUT SECTION FILE-CONTROL paragraph of any
      * program that screens parties against the list (see
      * LNSANCHK, WATCHLST, SANREVW).
      ******************************************************************
           SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-WATCH-LIST-STATUS.
           SELECT SAN-REVW-FILE ASSIGN TO "SANREVW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-KEY
               FILE STATUS IS WS-SAN-REVW-STATUS.
