      ******************************************************************
      *
      * Sanctions Watchlist Load
      * ========================
      *
      * Rebuilds the WATCHLST sanctions watchlist from the WLFEED
      * extract of the regulator's published list - one row per
      * listed name, an entry's aliases following its primary name
      * under the same entry id. The published list is complete
      * each time, so WATCHLST is replaced outright; every name is
      * tokenized here by the same routine the screening uses (see
      * LNSANNRM), and city and postcode are upper-cased for the
      * address corroboration.
      *
      * An empty or missing feed refuses the load and leaves the
      * current list in force - a truncated download must never
      * empty the list. A row with no name is skipped and counted.
      * The D8WLUPD job follows a good load with the lnsanscr
      * re-screen of the whole borrower registry.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original watchlist load.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lnwlload.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WL-FEED-FILE ASSIGN TO "WLFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WL-FEED-STATUS.
           COPY lnsansel.

       DATA DIVISION.
       FILE SECTION.
      * The published list as extracted - aliases repeat the entry
      * id of the name they belong to.
       FD  WL-FEED-FILE.
       01  WL-FEED-RECORD.
           05 WF-ENTRY-ID     PIC X(12).
           05 WF-LIST-CODE    PIC X(08).
           05 WF-NAME         PIC X(35).
           05 WF-ADDRESS      PIC X(35).
           05 WF-CITY         PIC X(15).
           05 WF-POSTCODE     PIC X(10).
           05 WF-COUNTRY      PIC X(03).

           COPY watchlst.

           COPY sanrevw.

       WORKING-STORAGE SECTION.
       01 WS-WL-FEED-STATUS PIC X(02) VALUE SPACES.
           88 WL-FEED-OPENED VALUE "00".
           COPY lnsanws.

       01 WS-FEED-EOF PIC X(01) VALUE "N".
           88 END-OF-FEED VALUE "Y".
       01 WS-TODAY PIC 9(08).
       01 WS-PREV-ENTRY-ID PIC X(12) VALUE SPACES.
       01 WS-NAME-SEQ PIC 9(03) VALUE ZEROES.
       01 WS-TRIES PIC 9(03) VALUE ZEROES.
       01 WS-READ-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-LOADED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-ENTRY-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-SKIPPED-COUNT PIC 9(07) VALUE ZEROES.

       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT WL-FEED-FILE.
           IF NOT WL-FEED-OPENED
               DISPLAY "*** Unable to open WLFEED - status "
                   WS-WL-FEED-STATUS " - watchlist not reloaded."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 8000-READ-FEED THRU 8000-EXIT.
           IF END-OF-FEED
               DISPLAY "*** WLFEED is empty - the current watchlist "
                   "stays in force."
               CLOSE WL-FEED-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT WATCH-LIST-FILE.
           IF WS-WATCH-LIST-STATUS NOT = "00"
               DISPLAY "*** Unable to open WATCHLST - status "
                   WS-WATCH-LIST-STATUS
               CLOSE WL-FEED-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 2000-LOAD-NAME THRU 2000-EXIT
               UNTIL END-OF-FEED.

           CLOSE WATCH-LIST-FILE.
           CLOSE WL-FEED-FILE.

           DISPLAY "lnwlload: " WS-READ-COUNT " feed row(s), "
               WS-LOADED-COUNT " name(s) loaded for "
               WS-ENTRY-COUNT " entr(ies), " WS-SKIPPED-COUNT
               " skipped.".
           IF WS-SKIPPED-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *-----------------------------------------------------------
      * 2000-LOAD-NAME
      *
      * One listed name: numbered within its entry (zero for the
      * first row of an entry, the aliases after it), tokenized and
      * written. An entry id that comes round again further down
      * the feed takes the next free number.
      *-----------------------------------------------------------
       2000-LOAD-NAME.
           IF WF-ENTRY-ID = SPACES OR WF-NAME = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "*** WLFEED row " WS-READ-COUNT
                   " has no entry id or name - skipped."
               GO TO 2000-NEXT
           END-IF.
           IF WF-ENTRY-ID = WS-PREV-ENTRY-ID
               ADD 1 TO WS-NAME-SEQ
           ELSE
               MOVE ZEROES TO WS-NAME-SEQ
               MOVE WF-ENTRY-ID TO WS-PREV-ENTRY-ID
               ADD 1 TO WS-ENTRY-COUNT
           END-IF.

           MOVE SPACES TO WATCH-LIST-RECORD.
           MOVE WF-ENTRY-ID TO WL-ENTRY-ID.
           MOVE WF-LIST-CODE TO WL-LIST-CODE.
           MOVE WF-NAME TO WL-NAME.
           MOVE WF-ADDRESS TO WL-ADDRESS.
           MOVE WF-CITY TO WL-CITY.
           MOVE WF-POSTCODE TO WL-POSTCODE.
           MOVE WF-COUNTRY TO WL-COUNTRY.
           INSPECT WL-CITY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WL-POSTCODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-TODAY TO WL-LOAD-DATE.
           MOVE WF-NAME TO WS-SAN-WORK-NAME.
           PERFORM 9955-SPLIT-NAME THRU 9955-EXIT.
           MOVE WS-SAN-WORK-COUNT TO WL-TOKEN-COUNT.
           MOVE WS-SAN-WORK-TOKEN (1) TO WL-TOKEN (1).
           MOVE WS-SAN-WORK-TOKEN (2) TO WL-TOKEN (2).
           MOVE WS-SAN-WORK-TOKEN (3) TO WL-TOKEN (3).
           MOVE WS-SAN-WORK-TOKEN (4) TO WL-TOKEN (4).
           MOVE WS-SAN-WORK-TOKEN (5) TO WL-TOKEN (5).
           MOVE WS-SAN-WORK-TOKEN (6) TO WL-TOKEN (6).
           MOVE ZEROES TO WS-TRIES.

       2000-WRITE.
           MOVE WS-NAME-SEQ TO WL-NAME-SEQ.
           WRITE WATCH-LIST-RECORD
               INVALID KEY
                   ADD 1 TO WS-TRIES
                   IF WS-TRIES < 999 AND WS-NAME-SEQ < 999
                       ADD 1 TO WS-NAME-SEQ
                       GO TO 2000-WRITE
                   END-IF
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY "*** No free name number for entry '"
                       WF-ENTRY-ID "' - skipped."
                   GO TO 2000-NEXT
           END-WRITE.
           ADD 1 TO WS-LOADED-COUNT.

       2000-NEXT.
           PERFORM 8000-READ-FEED THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

       8000-READ-FEED.
           READ WL-FEED-FILE
               AT END MOVE "Y" TO WS-FEED-EOF
               NOT AT END ADD 1 TO WS-READ-COUNT
           END-READ.
       8000-EXIT.
           EXIT.

           COPY lnsannrm.
