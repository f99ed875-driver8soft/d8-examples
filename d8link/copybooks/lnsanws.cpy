      ******************************************************************
      * LNSANWS - WORKING-STORAGE support items for LNSANCHK and
      * LNSANNRM. The caller PERFORMs 9960-OPEN-WATCHLIST once
      * (SAN-LIST-OPEN says whether there is a list to screen
      * against), then for each party fills WS-SAN-PROGRAM, the
      * subject (type B and the borrower number, or type N and the
      * name) and the name, city and postcode to screen, and
      * PERFORMs 9961-SCREEN-SUBJECT; SANCTIONS-HIT and the
      * WS-SAN- results then describe the first entry that holds
      * the party, and SAN-NEW-REVIEW whether this screening raised
      * its review. PERFORM 9962-CLOSE-WATCHLIST at the end. COPY
      * into WORKING-STORAGE SECTION alongside LNSANSEL/WATCHLST/
      * SANREVW.
      ******************************************************************
       01 WS-WATCH-LIST-STATUS PIC X(02) VALUE SPACES.
       01 WS-SAN-REVW-STATUS PIC X(02) VALUE SPACES.
           88 SAN-REVW-OPENED VALUE "00".
           88 SAN-REVW-NOT-FOUND VALUE "35".
       01 WS-SAN-FILE PIC X(01) VALUE "N".
           88 SAN-LIST-OPEN VALUE "Y".
      * The party to screen.
       01 WS-SAN-PROGRAM PIC X(08) VALUE SPACES.
       01 WS-SAN-SUBJECT-TYPE PIC X(01) VALUE SPACES.
       01 WS-SAN-SUBJECT PIC X(20) VALUE SPACES.
       01 WS-SAN-NAME PIC X(35) VALUE SPACES.
       01 WS-SAN-CITY PIC X(15) VALUE SPACES.
       01 WS-SAN-POSTCODE PIC X(10) VALUE SPACES.
      * Results - the entry that holds the party, its review state
      * (PENDING or CONFIRMED) and the name score.
       01 WS-SAN-RESULT PIC X(01) VALUE "N".
           88 SANCTIONS-HIT VALUE "Y".
       01 WS-SAN-NEW PIC X(01) VALUE "N".
           88 SAN-NEW-REVIEW VALUE "Y".
       01 WS-SAN-ENTRY-ID PIC X(12) VALUE SPACES.
       01 WS-SAN-LISTED-NAME PIC X(35) VALUE SPACES.
       01 WS-SAN-STATE PIC X(09) VALUE SPACES.
       01 WS-SAN-SCORE PIC 9(03) VALUE ZEROES.
       01 WS-SAN-HIT-COUNT PIC 9(07) VALUE ZEROES.
      * Name normalization - LNSANNRM turns WS-SAN-WORK-NAME into
      * WS-SAN-WORK-TOKENS.
       01 WS-SAN-WORK-NAME PIC X(35).
       01 WS-SAN-WORK-TOKENS.
           05 WS-SAN-WORK-COUNT PIC 9(01).
           05 WS-SAN-WORK-TOKEN PIC X(12) OCCURS 6 TIMES.
       01 WS-SAN-RAW-TOKEN PIC X(35).
       01 WS-SAN-SKELETON PIC X(12).
       01 WS-SAN-CHAR PIC X(01).
       01 WS-SAN-LAST-CHAR PIC X(01).
       77 WS-SAN-PTR PIC S9(4) COMP.
       77 WS-SAN-CHAR-IDX PIC S9(4) COMP.
       77 WS-SAN-OUT-IDX PIC S9(4) COMP.
      * The party's tokens and the scan of the list.
       01 WS-SAN-SUBJ-TOKENS.
           05 WS-SAN-SUBJ-COUNT PIC 9(01).
           05 WS-SAN-SUBJ-TOKEN PIC X(12) OCCURS 6 TIMES.
       01 WS-SAN-CITY-KEY PIC X(15).
       01 WS-SAN-POSTCODE-KEY PIC X(10).
       01 WS-SAN-SCAN PIC X(01) VALUE "N".
           88 SAN-SCAN-DONE VALUE "Y".
       01 WS-SAN-MATCH PIC X(01) VALUE "N".
           88 SAN-NAME-MATCH VALUE "Y".
       01 WS-SAN-FOUND PIC X(01) VALUE "N".
           88 SAN-TOKEN-FOUND VALUE "Y".
       01 WS-SAN-ADDR PIC X(01) VALUE "N".
           88 SAN-ADDRESS-MATCH VALUE "Y".
       77 WS-SAN-MATCHED PIC S9(4) COMP.
       77 WS-SAN-TOK-IDX PIC S9(4) COMP.
       77 WS-SAN-SUB-IDX PIC S9(4) COMP.
