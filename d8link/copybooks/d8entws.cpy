      * program MOVEs its own identity to WS-D8-CLIENT-ID at startup
      * (next to its WS-EVT-PROGRAM stamp); D8ENTLD loads the matrix
      * and D8ENTCHK's 9730 answers "may this client dispatch this
      * PROG-NAME" - and its 9735, "is this client still inside
      * its call quota for it". COPY into WORKING-STORAGE SECTION.
      ******************************************************************
       01 WS-D8ENTITL-STATUS PIC X(02) VALUE SPACES.
           88 D8ENTITL-FILE-OPENED VALUE "00".
               INDEXED BY D8ENT-IDX.
               10 D8ENT-CLIENT PIC X(08).
               10 D8ENT-PROG PIC X(08).

      * This client's call quotas (D8ENTLD's 9723 loads only the
      * rows for WS-D8-CLIENT-ID) and its running counts against
      * them. The day count starts from the D8QUSE rows earlier
      * runs wrote today; the minute count restarts each clock
      * minute. The run counts go to D8QUSE when the logs close.
       01 WS-D8QUOTA-STATUS PIC X(02) VALUE SPACES.
           88 D8QUOTA-FILE-OPENED VALUE "00".
       01 WS-D8QUSE-STATUS PIC X(02) VALUE SPACES.
           88 D8QUSE-FILE-OPENED VALUE "00".
           88 D8QUSE-FILE-NOT-FOUND VALUE "35".
       01 WS-D8QTA-EOF PIC X(01) VALUE "N".
           88 D8QTA-AT-END VALUE "Y".
       01 WS-D8QTA-BREACH PIC X(01) VALUE "N".
           88 D8-QUOTA-EXCEEDED VALUE "Y".
       01 WS-D8QTA-TODAY PIC 9(08).
       01 WS-D8QTA-NOW PIC 9(08).
       01 WS-D8QTA-HHMM PIC 9(04).
       01 WS-D8QTA-MAX PIC 9(02) VALUE 20.
       01 WS-D8QTA-COUNT PIC 9(02) VALUE ZEROES.
       01 D8QTA-TABLE.
           05 D8QTA-ENTRY OCCURS 1 TO 20 TIMES
               DEPENDING ON WS-D8QTA-COUNT
               INDEXED BY D8QTA-IDX D8QTA-USE-IDX.
               10 D8QTA-PROG PIC X(08).
               10 D8QTA-PER-MINUTE PIC 9(05).
               10 D8QTA-PER-DAY PIC 9(07).
               10 D8QTA-DAY PIC 9(08).
               10 D8QTA-DAY-CALLS PIC 9(07) COMP.
               10 D8QTA-MINUTE PIC 9(04).
               10 D8QTA-MINUTE-CALLS PIC 9(05) COMP.
               10 D8QTA-RUN-CALLS PIC 9(07) COMP.
               10 D8QTA-RUN-REJECTED PIC 9(07) COMP.
               10 D8QTA-RUN-PEAK PIC 9(05) COMP.
