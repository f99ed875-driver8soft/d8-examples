      ******************************************************************
      * D8LAYWS - Working storage for the COMMAREA layout file. D8LAYLD
      * loads the layouts; before each PERFORM of D8LAYDSP's 9745 the
      * caller moves the service to WS-D8LAY-PROG, the captured bytes
      * to WS-D8LAY-AREA and the call's COMMLEN to WS-D8LAY-COMMLEN.
      * COPY into WORKING-STORAGE SECTION.
      ******************************************************************
       01 WS-D8CALAY-STATUS PIC X(02) VALUE SPACES.
           88 D8CALAY-FILE-OPENED VALUE "00".
       01 WS-D8LAY-EOF PIC X(01) VALUE "N".
           88 D8LAY-AT-END VALUE "Y".
       01 WS-D8LAY-MAX PIC 9(03) VALUE 400.
       01 WS-D8LAY-COUNT PIC 9(03) VALUE ZEROES.
       01 D8LAY-TABLE.
           05 D8LAY-ENTRY OCCURS 1 TO 400 TIMES
               DEPENDING ON WS-D8LAY-COUNT
               INDEXED BY D8LAY-IDX.
               10 D8LAY-PROG-NAME PIC X(08).
               10 D8LAY-FIELD-NAME PIC X(20).
               10 D8LAY-OFFSET PIC 9(04).
               10 D8LAY-LENGTH PIC 9(04).
               10 D8LAY-TYPE PIC X(01).
                   88 D8LAY-TEXT VALUE "X".
                   88 D8LAY-ZONED VALUE "N".
                   88 D8LAY-PACKED VALUE "P".
                   88 D8LAY-BINARY VALUE "B".
               10 D8LAY-SCALE PIC 9(01).

      * The call to decode.
       01 WS-D8LAY-PROG PIC X(08).
       01 WS-D8LAY-AREA PIC X(80).
       01 WS-D8LAY-COMMLEN PIC 9(09).

      * Decoding one field.
       01 WS-D8LAY-FOUND PIC 9(03).
       01 WS-D8LAY-VALUE PIC X(60).
       01 WS-D8LAY-END PIC S9(4) COMP.
       01 WS-D8LAY-POS PIC S9(4) COMP.
       01 WS-D8LAY-PTR PIC S9(4) COMP.
       01 WS-D8LAY-BAD PIC X(01).
           88 D8LAY-UNREADABLE VALUE "Y".
       01 WS-D8LAY-NEG PIC X(01).
           88 D8LAY-NEGATIVE VALUE "Y".
       01 WS-D8LAY-NUM PIC S9(18) COMP-3.
       01 WS-D8LAY-RANGE PIC S9(18) COMP-3.
       01 WS-D8LAY-SCALED PIC S9(14)V9(4) COMP-3.
       01 WS-D8LAY-HI PIC 9(02) COMP.
       01 WS-D8LAY-LO PIC 9(02) COMP.
      * One byte of the COMMAREA, seen as a number 0-255.
       01 WS-D8LAY-BYTE-WORK.
           05 WS-D8LAY-BYTE-VAL PIC 9(04) COMP.
       01 WS-D8LAY-BYTE-CHARS REDEFINES WS-D8LAY-BYTE-WORK
           PIC X(02).
       01 WS-D8LAY-HEX-DIGITS PIC X(16) VALUE "0123456789ABCDEF".
       01 WS-D8LAY-EDITED PIC X(20).
       01 WS-D8LAY-LEAD PIC 9(02) COMP.
       01 WS-D8LAY-ED0 PIC -(18)9.
       01 WS-D8LAY-ED1 PIC -(14)9.9.
       01 WS-D8LAY-ED2 PIC -(14)9.99.
       01 WS-D8LAY-ED3 PIC -(14)9.999.
       01 WS-D8LAY-ED4 PIC -(14)9.9999.
