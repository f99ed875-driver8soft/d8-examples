      ******************************************************************
      * LNRSTWS - WORKING-STORAGE support items for LNRSTWRT. The
      * caller moves its program name to WS-RSTAT-PROGRAM and PERFORMs
      * 9950-START-RUN-STATS as it starts; before each GOBACK it
      * sets RETURN-CODE, moves its own counts to WS-RSTAT-READ /
      * WS-RSTAT-WRITTEN / WS-RSTAT-REJECTED and PERFORMs
      * 9951-WRITE-RUN-STATS. COPY into WORKING-STORAGE SECTION
      * alongside LNRSTSEL/LNRSTFD.
      ******************************************************************
       01 WS-RUN-STATS-STATUS PIC X(02) VALUE SPACES.
       01 WS-RSTAT-PROGRAM PIC X(08) VALUE SPACES.
       01 WS-RSTAT-READ PIC 9(09) VALUE ZEROES.
       01 WS-RSTAT-WRITTEN PIC 9(09) VALUE ZEROES.
       01 WS-RSTAT-REJECTED PIC 9(09) VALUE ZEROES.
       01 WS-RSTAT-START-DATE PIC 9(08) VALUE ZEROES.
       01 WS-RSTAT-START-TIME PIC 9(08) VALUE ZEROES.
       01 WS-RSTAT-START-SPLIT REDEFINES WS-RSTAT-START-TIME.
           05 WS-RSTAT-START-HH PIC 9(02).
           05 WS-RSTAT-START-MM PIC 9(02).
           05 WS-RSTAT-START-SS PIC 9(02).
           05 FILLER PIC 9(02).
       01 WS-RSTAT-END-DATE PIC 9(08) VALUE ZEROES.
       01 WS-RSTAT-END-TIME PIC 9(08) VALUE ZEROES.
       01 WS-RSTAT-END-SPLIT REDEFINES WS-RSTAT-END-TIME.
           05 WS-RSTAT-END-HH PIC 9(02).
           05 WS-RSTAT-END-MM PIC 9(02).
           05 WS-RSTAT-END-SS PIC 9(02).
           05 FILLER PIC 9(02).
       01 WS-RSTAT-SECS PIC S9(09) COMP.
