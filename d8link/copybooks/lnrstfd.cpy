      ******************************************************************
      * LNRSTFD - FD for the shared RUNSTATS batch run-statistics
      * file. One record per run of a night-stream program: when it
      * started and ended, the elapsed seconds between, the records
      * it read, wrote and rejected, and the return code it ended
      * with - the step history SYSOUT used to hold until it was
      * purged. lnrstrpt trends it weekly. COPY into the FILE
      * SECTION of any program that records or reads run statistics.
      ******************************************************************
       FD  RUN-STATS-FILE.
       01  RUN-STATS-RECORD.
           05 RSTAT-PROGRAM      PIC X(08).
           05 RSTAT-RUN-DATE     PIC 9(08).
           05 RSTAT-START-TIME   PIC 9(08).
           05 RSTAT-END-DATE     PIC 9(08).
           05 RSTAT-END-TIME     PIC 9(08).
           05 RSTAT-ELAPSED-SECS PIC 9(07).
           05 RSTAT-READ         PIC 9(09).
           05 RSTAT-WRITTEN      PIC 9(09).
           05 RSTAT-REJECTED     PIC 9(09).
           05 RSTAT-RETURN-CODE  PIC 9(04).
