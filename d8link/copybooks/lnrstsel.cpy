      ******************************************************************
      * LNRSTSEL - FILE-CONTROL entry for the shared RUNSTATS batch
      * run-statistics file. COPY into the INPUT-OUTPUT SECTION
      * FILE-CONTROL paragraph of any program that records its run
      * statistics (see LNRSTWRT).
      ******************************************************************
           SELECT RUN-STATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATS-STATUS.
