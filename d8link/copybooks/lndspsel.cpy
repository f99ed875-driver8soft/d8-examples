      ******************************************************************
      * LNDSPSEL - FILE-CONTROL entry for the BDISPUTE credit-bureau
      * dispute file. COPY into the INPUT-OUTPUT SECTION
      * FILE-CONTROL paragraph of any program that keeps, ages or
      * reports disputes (see BDISPUTE).
      ******************************************************************
           SELECT BUREAU-DISPUTE-FILE ASSIGN TO "BDISPUTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BD-KEY
               FILE STATUS IS WS-BUREAU-DSP-STATUS.
