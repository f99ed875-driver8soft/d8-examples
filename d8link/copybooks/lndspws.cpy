      ******************************************************************
      * LNDSPWS - WORKING-STORAGE items for the BDISPUTE file: its
      * file status and the switch that ends a scan of one loan's
      * disputes. COPY into WORKING-STORAGE SECTION alongside
      * LNDSPSEL/BDISPUTE.
      ******************************************************************
       01 WS-BUREAU-DSP-STATUS PIC X(02) VALUE SPACES.
           88 BUREAU-DSP-OPENED VALUE "00".
           88 BUREAU-DSP-NOT-FOUND VALUE "35".
       01 WS-DSP-SCAN PIC X(01) VALUE "N".
           88 DSP-SCAN-DONE VALUE "Y".
