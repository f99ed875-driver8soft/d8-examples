      ******************************************************************
      * LNFXRFD - FD for the FXRATES file: one row per currency pair
      * and effective date, the rate quoted to the USD base (the
      * layout lnfxcons consolidates with). COPY into the FILE
      * SECTION of any program that converts amounts between
      * currencies (see LNFXRCNV).
      ******************************************************************
       FD  FX-RATES-FILE.
       01  FX-RATES-RECORD.
           05 FX-FROM-CCY PIC X(03).
           05 FX-TO-CCY   PIC X(03).
           05 FX-RATE     PIC 9(3)V9(6).
           05 FX-EFF-DATE PIC 9(08).
