      ******************************************************************
      * LNFXRSEL - FILE-CONTROL entry for the operations-maintained
      * FXRATES file. COPY into the INPUT-OUTPUT SECTION FILE-CONTROL
      * paragraph of any program that converts amounts between
      * currencies (see LNFXRCNV).
      ******************************************************************
           SELECT FX-RATES-FILE ASSIGN TO "FXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-RATES-STATUS.
