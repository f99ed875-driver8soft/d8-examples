      ******************************************************************
      * LNDLVSEL - FILE-CONTROL entry for the EDELIVER e-delivery
      * extract. COPY into the INPUT-OUTPUT SECTION FILE-CONTROL
      * paragraph of any program that produces borrower documents
      * (see LNDLVWRT).
      ******************************************************************
           SELECT E-DELIV-FILE ASSIGN TO "EDELIVER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-E-DELIV-STATUS.
