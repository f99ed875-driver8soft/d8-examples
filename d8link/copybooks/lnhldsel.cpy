      ******************************************************************
      * LNHLDSEL - FILE-CONTROL entry for the LEGALHLD legal-hold
      * file. COPY into the INPUT-OUTPUT SECTION FILE-CONTROL
      * paragraph of any program that checks or keeps legal holds
      * (see LNHLDCHK, LEGALHLD).
      ******************************************************************
           SELECT LEGAL-HOLD-FILE ASSIGN TO "LEGALHLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-KEY
               FILE STATUS IS WS-LEGAL-HOLD-STATUS.
