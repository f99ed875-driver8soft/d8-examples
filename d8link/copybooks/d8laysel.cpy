      ******************************************************************
      * D8LAYSEL - FILE-CONTROL entry for the COMMAREA layout file.
      * COPY into the INPUT-OUTPUT SECTION FILE-CONTROL paragraph
      * alongside D8LAYFD/D8LAYWS/D8LAYLD/D8LAYDSP.
      ******************************************************************
           SELECT D8CALAY-FILE ASSIGN TO "D8CALAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-D8CALAY-STATUS.
