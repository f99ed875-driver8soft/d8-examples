      ******************************************************************
      * LNCNDSEL - FILE-CONTROL entries for the CONDTRK pre-booking
      * conditions file and the CONDTMPL conditions template. COPY
      * into the INPUT-OUTPUT SECTION FILE-CONTROL paragraph of any
      * program that approves or books loans (see LNCNDCHK,
      * CONDTRK, LNCNDFD).
      ******************************************************************
           SELECT COND-TRK-FILE ASSIGN TO "CONDTRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-COND-TRK-STATUS.
           SELECT COND-TMPL-FILE ASSIGN TO "CONDTMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COND-TMPL-STATUS.
