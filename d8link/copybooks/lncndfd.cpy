      ******************************************************************
      * LNCNDFD - FD for the CONDTMPL conditions template: the
      * conditions each loan type must clear before booking, one
      * row per condition. A row with a blank loan type applies to
      * every type. COPY into the FILE SECTION alongside CONDTRK.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original copybook.
      ******************************************************************
       FD  COND-TMPL-FILE.
       01  COND-TMPL-RECORD.
           05 CN-LOAN-TYPE     PIC X(04).
           05 CN-COND-CODE     PIC X(04).
           05 CN-DESCRIPTION   PIC X(40).
