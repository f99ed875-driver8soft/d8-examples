      ******************************************************************
      * UWREASON - FD for the UWREASON underwriting reason-code
      * parameter file: the codes a credit officer may give for a
      * decision in uwmaint, one row per code, with whether it
      * backs an approval (A) or a decline (D) and its text. COPY
      * into the FILE SECTION; the matching SELECT is:
      *
      *     SELECT UW-REASON-FILE ASSIGN TO "UWREASON"
      *         ORGANIZATION IS LINE SEQUENTIAL
      *         FILE STATUS IS WS-UW-REASON-STATUS.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original copybook.
      ******************************************************************
       FD  UW-REASON-FILE.
       01  UW-REASON-RECORD.
           05 UR-CODE          PIC X(08).
           05 UR-USE           PIC X(01).
               88 UR-FOR-APPROVAL VALUE "A".
               88 UR-FOR-DECLINE  VALUE "D".
           05 UR-TEXT          PIC X(50).
