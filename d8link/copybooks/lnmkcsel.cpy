      ******************************************************************
      * LNMKCSEL - FILE-CONTROL entries for the PENDCHG pending-change
      * file and the MKCHKPM dual-control thresholds. COPY into the
      * INPUT-OUTPUT SECTION FILE-CONTROL paragraph of any program
      * that holds a maintenance change for a second operator's
      * approval, or approves one (see LNMKCCHK, PENDCHG, LNMKCFD).
      ******************************************************************
           SELECT PEND-CHG-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-REQ-NO
               FILE STATUS IS WS-PEND-CHG-STATUS.
           SELECT MKC-PRM-FILE ASSIGN TO "MKCHKPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MKC-PRM-STATUS.
