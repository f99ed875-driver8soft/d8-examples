      ******************************************************************
      * ORIGMSTR - Indexed originator master record, keyed by
      * originator id. The loan officers and brokers who bring
      * loans in, each with the commission plan the lncomm
      * month-end batch pays them on. say refuses an application
      * carrying an ORIG-ID that is not an active originator here,
      * and stamps the id on the loan as LM-ORIGINATOR. Maintained
      * by ogmaint. COPY into the FILE SECTION of any program that
      * reads or maintains originators; the matching SELECT is:
      *
      *     SELECT ORIG-MSTR-FILE ASSIGN TO "ORIGMSTR"
      *         ORGANIZATION IS INDEXED
      *         ACCESS MODE IS DYNAMIC
      *         RECORD KEY IS OM-ORIG-ID
      *         FILE STATUS IS WS-ORIG-MSTR-STATUS.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original copybook.
      ******************************************************************
       FD  ORIG-MSTR-FILE.
       01  ORIG-MSTR-RECORD.
           05 OM-ORIG-ID       PIC X(08).
           05 OM-NAME          PIC X(30).
      * O = one of our own loan officers, B = an outside broker.
           05 OM-TYPE          PIC X(01).
               88 OM-LOAN-OFFICER VALUE "O".
               88 OM-BROKER       VALUE "B".
               88 OM-TYPE-VALID   VALUE "O" "B".
           05 OM-ACTIVE        PIC X(01).
               88 OM-IS-ACTIVE VALUE "Y".
      * Commission plan. A funded loan earns OM-COMM-BPS basis
      * points of the amount funded plus OM-COMM-FLAT, converted to
      * the base currency and held to OM-COMM-CAP when the cap is
      * not zero. A loan that pays off or charges off within
      * OM-CLAWBACK-MONTHS of funding has its commission clawed
      * back; zero months takes the COMMPM default window.
           05 OM-COMM-PLAN.
               10 OM-PLAN-CODE       PIC X(04).
               10 OM-COMM-BPS        PIC 9(03).
               10 OM-COMM-FLAT       PIC 9(5)V9(2).
               10 OM-COMM-CAP        PIC 9(5)V9(2).
               10 OM-CLAWBACK-MONTHS PIC 9(02).
