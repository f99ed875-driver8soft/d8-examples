      ******************************************************************
      * LNHLDWS - WORKING-STORAGE support items for LNHLDCHK. The
      * caller PERFORMs 9890-OPEN-LEGAL-HOLD once, then for each
      * loan moves the as-of date to WS-HLD-ASOF and PERFORMs
      * 9891-CHECK-LEGAL-HOLD with the loan master record in hand;
      * LEGAL-HOLD-ON and the WS-HLD- items then describe the hold.
      * PERFORM 9892-CLOSE-LEGAL-HOLD at end of run. COPY into
      * WORKING-STORAGE SECTION alongside LNHLDSEL/LEGALHLD.
      ******************************************************************
       01 WS-LEGAL-HOLD-STATUS PIC X(02) VALUE SPACES.
       01 WS-HLD-FILE PIC X(01) VALUE "N".
           88 HLD-FILE-OPEN VALUE "Y".
       01 WS-HLD-ASOF PIC 9(08) VALUE ZEROES.
       01 WS-HLD-SUBJECT-TYPE PIC X(01).
       01 WS-HLD-SUBJECT PIC X(20).
       01 WS-HLD-SCAN PIC X(01) VALUE "N".
           88 HLD-SCAN-DONE VALUE "Y".
      * Results - the first hold in force found (loan holds ahead
      * of borrower holds), the first bureau codes any hold in
      * force carries, and whether any of them is a death.
       01 WS-HLD-ON PIC X(01) VALUE "N".
           88 LEGAL-HOLD-ON VALUE "Y".
       01 WS-HLD-TYPE PIC X(03) VALUE SPACES.
       01 WS-HLD-CASE-REF PIC X(20) VALUE SPACES.
       01 WS-HLD-CII PIC X(02) VALUE SPACES.
       01 WS-HLD-COMMENT PIC X(02) VALUE SPACES.
       01 WS-HLD-DEATH PIC X(01) VALUE "N".
           88 HLD-DECEASED VALUE "Y".
       01 WS-HLD-COUNT PIC 9(07) VALUE ZEROES.
