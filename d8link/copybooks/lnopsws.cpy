      * LNOPSWS - WORKING-STORAGE support items for LNOPSCHK. The
      * caller sets WS-OPS-PROGRAM to its own name and PERFORMs
      * 9830-OPERATOR-SIGNON; a granted sign-on leaves the operator
      * id in WS-OPS-OPERATOR for stamping and the operator's
      * credit approval limit in WS-OPS-APPROVAL-LIMIT and fee
      * waiver limit in WS-OPS-WAIVER-LIMIT. COPY into
      * WORKING-STORAGE SECTION alongside LNOPSSEL/OPERMSTR.
      ******************************************************************
       01 WS-OPER-MSTR-STATUS PIC X(02) VALUE SPACES.
       01 WS-OPS-AUTH PIC X(01) VALUE "N".
           88 PROGRAM-AUTHORIZED VALUE "Y".
       77 WS-OPS-SLOT-IDX PIC S9(4) COMP.
       01 WS-OPS-APPROVAL-LIMIT PIC 9(9)V9(2) VALUE ZEROES.
       01 WS-OPS-WAIVER-LIMIT PIC 9(7)V9(2) VALUE ZEROES.
