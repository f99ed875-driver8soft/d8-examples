      *                  term in months), LM-TERM is booked as the
      *                  period count and the schedule carries one
      *                  row per period at the loan's own frequency.
      * 2026-10-15  RJM  A new loan is written accruing, with its
      *                  non-accrual cure counters cleared.
      * 2026-10-15  RJM  FEESCHED ASSM rows are the assumption fee
      *                  lnassume charges, not an origination fee -
      *                  they stay out of the disclosed APR.
      * 2026-10-15  RJM  Application velocity checks - a registered
      *                  borrower's application is counted against
      *                  the APPLVEL log for the same borrower, phone
      *                  and email, and for re-pricings that change
      *                  only the principal or income, inside the
      *                  VELOCPM window; a hit refers it under a VEL
      *                  rule with a WARN event. Every priced
      *                  application is logged to APPLVEL.
      * 2026-10-15  RJM  0400 screens the borrower, co-borrower or
      *                  free-text applicant against the WATCHLST
      *                  sanctions list; a potential match not
      *                  cleared by compliance refuses the pricing
      *                  with a SEVERE event and a SANREVW review -
      *                  see lnsanchk.
      * 2026-10-15  RJM  A non-blank REQUEST-KEY is checked against
      *                  the SAYREQ log: a key already booked is
      *                  answered with the original result instead
      *                  of booking again, one still in flight or
      *                  sent with a different request is refused,
      *                  and a new key is reserved just before the
      *                  application is booked.
      * 2026-10-15  RJM  A non-blank ORIG-ID must be an active
      *                  ORIGMSTR originator (0370) and is stamped
      *                  on the loan as LM-ORIGINATOR, for lncomm's
      *                  commission.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-LOAN-TYPE
               FILE STATUS IS WS-PROD-MSTR-STATUS.
      * Originator master - a non-blank ORIG-ID must name an active
      * loan officer or broker.
           SELECT ORIG-MSTR-FILE ASSIGN TO "ORIGMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-ORIG-ID
               FILE STATUS IS WS-ORIG-MSTR-STATUS.
      * Velocity thresholds - the rolling window in hours and the
      * most applications a borrower, phone or email may make in it.
           SELECT VEL-PRM-FILE ASSIGN TO "VELOCPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VEL-PRM-STATUS.
      * Application-velocity log - one row per priced application,
      * keyed by when it was priced.
           SELECT APPL-VEL-FILE ASSIGN TO "APPLVEL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AV-KEY
               FILE STATUS IS WS-APPL-VEL-STATUS.
      * Request-key log - one row per client request key that
      * booked an application, holding the answer it got.
           SELECT SAY-REQ-FILE ASSIGN TO "SAYREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-REQUEST-KEY
               FILE STATUS IS WS-SAY-REQ-STATUS.
           COPY d8evtsel.
           COPY lnjrnsel.
           COPY lnsansel.

       DATA DIVISION.
       FILE SECTION.

           COPY prodmstr.

           COPY origmstr.

           COPY loanborr.

       FD  VEL-PRM-FILE.
       01  VEL-PRM-RECORD.
           05 VP-WINDOW-HOURS PIC 9(03).
           05 FILLER          PIC X(01).
           05 VP-MAX-BORROWER PIC 9(03).
           05 FILLER          PIC X(01).
           05 VP-MAX-PHONE    PIC 9(03).
           05 FILLER          PIC X(01).
           05 VP-MAX-EMAIL    PIC 9(03).
           05 FILLER          PIC X(01).
           05 VP-MAX-PROBES   PIC 9(03).

           COPY applvel.

           COPY sayreq.

           COPY watchlst.

           COPY sanrevw.
           COPY d8evtfd.

           COPY lnjrnfd.
           88 BORR-MSTR-OPENED VALUE "00".
       01 WS-BORR-FOUND PIC X(01) VALUE "N".
           88 WS-BORROWER-VALID VALUE "Y".
      * Set when the borrower failed on a sanctions watchlist match
      * rather than a registry miss - 0400 has already raised the
      * SEVERE event.
       01 WS-SANCTION-HOLD PIC X(01) VALUE "N".
           88 WS-SANCTION-HELD VALUE "Y".
       01 WS-PROD-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 PROD-MSTR-OPENED VALUE "00".
       01 WS-PROD-FOUND PIC X(01) VALUE "N".
           88 WS-PRODUCT-VALID VALUE "Y".
       01 WS-ORIG-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 ORIG-MSTR-OPENED VALUE "00".
       01 WS-ORIG-FOUND PIC X(01) VALUE "N".
           88 WS-ORIGINATOR-VALID VALUE "Y".
       01 WS-LOAN-BORR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-BORR-OPENED VALUE "00".
           88 LOAN-BORR-NOT-FOUND VALUE "35".
       01 WS-MONTHLY-PMT PIC S9(7)V9(2) COMP-3.
       01 WS-AFFORD-MAX PIC 9(1)V9(4) VALUE ZEROES.

      * Velocity working fields - the registered borrower's phone
      * and email, captured with the income; the VELOCPM limits
      * (zero switches a check off); what the window holds for each
      * identity, and the rule that tripped.
       01 WS-BORR-PHONE PIC X(15) VALUE SPACES.
       01 WS-BORR-EMAIL PIC X(30) VALUE SPACES.
       01 WS-VEL-PRM-STATUS PIC X(02) VALUE SPACES.
           88 VEL-PRM-OPENED VALUE "00".
       01 WS-APPL-VEL-STATUS PIC X(02) VALUE SPACES.
           88 APPL-VEL-OPENED VALUE "00".
           88 APPL-VEL-NOT-FOUND VALUE "35".
       01 WS-VEL-EOF PIC X(01) VALUE "N".
           88 END-OF-VELOCITY-LOG VALUE "Y".
       01 WS-VEL-WINDOW-HOURS PIC 9(03).
       01 WS-VEL-MAX-BORROWER PIC 9(03).
       01 WS-VEL-MAX-PHONE PIC 9(03).
       01 WS-VEL-MAX-EMAIL PIC 9(03).
       01 WS-VEL-MAX-PROBES PIC 9(03).
       01 WS-VEL-BORR-COUNT PIC 9(05).
       01 WS-VEL-PHONE-COUNT PIC 9(05).
       01 WS-VEL-EMAIL-COUNT PIC 9(05).
       01 WS-VEL-PROBE-COUNT PIC 9(05).
       01 WS-FRAUD-RULE PIC X(08) VALUE SPACES.
       01 WS-VEL-NOW-DATE PIC 9(08).
       01 WS-VEL-NOW-TIME PIC 9(08).
       01 WS-VEL-NOW-SPLIT REDEFINES WS-VEL-NOW-TIME.
           05 WS-VEL-NOW-HH PIC 9(02).
           05 WS-VEL-NOW-MM PIC 9(02).
           05 FILLER PIC 9(04).
       01 WS-VEL-MINUTES PIC S9(11) COMP.
       01 WS-VEL-START-DAY PIC S9(09) COMP.
       01 WS-VEL-START-MINS PIC S9(05) COMP.
       01 WS-VEL-START-HH PIC S9(03) COMP.
       01 WS-VEL-START-MM PIC S9(03) COMP.

      * Request-key working fields - where this call stands with
      * the SAYREQ log, and the COMMAREA as it arrived. UNUSED is a
      * blank key, or a log that could not be opened; NEW a key the
      * log has not seen, still to be reserved; RESERVED a key this
      * call holds INFLIGHT; ANSWERED a repeat dealt with from the
      * log, RETURN-CODE already set.
       01 WS-SAY-REQ-STATUS PIC X(02) VALUE SPACES.
           88 SAY-REQ-OPENED VALUE "00".
           88 SAY-REQ-NOT-FOUND VALUE "35".
       01 WS-REQ-KEY-STATE PIC X(01) VALUE "U".
           88 REQ-KEY-UNUSED VALUE "U".
           88 REQ-KEY-NEW VALUE "N".
           88 REQ-KEY-RESERVED VALUE "R".
           88 REQ-KEY-ANSWERED VALUE "A".
       01 WS-REQ-IMAGE PIC X(160).
       01 WS-REQ-DATE PIC 9(08).
       01 WS-REQ-TIME PIC 9(08).

      * Quotes are open for 30 days from pricing; after that only
      * the lnqexp sweep touches them.
       01 WS-QUOTE-DAYS PIC 9(03) VALUE 30.
           COPY d8corrws.
           COPY d8evtws.
           COPY lnjrnws.
           COPY lnsanws.

      * Supported ISO currency codes - F defaults to USD when the
      * caller leaves it blank, otherwise it must match one of these.
           MOVE "say" TO WS-JRN-PROGRAM.
      * code goes here!
           MOVE "say" TO WS-EVT-PROGRAM.
           MOVE "U" TO WS-REQ-KEY-STATE.
           IF REQUEST-KEY NOT = SPACES
               PERFORM 0100-CHECK-REQUEST-KEY THRU 0100-EXIT
               IF REQ-KEY-ANSWERED
                   GOBACK
               END-IF
           END-IF.
           PERFORM 0300-VALIDATE-PRINCIPAL-TERM THRU 0300-EXIT.
           IF NOT WS-INPUT-VALID
               PERFORM 0900-LOG-REJECT-EVENT THRU 0900-EXIT
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0370-VALIDATE-ORIGINATOR THRU 0370-EXIT.
           IF NOT WS-ORIGINATOR-VALID
               PERFORM 0900-LOG-REJECT-EVENT THRU 0900-EXIT
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0400-VALIDATE-BORROWER THRU 0400-EXIT.
           IF NOT WS-BORROWER-VALID
               IF NOT WS-SANCTION-HELD
                   PERFORM 0900-LOG-REJECT-EVENT THRU 0900-EXIT
               END-IF
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1600-COMPUTE-APR THRU 1600-EXIT.
           PERFORM 1700-DECIDE-APPLICATION THRU 1700-EXIT.
           PERFORM 1800-CHECK-AFFORDABILITY THRU 1800-EXIT.
           PERFORM 1900-CHECK-VELOCITY THRU 1900-EXIT.
           PERFORM 1950-RESERVE-REQUEST-KEY THRU 1950-EXIT.
           IF REQ-KEY-ANSWERED
               GOBACK
           END-IF.
           PERFORM 2000-SAVE-LOAN-APPLICATION THRU 2000-EXIT.
           PERFORM 2800-LOG-APPLICATION THRU 2800-EXIT.
      * No application number means no saved master record - the
      * schedule must not be written under whatever key the prior
      * call left in LM-APPL-ID.
           IF H = "Y" AND APPL-NUMBER-ASSIGNED
               PERFORM 3000-WRITE-SCHEDULE THRU 3000-EXIT
           END-IF.
           PERFORM 3900-COMPLETE-REQUEST-KEY THRU 3900-EXIT.
           GOBACK.

      *-----------------------------------------------------------
      * 0100-CHECK-REQUEST-KEY
      *
      * Looks the caller's REQUEST-KEY up on SAYREQ before anything
      * is priced. A key never seen goes on to pricing, to be
      * reserved before the booking. A repeat of a booked request
      * gets the original COMMAREA and return code back - nothing
      * is priced or booked again. A repeat while the first call is
      * still booking (a retry that overtook it) is refused RC 1;
      * its own retry, replay or drain finds the answer later. A
      * key sent again with a different request is refused RC 1
      * too - never answered with another request's result. Every
      * repeat is counted on the row for lnreqrpt. With no log the
      * application is priced unprotected, with a WARN event.
      *-----------------------------------------------------------
       0100-CHECK-REQUEST-KEY.
           MOVE COMMAREA TO WS-REQ-IMAGE.
           PERFORM 0190-OPEN-REQUEST-LOG THRU 0190-EXIT.
           IF NOT SAY-REQ-OPENED
               GO TO 0100-EXIT
           END-IF.
           MOVE REQUEST-KEY TO SR-REQUEST-KEY.
           READ SAY-REQ-FILE
               INVALID KEY
                   MOVE "N" TO WS-REQ-KEY-STATE
                   CLOSE SAY-REQ-FILE
                   GO TO 0100-EXIT
           END-READ.

           MOVE "A" TO WS-REQ-KEY-STATE.
           ACCEPT WS-REQ-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-REQ-TIME FROM TIME.
           MOVE WS-REQ-DATE TO SR-LAST-DATE.
           MOVE WS-REQ-TIME TO SR-LAST-TIME.
           MOVE SPACES TO WS-EVT-TEXT.
           EVALUATE TRUE
               WHEN WS-REQ-IMAGE NOT = SR-REQUEST-IMAGE
                   ADD 1 TO SR-CONFLICT-COUNT
                   MOVE "CONFLICT" TO SR-LAST-OUTCOME
                   DISPLAY "*** Request key " REQUEST-KEY
                       " was first sent with a different request "
                       "- refused."
                   MOVE "WARN" TO WS-EVT-SEVERITY
                   MOVE "SAYKEYCF" TO WS-EVT-MSG-CODE
                   STRING "REQUEST KEY " DELIMITED BY SIZE
                          REQUEST-KEY DELIMITED BY SPACE
                          " REUSED FOR A DIFFERENT REQUEST"
                              DELIMITED BY SIZE
                       INTO WS-EVT-TEXT
                   MOVE 1 TO RETURN-CODE
               WHEN SR-COMPLETE
                   ADD 1 TO SR-REPEAT-COUNT
                   MOVE "REPLAYED" TO SR-LAST-OUTCOME
                   MOVE SR-RESPONSE-IMAGE TO COMMAREA
                   DISPLAY "Request key " REQUEST-KEY
                       " already booked as " SR-APPL-ID
                       " - original result returned."
                   MOVE "INFO" TO WS-EVT-SEVERITY
                   MOVE "SAYREPT" TO WS-EVT-MSG-CODE
                   STRING "REPEATED REQUEST KEY " DELIMITED BY SIZE
                          REQUEST-KEY DELIMITED BY SPACE
                          " ANSWERED AS " DELIMITED BY SIZE
                          SR-APPL-ID DELIMITED BY SPACE
                       INTO WS-EVT-TEXT
                   MOVE SR-RETURN-CODE TO RETURN-CODE
               WHEN OTHER
                   ADD 1 TO SR-REPEAT-COUNT
                   MOVE "INFLIGHT" TO SR-LAST-OUTCOME
                   DISPLAY "*** Request key " REQUEST-KEY
                       " is still being booked - refused."
                   MOVE "WARN" TO WS-EVT-SEVERITY
                   MOVE "SAYKEYIF" TO WS-EVT-MSG-CODE
                   STRING "REQUEST KEY " DELIMITED BY SIZE
                          REQUEST-KEY DELIMITED BY SPACE
                          " REPEATED WHILE IN FLIGHT"
                              DELIMITED BY SIZE
                       INTO WS-EVT-TEXT
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           REWRITE SAY-REQ-RECORD
               INVALID KEY
                   DISPLAY "*** SAYREQ rewrite failed for key "
                       REQUEST-KEY " - status " WS-SAY-REQ-STATUS
           END-REWRITE.
           CLOSE SAY-REQ-FILE.
           PERFORM 9850-LOG-D8-EVENT THRU 9850-EXIT.
       0100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 0190-OPEN-REQUEST-LOG
      *
      * Opens SAYREQ I-O, creating it on first use. A log that will
      * not open drops the call to UNUSED - priced unprotected -
      * with a WARN event.
      *-----------------------------------------------------------
       0190-OPEN-REQUEST-LOG.
           OPEN I-O SAY-REQ-FILE.
           IF SAY-REQ-NOT-FOUND
               OPEN OUTPUT SAY-REQ-FILE
               CLOSE SAY-REQ-FILE
               OPEN I-O SAY-REQ-FILE
           END-IF.
           IF NOT SAY-REQ-OPENED
               MOVE "U" TO WS-REQ-KEY-STATE
               DISPLAY "*** Unable to open SAYREQ - status "
                   WS-SAY-REQ-STATUS " - request key not checked."
               MOVE "WARN" TO WS-EVT-SEVERITY
               MOVE "SAYREQNF" TO WS-EVT-MSG-CODE
               MOVE SPACES TO WS-EVT-TEXT
               STRING "NO SAYREQ LOG - KEY " DELIMITED BY SIZE
                      REQUEST-KEY DELIMITED BY SPACE
                      " PRICED UNPROTECTED" DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM 9850-LOG-D8-EVENT THRU 9850-EXIT
           END-IF.
       0190-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 0800-RESOLVE-FREQUENCY
      *
       0350-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 0370-VALIDATE-ORIGINATOR
      *
      * A non-blank ORIG-ID must name an active ORIGMSTR loan
      * officer or broker - an unknown or retired id is rejected,
      * so no loan is booked to someone commission cannot be paid
      * to. A blank ORIG-ID books the loan unattributed, and a shop
      * with no originator master yet takes the id at face value,
      * as 0350 does the loan type.
      *-----------------------------------------------------------
       0370-VALIDATE-ORIGINATOR.
           MOVE "Y" TO WS-ORIG-FOUND.
           IF ORIG-ID = SPACES
               GO TO 0370-EXIT
           END-IF.
           OPEN INPUT ORIG-MSTR-FILE.
           IF NOT ORIG-MSTR-OPENED
               DISPLAY "*** ORIGMSTR not available - originator '"
                   ORIG-ID "' taken at face value."
               GO TO 0370-EXIT
           END-IF.
           MOVE "N" TO WS-ORIG-FOUND.
           MOVE ORIG-ID TO OM-ORIG-ID.
           READ ORIG-MSTR-FILE
               INVALID KEY
                   DISPLAY "*** Unknown originator: " ORIG-ID
                   GO TO 0370-CLOSE
           END-READ.
           IF NOT OM-IS-ACTIVE
               DISPLAY "*** Originator '" ORIG-ID "' is not active."
               GO TO 0370-CLOSE
           END-IF.
           MOVE "Y" TO WS-ORIG-FOUND.
       0370-CLOSE.
           CLOSE ORIG-MSTR-FILE.
       0370-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 0400-VALIDATE-BORROWER
      *
      * the registry's name then replaces whatever free text arrived
      * in A, so one borrower is always one spelling. A non-blank
      * CO-BORR-NO must be on the registry too. A blank BORR-NO
      * keeps the legacy take-A-at-face-value behavior. Every party
      * - the free-text applicant in A, the borrower, the
      * co-borrower - is screened against the sanctions watchlist
      * first (0450); a match not cleared fails the borrower.
      *-----------------------------------------------------------
       0400-VALIDATE-BORROWER.
           MOVE "Y" TO WS-BORR-FOUND.
           MOVE "N" TO WS-SANCTION-HOLD.
      * The service is resident - a call that never reaches the
      * registry must not price against the previous caller's
      * declared income.
           MOVE ZEROES TO WS-BORR-INCOME.
           MOVE ZEROES TO WS-BORR-OBLIG.
           MOVE SPACES TO WS-BORR-PHONE.
           MOVE SPACES TO WS-BORR-EMAIL.
           IF BORR-NO = SPACES
               MOVE "N" TO WS-SAN-SUBJECT-TYPE
               MOVE A TO WS-SAN-SUBJECT
               MOVE A TO WS-SAN-NAME
               MOVE SPACES TO WS-SAN-CITY
               MOVE SPACES TO WS-SAN-POSTCODE
               PERFORM 0450-SCREEN-PARTY THRU 0450-EXIT
               IF WS-SANCTION-HELD
                   GO TO 0400-EXIT
               END-IF
           END-IF.
           IF BORR-NO = SPACES AND CO-BORR-NO = SPACES
               GO TO 0400-EXIT
           END-IF.
                       MOVE BM-NAME (1:13) TO A
                       MOVE BM-MONTHLY-INCOME TO WS-BORR-INCOME
                       MOVE BM-MONTHLY-OBLIG TO WS-BORR-OBLIG
                       MOVE BM-PHONE TO WS-BORR-PHONE
                       MOVE BM-EMAIL TO WS-BORR-EMAIL
                       PERFORM 0440-SCREEN-REGISTERED THRU 0440-EXIT
               END-READ
           END-IF.
           IF WS-BORROWER-VALID AND CO-BORR-NO NOT = SPACES
                           "' is not on the BORRMSTR registry."
                   NOT INVALID KEY
                       MOVE "Y" TO WS-BORR-FOUND
                       PERFORM 0440-SCREEN-REGISTERED THRU 0440-EXIT
               END-READ
           END-IF.
           CLOSE BORR-MSTR-FILE.
       0400-EXIT.
           EXIT.

       0440-SCREEN-REGISTERED.
           MOVE "B" TO WS-SAN-SUBJECT-TYPE.
           MOVE BM-BORROWER-NO TO WS-SAN-SUBJECT.
           MOVE BM-NAME TO WS-SAN-NAME.
           MOVE BM-CITY TO WS-SAN-CITY.
           MOVE BM-POSTCODE TO WS-SAN-POSTCODE.
           PERFORM 0450-SCREEN-PARTY THRU 0450-EXIT.
       0440-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 0450-SCREEN-PARTY
      *
      * One party against the watchlist (see LNSANCHK). A match
      * compliance has not cleared fails the borrower and is a
      * SEVERE event; the review it raised, or found open, waits
      * in snmaint. With no list on file the application is priced
      * unscreened and a WARN event says so.
      *-----------------------------------------------------------
       0450-SCREEN-PARTY.
           MOVE "say" TO WS-SAN-PROGRAM.
           PERFORM 9960-OPEN-WATCHLIST THRU 9960-EXIT.
           IF NOT SAN-LIST-OPEN
               DISPLAY "*** Unable to open WATCHLST - status "
                   WS-WATCH-LIST-STATUS " - '" WS-SAN-NAME
                   "' not screened."
               MOVE "WARN" TO WS-EVT-SEVERITY
               MOVE "SANNOWL" TO WS-EVT-MSG-CODE
               MOVE "NO SANCTIONS WATCHLIST - APPLICANT NOT SCREENED"
                   TO WS-EVT-TEXT
               PERFORM 9850-LOG-D8-EVENT THRU 9850-EXIT
               GO TO 0450-EXIT
           END-IF.
           PERFORM 9961-SCREEN-SUBJECT THRU 9961-EXIT.
           PERFORM 9962-CLOSE-WATCHLIST THRU 9962-EXIT.
           IF NOT SANCTIONS-HIT
               GO TO 0450-EXIT
           END-IF.

           MOVE "N" TO WS-BORR-FOUND.
           MOVE "Y" TO WS-SANCTION-HOLD.
           DISPLAY "*** '" WS-SAN-NAME "' potentially matches "
               "watchlist entry " WS-SAN-ENTRY-ID " - review "
               WS-SAN-STATE "; application held.".
           MOVE "SEVERE" TO WS-EVT-SEVERITY.
           MOVE "SAYSAN" TO WS-EVT-MSG-CODE.
           MOVE SPACES TO WS-EVT-TEXT.
           STRING "WATCHLIST MATCH " DELIMITED BY SIZE
                  WS-SAN-SUBJECT-TYPE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SAN-SUBJECT DELIMITED BY SIZE
                  " ENTRY " DELIMITED BY SIZE
                  WS-SAN-ENTRY-ID DELIMITED BY SIZE
               INTO WS-EVT-TEXT.
           PERFORM 9850-LOG-D8-EVENT THRU 9850-EXIT.
       0450-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 0500-VALIDATE-CURRENCY
      *
      * 1500-RESOLVE-FEES
      *
      * Totals every FEESCHED row for this loan type - each row is
      * a flat amount plus a percent of principal - except the
      * ASSM assumption fee, which is no part of originating the
      * loan. A missing fee schedule simply means no fees, and the
      * APR collapses to the note rate.
      *-----------------------------------------------------------
       1500-RESOLVE-FEES.
           MOVE ZEROES TO WS-TOTAL-FEES.
           EXIT.

       1520-TAKE-FEE.
           IF FS-LOAN-TYPE = G AND FS-FEE-CODE NOT = "ASSM"
               COMPUTE WS-TOTAL-FEES ROUNDED = WS-TOTAL-FEES
                   + FS-FLAT-AMT + B * FS-PCT / 100
           END-IF.
       1800-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 1900-CHECK-VELOCITY
      *
      * Counts the APPLVEL rows priced inside the VELOCPM window
      * that share this application's registered borrower, its
      * registry phone, or its registry email, and the borrower's
      * re-pricings of the same loan - same type, term, currency
      * and frequency - with only the principal or the income
      * changed. A limit is the most applications the window may
      * already hold before this one trips it; the first limit
      * reached, in that order, refers the application under its
      * VEL rule and raises a WARN event for the fraud team. A
      * DECLINED verdict is never softened. A free-text applicant
      * has no identity to count, and no VELOCPM file switches the
      * checks off.
      *-----------------------------------------------------------
       1900-CHECK-VELOCITY.
           MOVE SPACES TO WS-FRAUD-RULE.
           ACCEPT WS-VEL-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-VEL-NOW-TIME FROM TIME.
           IF BORR-NO = SPACES
               GO TO 1900-EXIT
           END-IF.
           PERFORM 1910-LOAD-VELOCITY-PARMS THRU 1910-EXIT.
           IF WS-VEL-WINDOW-HOURS = ZEROES
               GO TO 1900-EXIT
           END-IF.

           MOVE ZEROES TO WS-VEL-BORR-COUNT.
           MOVE ZEROES TO WS-VEL-PHONE-COUNT.
           MOVE ZEROES TO WS-VEL-EMAIL-COUNT.
           MOVE ZEROES TO WS-VEL-PROBE-COUNT.
           OPEN INPUT APPL-VEL-FILE.
           IF NOT APPL-VEL-OPENED
               GO TO 1900-EXIT
           END-IF.

      * The window opens this many hours before now, to the minute.
           COMPUTE WS-VEL-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-VEL-NOW-DATE) * 1440
               + WS-VEL-NOW-HH * 60 + WS-VEL-NOW-MM
               - WS-VEL-WINDOW-HOURS * 60.
           DIVIDE WS-VEL-MINUTES BY 1440 GIVING WS-VEL-START-DAY
               REMAINDER WS-VEL-START-MINS.
           DIVIDE WS-VEL-START-MINS BY 60 GIVING WS-VEL-START-HH
               REMAINDER WS-VEL-START-MM.
           COMPUTE AV-PRICED-DATE =
               FUNCTION DATE-OF-INTEGER(WS-VEL-START-DAY).
           COMPUTE AV-PRICED-TIME =
               WS-VEL-START-HH * 1000000 + WS-VEL-START-MM * 10000.
           MOVE LOW-VALUES TO AV-CORR-ID.
           MOVE "N" TO WS-VEL-EOF.
           START APPL-VEL-FILE KEY NOT < AV-KEY
               INVALID KEY MOVE "Y" TO WS-VEL-EOF
           END-START.
           IF NOT END-OF-VELOCITY-LOG
               PERFORM 1920-READ-VELOCITY THRU 1920-EXIT
               PERFORM 1930-COUNT-APPLICATION THRU 1930-EXIT
                   UNTIL END-OF-VELOCITY-LOG
           END-IF.
           CLOSE APPL-VEL-FILE.

           EVALUATE TRUE
               WHEN WS-VEL-MAX-BORROWER > ZEROES
                   AND WS-VEL-BORR-COUNT NOT < WS-VEL-MAX-BORROWER
                   MOVE "VELBORR" TO WS-FRAUD-RULE
               WHEN WS-VEL-MAX-PHONE > ZEROES
                   AND WS-VEL-PHONE-COUNT NOT < WS-VEL-MAX-PHONE
                   MOVE "VELPHONE" TO WS-FRAUD-RULE
               WHEN WS-VEL-MAX-EMAIL > ZEROES
                   AND WS-VEL-EMAIL-COUNT NOT < WS-VEL-MAX-EMAIL
                   MOVE "VELEMAIL" TO WS-FRAUD-RULE
               WHEN WS-VEL-MAX-PROBES > ZEROES
                   AND WS-VEL-PROBE-COUNT NOT < WS-VEL-MAX-PROBES
                   MOVE "VELPROBE" TO WS-FRAUD-RULE
               WHEN OTHER
                   GO TO 1900-EXIT
           END-EVALUATE.

           DISPLAY "Application referred - velocity rule "
               WS-FRAUD-RULE " for borrower " BORR-NO
               " (borrower " WS-VEL-BORR-COUNT ", phone "
               WS-VEL-PHONE-COUNT ", email " WS-VEL-EMAIL-COUNT
               ", re-pricings " WS-VEL-PROBE-COUNT
               " in the last " WS-VEL-WINDOW-HOURS " hours).".
           IF DECISION NOT = "DECLINED"
               MOVE "REFERRED" TO DECISION
               MOVE WS-FRAUD-RULE TO DECISION-RULE
           END-IF.
           MOVE "WARN" TO WS-EVT-SEVERITY.
           MOVE "SAYVEL" TO WS-EVT-MSG-CODE.
           MOVE SPACES TO WS-EVT-TEXT.
           STRING "VELOCITY RULE " DELIMITED BY SIZE
                  WS-FRAUD-RULE DELIMITED BY SPACE
                  " HIT - BORROWER " DELIMITED BY SIZE
                  BORR-NO DELIMITED BY SIZE
               INTO WS-EVT-TEXT.
           PERFORM 9850-LOG-D8-EVENT THRU 9850-EXIT.
       1900-EXIT.
           EXIT.

       1910-LOAD-VELOCITY-PARMS.
           MOVE ZEROES TO WS-VEL-WINDOW-HOURS.
           OPEN INPUT VEL-PRM-FILE.
           IF NOT VEL-PRM-OPENED
               GO TO 1910-EXIT
           END-IF.
           READ VEL-PRM-FILE
               AT END CONTINUE
               NOT AT END
                   IF VP-WINDOW-HOURS IS NUMERIC
                       AND VP-MAX-BORROWER IS NUMERIC
                       AND VP-MAX-PHONE IS NUMERIC
                       AND VP-MAX-EMAIL IS NUMERIC
                       AND VP-MAX-PROBES IS NUMERIC
                       MOVE VP-WINDOW-HOURS TO WS-VEL-WINDOW-HOURS
                       MOVE VP-MAX-BORROWER TO WS-VEL-MAX-BORROWER
                       MOVE VP-MAX-PHONE TO WS-VEL-MAX-PHONE
                       MOVE VP-MAX-EMAIL TO WS-VEL-MAX-EMAIL
                       MOVE VP-MAX-PROBES TO WS-VEL-MAX-PROBES
                   ELSE
                       DISPLAY "*** VELOCPM limits not numeric - "
                           "velocity checks skipped."
                   END-IF
           END-READ.
           CLOSE VEL-PRM-FILE.
       1910-EXIT.
           EXIT.

       1920-READ-VELOCITY.
           READ APPL-VEL-FILE NEXT
               AT END MOVE "Y" TO WS-VEL-EOF
           END-READ.
       1920-EXIT.
           EXIT.

       1930-COUNT-APPLICATION.
           IF AV-BORROWER-NO = BORR-NO
               ADD 1 TO WS-VEL-BORR-COUNT
               IF AV-LOAN-TYPE = G AND AV-TERM = D
                   AND AV-CURRENCY = F AND AV-PAY-FREQ = PAY-FREQ
                   AND (AV-PRINCIPAL NOT = B
                     OR AV-INCOME NOT = WS-BORR-INCOME)
                   ADD 1 TO WS-VEL-PROBE-COUNT
               END-IF
           END-IF.
           IF WS-BORR-PHONE NOT = SPACES
               AND AV-PHONE = WS-BORR-PHONE
               ADD 1 TO WS-VEL-PHONE-COUNT
           END-IF.
           IF WS-BORR-EMAIL NOT = SPACES
               AND AV-EMAIL = WS-BORR-EMAIL
               ADD 1 TO WS-VEL-EMAIL-COUNT
           END-IF.
           PERFORM 1920-READ-VELOCITY THRU 1920-EXIT.
       1930-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 1950-RESERVE-REQUEST-KEY
      *
      * Writes the new key INFLIGHT, with the request as it
      * arrived, before anything is booked. A duplicate on the
      * write means another call under the same key got here first
      * - this one is refused RC 1 like any in-flight repeat.
      *-----------------------------------------------------------
       1950-RESERVE-REQUEST-KEY.
           IF NOT REQ-KEY-NEW
               GO TO 1950-EXIT
           END-IF.
           PERFORM 0190-OPEN-REQUEST-LOG THRU 0190-EXIT.
           IF NOT SAY-REQ-OPENED
               GO TO 1950-EXIT
           END-IF.
           ACCEPT WS-REQ-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-REQ-TIME FROM TIME.
           MOVE SPACES TO SAY-REQ-RECORD.
           MOVE REQUEST-KEY TO SR-REQUEST-KEY.
           MOVE "INFLIGHT" TO SR-STATE.
           MOVE WS-REQ-DATE TO SR-FIRST-DATE.
           MOVE WS-REQ-TIME TO SR-FIRST-TIME.
           MOVE ZEROES TO SR-RETURN-CODE.
           MOVE ZEROES TO SR-REPEAT-COUNT.
           MOVE ZEROES TO SR-CONFLICT-COUNT.
           MOVE ZEROES TO SR-LAST-DATE.
           MOVE ZEROES TO SR-LAST-TIME.
           MOVE WS-REQ-IMAGE TO SR-REQUEST-IMAGE.
           WRITE SAY-REQ-RECORD
               INVALID KEY
                   MOVE "A" TO WS-REQ-KEY-STATE
           END-WRITE.
           CLOSE SAY-REQ-FILE.
           IF NOT REQ-KEY-ANSWERED
               MOVE "R" TO WS-REQ-KEY-STATE
               GO TO 1950-EXIT
           END-IF.
           DISPLAY "*** Request key " REQUEST-KEY
               " is already being booked - refused.".
           MOVE "WARN" TO WS-EVT-SEVERITY.
           MOVE "SAYKEYIF" TO WS-EVT-MSG-CODE.
           MOVE SPACES TO WS-EVT-TEXT.
           STRING "REQUEST KEY " DELIMITED BY SIZE
                  REQUEST-KEY DELIMITED BY SPACE
                  " REPEATED WHILE IN FLIGHT" DELIMITED BY SIZE
               INTO WS-EVT-TEXT.
           PERFORM 9850-LOG-D8-EVENT THRU 9850-EXIT.
           MOVE 1 TO RETURN-CODE.
       1950-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-SAVE-LOAN-APPLICATION
      *
           MOVE F TO LM-CURRENCY.
           MOVE G TO LM-LOAN-TYPE.
           MOVE BORR-NO TO LM-BORROWER-NO.
           MOVE ORIG-ID TO LM-ORIGINATOR.
           MOVE APR TO LM-APR.
           MOVE WS-TOTAL-FEES TO LM-FEES-TOTAL.
           IF RATE-BASIS = "V"
               FUNCTION DATE-OF-INTEGER(WS-EXPIRY-INT).
           MOVE B TO LM-OUTSTANDING-BAL.
           MOVE ZEROES TO LM-LAST-STMT-DATE.
           MOVE "A" TO LM-ACCRUAL-STATUS.
           MOVE ZEROES TO LM-NONACC-DATE.
           MOVE ZEROES TO LM-CURE-COUNT.
           MOVE ZEROES TO LM-CURE-PERIOD.

           OPEN I-O LOAN-MSTR-FILE.
           IF WS-LOAN-MSTR-STATUS = "35"
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2800-LOG-APPLICATION
      *
      * One APPLVEL row for every priced application, saved or not,
      * stamped with the time 1900 counted back from - the history
      * the next application's velocity checks, and the daily
      * lnvelrpt, read.
      *-----------------------------------------------------------
       2800-LOG-APPLICATION.
           OPEN I-O APPL-VEL-FILE.
           IF APPL-VEL-NOT-FOUND
               OPEN OUTPUT APPL-VEL-FILE
               CLOSE APPL-VEL-FILE
               OPEN I-O APPL-VEL-FILE
           END-IF.
           IF NOT APPL-VEL-OPENED
               DISPLAY "*** Unable to open APPLVEL - status "
                   WS-APPL-VEL-STATUS " - application not logged."
               GO TO 2800-EXIT
           END-IF.
           MOVE WS-VEL-NOW-DATE TO AV-PRICED-DATE.
           MOVE WS-VEL-NOW-TIME TO AV-PRICED-TIME.
           MOVE WS-D8-CORR-ID TO AV-CORR-ID.
           IF APPL-NUMBER-ASSIGNED
               MOVE ANS-APPL-ID TO AV-APPL-ID
           ELSE
               MOVE SPACES TO AV-APPL-ID
           END-IF.
           MOVE A TO AV-BORROWER.
           MOVE BORR-NO TO AV-BORROWER-NO.
           MOVE WS-BORR-PHONE TO AV-PHONE.
           MOVE WS-BORR-EMAIL TO AV-EMAIL.
           MOVE G TO AV-LOAN-TYPE.
           MOVE D TO AV-TERM.
           MOVE F TO AV-CURRENCY.
           MOVE PAY-FREQ TO AV-PAY-FREQ.
           MOVE B TO AV-PRINCIPAL.
           MOVE WS-BORR-INCOME TO AV-INCOME.
           MOVE DECISION TO AV-DECISION.
           MOVE DECISION-RULE TO AV-DECISION-RULE.
           MOVE WS-FRAUD-RULE TO AV-FRAUD-RULE.
           WRITE APPL-VEL-RECORD
               INVALID KEY
                   DISPLAY "*** Duplicate APPLVEL row '" AV-KEY
                       "' - application not logged."
           END-WRITE.
           CLOSE APPL-VEL-FILE.
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2700-WRITE-BORROWER-XREF
      *
               MOVE LM-APPL-ID TO LB-APPL-ID
               MOVE BORR-NO TO LB-BORROWER-NO
               MOVE "P" TO LB-ROLE
               MOVE ZEROES TO LB-END-DATE
               WRITE LOAN-BORR-RECORD
                   INVALID KEY
                       DISPLAY "*** Duplicate LOANBORR row '"
               MOVE LM-APPL-ID TO LB-APPL-ID
               MOVE CO-BORR-NO TO LB-BORROWER-NO
               MOVE "C" TO LB-ROLE
               MOVE ZEROES TO LB-END-DATE
               WRITE LOAN-BORR-RECORD
                   INVALID KEY
                       DISPLAY "*** Duplicate LOANBORR row '"
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3900-COMPLETE-REQUEST-KEY
      *
      * Closes out the key this call reserved. A booked loan turns
      * the row COMPLETE with the application id, the return code
      * and the COMMAREA as answered - what every repeat of the key
      * will get back. No application number means nothing was
      * booked, so the reservation is removed and a repeat prices
      * afresh.
      *-----------------------------------------------------------
       3900-COMPLETE-REQUEST-KEY.
           IF NOT REQ-KEY-RESERVED
               GO TO 3900-EXIT
           END-IF.
           PERFORM 0190-OPEN-REQUEST-LOG THRU 0190-EXIT.
           IF NOT SAY-REQ-OPENED
               DISPLAY "*** Request key " REQUEST-KEY
                   " left INFLIGHT - repeats are refused until it "
                   "is cleared."
               GO TO 3900-EXIT
           END-IF.
           MOVE REQUEST-KEY TO SR-REQUEST-KEY.
           READ SAY-REQ-FILE
               INVALID KEY
                   CLOSE SAY-REQ-FILE
                   GO TO 3900-EXIT
           END-READ.
           IF APPL-NUMBER-ASSIGNED
               MOVE "COMPLETE" TO SR-STATE
               MOVE LM-APPL-ID TO SR-APPL-ID
               MOVE RETURN-CODE TO SR-RETURN-CODE
               MOVE SPACES TO SR-RESPONSE-IMAGE
               MOVE COMMAREA TO SR-RESPONSE-IMAGE
               REWRITE SAY-REQ-RECORD
                   INVALID KEY
                       DISPLAY "*** SAYREQ rewrite failed for key "
                           REQUEST-KEY " - status "
                           WS-SAY-REQ-STATUS
               END-REWRITE
           ELSE
               DELETE SAY-REQ-FILE
                   INVALID KEY
                       DISPLAY "*** SAYREQ delete failed for key "
                           REQUEST-KEY " - status "
                           WS-SAY-REQ-STATUS
               END-DELETE
           END-IF.
           CLOSE SAY-REQ-FILE.
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3000-WRITE-SCHEDULE
      *
           EXIT.

           COPY d8evtwrt.
           COPY lnsanchk.
           COPY lnsannrm.

           COPY lnjrnwrt.
