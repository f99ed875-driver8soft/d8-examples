      ******************************************************************
      *
      * Collection Agency Placement Batch
      * =================================
      *
      * Sends charged-off accounts to the outside collection
      * agencies on AGYMSTR, and takes back the ones the agencies
      * are not collecting.
      *
      * Recall - every AGYPLAC placement still out is recalled when
      * the agency has reported no recovery for the recall window
      * (the agency's AG-RECALL-DAYS, or the AGYPM default when
      * zero) counted from the placement or its latest recovery,
      * whichever is later (NORECOV); when a legal hold in force on
      * LEGALHLD now covers the loan or its borrower (LEGALHLD);
      * when nothing is left to collect - the loan is off CHGD-OFF
      * or its balance is gone (SETTLED); or when the loan record
      * itself is gone (NOLOAN).
      *
      * Placement - every CHGD-OFF loan with a balance, charged off
      * at least the AGYPM waiting period ago, that is not out with
      * an agency and has not used up the AGYPM placement limit, is
      * placed with an active agency whose balance band (in the
      * base currency, at today's FXRATES rate) covers the balance.
      * The agencies that share a band take placements in turn -
      * the one whose last placement is oldest goes next - and an
      * account recalled from an agency never goes back to it. A
      * loan under a legal hold is not placed.
      *
      * Every placement and recall goes to the AGYOUT file for the
      * agencies to load, one record each with the agency id up
      * front - a placement with the borrower's name, address and
      * phone from BORRMSTR and the balance placed, a recall with
      * its reason. AGYRPT lists them, the accounts that could not
      * be placed, each agency's share and the run's counts.
      *
      * AGYPM is the recall window in days, a space, the minimum
      * balance to place 9999999V99, a space, the placement limit
      * per account, a space, and the waiting period in days after
      * charge-off - 180, 100.00, 2 and 30 when absent. No LOANMSTR
      * or AGYPLAC refuses the run RC 8; an account that could not
      * be placed for want of an agency for its band or an FX rate,
      * or no AGYMSTR, ends RC 4.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original placement batch - charged-off
      *                  accounts were only recovered when the
      *                  borrower happened to pay.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lnagyplc.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGY-PRM-FILE ASSIGN TO "AGYPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGY-PRM-STATUS.
           SELECT AGY-MSTR-FILE ASSIGN TO "AGYMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-AGENCY-ID
               FILE STATUS IS WS-AGY-MSTR-STATUS.
           SELECT AGY-PLAC-FILE ASSIGN TO "AGYPLAC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-APPL-ID
               FILE STATUS IS WS-AGY-PLAC-STATUS.
           SELECT LOAN-MSTR-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-APPL-ID
               FILE STATUS IS WS-LOAN-MSTR-STATUS.
           SELECT BORR-MSTR-FILE ASSIGN TO "BORRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-BORROWER-NO
               FILE STATUS IS WS-BORR-MSTR-STATUS.
           SELECT AGY-OUT-FILE ASSIGN TO "AGYOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGY-OUT-STATUS.
           SELECT AGY-RPT-FILE ASSIGN TO "AGYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGY-RPT-STATUS.
           COPY lnhldsel.
           COPY lnfxrsel.
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.
       FD  AGY-PRM-FILE.
       01  AGY-PRM-RECORD.
           05 PP-RECALL-DAYS     PIC 9(03).
           05 FILLER             PIC X(01).
           05 PP-MIN-BALANCE     PIC 9(7)V9(2).
           05 FILLER             PIC X(01).
           05 PP-MAX-PLACEMENTS  PIC 9(01).
           05 FILLER             PIC X(01).
           05 PP-WAIT-DAYS       PIC 9(03).

           COPY agymstr.

           COPY agyplac.

           COPY loanmstr.

           COPY borrmstr.

      * Placement file for the agencies - a P record sends an
      * account out, an R record calls it back. The balance is the
      * written-down balance in the loan's currency.
       FD  AGY-OUT-FILE.
       01  AGY-OUT-RECORD.
           05 AO-REC-TYPE      PIC X(01).
               88 AO-PLACEMENT VALUE "P".
               88 AO-RECALL    VALUE "R".
           05 AO-AGENCY-ID     PIC X(08).
           05 AO-APPL-ID       PIC X(20).
           05 AO-ACTION-DATE   PIC 9(08).
           05 AO-BORROWER-NO   PIC X(08).
           05 AO-NAME          PIC X(25).
           05 AO-ADDR-LINE-1   PIC X(25).
           05 AO-ADDR-LINE-2   PIC X(25).
           05 AO-CITY          PIC X(15).
           05 AO-POSTCODE      PIC X(10).
           05 AO-PHONE         PIC X(15).
           05 AO-LOAN-TYPE     PIC X(04).
           05 AO-CHGOFF-DATE   PIC 9(08).
           05 AO-CURRENCY      PIC X(03).
           05 AO-BALANCE       PIC S9(7)V9(2) SIGN LEADING SEPARATE.
           05 AO-RECALL-REASON PIC X(08).

       FD  AGY-RPT-FILE.
       01  AGY-RPT-LINE PIC X(100).

           COPY legalhld.

           COPY lnfxrfd.

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
       01 WS-AGY-PRM-STATUS PIC X(02) VALUE SPACES.
           88 AGY-PRM-OPENED VALUE "00".
       01 WS-AGY-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 AGY-MSTR-OPENED VALUE "00".
       01 WS-AGY-PLAC-STATUS PIC X(02) VALUE SPACES.
           88 AGY-PLAC-OPENED VALUE "00".
           88 AGY-PLAC-NOT-FOUND VALUE "35".
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-BORR-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 BORR-MSTR-OPENED VALUE "00".
       01 WS-AGY-OUT-STATUS PIC X(02) VALUE SPACES.
       01 WS-AGY-RPT-STATUS PIC X(02) VALUE SPACES.
           COPY lnhldws.
           COPY lnfxrws.
           COPY lnrstws.

       01 WS-PLAC-EOF PIC X(01) VALUE "N".
           88 END-OF-PLACEMENTS VALUE "Y".
       01 WS-AGY-EOF PIC X(01) VALUE "N".
           88 END-OF-AGENCIES VALUE "Y".
       01 WS-MSTR-EOF PIC X(01) VALUE "N".
           88 END-OF-MASTER VALUE "Y".
       01 WS-AGY-AVAIL PIC X(01) VALUE "N".
           88 AGENCIES-AVAILABLE VALUE "Y".
       01 WS-BORR-AVAIL PIC X(01) VALUE "N".
           88 BORROWERS-AVAILABLE VALUE "Y".
       01 WS-PLAC-EXISTS PIC X(01) VALUE "N".
           88 PLACEMENT-EXISTS VALUE "Y".
       01 WS-BORR-FOUND PIC X(01) VALUE "N".
           88 BORROWER-FOUND VALUE "Y".

       01 WS-TODAY PIC 9(08).
       01 WS-TODAY-INT PIC 9(08) COMP.

      * AGYPM settings.
       01 WS-DEFAULT-RECALL PIC 9(03) VALUE 180.
       01 WS-MIN-BALANCE PIC 9(7)V9(2) VALUE 100.00.
       01 WS-MAX-PLACEMENTS PIC 9(01) VALUE 2.
       01 WS-WAIT-DAYS PIC 9(03) VALUE 30.

      * The placement or account in hand.
       01 WS-RECALL-WINDOW PIC 9(03).
       01 WS-LAST-ACTIVITY PIC 9(08).
       01 WS-IDLE-DAYS PIC S9(7) COMP.
       01 WS-RECALL-REASON PIC X(08).
       01 WS-HELD-REASON PIC X(20).
       01 WS-EXCLUDE-AGENCY PIC X(08).
       01 WS-PRIOR-COUNT PIC 9(02).
       01 WS-BASE-BALANCE PIC S9(9)V9(2) COMP-3.
       01 WS-FIND-AGENCY-ID PIC X(08).
       01 WS-ROTATION-SEQ PIC 9(09) VALUE ZEROES.

      * The agencies, loaded whole from AGYMSTR, with the run's
      * placements and recalls against each.
       01 WS-AGT-MAX PIC 9(03) VALUE 100.
       01 WS-AGT-COUNT PIC 9(03) VALUE ZEROES.
       01 AGT-TABLE.
           05 AGT-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-AGT-COUNT
               INDEXED BY AGT-IDX.
               10 AGT-AGENCY-ID PIC X(08).
               10 AGT-NAME PIC X(30).
               10 AGT-ACTIVE PIC X(01).
                   88 AGT-IS-ACTIVE VALUE "Y".
               10 AGT-FEE-PCT PIC 9(2)V9(2).
               10 AGT-BAND-MIN PIC 9(7)V9(2).
               10 AGT-BAND-MAX PIC 9(7)V9(2).
               10 AGT-RECALL-DAYS PIC 9(03).
               10 AGT-LAST-SEQ PIC 9(09).
               10 AGT-CHANGED PIC X(01).
                   88 AGT-ROTATED VALUE "Y".
               10 AGT-PLACED-COUNT PIC 9(05) COMP.
               10 AGT-PLACED-BAL PIC S9(11)V9(2) COMP-3.
               10 AGT-RECALL-COUNT PIC 9(05) COMP.
               10 AGT-OUT-COUNT PIC 9(05) COMP.
       01 WS-AGT-SW PIC X(01) VALUE "N".
           88 AGT-FOUND VALUE "Y".
       01 WS-CHOSEN-IDX PIC 9(03) VALUE ZEROES.
       77 WS-AGT-SUB PIC S9(4) COMP.

      * Run counts.
       01 WS-REVIEWED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-KEPT-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-RECALL-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-RCL-NORECOV PIC 9(07) VALUE ZEROES.
       01 WS-RCL-LEGALHLD PIC 9(07) VALUE ZEROES.
       01 WS-RCL-SETTLED PIC 9(07) VALUE ZEROES.
       01 WS-RCL-NOLOAN PIC 9(07) VALUE ZEROES.
       01 WS-CHGOFF-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-ALREADY-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-EXHAUSTED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-WAITING-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-BELOW-MIN-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-HOLD-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-HELD-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-PLACED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-PLACED-TOTAL PIC S9(11)V9(2) COMP-3 VALUE ZEROES.

       01 WS-HOLD-LINE PIC X(100).
       01 WS-PAGE-NO PIC 9(04) VALUE ZEROES.
       01 WS-LINE-COUNT PIC 9(03) VALUE 99.
       01 WS-LINES-PER-PAGE PIC 9(03) VALUE 55.

      * Print line layouts.
       01 RPT-HEADING-1.
           05 FILLER PIC X(30)
               VALUE "COLLECTION AGENCY PLACEMENT   ".
           05 FILLER PIC X(05) VALUE "RUN  ".
           05 RH1-DATE PIC 9(08).
           05 FILLER PIC X(32) VALUE SPACES.
           05 FILLER PIC X(05) VALUE "PAGE ".
           05 RH1-PAGE PIC ZZZ9.
       01 RPT-HEADING-2.
           05 FILLER PIC X(11) VALUE "ACTION     ".
           05 FILLER PIC X(09) VALUE "AGENCY   ".
           05 FILLER PIC X(21) VALUE "APPLICATION ID       ".
           05 FILLER PIC X(09) VALUE "CHG-OFF  ".
           05 FILLER PIC X(04) VALUE "CCY ".
           05 FILLER PIC X(13) VALUE "      BALANCE".
           05 FILLER PIC X(21) VALUE " NOTE                ".
       01 RPT-SECTION.
           05 RS-TITLE PIC X(60).
       01 RPT-DETAIL.
           05 RD-ACTION PIC X(10).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-AGENCY-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-APPL-ID PIC X(20).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-CHGOFF-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-CURRENCY PIC X(03).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-BALANCE PIC -Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RD-NOTE PIC X(30).
       01 RPT-AGY-HEADING.
           05 FILLER PIC X(35) VALUE "AGENCY   NAME".
           05 FILLER PIC X(06) VALUE "  FEE%".
           05 FILLER PIC X(07) VALUE " PLACED".
           05 FILLER PIC X(17) VALUE "       PLACED BAL".
           05 FILLER PIC X(09) VALUE " RECALLED".
           05 FILLER PIC X(09) VALUE "      OUT".
       01 RPT-AGY-LINE.
           05 RY-AGENCY-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RY-NAME PIC X(25).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RY-FEE-PCT PIC Z9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RY-PLACED PIC ZZZZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RY-PLACED-BAL PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(03) VALUE SPACES.
           05 RY-RECALLED PIC ZZZZZZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RY-OUT PIC ZZZZZZZ9.
       01 RPT-COUNT.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RN-LABEL PIC X(40).
           05 RN-COUNT PIC Z,ZZZ,ZZ9.
       01 RPT-AMOUNT.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RA-LABEL PIC X(40).
           05 RA-AMOUNT PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "LNAGYPLC" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).

           PERFORM 1000-LOAD-PARMS THRU 1000-EXIT.
           PERFORM 9920-LOAD-FX-RATES THRU 9920-EXIT.

           OPEN INPUT LOAN-MSTR-FILE.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.
           OPEN I-O AGY-PLAC-FILE.
           IF AGY-PLAC-NOT-FOUND
               OPEN OUTPUT AGY-PLAC-FILE
               CLOSE AGY-PLAC-FILE
               OPEN I-O AGY-PLAC-FILE
           END-IF.
           IF NOT AGY-PLAC-OPENED
               DISPLAY "*** Unable to open AGYPLAC - status "
                   WS-AGY-PLAC-STATUS " - nothing placed or "
                   "recalled."
               CLOSE LOAN-MSTR-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.
           OPEN I-O AGY-MSTR-FILE.
           IF AGY-MSTR-OPENED
               MOVE "Y" TO WS-AGY-AVAIL
               PERFORM 1100-LOAD-AGENCIES THRU 1100-EXIT
           ELSE
               DISPLAY "*** Unable to open AGYMSTR - status "
                   WS-AGY-MSTR-STATUS " - nothing placed, recalls "
                   "on the default window."
               MOVE 4 TO RETURN-CODE
           END-IF.
           OPEN INPUT BORR-MSTR-FILE.
           IF BORR-MSTR-OPENED
               MOVE "Y" TO WS-BORR-AVAIL
           ELSE
               DISPLAY "lnagyplc: no BORRMSTR - placements carry "
                   "the name on the loan only."
           END-IF.
           MOVE WS-TODAY TO WS-HLD-ASOF.
           PERFORM 9890-OPEN-LEGAL-HOLD THRU 9890-EXIT.
           OPEN OUTPUT AGY-OUT-FILE.
           OPEN OUTPUT AGY-RPT-FILE.

           MOVE "PLACEMENTS RECALLED" TO RS-TITLE.
           PERFORM 7400-SECTION-TITLE THRU 7400-EXIT.
           MOVE LOW-VALUES TO AP-APPL-ID.
           START AGY-PLAC-FILE KEY NOT < AP-APPL-ID
               INVALID KEY MOVE "Y" TO WS-PLAC-EOF
           END-START.
           IF NOT END-OF-PLACEMENTS
               PERFORM 8000-READ-PLACEMENT THRU 8000-EXIT
               PERFORM 2000-REVIEW-PLACEMENT THRU 2000-EXIT
                   UNTIL END-OF-PLACEMENTS
           END-IF.

           MOVE "CHARGED-OFF ACCOUNTS PLACED" TO RS-TITLE.
           PERFORM 7400-SECTION-TITLE THRU 7400-EXIT.
           MOVE LOW-VALUES TO LM-APPL-ID.
           START LOAN-MSTR-FILE KEY NOT < LM-APPL-ID
               INVALID KEY MOVE "Y" TO WS-MSTR-EOF
           END-START.
           IF NOT END-OF-MASTER
               PERFORM 8100-READ-MASTER THRU 8100-EXIT
               PERFORM 3000-PLACE-LOAN THRU 3000-EXIT
                   UNTIL END-OF-MASTER
           END-IF.

           IF AGENCIES-AVAILABLE
               PERFORM 1200-SAVE-ROTATION THRU 1200-EXIT
                   VARYING AGT-IDX FROM 1 BY 1
                   UNTIL AGT-IDX > WS-AGT-COUNT
           END-IF.
           PERFORM 5000-RUN-TOTALS THRU 5000-EXIT.

           CLOSE AGY-RPT-FILE.
           CLOSE AGY-OUT-FILE.
           PERFORM 9892-CLOSE-LEGAL-HOLD THRU 9892-EXIT.
           IF BORROWERS-AVAILABLE
               CLOSE BORR-MSTR-FILE
           END-IF.
           IF AGENCIES-AVAILABLE
               CLOSE AGY-MSTR-FILE
           END-IF.
           CLOSE AGY-PLAC-FILE.
           CLOSE LOAN-MSTR-FILE.

           DISPLAY "lnagyplc: " WS-PLACED-COUNT " account(s) placed, "
               WS-RECALL-COUNT " recalled, " WS-HELD-COUNT
               " could not be placed.".
           IF WS-HELD-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
           COMPUTE WS-RSTAT-WRITTEN =
               WS-PLACED-COUNT + WS-RECALL-COUNT.
           MOVE WS-HELD-COUNT TO WS-RSTAT-REJECTED.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

       1000-LOAD-PARMS.
           OPEN INPUT AGY-PRM-FILE.
           IF AGY-PRM-OPENED
               READ AGY-PRM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PP-RECALL-DAYS IS NUMERIC
                           AND PP-RECALL-DAYS > ZEROES
                           MOVE PP-RECALL-DAYS TO WS-DEFAULT-RECALL
                       END-IF
                       IF PP-MIN-BALANCE IS NUMERIC
                           MOVE PP-MIN-BALANCE TO WS-MIN-BALANCE
                       END-IF
                       IF PP-MAX-PLACEMENTS IS NUMERIC
                           AND PP-MAX-PLACEMENTS > ZEROES
                           MOVE PP-MAX-PLACEMENTS
                               TO WS-MAX-PLACEMENTS
                       END-IF
                       IF PP-WAIT-DAYS IS NUMERIC
                           MOVE PP-WAIT-DAYS TO WS-WAIT-DAYS
                       END-IF
               END-READ
               CLOSE AGY-PRM-FILE
           END-IF.
           DISPLAY "lnagyplc: recall after " WS-DEFAULT-RECALL
               " day(s) without a recovery, place from "
               WS-MIN-BALANCE " " WS-FXR-BASE-CCY " after "
               WS-WAIT-DAYS " day(s), at most " WS-MAX-PLACEMENTS
               " agenc(ies) an account.".
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 1100-LOAD-AGENCIES
      *
      * Every agency on AGYMSTR into the table, and the rotation
      * sequence picked up from the latest placement any of them
      * has had.
      *-----------------------------------------------------------
       1100-LOAD-AGENCIES.
           MOVE LOW-VALUES TO AG-AGENCY-ID.
           START AGY-MSTR-FILE KEY NOT < AG-AGENCY-ID
               INVALID KEY MOVE "Y" TO WS-AGY-EOF
           END-START.
           IF NOT END-OF-AGENCIES
               PERFORM 8200-READ-AGENCY THRU 8200-EXIT
               PERFORM 1110-TAKE-AGENCY THRU 1110-EXIT
                   UNTIL END-OF-AGENCIES
           END-IF.
           DISPLAY "lnagyplc: " WS-AGT-COUNT " agenc(ies) on AGYMSTR.".
       1100-EXIT.
           EXIT.

       1110-TAKE-AGENCY.
           IF WS-AGT-COUNT NOT < WS-AGT-MAX
               DISPLAY "*** Agency table full at " WS-AGT-MAX
                   " - '" AG-AGENCY-ID "' takes no placements."
               GO TO 1110-NEXT
           END-IF.
           ADD 1 TO WS-AGT-COUNT.
           SET AGT-IDX TO WS-AGT-COUNT.
           MOVE AG-AGENCY-ID TO AGT-AGENCY-ID (AGT-IDX).
           MOVE AG-NAME TO AGT-NAME (AGT-IDX).
           MOVE AG-ACTIVE TO AGT-ACTIVE (AGT-IDX).
           MOVE AG-FEE-PCT TO AGT-FEE-PCT (AGT-IDX).
           MOVE AG-BAND-MIN TO AGT-BAND-MIN (AGT-IDX).
           MOVE AG-BAND-MAX TO AGT-BAND-MAX (AGT-IDX).
           MOVE AG-RECALL-DAYS TO AGT-RECALL-DAYS (AGT-IDX).
           MOVE AG-LAST-PLACED-SEQ TO AGT-LAST-SEQ (AGT-IDX).
           MOVE "N" TO AGT-CHANGED (AGT-IDX).
           MOVE ZEROES TO AGT-PLACED-COUNT (AGT-IDX).
           MOVE ZEROES TO AGT-PLACED-BAL (AGT-IDX).
           MOVE ZEROES TO AGT-RECALL-COUNT (AGT-IDX).
           MOVE ZEROES TO AGT-OUT-COUNT (AGT-IDX).
           IF AG-LAST-PLACED-SEQ > WS-ROTATION-SEQ
               MOVE AG-LAST-PLACED-SEQ TO WS-ROTATION-SEQ
           END-IF.
       1110-NEXT.
           PERFORM 8200-READ-AGENCY THRU 8200-EXIT.
       1110-EXIT.
           EXIT.

      * The agencies that took placements carry their turn in the
      * rotation back to AGYMSTR for the next run.
       1200-SAVE-ROTATION.
           IF NOT AGT-ROTATED (AGT-IDX)
               GO TO 1200-EXIT
           END-IF.
           MOVE AGT-AGENCY-ID (AGT-IDX) TO AG-AGENCY-ID.
           READ AGY-MSTR-FILE
               INVALID KEY
                   DISPLAY "*** Agency '" AG-AGENCY-ID "' gone from "
                       "AGYMSTR - rotation not saved."
                   GO TO 1200-EXIT
           END-READ.
           MOVE AGT-LAST-SEQ (AGT-IDX) TO AG-LAST-PLACED-SEQ.
           MOVE WS-TODAY TO AG-LAST-PLACED-DATE.
           REWRITE AGY-MSTR-RECORD
               INVALID KEY
                   DISPLAY "*** AGYMSTR rewrite failed for '"
                       AG-AGENCY-ID "' - status " WS-AGY-MSTR-STATUS
           END-REWRITE.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-REVIEW-PLACEMENT
      *
      * One AGYPLAC row. A placement still out is recalled when
      * there is nothing left to collect, a legal hold now stops
      * collection, or the agency has recovered nothing for its
      * recall window; otherwise it stays with the agency.
      *-----------------------------------------------------------
       2000-REVIEW-PLACEMENT.
           IF NOT AP-PLACED
               GO TO 2000-NEXT
           END-IF.
           ADD 1 TO WS-REVIEWED-COUNT.
           MOVE SPACES TO WS-RECALL-REASON.
           MOVE AP-AGENCY-ID TO WS-FIND-AGENCY-ID.
           PERFORM 4000-FIND-AGENCY THRU 4000-EXIT.

           MOVE AP-APPL-ID TO LM-APPL-ID.
           READ LOAN-MSTR-FILE
               INVALID KEY
                   MOVE "NOLOAN" TO WS-RECALL-REASON
                   ADD 1 TO WS-RCL-NOLOAN
                   GO TO 2000-RECALL
           END-READ.
           IF NOT LM-ST-CHGD-OFF OR LM-OUTSTANDING-BAL NOT > ZERO
               MOVE "SETTLED" TO WS-RECALL-REASON
               ADD 1 TO WS-RCL-SETTLED
               GO TO 2000-RECALL
           END-IF.
           PERFORM 9891-CHECK-LEGAL-HOLD THRU 9891-EXIT.
           IF LEGAL-HOLD-ON
               MOVE "LEGALHLD" TO WS-RECALL-REASON
               ADD 1 TO WS-RCL-LEGALHLD
               GO TO 2000-RECALL
           END-IF.

           MOVE WS-DEFAULT-RECALL TO WS-RECALL-WINDOW.
           IF AGT-FOUND
               IF AGT-RECALL-DAYS (AGT-IDX) > ZEROES
                   MOVE AGT-RECALL-DAYS (AGT-IDX) TO WS-RECALL-WINDOW
               END-IF
           END-IF.
           MOVE AP-PLACE-DATE TO WS-LAST-ACTIVITY.
           IF AP-LAST-RECOV-DATE > WS-LAST-ACTIVITY
               MOVE AP-LAST-RECOV-DATE TO WS-LAST-ACTIVITY
           END-IF.
           COMPUTE WS-IDLE-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(WS-LAST-ACTIVITY).
           IF WS-IDLE-DAYS NOT < WS-RECALL-WINDOW
               MOVE "NORECOV" TO WS-RECALL-REASON
               ADD 1 TO WS-RCL-NORECOV
               GO TO 2000-RECALL
           END-IF.

           ADD 1 TO WS-KEPT-COUNT.
           IF AGT-FOUND
               ADD 1 TO AGT-OUT-COUNT (AGT-IDX)
           END-IF.
           GO TO 2000-NEXT.

       2000-RECALL.
           PERFORM 2100-RECALL-PLACEMENT THRU 2100-EXIT.
       2000-NEXT.
           PERFORM 8000-READ-PLACEMENT THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2100-RECALL-PLACEMENT
      *
      * Marks the placement recalled and tells the agency - an R
      * record on AGYOUT - then lists it.
      *-----------------------------------------------------------
       2100-RECALL-PLACEMENT.
           MOVE "R" TO AP-STATUS.
           MOVE WS-TODAY TO AP-RECALL-DATE.
           MOVE WS-RECALL-REASON TO AP-RECALL-REASON.
           REWRITE AGY-PLAC-RECORD
               INVALID KEY
                   DISPLAY "*** AGYPLAC rewrite failed for '"
                       AP-APPL-ID "' - status " WS-AGY-PLAC-STATUS
                   GO TO 2100-EXIT
           END-REWRITE.
           ADD 1 TO WS-RECALL-COUNT.
           IF AGT-FOUND
               ADD 1 TO AGT-RECALL-COUNT (AGT-IDX)
           END-IF.

           MOVE SPACES TO AGY-OUT-RECORD.
           MOVE "R" TO AO-REC-TYPE.
           MOVE AP-AGENCY-ID TO AO-AGENCY-ID.
           MOVE AP-APPL-ID TO AO-APPL-ID.
           MOVE WS-TODAY TO AO-ACTION-DATE.
           MOVE ZEROES TO AO-CHGOFF-DATE.
           MOVE AP-CURRENCY TO AO-CURRENCY.
           MOVE ZEROES TO AO-BALANCE.
           IF WS-RECALL-REASON NOT = "NOLOAN"
               MOVE LM-BORROWER-NO TO AO-BORROWER-NO
               MOVE LM-LOAN-TYPE TO AO-LOAN-TYPE
               MOVE LM-STATUS-DATE TO AO-CHGOFF-DATE
               MOVE LM-OUTSTANDING-BAL TO AO-BALANCE
           END-IF.
           MOVE WS-RECALL-REASON TO AO-RECALL-REASON.
           WRITE AGY-OUT-RECORD.

           MOVE SPACES TO RPT-DETAIL.
           MOVE "RECALLED" TO RD-ACTION.
           MOVE AP-AGENCY-ID TO RD-AGENCY-ID.
           MOVE AP-APPL-ID TO RD-APPL-ID.
           MOVE AO-CHGOFF-DATE TO RD-CHGOFF-DATE.
           MOVE AP-CURRENCY TO RD-CURRENCY.
           MOVE AO-BALANCE TO RD-BALANCE.
           MOVE SPACES TO RD-NOTE.
           STRING WS-RECALL-REASON DELIMITED BY SPACE
                  " PLACED " DELIMITED BY SIZE
                  AP-PLACE-DATE DELIMITED BY SIZE
               INTO RD-NOTE.
           MOVE SPACES TO AGY-RPT-LINE.
           MOVE RPT-DETAIL TO AGY-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3000-PLACE-LOAN
      *
      * One master record. A charged-off balance not out with an
      * agency, past the waiting period and with placements left,
      * goes to the next agency in rotation for its band. One that
      * should go out and cannot is listed.
      *-----------------------------------------------------------
       3000-PLACE-LOAN.
           IF NOT LM-ST-CHGD-OFF OR LM-OUTSTANDING-BAL NOT > ZERO
               GO TO 3000-NEXT
           END-IF.
           ADD 1 TO WS-CHGOFF-COUNT.
           MOVE SPACES TO WS-HELD-REASON.
           MOVE SPACES TO WS-EXCLUDE-AGENCY.
           MOVE ZEROES TO WS-PRIOR-COUNT.
           MOVE "N" TO WS-PLAC-EXISTS.

           MOVE LM-APPL-ID TO AP-APPL-ID.
           READ AGY-PLAC-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-PLAC-EXISTS
           END-READ.
           IF PLACEMENT-EXISTS
               IF AP-PLACED
                   ADD 1 TO WS-ALREADY-COUNT
                   GO TO 3000-NEXT
               END-IF
               IF AP-PLACE-COUNT NOT < WS-MAX-PLACEMENTS
                   ADD 1 TO WS-EXHAUSTED-COUNT
                   GO TO 3000-NEXT
               END-IF
               MOVE AP-AGENCY-ID TO WS-EXCLUDE-AGENCY
               MOVE AP-PLACE-COUNT TO WS-PRIOR-COUNT
           END-IF.

           COMPUTE WS-IDLE-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(LM-STATUS-DATE).
           IF WS-IDLE-DAYS < WS-WAIT-DAYS
               ADD 1 TO WS-WAITING-COUNT
               GO TO 3000-NEXT
           END-IF.

           PERFORM 9891-CHECK-LEGAL-HOLD THRU 9891-EXIT.
           IF LEGAL-HOLD-ON
               ADD 1 TO WS-HOLD-COUNT
               MOVE SPACES TO WS-HELD-REASON
               STRING "LEGAL HOLD " DELIMITED BY SIZE
                      WS-HLD-TYPE DELIMITED BY SIZE
                   INTO WS-HELD-REASON
               GO TO 3000-LIST
           END-IF.

           MOVE LM-CURRENCY TO WS-FXR-FROM-CCY.
           MOVE WS-FXR-BASE-CCY TO WS-FXR-TO-CCY.
           MOVE WS-TODAY TO WS-FXR-DATE.
           MOVE LM-OUTSTANDING-BAL TO WS-FXR-AMOUNT.
           PERFORM 9925-CONVERT-AMOUNT THRU 9925-EXIT.
           IF NOT FX-RATE-FOUND
               ADD 1 TO WS-HELD-COUNT
               MOVE "NO FX RATE" TO WS-HELD-REASON
               GO TO 3000-LIST
           END-IF.
           MOVE WS-FXR-CONVERTED TO WS-BASE-BALANCE.
           IF WS-BASE-BALANCE < WS-MIN-BALANCE
               ADD 1 TO WS-BELOW-MIN-COUNT
               GO TO 3000-NEXT
           END-IF.

           PERFORM 3100-CHOOSE-AGENCY THRU 3100-EXIT.
           IF WS-CHOSEN-IDX = ZEROES
               ADD 1 TO WS-HELD-COUNT
               MOVE "NO AGENCY FOR BAND" TO WS-HELD-REASON
               GO TO 3000-LIST
           END-IF.
           PERFORM 3200-WRITE-PLACEMENT THRU 3200-EXIT.
           GO TO 3000-NEXT.

       3000-LIST.
           MOVE SPACES TO RPT-DETAIL.
           MOVE "NOT PLACED" TO RD-ACTION.
           MOVE WS-EXCLUDE-AGENCY TO RD-AGENCY-ID.
           MOVE LM-APPL-ID TO RD-APPL-ID.
           MOVE LM-STATUS-DATE TO RD-CHGOFF-DATE.
           MOVE LM-CURRENCY TO RD-CURRENCY.
           MOVE LM-OUTSTANDING-BAL TO RD-BALANCE.
           MOVE WS-HELD-REASON TO RD-NOTE.
           MOVE SPACES TO AGY-RPT-LINE.
           MOVE RPT-DETAIL TO AGY-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
       3000-NEXT.
           PERFORM 8100-READ-MASTER THRU 8100-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3100-CHOOSE-AGENCY
      *
      * Of the active agencies whose band covers the base-currency
      * balance - less the one the account was recalled from - the
      * one placed with longest ago. WS-CHOSEN-IDX is zero when
      * none qualifies.
      *-----------------------------------------------------------
       3100-CHOOSE-AGENCY.
           MOVE ZEROES TO WS-CHOSEN-IDX.
           IF NOT AGENCIES-AVAILABLE
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3110-TRY-AGENCY THRU 3110-EXIT
               VARYING WS-AGT-SUB FROM 1 BY 1
               UNTIL WS-AGT-SUB > WS-AGT-COUNT.
       3100-EXIT.
           EXIT.

       3110-TRY-AGENCY.
           IF NOT AGT-IS-ACTIVE (WS-AGT-SUB)
               OR AGT-AGENCY-ID (WS-AGT-SUB) = WS-EXCLUDE-AGENCY
               GO TO 3110-EXIT
           END-IF.
           IF WS-BASE-BALANCE < AGT-BAND-MIN (WS-AGT-SUB)
               GO TO 3110-EXIT
           END-IF.
           IF AGT-BAND-MAX (WS-AGT-SUB) > ZEROES
               AND WS-BASE-BALANCE > AGT-BAND-MAX (WS-AGT-SUB)
               GO TO 3110-EXIT
           END-IF.
           IF WS-CHOSEN-IDX = ZEROES
               MOVE WS-AGT-SUB TO WS-CHOSEN-IDX
               GO TO 3110-EXIT
           END-IF.
           IF AGT-LAST-SEQ (WS-AGT-SUB)
               < AGT-LAST-SEQ (WS-CHOSEN-IDX)
               MOVE WS-AGT-SUB TO WS-CHOSEN-IDX
           END-IF.
       3110-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3200-WRITE-PLACEMENT
      *
      * Places the account with the chosen agency: its turn in the
      * rotation moves on, AGYPLAC records the placement and the
      * agency gets a P record with the borrower's contact details.
      *-----------------------------------------------------------
       3200-WRITE-PLACEMENT.
           SET AGT-IDX TO WS-CHOSEN-IDX.
           MOVE LM-APPL-ID TO AP-APPL-ID.
           MOVE AGT-AGENCY-ID (AGT-IDX) TO AP-AGENCY-ID.
           MOVE "P" TO AP-STATUS.
           MOVE WS-TODAY TO AP-PLACE-DATE.
           MOVE LM-OUTSTANDING-BAL TO AP-PLACED-BAL.
           MOVE LM-CURRENCY TO AP-CURRENCY.
           COMPUTE AP-PLACE-COUNT = WS-PRIOR-COUNT + 1.
           MOVE ZEROES TO AP-RECALL-DATE.
           MOVE SPACES TO AP-RECALL-REASON.
           MOVE ZEROES TO AP-LAST-RECOV-DATE.
           MOVE ZEROES TO AP-RECOVERED.
           MOVE ZEROES TO AP-FEES.
           IF PLACEMENT-EXISTS
               REWRITE AGY-PLAC-RECORD
                   INVALID KEY
                       DISPLAY "*** AGYPLAC rewrite failed for '"
                           LM-APPL-ID "' - status "
                           WS-AGY-PLAC-STATUS
                       GO TO 3200-EXIT
               END-REWRITE
           ELSE
               WRITE AGY-PLAC-RECORD
                   INVALID KEY
                       DISPLAY "*** AGYPLAC write failed for '"
                           LM-APPL-ID "' - status "
                           WS-AGY-PLAC-STATUS
                       GO TO 3200-EXIT
               END-WRITE
           END-IF.

           ADD 1 TO WS-ROTATION-SEQ.
           MOVE WS-ROTATION-SEQ TO AGT-LAST-SEQ (AGT-IDX).
           MOVE "Y" TO AGT-CHANGED (AGT-IDX).
           ADD 1 TO AGT-PLACED-COUNT (AGT-IDX).
           ADD WS-BASE-BALANCE TO AGT-PLACED-BAL (AGT-IDX).
           ADD 1 TO AGT-OUT-COUNT (AGT-IDX).
           ADD 1 TO WS-PLACED-COUNT.
           ADD WS-BASE-BALANCE TO WS-PLACED-TOTAL.

           PERFORM 3300-READ-BORROWER THRU 3300-EXIT.
           MOVE SPACES TO AGY-OUT-RECORD.
           MOVE "P" TO AO-REC-TYPE.
           MOVE AP-AGENCY-ID TO AO-AGENCY-ID.
           MOVE LM-APPL-ID TO AO-APPL-ID.
           MOVE WS-TODAY TO AO-ACTION-DATE.
           MOVE LM-BORROWER-NO TO AO-BORROWER-NO.
           IF BORROWER-FOUND
               MOVE BM-NAME TO AO-NAME
               MOVE BM-ADDR-LINE-1 TO AO-ADDR-LINE-1
               MOVE BM-ADDR-LINE-2 TO AO-ADDR-LINE-2
               MOVE BM-CITY TO AO-CITY
               MOVE BM-POSTCODE TO AO-POSTCODE
               MOVE BM-PHONE TO AO-PHONE
           ELSE
               MOVE LM-BORROWER TO AO-NAME
           END-IF.
           MOVE LM-LOAN-TYPE TO AO-LOAN-TYPE.
           MOVE LM-STATUS-DATE TO AO-CHGOFF-DATE.
           MOVE LM-CURRENCY TO AO-CURRENCY.
           MOVE LM-OUTSTANDING-BAL TO AO-BALANCE.
           WRITE AGY-OUT-RECORD.

           MOVE SPACES TO RPT-DETAIL.
           MOVE "PLACED" TO RD-ACTION.
           MOVE AP-AGENCY-ID TO RD-AGENCY-ID.
           MOVE LM-APPL-ID TO RD-APPL-ID.
           MOVE LM-STATUS-DATE TO RD-CHGOFF-DATE.
           MOVE LM-CURRENCY TO RD-CURRENCY.
           MOVE LM-OUTSTANDING-BAL TO RD-BALANCE.
           IF WS-PRIOR-COUNT > ZEROES
               MOVE SPACES TO RD-NOTE
               STRING "AFTER RECALL FROM " DELIMITED BY SIZE
                      WS-EXCLUDE-AGENCY DELIMITED BY SPACE
                   INTO RD-NOTE
           END-IF.
           IF NOT BORROWER-FOUND
               MOVE "NO ADDRESS ON BORRMSTR" TO RD-NOTE
           END-IF.
           MOVE SPACES TO AGY-RPT-LINE.
           MOVE RPT-DETAIL TO AGY-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
       3200-EXIT.
           EXIT.

       3300-READ-BORROWER.
           MOVE "N" TO WS-BORR-FOUND.
           IF NOT BORROWERS-AVAILABLE OR LM-BORROWER-NO = SPACES
               GO TO 3300-EXIT
           END-IF.
           MOVE LM-BORROWER-NO TO BM-BORROWER-NO.
           READ BORR-MSTR-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-BORR-FOUND
           END-READ.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 4000-FIND-AGENCY
      *
      * Points AGT-IDX at WS-FIND-AGENCY-ID's row; AGT-FOUND stays
      * off for an agency no longer on AGYMSTR.
      *-----------------------------------------------------------
       4000-FIND-AGENCY.
           MOVE "N" TO WS-AGT-SW.
           IF WS-AGT-COUNT = ZEROES
               GO TO 4000-EXIT
           END-IF.
           SET AGT-IDX TO 1.
           SEARCH AGT-ENTRY
               AT END
                   CONTINUE
               WHEN AGT-AGENCY-ID (AGT-IDX) = WS-FIND-AGENCY-ID
                   MOVE "Y" TO WS-AGT-SW
           END-SEARCH.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 5000-RUN-TOTALS
      *
      * Each agency's placements and recalls this run and the
      * accounts it now holds, then the run's counts.
      *-----------------------------------------------------------
       5000-RUN-TOTALS.
           MOVE "PLACEMENTS BY AGENCY" TO RS-TITLE.
           PERFORM 7400-SECTION-TITLE THRU 7400-EXIT.
           MOVE SPACES TO AGY-RPT-LINE.
           MOVE RPT-AGY-HEADING TO AGY-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
           PERFORM 5100-PRINT-AGENCY THRU 5100-EXIT
               VARYING AGT-IDX FROM 1 BY 1
               UNTIL AGT-IDX > WS-AGT-COUNT.

           MOVE "RUN TOTALS" TO RS-TITLE.
           PERFORM 7400-SECTION-TITLE THRU 7400-EXIT.
           MOVE "PLACEMENTS REVIEWED" TO RN-LABEL.
           MOVE WS-REVIEWED-COUNT TO RN-COUNT.
           PERFORM 5200-COUNT-LINE THRU 5200-EXIT.
           MOVE "  LEFT WITH THE AGENCY" TO RN-LABEL.
           MOVE WS-KEPT-COUNT TO RN-COUNT.
           PERFORM 5200-COUNT-LINE THRU 5200-EXIT.
           MOVE "  RECALLED - NO RECOVERY IN THE WINDOW" TO RN-LABEL.
           MOVE WS-RCL-NORECOV TO RN-COUNT.
           PERFORM 5200-COUNT-LINE THRU 5200-EXIT.
           MOVE "  RECALLED - LEGAL HOLD" TO RN-LABEL.
           MOVE WS-RCL-LEGALHLD TO RN-COUNT.
           PERFORM 5200-COUNT-LINE THRU 5200-EXIT.
           MOVE "  RECALLED - SETTLED" TO RN-LABEL.
           MOVE WS-RCL-SETTLED TO RN-COUNT.
           PERFORM 5200-COUNT-LINE THRU 5200-EXIT.
           MOVE "  RECALLED - LOAN RECORD GONE" TO RN-LABEL.
           MOVE WS-RCL-NOLOAN TO RN-COUNT.
           PERFORM 5200-COUNT-LINE THRU 5200-EXIT.
           MOVE "CHARGED-OFF ACCOUNTS WITH A BALANCE" TO RN-LABEL.
           MOVE WS-CHGOFF-COUNT TO RN-COUNT.
           PERFORM 5200-COUNT-LINE THRU 5200-EXIT.
           MOVE "  ALREADY WITH AN AGENCY" TO RN-LABEL.
           MOVE WS-ALREADY-COUNT TO RN-COUNT.
           PERFORM 5200-COUNT-LINE THRU 5200-EXIT.
           MOVE "  PLACEMENT LIMIT REACHED" TO RN-LABEL.
           MOVE WS-EXHAUSTED-COUNT TO RN-COUNT.
           PERFORM 5200-COUNT-LINE THRU 5200-EXIT.
           MOVE "  INSIDE THE WAITING PERIOD" TO RN-LABEL.
           MOVE WS-WAITING-COUNT TO RN-COUNT.
           PERFORM 5200-COUNT-LINE THRU 5200-EXIT.
           MOVE "  BELOW THE MINIMUM BALANCE" TO RN-LABEL.
           MOVE WS-BELOW-MIN-COUNT TO RN-COUNT.
           PERFORM 5200-COUNT-LINE THRU 5200-EXIT.
           MOVE "  UNDER A LEGAL HOLD" TO RN-LABEL.
           MOVE WS-HOLD-COUNT TO RN-COUNT.
           PERFORM 5200-COUNT-LINE THRU 5200-EXIT.
           MOVE "  NO AGENCY OR NO FX RATE" TO RN-LABEL.
           MOVE WS-HELD-COUNT TO RN-COUNT.
           PERFORM 5200-COUNT-LINE THRU 5200-EXIT.
           MOVE "  PLACED" TO RN-LABEL.
           MOVE WS-PLACED-COUNT TO RN-COUNT.
           PERFORM 5200-COUNT-LINE THRU 5200-EXIT.

           MOVE SPACES TO RA-LABEL.
           STRING "BALANCE PLACED " DELIMITED BY SIZE
                  WS-FXR-BASE-CCY DELIMITED BY SIZE
               INTO RA-LABEL.
           MOVE WS-PLACED-TOTAL TO RA-AMOUNT.
           MOVE SPACES TO AGY-RPT-LINE.
           MOVE RPT-AMOUNT TO AGY-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
       5000-EXIT.
           EXIT.

       5100-PRINT-AGENCY.
           MOVE SPACES TO RPT-AGY-LINE.
           MOVE AGT-AGENCY-ID (AGT-IDX) TO RY-AGENCY-ID.
           MOVE AGT-NAME (AGT-IDX) TO RY-NAME.
           MOVE AGT-FEE-PCT (AGT-IDX) TO RY-FEE-PCT.
           MOVE AGT-PLACED-COUNT (AGT-IDX) TO RY-PLACED.
           MOVE AGT-PLACED-BAL (AGT-IDX) TO RY-PLACED-BAL.
           MOVE AGT-RECALL-COUNT (AGT-IDX) TO RY-RECALLED.
           MOVE AGT-OUT-COUNT (AGT-IDX) TO RY-OUT.
           MOVE SPACES TO AGY-RPT-LINE.
           MOVE RPT-AGY-LINE TO AGY-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
       5100-EXIT.
           EXIT.

       5200-COUNT-LINE.
           MOVE SPACES TO AGY-RPT-LINE.
           MOVE RPT-COUNT TO AGY-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
       5200-EXIT.
           EXIT.

       7100-PRINT-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               MOVE AGY-RPT-LINE TO WS-HOLD-LINE
               PERFORM 7300-PAGE-HEADING THRU 7300-EXIT
               MOVE WS-HOLD-LINE TO AGY-RPT-LINE
           END-IF.
           PERFORM 7200-WRITE-RPT-LINE THRU 7200-EXIT.
       7100-EXIT.
           EXIT.

       7200-WRITE-RPT-LINE.
           WRITE AGY-RPT-LINE.
           ADD 1 TO WS-LINE-COUNT.
       7200-EXIT.
           EXIT.

       7300-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-TODAY TO RH1-DATE.
           MOVE WS-PAGE-NO TO RH1-PAGE.
           MOVE SPACES TO AGY-RPT-LINE.
           MOVE RPT-HEADING-1 TO AGY-RPT-LINE.
           WRITE AGY-RPT-LINE.
           MOVE SPACES TO AGY-RPT-LINE.
           MOVE RPT-HEADING-2 TO AGY-RPT-LINE.
           WRITE AGY-RPT-LINE.
           MOVE SPACES TO AGY-RPT-LINE.
           WRITE AGY-RPT-LINE.
           MOVE 3 TO WS-LINE-COUNT.
       7300-EXIT.
           EXIT.

       7400-SECTION-TITLE.
           MOVE SPACES TO AGY-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
           MOVE SPACES TO AGY-RPT-LINE.
           MOVE RPT-SECTION TO AGY-RPT-LINE.
           PERFORM 7100-PRINT-LINE THRU 7100-EXIT.
       7400-EXIT.
           EXIT.

       8000-READ-PLACEMENT.
           READ AGY-PLAC-FILE NEXT
               AT END MOVE "Y" TO WS-PLAC-EOF
               NOT AT END ADD 1 TO WS-RSTAT-READ
           END-READ.
       8000-EXIT.
           EXIT.

       8100-READ-MASTER.
           READ LOAN-MSTR-FILE NEXT
               AT END MOVE "Y" TO WS-MSTR-EOF
               NOT AT END ADD 1 TO WS-RSTAT-READ
           END-READ.
       8100-EXIT.
           EXIT.

       8200-READ-AGENCY.
           READ AGY-MSTR-FILE NEXT
               AT END MOVE "Y" TO WS-AGY-EOF
           END-READ.
       8200-EXIT.
           EXIT.

           COPY lnhldchk.
           COPY lnfxrcnv.
           COPY lnrstwrt.
