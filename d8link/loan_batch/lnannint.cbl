      * interest - the difference is interest paid on loans with no
      * registered borrower, which no statement can carry.
      *
      * A borrower who has gone paperless, or asked for email, has
      * the statement archived on DOCARCH and listed on the EDELIVER
      * extract for the email vendor; a paperless borrower's stays
      * off ANNSTMT (see lndlvwrt). Each loan on the statement gets
      * a CORRLOG ANN row with the channel it went out on.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-09-02  RJM  Original annual-interest batch.
      * 2026-10-15  RJM  Statements follow the borrower's paperless
      *                  and channel preferences - e-delivered ones
      *                  are archived to DOCARCH and listed on
      *                  EDELIVER - and are logged on CORRLOG.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ANN-STMT-FILE ASSIGN TO "ANNSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANN-STMT-STATUS.
           SELECT DOC-ARCH-FILE ASSIGN TO "DOCARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-KEY
               FILE STATUS IS WS-DOC-ARCH-STATUS.
           SELECT CORR-LOG-FILE ASSIGN TO "CORRLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS WS-CORR-LOG-STATUS.
           COPY lndlvsel.

       DATA DIVISION.
       FILE SECTION.
       FD  ANN-STMT-FILE.
       01  ANN-STMT-LINE PIC X(80).

           COPY docarch.

           COPY corrlog.

           COPY lndlvfd.

       WORKING-STORAGE SECTION.
       01 WS-TAXYR-PRM-STATUS PIC X(02) VALUE SPACES.
           88 TAXYR-PRM-OPENED VALUE "00".
       01 WS-BORR-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 BORR-MSTR-OPENED VALUE "00".
       01 WS-ANN-STMT-STATUS PIC X(02) VALUE SPACES.
       01 WS-DOC-ARCH-STATUS PIC X(02) VALUE SPACES.
           88 DOC-ARCH-OPENED VALUE "00".
           88 DOC-ARCH-NOT-FOUND VALUE "35".
       01 WS-CORR-LOG-STATUS PIC X(02) VALUE SPACES.
           88 CORR-LOG-OPENED VALUE "00".
           88 CORR-LOG-NOT-FOUND VALUE "35".
       01 WS-LOG-STATE PIC X(01) VALUE "N".
           88 CORR-LOG-IN-USE VALUE "Y".
       01 WS-ARCH-LINE-NO PIC 9(03) VALUE ZEROES.
       01 WS-REG-FOUND PIC X(01) VALUE "N".
           88 REGISTRY-FOUND VALUE "Y".

       01 WS-MSTR-EOF PIC X(01) VALUE "N".
           88 END-OF-MASTER VALUE "Y".
       01 STMT-DETAIL.
           05 SD-CAPTION PIC X(24).
           05 SD-AMOUNT PIC -Z,ZZZ,ZZ9.99.
           COPY lndlvws.

       PROCEDURE DIVISION.

           CLOSE LOAN-MSTR-FILE.

           OPEN OUTPUT ANN-STMT-FILE.
           PERFORM 1500-OPEN-DELIVERY THRU 1500-EXIT.
           PERFORM 3000-PRINT-BORROWER THRU 3000-EXIT
               VARYING ANN-IDX FROM 1 BY 1
               UNTIL ANN-IDX > WS-ANN-COUNT.
           IF DLV-ARCHIVE-OPEN
               CLOSE DOC-ARCH-FILE
           END-IF.
           IF CORR-LOG-IN-USE
               CLOSE CORR-LOG-FILE
           END-IF.
           CLOSE ANN-STMT-FILE.

           PERFORM 4000-RECONCILE THRU 4000-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 1500-OPEN-DELIVERY
      *
      * The document archive e-delivered statements are kept on
      * (without it every statement goes to print) and the
      * correspondence log.
      *-----------------------------------------------------------
       1500-OPEN-DELIVERY.
           OPEN I-O DOC-ARCH-FILE.
           IF DOC-ARCH-NOT-FOUND
               OPEN OUTPUT DOC-ARCH-FILE
               CLOSE DOC-ARCH-FILE
               OPEN I-O DOC-ARCH-FILE
           END-IF.
           IF DOC-ARCH-OPENED
               MOVE "Y" TO WS-DLV-ARCHIVE
           ELSE
               DISPLAY "*** Unable to open DOCARCH - status "
                   WS-DOC-ARCH-STATUS " - every statement goes to "
                   "print this run."
           END-IF.
           OPEN I-O CORR-LOG-FILE.
           IF CORR-LOG-NOT-FOUND
               OPEN OUTPUT CORR-LOG-FILE
               CLOSE CORR-LOG-FILE
               OPEN I-O CORR-LOG-FILE
           END-IF.
           IF CORR-LOG-OPENED
               MOVE "Y" TO WS-LOG-STATE
           ELSE
               DISPLAY "*** Unable to open CORRLOG - status "
                   WS-CORR-LOG-STATUS " - statements not logged."
           END-IF.
       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-ROLL-UP-LOAN
      *
      * 3000-PRINT-BORROWER
      *
      * One statement page per borrower - the registry name, each
      * loan's interest and the borrower total - on paper, by email
      * or both as the borrower asked, then logged against each
      * loan it covers.
      *-----------------------------------------------------------
       3000-PRINT-BORROWER.
           PERFORM 3050-FIND-BORROWER THRU 3050-EXIT.
           MOVE ZEROES TO WS-ARCH-LINE-NO.

           MOVE SPACES TO ANN-STMT-LINE.
           STRING "ANNUAL INTEREST STATEMENT " WS-TAX-YEAR
               "  BORROWER " ANN-BORR-NO (ANN-IDX)
               DELIMITED BY SIZE INTO ANN-STMT-LINE.
           PERFORM 3900-PUT-LINE THRU 3900-EXIT.

           PERFORM 3100-NAME-LINE THRU 3100-EXIT.

           MOVE SPACES TO ANN-STMT-LINE.
           PERFORM 3900-PUT-LINE THRU 3900-EXIT.

           PERFORM 3200-LOAN-LINE THRU 3200-EXIT
               VARYING WS-LOAN-IDX FROM 1 BY 1

           MOVE "  TOTAL INTEREST PAID   " TO SD-CAPTION.
           MOVE ANN-TOTAL (ANN-IDX) TO SD-AMOUNT.
           MOVE STMT-DETAIL TO ANN-STMT-LINE.
           PERFORM 3900-PUT-LINE THRU 3900-EXIT.

           MOVE ALL "-" TO ANN-STMT-LINE.
           PERFORM 3900-PUT-LINE THRU 3900-EXIT.
           ADD 1 TO WS-STMT-COUNT.

           IF DELIVER-PRINT
               ADD 1 TO WS-DLV-PRINT-COUNT
           END-IF.
           IF DELIVER-EMAIL
               MOVE "ANN" TO WS-DLV-DOC-TYPE
               MOVE ANN-BORR-NO (ANN-IDX) TO WS-DLV-REF
               MOVE WS-TODAY TO WS-DLV-DATE
               PERFORM 9881-WRITE-EDELIVERY THRU 9881-EXIT
           END-IF.
           IF CORR-LOG-IN-USE
               PERFORM 3300-LOG-LOAN THRU 3300-EXIT
                   VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > ANN-LOAN-COUNT (ANN-IDX)
           END-IF.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3050-FIND-BORROWER
      *
      * The borrower's registry record - the name on the page and
      * the delivery preferences.
      *-----------------------------------------------------------
       3050-FIND-BORROWER.
           MOVE "N" TO WS-REG-FOUND.
           OPEN INPUT BORR-MSTR-FILE.
           IF NOT BORR-MSTR-OPENED
               GO TO 3050-SET
           END-IF.
           MOVE ANN-BORR-NO (ANN-IDX) TO BM-BORROWER-NO.
           READ BORR-MSTR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-REG-FOUND
           END-READ.
           CLOSE BORR-MSTR-FILE.
       3050-SET.
           MOVE WS-REG-FOUND TO WS-DLV-REGISTERED.
           PERFORM 9880-SET-DELIVERY THRU 9880-EXIT.
       3050-EXIT.
           EXIT.

       3100-NAME-LINE.
           IF NOT REGISTRY-FOUND
               GO TO 3100-EXIT
           END-IF.
           MOVE BM-NAME TO ANN-STMT-LINE.
           PERFORM 3900-PUT-LINE THRU 3900-EXIT.
       3100-EXIT.
           EXIT.

           MOVE ANN-APPL-ID (ANN-IDX, WS-LOAN-IDX)
               TO SD-CAPTION (3:20).
           MOVE ANN-INTEREST (ANN-IDX, WS-LOAN-IDX) TO SD-AMOUNT.
           MOVE STMT-DETAIL TO ANN-STMT-LINE.
           PERFORM 3900-PUT-LINE THRU 3900-EXIT.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3300-LOG-LOAN
      *
      * The loan's CORRLOG ANN row, added the first year and moved
      * on to this run's date and channel after that.
      *-----------------------------------------------------------
       3300-LOG-LOAN.
           MOVE ANN-APPL-ID (ANN-IDX, WS-LOAN-IDX) TO CL-APPL-ID.
           MOVE "ANN" TO CL-LTR-CODE.
           READ CORR-LOG-FILE
               INVALID KEY
                   MOVE WS-TODAY TO CL-SENT-DATE
                   MOVE WS-DLV-CHANNEL TO CL-CHANNEL
                   WRITE CORR-LOG-RECORD
                       INVALID KEY
                           DISPLAY "*** CORRLOG write failed for '"
                               CL-APPL-ID "' - status "
                               WS-CORR-LOG-STATUS
                   END-WRITE
                   GO TO 3300-EXIT
           END-READ.
           MOVE WS-TODAY TO CL-SENT-DATE.
           MOVE WS-DLV-CHANNEL TO CL-CHANNEL.
           REWRITE CORR-LOG-RECORD
               INVALID KEY
                   DISPLAY "*** CORRLOG rewrite failed for '"
                       CL-APPL-ID "' - status " WS-CORR-LOG-STATUS
           END-REWRITE.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 3900-PUT-LINE
      *
      * One statement line to ANNSTMT when the statement goes on
      * paper, and to DOCARCH when it goes by email.
      *-----------------------------------------------------------
       3900-PUT-LINE.
           IF DELIVER-PRINT
               WRITE ANN-STMT-LINE
           END-IF.
           IF NOT DELIVER-EMAIL
               GO TO 3900-EXIT
           END-IF.
           ADD 1 TO WS-ARCH-LINE-NO.
           MOVE ANN-BORR-NO (ANN-IDX) TO DA-REF.
           MOVE WS-TODAY TO DA-DOC-DATE.
           MOVE "ANN" TO DA-DOC-TYPE.
           MOVE WS-ARCH-LINE-NO TO DA-LINE-NO.
           MOVE ANN-STMT-LINE TO DA-LINE.
           WRITE DOC-ARCH-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 4000-RECONCILE
      *
       4000-REPORT.
           COMPUTE WS-UNATTRIBUTED = WS-HIST-GRAND - WS-STMT-GRAND.
           DISPLAY "---------------------------------------".
           DISPLAY "lnannint: " WS-STMT-COUNT " statement(s) - "
               WS-DLV-PRINT-COUNT " written to ANNSTMT, "
               WS-DLV-EMAIL-COUNT " to EDELIVER.".
           MOVE WS-STMT-GRAND TO WS-GRAND-DISPLAY.
           DISPLAY "Statement grand total: " WS-GRAND-DISPLAY.
           MOVE WS-HIST-GRAND TO WS-GRAND-DISPLAY.
           END-READ.
       8100-EXIT.
           EXIT.

           COPY lndlvwrt.
