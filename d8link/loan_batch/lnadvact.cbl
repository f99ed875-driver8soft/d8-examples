      ******************************************************************
      *
      * Adverse-Action Notice Batch
      * ===========================
      *
      * Nightly notice run for newly declined applications - those
      * the DECRULES engine declined at pricing (LM-DECISION
      * DECLINED) and those a credit officer or operator has since
      * moved to DECLINED. The applicant is told in writing, and
      * within the regulatory deadline, the principal reasons the
      * credit was refused:
      *
      *     - the reason code on the master (LM-DECISION-RULE - the
      *       DECRULES rule that fired, or the uwmaint reason code)
      *       is looked up on the ADVRSNPM reason-text file, one row
      *       per plain-language reason, up to four printed;
      *     - the notice - the AAN opening lines from LTRTMPL, the
      *       reasons, the application particulars and the AAT
      *       statement of rights - is produced in the lnletter page
      *       style onto LTRSPOOL, or by email through EDELIVER and
      *       DOCARCH, as the borrower prefers;
      *     - a CORRLOG row (letter code AAN) records it and keeps a
      *       rerun from sending it twice.
      *
      * The notice is due ADVACTPM deadline days after the decline
      * (LM-STATUS-DATE). A notice that goes after that is reported
      * LATE and the run ends RC 4.
      *
      * A decline that cannot be sent is held - nothing is logged,
      * so the next run tries again - and listed on the ADVEXCP
      * exceptions report with the days left before the deadline:
      * an applicant with no mailable address on BORRMSTR (not
      * registered, or no address line or postcode) who has not
      * taken electronic delivery, and a reason code with no text
      * on ADVRSNPM. Any exception ends the run RC 4.
      *
      * "Newly declined" is anchored to the ADVACTPM go-live date:
      * only declines dated on or after it are noticed, so the first
      * run does not write to a back book of old applications. A
      * missing ADVACTPM, or a template file without the AAN and
      * AAT lines, refuses the run.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original notice batch - declined applicants
      *                  were never told why.
      * 2026-10-15  RJM  Records its run statistics on RUNSTATS.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lnadvact.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADV-PRM-FILE ASSIGN TO "ADVACTPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADV-PRM-STATUS.
           SELECT ADV-RSN-FILE ASSIGN TO "ADVRSNPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADV-RSN-STATUS.
           SELECT LTR-TMPL-FILE ASSIGN TO "LTRTMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-TMPL-STATUS.
           SELECT LOAN-MSTR-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-APPL-ID
               FILE STATUS IS WS-LOAN-MSTR-STATUS.
           SELECT BORR-MSTR-FILE ASSIGN TO "BORRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-BORROWER-NO
               FILE STATUS IS WS-BORR-MSTR-STATUS.
           SELECT CORR-LOG-FILE ASSIGN TO "CORRLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS WS-CORR-LOG-STATUS.
           SELECT LTR-SPOOL-FILE ASSIGN TO "LTRSPOOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-SPOOL-STATUS.
           SELECT DOC-ARCH-FILE ASSIGN TO "DOCARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-KEY
               FILE STATUS IS WS-DOC-ARCH-STATUS.
           SELECT ADV-EXCP-FILE ASSIGN TO "ADVEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADV-EXCP-STATUS.
           COPY lndlvsel.
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.
       FD  ADV-PRM-FILE.
       01  ADV-PRM-RECORD.
           05 AP-GOLIVE-DATE PIC 9(08).
           05 AP-DEADLINE-DAYS PIC 9(03).

      * Plain-language reasons - one row per reason, several rows
      * for a code printed in file order.
       FD  ADV-RSN-FILE.
       01  ADV-RSN-RECORD.
           05 AR-CODE PIC X(08).
           05 AR-TEXT PIC X(60).

       FD  LTR-TMPL-FILE.
       01  LTR-TMPL-RECORD.
           05 LT-CODE PIC X(03).
           05 LT-LINE PIC X(70).

           COPY loanmstr.

           COPY borrmstr.

           COPY corrlog.

       FD  LTR-SPOOL-FILE.
       01  LTR-LINE PIC X(80).

           COPY docarch.

       FD  ADV-EXCP-FILE.
       01  ADV-EXCP-LINE PIC X(100).

           COPY lndlvfd.

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
       01 WS-ADV-PRM-STATUS PIC X(02) VALUE SPACES.
           88 ADV-PRM-OPENED VALUE "00".
       01 WS-ADV-RSN-STATUS PIC X(02) VALUE SPACES.
           88 ADV-RSN-OPENED VALUE "00".
       01 WS-LTR-TMPL-STATUS PIC X(02) VALUE SPACES.
           88 LTR-TMPL-OPENED VALUE "00".
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 LOAN-MSTR-OPENED VALUE "00".
       01 WS-BORR-MSTR-STATUS PIC X(02) VALUE SPACES.
           88 BORR-MSTR-OPENED VALUE "00".
       01 WS-CORR-LOG-STATUS PIC X(02) VALUE SPACES.
           88 CORR-LOG-OPENED VALUE "00".
           88 CORR-LOG-NOT-FOUND VALUE "35".
       01 WS-LTR-SPOOL-STATUS PIC X(02) VALUE SPACES.
       01 WS-DOC-ARCH-STATUS PIC X(02) VALUE SPACES.
           88 DOC-ARCH-OPENED VALUE "00".
           88 DOC-ARCH-NOT-FOUND VALUE "35".
       01 WS-ADV-EXCP-STATUS PIC X(02) VALUE SPACES.
       01 WS-ARCH-LINE-NO PIC 9(03) VALUE ZEROES.

       01 WS-BORR-AVAIL PIC X(01) VALUE "N".
           88 REGISTRY-AVAILABLE VALUE "Y".

       01 WS-TMPL-EOF PIC X(01) VALUE "N".
           88 END-OF-TEMPLATES VALUE "Y".
       01 WS-RSN-EOF PIC X(01) VALUE "N".
           88 END-OF-REASONS VALUE "Y".
       01 WS-MSTR-EOF PIC X(01) VALUE "N".
           88 END-OF-MASTER VALUE "Y".

       01 WS-TODAY PIC 9(08).
       01 WS-GOLIVE-DATE PIC 9(08) VALUE ZEROES.
       01 WS-DEADLINE-DAYS PIC 9(03) VALUE 30.
       01 WS-DATE-INT PIC 9(08) COMP.
       01 WS-DUE-DATE PIC 9(08).
       01 WS-DAYS-LEFT PIC S9(05).
       01 WS-DAYS-DISPLAY PIC -(4)9.

      * Letter templates, loaded once - the AAN opening and the AAT
      * statement of rights.
       01 WS-TMPL-MAX PIC 9(03) COMP VALUE 60.
       01 WS-TMPL-COUNT PIC 9(03) COMP VALUE ZEROES.
       01 TMPL-TABLE.
           05 TMPL-ENTRY OCCURS 1 TO 60 TIMES
               DEPENDING ON WS-TMPL-COUNT
               INDEXED BY TMPL-IDX.
               10 TMPL-CODE PIC X(03).
               10 TMPL-LINE PIC X(70).
       01 WS-AAN-LINES PIC 9(03) VALUE ZEROES.
       01 WS-AAT-LINES PIC 9(03) VALUE ZEROES.

      * Reason texts, loaded once.
       01 WS-RSN-MAX PIC 9(03) COMP VALUE 200.
       01 WS-RSN-COUNT PIC 9(03) COMP VALUE ZEROES.
       01 RSN-TABLE.
           05 RSN-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-RSN-COUNT
               INDEXED BY RSN-IDX.
               10 RSN-CODE PIC X(08).
               10 RSN-TEXT PIC X(60).
      * Regulation B asks for the principal reasons - no more than
      * four are printed.
       01 WS-RSN-PRINT-MAX PIC 9(01) VALUE 4.
       01 WS-RSN-FOUND PIC 9(03) VALUE ZEROES.
       01 WS-RSN-PRINTED PIC 9(01) VALUE ZEROES.

      * The notice being produced.
       01 WS-LTR-CODE PIC X(03) VALUE "AAN".
       01 WS-TMPL-WANTED PIC X(03).
       01 WS-REG-FOUND PIC X(01) VALUE "N".
           88 REGISTRY-FOUND VALUE "Y".
       01 WS-MAILABLE PIC X(01) VALUE "N".
           88 ADDRESS-MAILABLE VALUE "Y".
       01 WS-EXCP-REASON PIC X(30).
       01 WS-AMT-DISPLAY PIC -Z,ZZZ,ZZ9.99.
       77 WS-LINE-IDX PIC S9(4) COMP.

       01 WS-DECLINE-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-NOTICE-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-LATE-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-EXCP-COUNT PIC 9(05) VALUE ZEROES.
       01 WS-BACKBOOK-COUNT PIC 9(05) VALUE ZEROES.
           COPY lndlvws.
           COPY lnrstws.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "LNADVACT" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM 1000-LOAD-PARAMETERS THRU 1000-EXIT.
           IF WS-GOLIVE-DATE = ZEROES
               DISPLAY "*** No go-live date on ADVACTPM - old "
                   "declines cannot be told from new ones; no "
                   "notices sent."
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

           PERFORM 1100-LOAD-TEMPLATES THRU 1100-EXIT.
           IF WS-AAN-LINES = ZEROES OR WS-AAT-LINES = ZEROES
               DISPLAY "*** LTRTMPL needs both the AAN and AAT "
                   "lines - no notices sent."
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.
           PERFORM 1150-LOAD-REASONS THRU 1150-EXIT.

           OPEN INPUT LOAN-MSTR-FILE.
           IF NOT LOAN-MSTR-OPENED
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

           OPEN I-O CORR-LOG-FILE.
           IF CORR-LOG-NOT-FOUND
               OPEN OUTPUT CORR-LOG-FILE
               CLOSE CORR-LOG-FILE
               OPEN I-O CORR-LOG-FILE
           END-IF.
           IF NOT CORR-LOG-OPENED
               DISPLAY "*** Unable to open CORRLOG - status "
                   WS-CORR-LOG-STATUS
               CLOSE LOAN-MSTR-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.

           PERFORM 1200-OPEN-OPTIONAL THRU 1200-EXIT.

           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
           PERFORM 2000-NOTICE-DECLINE THRU 2000-EXIT
               UNTIL END-OF-MASTER.

           MOVE SPACES TO ADV-EXCP-LINE.
           WRITE ADV-EXCP-LINE.
           MOVE SPACES TO ADV-EXCP-LINE.
           STRING WS-EXCP-COUNT " DECLINE(S) HELD - NO NOTICE SENT"
               DELIMITED BY SIZE INTO ADV-EXCP-LINE.
           WRITE ADV-EXCP-LINE.

           PERFORM 1900-CLOSE-OPTIONAL THRU 1900-EXIT.
           CLOSE CORR-LOG-FILE.
           CLOSE LOAN-MSTR-FILE.

           DISPLAY "lnadvact: " WS-DECLINE-COUNT " new decline(s), "
               WS-NOTICE-COUNT " notice(s) - " WS-DLV-PRINT-COUNT
               " to LTRSPOOL, " WS-DLV-EMAIL-COUNT " to EDELIVER.".
           DISPLAY "lnadvact: " WS-EXCP-COUNT " held on ADVEXCP, "
               WS-LATE-COUNT " sent LATE, " WS-BACKBOOK-COUNT
               " declined before go-live skipped.".
           IF WS-LATE-COUNT > ZEROES OR WS-EXCP-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-NOTICE-COUNT TO WS-RSTAT-WRITTEN.
           MOVE WS-EXCP-COUNT TO WS-RSTAT-REJECTED.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

      *-----------------------------------------------------------
      * 1000-LOAD-PARAMETERS
      *
      * The go-live date and the notice deadline in days (30 when
      * the row leaves it zero).
      *-----------------------------------------------------------
       1000-LOAD-PARAMETERS.
           OPEN INPUT ADV-PRM-FILE.
           IF NOT ADV-PRM-OPENED
               DISPLAY "*** Unable to open ADVACTPM - status "
                   WS-ADV-PRM-STATUS
               GO TO 1000-EXIT
           END-IF.
           READ ADV-PRM-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE AP-GOLIVE-DATE TO WS-GOLIVE-DATE
                   IF AP-DEADLINE-DAYS NUMERIC
                       AND AP-DEADLINE-DAYS > ZERO
                       MOVE AP-DEADLINE-DAYS TO WS-DEADLINE-DAYS
                   END-IF
           END-READ.
           CLOSE ADV-PRM-FILE.
       1000-EXIT.
           EXIT.

       1100-LOAD-TEMPLATES.
           MOVE "N" TO WS-TMPL-EOF.
           OPEN INPUT LTR-TMPL-FILE.
           IF NOT LTR-TMPL-OPENED
               DISPLAY "*** Unable to open LTRTMPL - status "
                   WS-LTR-TMPL-STATUS
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-READ-TEMPLATE THRU 1110-EXIT.
           PERFORM 1120-LOAD-TEMPLATE THRU 1120-EXIT
               UNTIL END-OF-TEMPLATES.
           CLOSE LTR-TMPL-FILE.
       1100-EXIT.
           EXIT.

       1110-READ-TEMPLATE.
           READ LTR-TMPL-FILE
               AT END MOVE "Y" TO WS-TMPL-EOF
           END-READ.
       1110-EXIT.
           EXIT.

      * Only the notice's own lines are kept.
       1120-LOAD-TEMPLATE.
           IF LT-CODE NOT = "AAN" AND LT-CODE NOT = "AAT"
               GO TO 1120-NEXT
           END-IF.
           IF WS-TMPL-COUNT < WS-TMPL-MAX
               ADD 1 TO WS-TMPL-COUNT
               MOVE LT-CODE TO TMPL-CODE (WS-TMPL-COUNT)
               MOVE LT-LINE TO TMPL-LINE (WS-TMPL-COUNT)
               IF LT-CODE = "AAN"
                   ADD 1 TO WS-AAN-LINES
               ELSE
                   ADD 1 TO WS-AAT-LINES
               END-IF
           ELSE
               DISPLAY "*** Template table full at " WS-TMPL-MAX
                   " lines - later rows ignored."
           END-IF.
       1120-NEXT.
           PERFORM 1110-READ-TEMPLATE THRU 1110-EXIT.
       1120-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 1150-LOAD-REASONS
      *
      * The ADVRSNPM reason texts. With no file every decline is
      * held as having no reason text.
      *-----------------------------------------------------------
       1150-LOAD-REASONS.
           OPEN INPUT ADV-RSN-FILE.
           IF NOT ADV-RSN-OPENED
               DISPLAY "*** Unable to open ADVRSNPM - status "
                   WS-ADV-RSN-STATUS
               GO TO 1150-EXIT
           END-IF.
           PERFORM 1160-LOAD-REASON THRU 1160-EXIT
               UNTIL END-OF-REASONS.
           CLOSE ADV-RSN-FILE.
       1150-EXIT.
           EXIT.

       1160-LOAD-REASON.
           READ ADV-RSN-FILE
               AT END
                   MOVE "Y" TO WS-RSN-EOF
                   GO TO 1160-EXIT
           END-READ.
           IF AR-CODE = SPACES
               GO TO 1160-EXIT
           END-IF.
           IF WS-RSN-COUNT < WS-RSN-MAX
               ADD 1 TO WS-RSN-COUNT
               MOVE AR-CODE TO RSN-CODE (WS-RSN-COUNT)
               MOVE AR-TEXT TO RSN-TEXT (WS-RSN-COUNT)
           ELSE
               DISPLAY "*** Reason table full at " WS-RSN-MAX
                   " rows - '" AR-CODE "' ignored."
           END-IF.
       1160-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 1200-OPEN-OPTIONAL
      *
      * The print spool, the document archive, the borrower
      * registry and the exceptions report.
      *-----------------------------------------------------------
       1200-OPEN-OPTIONAL.
           OPEN EXTEND LTR-SPOOL-FILE.
           IF WS-LTR-SPOOL-STATUS = "35"
               OPEN OUTPUT LTR-SPOOL-FILE
           END-IF.

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
                   WS-DOC-ARCH-STATUS " - every notice goes to "
                   "print this run."
           END-IF.

           OPEN INPUT BORR-MSTR-FILE.
           IF BORR-MSTR-OPENED
               MOVE "Y" TO WS-BORR-AVAIL
           END-IF.

           OPEN OUTPUT ADV-EXCP-FILE.
           MOVE SPACES TO ADV-EXCP-LINE.
           STRING "ADVERSE-ACTION EXCEPTIONS " WS-TODAY
               " - DECLINES HELD WITHOUT A NOTICE"
               DELIMITED BY SIZE INTO ADV-EXCP-LINE.
           WRITE ADV-EXCP-LINE.
           MOVE SPACES TO ADV-EXCP-LINE.
           STRING "APPLICATION          BORROWER      DECLINED "
               "DUE      DAYS LEFT EXCEPTION"
               DELIMITED BY SIZE INTO ADV-EXCP-LINE.
           WRITE ADV-EXCP-LINE.
       1200-EXIT.
           EXIT.

       1900-CLOSE-OPTIONAL.
           CLOSE LTR-SPOOL-FILE.
           IF DLV-ARCHIVE-OPEN
               CLOSE DOC-ARCH-FILE
           END-IF.
           IF REGISTRY-AVAILABLE
               CLOSE BORR-MSTR-FILE
           END-IF.
           CLOSE ADV-EXCP-FILE.
       1900-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2000-NOTICE-DECLINE
      *
      * One declined application: skipped if noticed already or
      * declined before go-live, held to the exceptions report if
      * it has no reason text or cannot be delivered, otherwise
      * noticed and logged.
      *-----------------------------------------------------------
       2000-NOTICE-DECLINE.
           IF NOT LM-ST-DECLINED AND NOT LM-DC-DECLINED
               GO TO 2000-NEXT
           END-IF.
           IF LM-STATUS-DATE < WS-GOLIVE-DATE
               ADD 1 TO WS-BACKBOOK-COUNT
               GO TO 2000-NEXT
           END-IF.
           MOVE LM-APPL-ID TO CL-APPL-ID.
           MOVE WS-LTR-CODE TO CL-LTR-CODE.
           READ CORR-LOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO 2000-NEXT
           END-READ.
           ADD 1 TO WS-DECLINE-COUNT.

           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(LM-STATUS-DATE)
               + WS-DEADLINE-DAYS.
           COMPUTE WS-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

           MOVE ZEROES TO WS-RSN-FOUND.
           PERFORM 2050-COUNT-REASON THRU 2050-EXIT
               VARYING RSN-IDX FROM 1 BY 1
               UNTIL RSN-IDX > WS-RSN-COUNT.
           IF WS-RSN-FOUND = ZEROES
               MOVE "NO REASON TEXT FOR CODE" TO WS-EXCP-REASON
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               GO TO 2000-NEXT
           END-IF.

           PERFORM 2100-FIND-BORROWER THRU 2100-EXIT.
           IF NOT ADDRESS-MAILABLE AND NOT DELIVER-EMAIL
               MOVE "NO MAILABLE ADDRESS" TO WS-EXCP-REASON
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               GO TO 2000-NEXT
           END-IF.
      * An address that cannot take post means the notice goes by
      * email only, whatever the paper preference says.
           IF NOT ADDRESS-MAILABLE
               MOVE "N" TO WS-DLV-PRINT
               MOVE "E" TO WS-DLV-CHANNEL
           END-IF.

           PERFORM 2300-WRITE-NOTICE THRU 2300-EXIT.
           IF DELIVER-PRINT
               ADD 1 TO WS-DLV-PRINT-COUNT
           END-IF.
           IF DELIVER-EMAIL
               MOVE WS-LTR-CODE TO WS-DLV-DOC-TYPE
               MOVE LM-APPL-ID TO WS-DLV-REF
               MOVE WS-TODAY TO WS-DLV-DATE
               PERFORM 9881-WRITE-EDELIVERY THRU 9881-EXIT
           END-IF.
           ADD 1 TO WS-NOTICE-COUNT.

           MOVE LM-APPL-ID TO CL-APPL-ID.
           MOVE WS-LTR-CODE TO CL-LTR-CODE.
           MOVE WS-TODAY TO CL-SENT-DATE.
           MOVE WS-DLV-CHANNEL TO CL-CHANNEL.
           WRITE CORR-LOG-RECORD
               INVALID KEY
                   DISPLAY "*** Notice already logged for '"
                       LM-APPL-ID "'."
           END-WRITE.

           IF WS-TODAY > WS-DUE-DATE
               ADD 1 TO WS-LATE-COUNT
               DISPLAY "Noticed '" LM-APPL-ID "' declined "
                   LM-STATUS-DATE " - LATE, due " WS-DUE-DATE "."
           END-IF.

       2000-NEXT.
           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

       2050-COUNT-REASON.
           IF RSN-CODE (RSN-IDX) = LM-DECISION-RULE
               ADD 1 TO WS-RSN-FOUND
           END-IF.
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2100-FIND-BORROWER
      *
      * The applicant's registry record, the delivery preferences
      * and whether the address can take post - a registered
      * applicant with an address line and a postcode. An
      * unregistered applicant has no address on file.
      *-----------------------------------------------------------
       2100-FIND-BORROWER.
           MOVE "N" TO WS-REG-FOUND.
           MOVE "N" TO WS-MAILABLE.
           IF LM-BORROWER-NO = SPACES OR NOT REGISTRY-AVAILABLE
               GO TO 2100-SET
           END-IF.
           MOVE LM-BORROWER-NO TO BM-BORROWER-NO.
           READ BORR-MSTR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-REG-FOUND
           END-READ.
           IF REGISTRY-FOUND
               AND BM-ADDR-LINE-1 NOT = SPACES
               AND BM-POSTCODE NOT = SPACES
               MOVE "Y" TO WS-MAILABLE
           END-IF.
       2100-SET.
           MOVE WS-REG-FOUND TO WS-DLV-REGISTERED.
           PERFORM 9880-SET-DELIVERY THRU 9880-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2300-WRITE-NOTICE
      *
      * One page in the lnletter style: heading, address block,
      * the AAN opening, the principal reasons, the application
      * particulars and the AAT statement of rights.
      *-----------------------------------------------------------
       2300-WRITE-NOTICE.
           MOVE ZEROES TO WS-ARCH-LINE-NO.
           MOVE SPACES TO LTR-LINE.
           STRING "LETTER " WS-LTR-CODE "  " WS-TODAY
               "  " LM-APPL-ID
               DELIMITED BY SIZE INTO LTR-LINE.
           PERFORM 2390-PUT-LTR-LINE THRU 2390-EXIT.

           PERFORM 2310-ADDRESS-BLOCK THRU 2310-EXIT.

           MOVE SPACES TO LTR-LINE.
           PERFORM 2390-PUT-LTR-LINE THRU 2390-EXIT.

           MOVE "AAN" TO WS-TMPL-WANTED.
           PERFORM 2320-TEMPLATE-LINE THRU 2320-EXIT
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-TMPL-COUNT.

           MOVE LM-PRINCIPAL TO WS-AMT-DISPLAY.
           MOVE SPACES TO LTR-LINE.
           STRING "  APPLICATION " LM-APPL-ID " FOR "
               WS-AMT-DISPLAY " " LM-CURRENCY " DECLINED "
               LM-STATUS-DATE
               DELIMITED BY SIZE INTO LTR-LINE.
           PERFORM 2390-PUT-LTR-LINE THRU 2390-EXIT.
           MOVE SPACES TO LTR-LINE.
           PERFORM 2390-PUT-LTR-LINE THRU 2390-EXIT.
           MOVE "  PRINCIPAL REASON(S) FOR OUR DECISION:" TO LTR-LINE.
           PERFORM 2390-PUT-LTR-LINE THRU 2390-EXIT.
           MOVE ZEROES TO WS-RSN-PRINTED.
           PERFORM 2330-REASON-LINE THRU 2330-EXIT
               VARYING RSN-IDX FROM 1 BY 1
               UNTIL RSN-IDX > WS-RSN-COUNT
                  OR WS-RSN-PRINTED NOT < WS-RSN-PRINT-MAX.
           MOVE SPACES TO LTR-LINE.
           PERFORM 2390-PUT-LTR-LINE THRU 2390-EXIT.

           MOVE "AAT" TO WS-TMPL-WANTED.
           PERFORM 2320-TEMPLATE-LINE THRU 2320-EXIT
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-TMPL-COUNT.

           MOVE ALL "-" TO LTR-LINE.
           PERFORM 2390-PUT-LTR-LINE THRU 2390-EXIT.
       2300-EXIT.
           EXIT.

       2310-ADDRESS-BLOCK.
           IF NOT REGISTRY-FOUND
               MOVE LM-BORROWER TO LTR-LINE
               PERFORM 2390-PUT-LTR-LINE THRU 2390-EXIT
               GO TO 2310-EXIT
           END-IF.
           MOVE BM-NAME TO LTR-LINE.
           PERFORM 2390-PUT-LTR-LINE THRU 2390-EXIT.
           MOVE BM-ADDR-LINE-1 TO LTR-LINE.
           PERFORM 2390-PUT-LTR-LINE THRU 2390-EXIT.
           IF BM-ADDR-LINE-2 NOT = SPACES
               MOVE BM-ADDR-LINE-2 TO LTR-LINE
               PERFORM 2390-PUT-LTR-LINE THRU 2390-EXIT
           END-IF.
           MOVE SPACES TO LTR-LINE.
           STRING BM-CITY " " BM-POSTCODE
               DELIMITED BY SIZE INTO LTR-LINE.
           PERFORM 2390-PUT-LTR-LINE THRU 2390-EXIT.
       2310-EXIT.
           EXIT.

       2320-TEMPLATE-LINE.
           IF TMPL-CODE (WS-LINE-IDX) = WS-TMPL-WANTED
               MOVE TMPL-LINE (WS-LINE-IDX) TO LTR-LINE
               PERFORM 2390-PUT-LTR-LINE THRU 2390-EXIT
           END-IF.
       2320-EXIT.
           EXIT.

       2330-REASON-LINE.
           IF RSN-CODE (RSN-IDX) = LM-DECISION-RULE
               ADD 1 TO WS-RSN-PRINTED
               MOVE SPACES TO LTR-LINE
               STRING "    - " RSN-TEXT (RSN-IDX)
                   DELIMITED BY SIZE INTO LTR-LINE
               PERFORM 2390-PUT-LTR-LINE THRU 2390-EXIT
           END-IF.
       2330-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2390-PUT-LTR-LINE
      *
      * One notice line to the print spool when the notice goes on
      * paper, and to DOCARCH when it goes by email.
      *-----------------------------------------------------------
       2390-PUT-LTR-LINE.
           IF DELIVER-PRINT
               WRITE LTR-LINE
           END-IF.
           IF NOT DELIVER-EMAIL
               GO TO 2390-EXIT
           END-IF.
           ADD 1 TO WS-ARCH-LINE-NO.
           MOVE LM-APPL-ID TO DA-REF.
           MOVE WS-TODAY TO DA-DOC-DATE.
           MOVE WS-LTR-CODE TO DA-DOC-TYPE.
           MOVE WS-ARCH-LINE-NO TO DA-LINE-NO.
           MOVE LTR-LINE TO DA-LINE.
           WRITE DOC-ARCH-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
       2390-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * 2900-WRITE-EXCEPTION
      *
      * One held decline on ADVEXCP, with the days left before its
      * notice falls due - negative once the deadline has passed.
      *-----------------------------------------------------------
       2900-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCP-COUNT.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-TODAY).
           MOVE WS-DAYS-LEFT TO WS-DAYS-DISPLAY.
           MOVE SPACES TO ADV-EXCP-LINE.
           STRING LM-APPL-ID " " LM-BORROWER " " LM-STATUS-DATE
               " " WS-DUE-DATE " " WS-DAYS-DISPLAY "     "
               WS-EXCP-REASON " " LM-DECISION-RULE
               DELIMITED BY SIZE INTO ADV-EXCP-LINE.
           WRITE ADV-EXCP-LINE.
       2900-EXIT.
           EXIT.

       8000-READ-MASTER.
           READ LOAN-MSTR-FILE
               AT END MOVE "Y" TO WS-MSTR-EOF
               NOT AT END ADD 1 TO WS-RSTAT-READ
           END-READ.
       8000-EXIT.
           EXIT.

           COPY lndlvwrt.
           COPY lnrstwrt.
