      * Modification History
      * ---------------------------------------------------------------
      * 2026-08-22  RJM  Original backup utility.
      * 2026-10-15  RJM  Master image widened to 200 bytes - the
      *                  accrual-status fields took LOANMSTR past
      *                  the old 180.
      * 2026-10-15  RJM  Records its run statistics on RUNSTATS.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT LOAN-BKP-FILE ASSIGN TO "LOANBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-BKP-STATUS.
           COPY lnrstsel.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-BKP-FILE.
       01  LOAN-BKP-RECORD.
           05 BK-REC-TYPE PIC X(01).
           05 BK-DATA     PIC X(200).
       01  LOAN-BKP-HEADER REDEFINES LOAN-BKP-RECORD.
           05 FILLER      PIC X(01).
           05 BK-HDR-DATE PIC 9(08).
           05 FILLER      PIC X(192).
       01  LOAN-BKP-TRAILER REDEFINES LOAN-BKP-RECORD.
           05 FILLER      PIC X(01).
           05 BK-TRL-COUNT PIC 9(09).
           05 BK-TRL-HASH PIC 9(11)V9(2).
           05 FILLER      PIC X(178).

           COPY lnrstfd.

       WORKING-STORAGE SECTION.
       01 WS-LOAN-MSTR-STATUS PIC X(02) VALUE SPACES.
       01 WS-TODAY PIC 9(08).
       01 WS-RECORD-COUNT PIC 9(09) VALUE ZEROES.
       01 WS-HASH-TOTAL PIC 9(11)V9(2) VALUE ZEROES.
           COPY lnrstws.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE "LNBACKUP" TO WS-RSTAT-PROGRAM.
           PERFORM 9950-START-RUN-STATS THRU 9950-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT LOAN-MSTR-FILE.
               DISPLAY "*** Unable to open LOANMSTR - status "
                   WS-LOAN-MSTR-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT
               GOBACK
           END-IF.


           DISPLAY "lnbackup: " WS-RECORD-COUNT " record(s) "
               "unloaded to LOANBKP.".
           MOVE WS-RECORD-COUNT TO WS-RSTAT-WRITTEN.
           PERFORM 9951-WRITE-RUN-STATS THRU 9951-EXIT.
           GOBACK.

       2000-UNLOAD-RECORD.
       8000-READ-MASTER.
           READ LOAN-MSTR-FILE
               AT END MOVE "Y" TO WS-MSTR-EOF
               NOT AT END ADD 1 TO WS-RSTAT-READ
           END-READ.
       8000-EXIT.
           EXIT.

           COPY lnrstwrt.
