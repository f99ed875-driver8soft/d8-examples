      * in order: matching rows from the current transaction log,
      * the consolidated D8TXNHIS history, and the dead-letter
      * queue. What used to be timestamp archaeology across three
      * files is one lookup. A dead letter's COMMAREA is shown field
      * by field from the service's D8CALAY layout.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-08-22  RJM  Original trace utility.
      * 2026-09-02  RJM  History layout follows the transaction
      *                  log's new elapsed-time field.
      * 2026-10-15  RJM  Dead-letter COMMAREA decoded by field name
      *                  from the D8CALAY layouts, not dumped raw.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY d8txnsel.
           COPY d8dlqsel.
           COPY d8laysel.
           SELECT TXN-HIS-FILE ASSIGN TO "D8TXNHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-HIS-STATUS.
       FILE SECTION.
           COPY d8txnfd.
           COPY d8dlqfd.
           COPY d8layfd.

       FD  TXN-HIS-FILE.
       01  TXN-HIS-RECORD.
       WORKING-STORAGE SECTION.
           COPY d8txnws.
           COPY d8dlqws.
           COPY d8layws.
       01 WS-TXN-HIS-STATUS PIC X(02) VALUE SPACES.
           88 TXN-HIS-OPENED VALUE "00".

               GOBACK
           END-IF.

           PERFORM 9740-LOAD-D8-LAYOUTS THRU 9740-EXIT.

           DISPLAY "Trace for correlation id " WS-TRACE-ID.
           DISPLAY "==========================================".

               ADD 1 TO WS-FOUND-COUNT
               DISPLAY "DEADLTR " DLQ-TIMESTAMP " " DLQ-PROG-NAME
                   " RC " DLQ-RETURN-CODE
               MOVE DLQ-PROG-NAME TO WS-D8LAY-PROG
               MOVE DLQ-COMMAREA TO WS-D8LAY-AREA
               MOVE DLQ-COMMLEN TO WS-D8LAY-COMMLEN
               PERFORM 9745-DECODE-COMMAREA THRU 9745-EXIT
           END-IF.
           PERFORM 8200-READ-DLQ THRU 8200-EXIT.
       4100-EXIT.
           END-READ.
       8200-EXIT.
           EXIT.

           COPY d8layld.
           COPY d8laydsp.
