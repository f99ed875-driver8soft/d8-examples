      ******************************************************************
      * SAYREQ - Indexed request-key log for the say service, keyed
      * by the client's REQUEST-KEY. say reserves a row INFLIGHT
      * just before it books an application and marks it COMPLETE,
      * with the application id, return code and the whole
      * response COMMAREA, once the loan is saved - so a retry, a
      * dead-letter replay or a queue drain that sends the same key
      * again is answered from the row instead of being priced and
      * booked a second time. A call that books nothing (rejected,
      * or no application number) leaves no row. Every repeat the
      * log catches is counted on the row for the lnreqrpt report.
      * COPY into the FILE SECTION; the matching SELECT is:
      *
      *     SELECT SAY-REQ-FILE ASSIGN TO "SAYREQ"
      *         ORGANIZATION IS INDEXED
      *         ACCESS MODE IS DYNAMIC
      *         RECORD KEY IS SR-REQUEST-KEY
      *         FILE STATUS IS WS-SAY-REQ-STATUS.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RJM  Original copybook.
      * 2026-10-15  RJM  Request and response images widened to 160
      *                  bytes - the originator id took the say
      *                  COMMAREA past 120.
      ******************************************************************
       FD  SAY-REQ-FILE.
       01  SAY-REQ-RECORD.
           05 SR-REQUEST-KEY     PIC X(20).
           05 SR-STATE           PIC X(08).
               88 SR-IN-FLIGHT VALUE "INFLIGHT".
               88 SR-COMPLETE VALUE "COMPLETE".
      * When the key was first seen - the reservation.
           05 SR-FIRST-DATE      PIC 9(08).
           05 SR-FIRST-TIME      PIC 9(08).
      * What the first call booked, once COMPLETE.
           05 SR-APPL-ID         PIC X(20).
           05 SR-RETURN-CODE     PIC S9(04) SIGN LEADING SEPARATE.
      * Repeats answered (or refused while still INFLIGHT), and
      * repeats refused because the request under the key was not
      * the one first sent.
           05 SR-REPEAT-COUNT    PIC 9(05).
           05 SR-CONFLICT-COUNT  PIC 9(05).
      * The latest repeat and how it was dealt with: REPLAYED,
      * INFLIGHT or CONFLICT.
           05 SR-LAST-DATE       PIC 9(08).
           05 SR-LAST-TIME       PIC 9(08).
           05 SR-LAST-OUTCOME    PIC X(08).
      * The COMMAREA as first received, and as first answered.
           05 SR-REQUEST-IMAGE   PIC X(160).
           05 SR-RESPONSE-IMAGE  PIC X(160).
