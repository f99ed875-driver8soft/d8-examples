      * Modification History
      * ---------------------------------------------------------------
      * 2026-08-22  RJM  Original copybook.
      * 2026-10-15  RJM  Added WS-D8-REQUEST-KEY - unlike the
      *                  correlation id, minted once per business
      *                  request by 9650-NEW-D8-REQUEST-KEY and
      *                  carried in the COMMAREA of a state-changing
      *                  service, so every resend of the request -
      *                  retry, dead-letter replay, queue drain -
      *                  presents the same key and the service can
      *                  recognize it. YYMMDD, time and a per-run
      *                  sequence.
      ******************************************************************
       01 WS-D8-CORR-ID PIC X(20) VALUE SPACES.
       01 WS-D8-CORR-SEQ PIC 9(04) VALUE ZEROES.
       01 WS-D8-CORR-DATE PIC 9(08).
       01 WS-D8-CORR-TIME PIC 9(08).
       01 WS-D8-REQUEST-KEY PIC X(18) VALUE SPACES.
       01 WS-D8-REQ-SEQ PIC 9(04) VALUE ZEROES.
       01 WS-D8-REQ-DATE PIC 9(06).
       01 WS-D8-REQ-TIME PIC 9(08).
