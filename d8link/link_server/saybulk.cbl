      * Modification History
      * ---------------------------------------------------------------
      * 2026-09-02  RJM  Original bulk service.
      * 2026-10-15  RJM  Each slot's SB-LOAN-TYPE is passed to say as
      *                  the product, so a zero rate is looked up at
      *                  the product's rate for the term.
      * 2026-10-15  RJM  Each slot goes to say under the dispatch's
      *                  SB-REQUEST-KEY and its slot number, so a
      *                  repeated dispatch books no slot twice.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.

       77 WS-SCEN-IDX PIC S9(4) COMP.
       01 WS-SAY-RC PIC S9(4) COMP.
      * A slot's own request key - the dispatch's key and the slot
      * number.
       01 WS-SLOT-KEY.
           05 WS-SLOT-KEY-BASE PIC X(18).
           05 WS-SLOT-KEY-NO PIC 9(02).

       LINKAGE SECTION.
           COPY saybulkarea.
           MOVE SB-RATE (WS-SCEN-IDX) TO C.
           MOVE SB-TERM (WS-SCEN-IDX) TO D.
           MOVE SB-CURRENCY (WS-SCEN-IDX) TO F.
           MOVE SB-LOAN-TYPE (WS-SCEN-IDX) TO G.
           IF SB-REQUEST-KEY NOT = SPACES
               MOVE SB-REQUEST-KEY TO WS-SLOT-KEY-BASE
               MOVE WS-SCEN-IDX TO WS-SLOT-KEY-NO
               MOVE WS-SLOT-KEY TO REQUEST-KEY
           END-IF.

           CALL "say" USING WS-SAY-AREA.
           MOVE RETURN-CODE TO WS-SAY-RC.
