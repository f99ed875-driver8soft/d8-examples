      ******************************************************************
      * D8ENTFD - Record layout for the entitlements matrix: one row
      * per client identity / PROG-NAME pair that client may
      * dispatch - and for the call quotas that ride with it and
      * their usage log. COPY into FILE SECTION alongside D8ENTSEL/
      * D8ENTWS/D8ENTLD.
      ******************************************************************
       FD  D8ENTITL-FILE.
       01  D8ENTITL-RECORD.
           05 ENT-CLIENT-ID    PIC X(08).
           05 ENT-PROG-NAME    PIC X(08).

      * One row per client / PROG-NAME pair that is throttled: the
      * most calls the client may dispatch to the service in any
      * one clock minute and in the day. Zero leaves that limit
      * off; a pair with no row is not throttled at all.
       FD  D8QUOTA-FILE.
       01  D8QUOTA-RECORD.
           05 QTA-CLIENT-ID    PIC X(08).
           05 QTA-PROG-NAME    PIC X(08).
           05 QTA-PER-MINUTE   PIC 9(05).
           05 QTA-PER-DAY      PIC 9(07).

      * What one run of a client did against one quota: the calls
      * let through and refused, the busiest minute, and the limits
      * in force. The day's rows for a pair sum to its daily count.
       FD  D8QUSE-FILE.
       01  D8QUSE-RECORD.
           05 QU-DATE          PIC 9(08).
           05 QU-CLIENT-ID     PIC X(08).
           05 QU-PROG-NAME     PIC X(08).
           05 QU-CALLS         PIC 9(07).
           05 QU-REJECTED      PIC 9(07).
           05 QU-PEAK-MINUTE   PIC 9(05).
           05 QU-PER-MINUTE    PIC 9(05).
           05 QU-PER-DAY       PIC 9(07).
