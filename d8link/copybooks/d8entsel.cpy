           SELECT D8ENTITL-FILE ASSIGN TO "D8ENTITL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-D8ENTITL-STATUS.
      * Per-client call quotas - loaded with the entitlements and
      * enforced on every dispatch (see D8ENTCHK's 9735).
           SELECT D8QUOTA-FILE ASSIGN TO "D8QUOTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-D8QUOTA-STATUS.
      * Quota usage, one row per client/service per run - carries
      * the day's count from one run to the next, and is what the
      * d8qtarpt usage report reads.
           SELECT D8QUSE-FILE ASSIGN TO "D8QUSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-D8QUSE-STATUS.
