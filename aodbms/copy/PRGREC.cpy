      * actually deleted and the expiry timestamp it was deleted for.
      * Upstream systems ingest this like the AODBUNLD extract to
      * learn what went away, instead of discovering it one status-02
      * GET at a time. AODBDCOM writes the same layout for the keys
      * a prefix decommission removed, with each record's own expiry
      * (spaces for a record that had none).
      *
      * The feed is a plain (record) SEQUENTIAL file rather than LINE
      * SEQUENTIAL, since pg-key carries raw client key bytes that
