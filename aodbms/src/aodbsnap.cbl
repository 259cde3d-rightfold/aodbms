      * carrying the scan's start timestamp and the journal sequence
      * each worker stream's checkpoint held when the scan began, so
      * ops know exactly which dated journal files come after this
      * copy - the batch journal stream AODBLOAD, AODBPURG and
      * AODBDCOM write included, from its own checkpoint. The
      * sequences are captured BEFORE the scan: both the checkpoint
      * lag and any change landing mid-scan can only make the
      * recorded sequence lower than the truth, and journal replay is
      * idempotent, so the restore replays a little extra rather than
      * ever missing a change.
      *
      * Records changed while the scan runs land in the copy or in
      * the journals that postdate it - either way AODBREST's replay
                          snp-stream-sequence (7)
                          snp-stream-sequence (8)
                          snp-stream-sequence (9)
                          snp-batch-sequence
           .

       pa-initialize-data-file.
           END-IF
           .

      *    The batch stream's checkpoint sits at the checkpoint base
      *    plus '.batch'; a missing one (no batch job has journaled
      *    yet) records 0, the same safe direction as a worker's.
       pa-gather-batch.
           STRING FUNCTION TRIM(ws-checkpoint-path) DELIMITED BY SIZE,
                   '.batch' DELIMITED BY SIZE
               INTO ws-checkpoint-file-name

           OPEN INPUT checkpoint-file
           IF ws-checkpoint-file-status IS EQUAL TO '00' THEN
               READ checkpoint-file
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ckpt-sequence IS NUMERIC
                           MOVE ckpt-sequence TO snp-batch-sequence
                       END-IF
               END-READ
               CLOSE checkpoint-file
           ELSE
               DISPLAY 'NOTE batch stream: no checkpoint'
                   ' (status ' ws-checkpoint-file-status '), sequence'
                   ' recorded as 0 - replay starts from the beginning'
           END-IF

           DISPLAY 'Batch stream sequence .......... '
               snp-batch-sequence
           .

      ******************************************************************
      * This section walks the pool's checkpoints. It lives in its
      * own section, reached only by name from pa-gather-sequences
