      * DR standby as well before anyone noticed - this program
      * rebuilds the file as it stood at an operator-chosen moment:
      * it starts from an AODBSNAP snapshot, replays the dated JRNREC
      * journal files of every worker stream, then of the batch stream
      * AODBLOAD, AODBPURG and AODBDCOM journal to, in sequence order,
      * and stops at the supplied cutoff, writing a fresh indexed file
      * ready to be swapped in (with the pool down, the same swap
      * discipline as an AODBCHK rebuild).
      *
      * leave the control file absent, and every stream replays from
      * sequence 0 with AODBMS_REST_FROM_DATE naming the first
      * journal day - replay is idempotent, so over-replaying is
      * safe. Run that seeding AODBLOAD with AODBMS_JOURNAL_PATH and
      * AODBMS_CHECKPOINT_PATH pointed at a scratch directory, or it
      * journals the whole reload into the live batch stream.
      *
      * Replay logic matches AODBAPLY record for record: malformed
      * records are skipped loudly, a put or a delete older than the
      * image the rebuilt file already holds is skipped (the
      * cross-stream ordering guard), and a delete of a missing key
      * is normal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02 ws-stream-sequence       PIC 9(9) OCCURS 9 TIMES.
           02 ws-stream-from           PIC 9(9) VALUE 0.

      *        The batch stream's own starting sequence, and whether
      *        the stream being replayed is it rather than a worker's
      *        (its files are named base + '.batch.' + date).
           02 ws-batch-sequence        PIC 9(9) VALUE 0.
           02 ws-stream-batch          PIC X VALUE 'N'.
               88 ws-stream-is-batch   VALUE 'Y'.

       01 ws-eof-flags.
           02 ws-snapshot-eof          PIC X VALUE 'N'.
               88 ws-snapshot-at-eof   VALUE 'Y'.
                           MOVE snp-worker-count TO ws-worker-count
                       END-IF
                       PERFORM pa-initialize-control-streams
                       IF snp-batch-sequence IS NUMERIC
                           MOVE snp-batch-sequence
                               TO ws-batch-sequence
                       END-IF
                       IF ws-from-date-text IS EQUAL TO SPACES
                           AND snp-timestamp (1:8) IS NUMERIC
                           MOVE snp-timestamp (1:8)
           END-IF
           .

      *    The batch stream goes last; the timestamp guard keeps the
      *    newest image of each key whichever stream it came from.
       pa-replay-batch.
           SET ws-stream-is-batch TO TRUE
           PERFORM pa-replay-stream-dates
           .

      ******************************************************************
      * This section walks the worker streams. It lives in its own
      * section, reached only by name from pa-replay-streams above,
       se-replay-dates SECTION.

       pa-replay-stream-dates.
           IF ws-stream-is-batch
               MOVE ws-batch-sequence TO ws-stream-from
           ELSE
               MOVE ws-stream-sequence (ws-stream-slot)
                   TO ws-stream-from
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE(ws-from-date)
               TO ws-date-integer
           PERFORM pa-replay-date
       se-replay-file SECTION.

       pa-replay-one-file.
           EVALUATE TRUE
               WHEN ws-stream-is-batch
                   STRING FUNCTION TRIM(ws-journal-path)
                           DELIMITED BY SIZE,
                           '.batch.' DELIMITED BY SIZE,
                           ws-journal-date DELIMITED BY SIZE
                       INTO ws-journal-file-name
               WHEN ws-worker-index IS EQUAL TO 0
                   STRING FUNCTION TRIM(ws-journal-path)
                           DELIMITED BY SIZE,
                           '.' DELIMITED BY SIZE,
                           ws-journal-date DELIMITED BY SIZE
                       INTO ws-journal-file-name
               WHEN OTHER
                   STRING FUNCTION TRIM(ws-journal-path)
                           DELIMITED BY SIZE,
                           '.w' DELIMITED BY SIZE,
                           ws-worker-index DELIMITED BY SIZE,
                           '.' DELIMITED BY SIZE,
                           ws-journal-date DELIMITED BY SIZE
                       INTO ws-journal-file-name
           END-EVALUATE

           MOVE 'N' TO ws-journal-eof
           MOVE 0 TO ws-file-applied
                   ADD 1 TO ws-rest-before-snapshot
               ELSE
                   IF jrn-sequence IS GREATER THAN ws-cutoff-sequence
                       OR jrn-written (1:14) IS GREATER THAN
                           ws-cutoff-stamp
                       ADD 1 TO ws-rest-held
                       ADD 1 TO ws-file-held
      *        any order keeps the newest in-cutoff image of each
      *        key.
           IF ws-apply-is-existing
               AND db-last-updated IS GREATER THAN jrn-written
               ADD 1 TO ws-rest-stale
           ELSE
               PERFORM pa-replay-put-image
      *    A delete of a key the rebuilt file never had is normal
      *    replay (stored and deleted between snapshot and cutoff),
      *    not an error - the same allowance AODBAPLY makes.
      *        The same ordering guard as a put, as in AODBAPLY: the
      *        batch stream replays after every worker stream, so a
      *        purge delete must not remove a key a client re-created
      *        later the same day.
       pa-replay-delete.
           MOVE jrn-key TO db-key
           READ restore-file
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN ws-restore-file-status IS EQUAL TO '23'
                   ADD 1 TO ws-rest-absent
                   ADD 1 TO ws-file-applied
               WHEN ws-restore-file-status IS NOT EQUAL TO '00'
                   PERFORM pa-replay-delete-record
               WHEN db-last-updated IS GREATER THAN jrn-written
                   ADD 1 TO ws-rest-stale
               WHEN OTHER
                   PERFORM pa-replay-delete-record
           END-EVALUATE
           .

      *        Reached with the key read, or with a read that failed
      *        for a reason the DELETE will report the same way.
       pa-replay-delete-record.
           DELETE restore-file RECORD
               INVALID KEY
                   CONTINUE
