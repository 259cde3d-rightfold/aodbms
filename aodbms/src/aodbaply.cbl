      * fine), so the sequence check is about cheap restarts, not
      * correctness.
      *
      * Ordering across journal streams is only partly reconstructed:
      * a put or a delete is skipped when the standby already holds a
      * newer image of the key (pa-apply-put and pa-apply-delete
      * compare the image's db-last-updated with the journal record's
      * jrn-written, the time the primary made the change), which
      * keeps the routine update-update case right whatever order the
      * streams are applied in, and keeps a batch purge applied after
      * the worker streams from removing a key a client re-created
      * later. A delete leaves no record behind to compare against,
      * so a delete in one stream followed by an older put replayed
      * later from another stream resurrects the record until the
      * next change or purge - an accepted limitation of per-stream
      * shipping, noted in AODBAPLY.jcl.
      *
      * Batch maintenance journals too: AODBLOAD's adds/replaces and
      * AODBPURG's and AODBDCOM's deletes arrive on their own batch
      * stream (journal.batch.YYYYMMDD, see JRNREC), applied by this
      * same program against its own state file like any worker
      * stream - nothing is re-run at the DR site any more. A load
      * record's image keeps the feed's own db-last-updated, but its
      * jrn-written is the load time, so a load replaces a worker
      * change it overwrote on the primary, whatever the feed's
      * timestamp. Once stored, though, the loaded image is judged by
      * that feed timestamp, so apply the worker streams as far as
      * the load night before the batch stream - the order
      * AODBAPLY.jcl runs them in.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *        key routinely land on different workers, and each
      *        worker's journal replays in its own run - so without
      *        this test the standby would keep whichever stream
      *        applied last, routinely the older image. A change the
      *        primary made (jrn-written) before the image the standby
      *        already holds was stamped is skipped. (A cross-stream
      *        delete can still be undone by a later-applied older
      *        put - see the header note.)
           IF ws-apply-is-existing
               AND db-last-updated IS GREATER THAN jrn-written
               ADD 1 TO ws-apply-skipped
           ELSE
               PERFORM pa-apply-put-image
      *    A delete of a key the standby never had is normal replay
      *    (the record may have been both stored and deleted since the
      *    last shipment), not an error.
      *        The same ordering guard as a put: a delete the primary
      *        made before the image the standby now holds was stamped
      *        - a purge at night, the key re-created by a client in
      *        the morning, the batch stream applied after the worker
      *        streams - is skipped rather than removing the newer
      *        record.
       pa-apply-delete.
           MOVE jrn-key TO db-key
           READ data-file
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN ws-data-file-status IS EQUAL TO '23'
                   ADD 1 TO ws-apply-skipped
               WHEN ws-data-file-status IS NOT EQUAL TO '00'
                   PERFORM pa-apply-delete-record
               WHEN db-last-updated IS GREATER THAN jrn-written
                   ADD 1 TO ws-apply-skipped
               WHEN OTHER
                   PERFORM pa-apply-delete-record
           END-EVALUATE
           .

      *        Reached with the key read, or with a read that failed
      *        for a reason the DELETE will report the same way.
       pa-apply-delete-record.
           DELETE data-file RECORD
               INVALID KEY
                   CONTINUE
