      * LINE SEQUENTIAL, since jrn-key/jrn-payload carry arbitrary
      * client bytes that could otherwise be mistaken for line
      * delimiters - the same reasoning as AUDREC.
      *
      * Batch maintenance journals too: AODBLOAD's adds/replaces and
      * AODBPURG's and AODBDCOM's deletes go to their own dated
      * stream, the journal base path plus '.batch.' plus the date,
      * sequenced from the batch checkpoint (the checkpoint base plus
      * '.batch') exactly the way a worker sequences its own stream.
      * AODBAPLY, AODBREST, AODBSNAP and AODBRETN treat it as one more
      * stream, so a DR site stays current without anyone re-running
      * batch jobs there. The batch jobs must run one at a time - two at
      * once would issue the same sequences.
      *
      * jrn-origin says who made the change: the job name
      * ('AODBLOAD', 'AODBPURG', 'AODBDCOM') on the batch stream, the
      * registered client identifier the request arrived under on a
      * worker stream (spaces for bare frames, the same as
      * aud-client).
      *
      * jrn-written is when the change was made on the primary, and
      * it is what AODBAPLY's and AODBREST's ordering guard and
      * AODBREST's cutoff go by. jrn-last-updated is the image's own
      * db-last-updated, stored as is. The two are the same except
      * for an AODBLOAD record carrying the feed's own timestamp,
      * which may be older than a worker change the load overwrote.
      * Adding the fields changed the record length, with the same
      * one-layout-per-file consequences as the AUDREC widening:
      * apply every pre-widening journal with the pre-widening
      * AODBAPLY before switching builds, and take a fresh AODBSNAP
      * snapshot after the upgrade, since the new AODBREST cannot
      * replay pre-widening days. The se-journal-layout guard in the
      * worker and in each batch job sets a wrong-length file aside
      * as '.old-layout', the sequence recovery reads an old-layout
      * file at its own length (see JRNOLD), and AODBRETN refuses to
      * prune a file it cannot read cleanly, so a missed step fails
      * safe rather than silently.
      ******************************************************************

       01 journal-record.
           02 jrn-payload              PIC X(4096).
           02 jrn-last-updated         PIC X(21).
           02 jrn-expires              PIC X(14).
           02 jrn-origin               PIC X(8).
           02 jrn-written              PIC X(21).
