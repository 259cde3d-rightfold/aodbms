      ******************************************************************
      * EVTREC - one AODBMS change event: the notice, published the
      * moment a change is journaled, that a key was stored or
      * deleted. It carries no value - a subscriber that wants the
      * new image GETs it - only what a downstream system needs to
      * know that something changed and where to find it again:
      *
      *   evt-key           the key changed. It leads the record so
      *                     a subscriber's SUBSCRIBE filter on the
      *                     broker's publish socket is a key prefix
      *                     (subscribe to 'ORD' for the ORD keys).
      *   evt-action        P for a stored image (PUT, expiring PUT,
      *                     conditional PUT, adjust, transaction
      *                     put), D for a delete - jrn-action's codes.
      *   evt-last-updated  the stored image's db-last-updated, or
      *                     the moment of the delete.
      *   evt-sequence      the JRNREC sequence the change was
      *                     journaled under. Sequences are per
      *                     journal stream, and every operation of one
      *                     transaction envelope shares one.
      *   evt-origin        jrn-origin: the client identifier, or the
      *                     job name on the batch stream.
      *   evt-journal       the dated journal file the change sits
      *                     in - the stream and the day - so a
      *                     subscriber knows exactly where to resume.
      *
      * The workers push one event per journaled change to the
      * broker, which republishes it (see aodbroker); AODBFEED writes
      * the same records from the dated journals for a subscriber
      * catching up after an outage. The record is fixed length and
      * carries raw key bytes, so a file of them is record
      * SEQUENTIAL, the same reasoning as JRNREC.
      ******************************************************************

       01 event-record.
           02 evt-key                  PIC X(32).
           02 evt-action               PIC X.
               88 evt-action-put       VALUE 'P'.
               88 evt-action-delete    VALUE 'D'.
           02 evt-last-updated         PIC X(21).
           02 evt-sequence             PIC 9(9).
           02 evt-origin               PIC X(8).
           02 evt-journal              PIC X(266).
