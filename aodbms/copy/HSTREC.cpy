      ******************************************************************
      * HSTREC - one record of the AODBMS version history file: a
      * record image as it stood before a change replaced or deleted
      * it. The data file only ever holds the current image, so
      * without this file "what did this key hold last Tuesday" means
      * restoring a snapshot and replaying journals by hand; with it,
      * the version-2 as-of GET (opcode O) and version list (opcode V)
      * answer from here - see CMDHDR.
      *
      * The record key is the composite of the primary key and the
      * image's own db-last-updated, so one key's versions sit
      * together in timestamp order and a walk from the key plus
      * spaces visits them oldest first - the same fold-the-key-in
      * reasoning as IDXREC. hst-superseded is the moment the image
      * stopped being current (the replacing image's db-last-updated,
      * or the moment of the delete), hst-action says which it was,
      * and hst-origin who did it: the client identifier for a
      * worker change (spaces for bare frames, as in aud-client) or
      * the job name for a batch one, the same as jrn-origin.
      *
      * The aodbms workers write one record for every PUT, expiring
      * PUT, conditional PUT, adjust, DELETE and committed
      * transaction operation that replaced or removed an existing
      * record; AODBLOAD does the same for its replacements and
      * AODBPURG and AODBDCOM for their deletes. Each is written once
      * the data file has taken the change, so a rejected or
      * rolled-back change never leaves a version behind. Two images
      * of one key stamped in the same hundredth of a second share a
      * composite key; the first one written is kept (status 22 is the
      * idempotent outcome, as in the index). AODBPURG ages versions
      * out by hst-superseded under AODBMS_PURGE_HISTORY_DAYS.
      *
      * Like the data file, any change to this record's length means
      * rebuilding the file: unload whatever must be kept, delete it,
      * and let the first worker recreate it empty.
      ******************************************************************

       01 hst-record.
           02 hst-key.
               03 hst-record-key       PIC X(32).
               03 hst-last-updated     PIC X(21).
           02 hst-superseded           PIC X(21).
           02 hst-action               PIC X.
               88 hst-action-replaced  VALUE 'P'.
               88 hst-action-deleted   VALUE 'D'.
           02 hst-origin               PIC X(8).
           02 hst-payload-len          PIC 9(4).
           02 hst-payload              PIC X(4096).
           02 hst-expires              PIC X(14).
