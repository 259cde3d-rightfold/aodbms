      * for, for the owning upstream systems to ingest like the
      * AODBUNLD extract.
      *
      * Every delete is also journaled to the batch change journal
      * stream (see JRNREC) under origin 'AODBPURG', so AODBAPLY
      * carries the purge to the DR site with the workers' own
      * streams and AODBREST replays it after a snapshot restore.
      *
      * Each purged record's last image is kept in the version
      * history file (see HSTREC) under origin 'AODBPURG', like any
      * other delete. The purge is also where the history is aged:
      * once the expiry pass is done, every version superseded more
      * than AODBMS_PURGE_HISTORY_DAYS days ago is removed, so the
      * file holds a rolling window rather than growing forever.
      * Zero keeps every version.
      *
      * An expired record that a reference field elsewhere still
      * names (see the R lines in DICREC, read from AODBMS_DICT_PATH)
      * is not purged: it is kept and reported, the same refusal a
      * worker DELETE gets with status 15, so the purge never makes
      * orphans. It falls to a later night's run once the records
      * naming it are gone or repointed. No dictionary file, or no R
      * line in it, and every expired record is purged as before.
      *
      * AODBMS_PURGE_MODE=PREVIEW deletes nothing and writes no
      * feed: it lists every record whose db-expires falls within
      * the next AODBMS_PURGE_PREVIEW_DAYS days (through end of the
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-index-file-status.

      *        The version history file the aodbms workers keep (see
      *        HSTREC): a purged record's image is filed there like
      *        any other delete's, and the aging pass walks it whole.
           SELECT history-file ASSIGN TO ws-history-path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hst-key
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-history-file-status.

      *        The batch change journal stream and its checkpoint,
      *        the same files and staging AODBLOAD uses (see JRNREC
      *        and CKPTREC).
           SELECT journal-file ASSIGN TO ws-journal-file-name
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-journal-file-status.

      *        The same journal read at the pre-widening record
      *        length, only to recover the high-water sequence from
      *        an old-layout file; see JRNOLD.
           SELECT old-journal-file ASSIGN TO ws-journal-old-name
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-journal-old-status.

           SELECT checkpoint-file ASSIGN TO ws-checkpoint-write-path
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-checkpoint-file-status.

      *        The payload schema dictionary the aodbms workers
      *        enforce (see DICREC); only its reference lines matter
      *        here.
           SELECT dictionary-file ASSIGN TO ws-dictionary-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-dictionary-file-status.

      *        A second, read-only handle on the data file, for
      *        walking a referencing prefix without disturbing the
      *        scan's own position or the record area holding the
      *        expired candidate.
           SELECT reference-file ASSIGN TO ws-data-path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rf-key
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-reference-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  data-file.
       FD  index-file.
           COPY IDXREC.

       FD  history-file.
           COPY HSTREC.

       FD  journal-file.
           COPY JRNREC.

       FD  old-journal-file.
           COPY JRNOLD.

       FD  checkpoint-file.
           COPY CKPTREC.

       FD  dictionary-file.
           COPY DICREC.

       FD  reference-file.
           COPY DBREC REPLACING LEADING ==db== BY ==rf==.

       WORKING-STORAGE SECTION.

       01 ws-configuration.
           02 ws-preview-days-text     PIC X(4) VALUE '0007'.
           02 ws-preview-days          PIC 9(4) VALUE 7.

      *        How long a superseded version is kept, in days; zero
      *        padded the same way, and zero keeps every version.
           02 ws-history-path          PIC X(256).
           02 ws-history-days-text     PIC X(4) VALUE '0090'.
           02 ws-history-days          PIC 9(4) VALUE 90.

       01 ws-data-file-status          PIC XX.
       01 ws-feed-file-status          PIC XX.

      ******************************************************************
      * These data items hold the dictionary's reference lines (see
      * DICREC; the other lines are not needed here) and the state of
      * one check of an expired candidate: its key, the value a
      * referencing field would hold, and the first record found
      * still naming it. A preview deletes nothing and so never
      * loads them.

       01 ws-reference.
           02 ws-dictionary-path       PIC X(256).
           02 ws-dictionary-file-status PIC XX.
           02 ws-reference-file-status PIC XX.
           02 ws-schema-eof            PIC X VALUE 'N'.
               88 ws-schema-at-eof     VALUE 'Y'.
           02 ws-reference-count       PIC 9(3) VALUE 0.
           02 ws-reference-index       PIC 9(3).
           02 ws-reference-end         PIC 9(5).
           02 ws-reference-ok          PIC X.
               88 ws-reference-is-ok   VALUE 'Y'.
           02 ws-reference-key         PIC X(32).
           02 ws-reference-value       PIC X(32).
           02 ws-reference-holder      PIC X(32).
           02 ws-reference-fits        PIC X.
               88 ws-reference-fits-key VALUE 'Y'.
           02 ws-reference-walk-eof    PIC X.
               88 ws-reference-walk-done VALUE 'Y'.
           02 ws-reference-entry OCCURS 100 TIMES.
               03 ws-dic-prefix-len    PIC 9(2).
               03 ws-dic-prefix        PIC X(32).
               03 ws-dic-offset        PIC 9(4).
               03 ws-dic-length        PIC 9(4).
               03 ws-dic-ref-prefix-len PIC 9(2).
               03 ws-dic-ref-prefix    PIC X(32).

      ******************************************************************
      * These data items control the batch change journal, laid out
      * and recovered exactly as in AODBLOAD: the journal base path
      * plus '.batch', dated, sequenced from the checkpoint base plus
      * '.batch' raised to the newest batch file's high-water mark. A
      * preview deletes nothing and so never touches either file.

       01 ws-journal.
           02 ws-journal-path          PIC X(256).
           02 ws-checkpoint-path       PIC X(256).
           02 ws-journal-file-name     PIC X(266).
           02 ws-journal-file-status   PIC XX.
           02 ws-journal-date          PIC 9(8).
           02 ws-journal-sequence      PIC 9(9) VALUE 0.
           02 ws-journal-last-key      PIC X(32) VALUE SPACES.
           02 ws-journal-scan-eof      PIC X VALUE 'N'.
               88 ws-journal-scan-at-eof VALUE 'Y'.
           02 ws-journal-scan-date     PIC 9(8).
           02 ws-journal-date-integer  PIC S9(9) COMP.
           02 ws-journal-scan-count    PIC 9(2).
           02 ws-checkpoint-file-status PIC XX.
           02 ws-checkpoint-batch-path PIC X(262).
           02 ws-checkpoint-write-path PIC X(266).
           02 ws-checkpoint-stage-path PIC X(266).
           02 ws-checkpoint-rename-status BINARY-LONG SIGNED.

      *        Layout guard state for pa-journal-layout, laid out the
      *        same as the worker's, and the old-layout file
      *        se-journal-recover is scanning through
      *        old-journal-file.
           02 ws-journal-file-info.
               03 ws-journal-file-size PIC 9(18) COMP.
               03 FILLER               PIC X(8).
           02 ws-journal-exist-status  BINARY-LONG SIGNED.
           02 ws-journal-roll-name     PIC X(277).
           02 ws-journal-rename-status BINARY-LONG SIGNED.
           02 ws-journal-old-name      PIC X(277).
           02 ws-journal-old-status    PIC XX.

      ******************************************************************
      * These data items mirror the worker's index configuration (the
      * same environment variables, so the purge can never remove
           02 ws-index-length          PIC 9(4) VALUE 0.
           02 ws-index-old-value       PIC X(32).

      ******************************************************************
      * These data items control the version history upkeep: the
      * filing of each purged record's image and the aging pass. A
      * preview deletes nothing and ages nothing, so it never opens
      * the file.

       01 ws-history.
           02 ws-history-file-status   PIC XX.
           02 ws-history-cutoff-date   PIC 9(8).
           02 ws-history-date-integer  PIC S9(9) COMP.
           02 ws-history-eof           PIC X VALUE 'N'.
               88 ws-history-at-eof    VALUE 'Y'.

       01 ws-preview-date.
           02 ws-preview-date-integer  PIC S9(9) COMP.
           02 ws-preview-end-date      PIC 9(8).
           02 ws-purge-removed         PIC 9(9) VALUE 0.
           02 ws-purge-malformed       PIC 9(9) VALUE 0.
           02 ws-purge-raced           PIC 9(9) VALUE 0.
           02 ws-purge-referenced      PIC 9(9) VALUE 0.
           02 ws-purge-fed             PIC 9(9) VALUE 0.
           02 ws-purge-expiring        PIC 9(9) VALUE 0.
           02 ws-purge-journaled       PIC 9(9) VALUE 0.
           02 ws-purge-versioned       PIC 9(9) VALUE 0.
           02 ws-purge-aged            PIC 9(9) VALUE 0.
      *        12 digits: at the current db-record length a 9-digit
      *        byte total would wrap inside a quarter-million records.
           02 ws-purge-bytes           PIC 9(12) VALUE 0.
                   ws-preview-days
           ELSE
               DISPLAY 'Purged-keys feed: ' ws-feed-path
               DISPLAY 'Batch journal: '
                   FUNCTION TRIM(ws-journal-file-name)
               DISPLAY 'Version history: ' ws-history-path
               DISPLAY 'History retention days ......... '
                   ws-history-days
           END-IF
           DISPLAY 'Purge cutoff ................... ' ws-purge-cutoff
           DISPLAY '------------------------------------------------'
           PERFORM se-purge
           IF ws-mode-purge
               PERFORM se-history-age
           END-IF
           PERFORM se-report
           STOP RUN
           .
               STOP RUN
           END-IF

           MOVE '/var/lib/aodbms/history' TO ws-history-path
           ACCEPT ws-history-path
               FROM ENVIRONMENT 'AODBMS_HISTORY_PATH'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           ACCEPT ws-history-days-text
               FROM ENVIRONMENT 'AODBMS_PURGE_HISTORY_DAYS'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ws-mode-purge
               AND ws-history-days-text IS NOT NUMERIC
               DISPLAY 'aodbpurg: history retention days must be '
                   'numeric, zero padded, got "' ws-history-days-text
                   '"' UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE '/var/lib/aodbms/schema.dic' TO ws-dictionary-path
           ACCEPT ws-dictionary-path
               FROM ENVIRONMENT 'AODBMS_DICT_PATH'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           MOVE '/var/lib/aodbms/index' TO ws-index-path
           ACCEPT ws-index-path FROM ENVIRONMENT 'AODBMS_INDEX_PATH'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           MOVE '/var/lib/aodbms/journal' TO ws-journal-path
           ACCEPT ws-journal-path
               FROM ENVIRONMENT 'AODBMS_JOURNAL_PATH'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           MOVE '/var/lib/aodbms/checkpoint' TO ws-checkpoint-path
           ACCEPT ws-checkpoint-path
               FROM ENVIRONMENT 'AODBMS_CHECKPOINT_PATH'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           ACCEPT ws-index-offset-text
               FROM ENVIRONMENT 'AODBMS_INDEX_FIELD_OFFSET'
               ON EXCEPTION
           END-IF
           .

      *    Same create-empty-on-35 fallback and the same stop on
      *    anything else as the index: a purge that cannot file the
      *    images it deletes, or age the file, must not run blind.
       pa-initialize-history-file.
           IF ws-mode-purge
               MOVE ws-history-days-text TO ws-history-days
               OPEN I-O history-file
               IF ws-history-file-status IS EQUAL TO '35' THEN
                   OPEN OUTPUT history-file
                   CLOSE history-file
                   OPEN I-O history-file
               END-IF

               IF ws-history-file-status IS NOT EQUAL TO '00' THEN
                   DISPLAY 'aodbpurg: cannot open version history, '
                       'status ' ws-history-file-status UPON SYSERR
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

      *    The same absent-means-off rule as the workers' dictionary:
      *    no file, no reference lines, and nothing is held back.
      *    With at least one reference line the second data file
      *    handle is opened for the walks, and a failure there stops
      *    the run - purging blind would make the orphans this check
      *    exists to prevent.
       pa-initialize-references.
           IF ws-mode-purge
               MOVE 'N' TO ws-schema-eof
               OPEN INPUT dictionary-file
               IF ws-dictionary-file-status IS EQUAL TO '00' THEN
                   PERFORM pa-dictionary-load
                   CLOSE dictionary-file
               ELSE
                   DISPLAY 'aodbpurg: schema dictionary absent, '
                       'status ' ws-dictionary-file-status
                       ' - references not held' UPON SYSERR
               END-IF
           END-IF

           IF ws-reference-count IS GREATER THAN 0
               OPEN INPUT reference-file
               IF ws-reference-file-status IS NOT EQUAL TO '00' THEN
                   DISPLAY 'aodbpurg: cannot open data file for '
                       'reference checks, status '
                       ws-reference-file-status UPON SYSERR
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

      *    The same checkpoint-then-high-water recovery as AODBLOAD's
      *    pa-initialize-journal, and the same refusal to run without
      *    a journal: a purge the DR site never hears of leaves the
      *    standby serving records the primary has deleted.
       pa-initialize-journal.
           IF ws-mode-purge
               STRING FUNCTION TRIM(ws-checkpoint-path)
                       DELIMITED BY SIZE,
                       '.batch' DELIMITED BY SIZE
                   INTO ws-checkpoint-batch-path
               STRING FUNCTION TRIM(ws-checkpoint-batch-path)
                       DELIMITED BY SIZE,
                       '.tmp' DELIMITED BY SIZE
                   INTO ws-checkpoint-stage-path

               MOVE ws-checkpoint-batch-path TO ws-checkpoint-write-path
               OPEN INPUT checkpoint-file
               IF ws-checkpoint-file-status IS EQUAL TO '00' THEN
                   READ checkpoint-file
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ckpt-sequence IS NUMERIC
                               MOVE ckpt-sequence
                                   TO ws-journal-sequence
                           END-IF
                   END-READ
                   CLOSE checkpoint-file
               END-IF

               MOVE FUNCTION CURRENT-DATE (1:8) TO ws-journal-date
               MOVE ws-journal-date TO ws-journal-scan-date
               PERFORM pa-journal-name
               PERFORM pa-journal-layout
               MOVE 'N' TO ws-journal-scan-eof
               OPEN INPUT journal-file
               IF ws-journal-file-status IS EQUAL TO '00' THEN
                   PERFORM pa-journal-recover
                   CLOSE journal-file
               ELSE
                   IF ws-journal-file-status IS EQUAL TO '35' THEN
                       MOVE FUNCTION INTEGER-OF-DATE(ws-journal-date)
                           TO ws-journal-date-integer
                       MOVE 0 TO ws-journal-scan-count
                       PERFORM pa-journal-recover-prior
                   END-IF
               END-IF

               PERFORM pa-journal-open
               IF ws-journal-file-status IS NOT EQUAL TO '00' THEN
                   DISPLAY 'aodbpurg: cannot open batch journal '
                       FUNCTION TRIM(ws-journal-file-name)
                       ', status ' ws-journal-file-status UPON SYSERR
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

      ******************************************************************
      * This section loads the dictionary's reference lines, with the
      * same declaration checks and loud drops as se-dictionary-load
      * in aodbms.cbl; good lines of the other types are skipped. It
      * is reached only by name, from pa-initialize-references above.

       se-dictionary-load SECTION.

       pa-dictionary-load.
           READ dictionary-file
               AT END
                   SET ws-schema-at-eof TO TRUE
               NOT AT END
                   IF dictionary-record IS NOT EQUAL TO SPACES
                       PERFORM pa-dictionary-load-entry
                   END-IF
           END-READ

           IF NOT ws-schema-at-eof
               GO TO pa-dictionary-load
           END-IF
           .

       pa-dictionary-load-entry.
           IF dic-prefix-len IS NOT NUMERIC
               OR dic-field-offset IS NOT NUMERIC
               OR dic-field-length IS NOT NUMERIC
               OR dic-prefix-len IS EQUAL TO 0
               OR dic-prefix-len IS GREATER THAN LENGTH OF db-key
               OR dic-field-offset IS EQUAL TO 0
               OR dic-field-length IS EQUAL TO 0
               OR dic-field-offset + dic-field-length - 1
                   IS GREATER THAN LENGTH OF db-payload
               OR (NOT dic-type-numeric AND NOT dic-type-date
                   AND NOT dic-type-text AND NOT dic-type-reference)
               OR (dic-type-date
                   AND dic-field-length IS NOT EQUAL TO 8)
               OR (dic-type-reference
                   AND (dic-ref-prefix-len IS NOT NUMERIC
                       OR dic-ref-prefix-len IS EQUAL TO 0
                       OR dic-ref-prefix-len + dic-field-length
                           IS GREATER THAN LENGTH OF db-key))
               DISPLAY 'aodbpurg: bad dictionary line dropped: "'
                   dictionary-record '"' UPON SYSERR
           ELSE
               IF dic-type-reference
                   IF ws-reference-count IS LESS THAN 100
                       ADD 1 TO ws-reference-count
                       MOVE dic-prefix-len
                           TO ws-dic-prefix-len (ws-reference-count)
                       MOVE dic-prefix
                           TO ws-dic-prefix (ws-reference-count)
                       MOVE dic-field-offset
                           TO ws-dic-offset (ws-reference-count)
                       MOVE dic-field-length
                           TO ws-dic-length (ws-reference-count)
                       MOVE dic-ref-prefix-len
                           TO ws-dic-ref-prefix-len
                               (ws-reference-count)
                       MOVE dic-ref-prefix
                           TO ws-dic-ref-prefix (ws-reference-count)
                   ELSE
                       DISPLAY 'aodbpurg: reference table full, '
                           'line "' dictionary-record '" dropped'
                           UPON SYSERR
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * This section scans the data file and deletes every record
      * whose expiry has passed.
           END-IF

           CLOSE data-file
           IF ws-reference-count IS GREATER THAN 0
               CLOSE reference-file
           END-IF
           IF ws-mode-purge
               CLOSE feed-file
               PERFORM pa-journal-close
           END-IF
           IF ws-index-is-enabled
               CLOSE index-file
                   IF db-expires IS GREATER THAN ws-purge-cutoff
                       ADD 1 TO ws-purge-raced
                   ELSE
                       PERFORM pa-purge-delete-referenced
                   END-IF
               END-IF
           END-IF
           .

      *    Still expired, but kept while a reference field elsewhere
      *    names it; the report line names the first such record.
       pa-purge-delete-referenced.
           MOVE ws-purged-key TO ws-reference-key
           PERFORM pa-reference-check
           IF ws-reference-is-ok
               PERFORM pa-purge-delete-verified
           ELSE
               ADD 1 TO ws-purge-referenced
               DISPLAY 'REFERENCED EXPIRY KEPT: '
                   FUNCTION TRIM(ws-purged-key TRAILING)
                   ' named by '
                   FUNCTION TRIM(ws-reference-holder TRAILING)
           END-IF
           .

       pa-purge-delete-verified.
           MOVE db-expires TO ws-purged-expiry

                   TO ws-index-old-value
           END-IF

      *        The image is staged into the history record area for
      *        the same reason, and filed once the DELETE has
      *        happened.
           MOVE db-key TO hst-record-key
           MOVE db-last-updated TO hst-last-updated
           MOVE db-payload-len TO hst-payload-len
           MOVE db-payload TO hst-payload
           MOVE db-expires TO hst-expires

           DELETE data-file RECORD
               INVALID KEY
                   CONTINUE
               ADD 1 TO ws-purge-removed
               ADD LENGTH OF db-record TO ws-purge-bytes
               PERFORM pa-index-remove
               PERFORM pa-journal-delete
               PERFORM pa-history-delete
               DISPLAY 'PURGED: '
                   FUNCTION TRIM(ws-purged-key TRAILING)
                   ' expired ' ws-purged-expiry
           END-IF
           .

      *    Superseded at the moment of the delete, the same stamp a
      *    worker's delete files, with status 22 the idempotent
      *    outcome HSTREC describes. Any other failure stops the run
      *    with the key named, the same posture as the index.
       pa-history-delete.
           MOVE FUNCTION CURRENT-DATE TO hst-superseded
           SET hst-action-deleted TO TRUE
           MOVE 'AODBPURG' TO hst-origin
           WRITE hst-record
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF ws-history-file-status IS NOT EQUAL TO '00'
               AND ws-history-file-status IS NOT EQUAL TO '22'
               DISPLAY 'aodbpurg: version history write failed, '
                   'status ' ws-history-file-status ' at key '
                   FUNCTION TRIM(ws-purged-key TRAILING)
                   UPON SYSERR
               PERFORM se-report
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO ws-purge-versioned
           .

      ******************************************************************
      * This section looks for a record still naming the expired
      * candidate in ws-reference-key, the same walk as pa-reference-
      * check-delete in aodbms.cbl, on the second data file handle.
      * A read failure other than end of file holds the record back
      * with '*READ ERROR*' as the holder - a purge that cannot prove
      * a record unreferenced keeps it. It is reached only by name,
      * from pa-purge-delete-referenced above.

       se-reference-check SECTION.

       pa-reference-check.
           MOVE 'Y' TO ws-reference-ok
           MOVE SPACES TO ws-reference-holder
           IF ws-reference-count IS GREATER THAN 0
               MOVE 1 TO ws-reference-index
               PERFORM pa-reference-check-entry
           END-IF
           .

       pa-reference-check-entry.
           IF ws-reference-key
               (1:ws-dic-ref-prefix-len (ws-reference-index))
               IS EQUAL TO ws-dic-ref-prefix (ws-reference-index)
                   (1:ws-dic-ref-prefix-len (ws-reference-index))
               PERFORM pa-reference-check-value
           END-IF

           IF ws-reference-is-ok
               AND ws-reference-index IS LESS THAN ws-reference-count
               ADD 1 TO ws-reference-index
               GO TO pa-reference-check-entry
           END-IF
           .

       pa-reference-check-value.
           SET ws-reference-fits-key TO TRUE
           COMPUTE ws-reference-end =
               ws-dic-ref-prefix-len (ws-reference-index)
               + ws-dic-length (ws-reference-index)
           IF ws-reference-end IS LESS THAN LENGTH OF ws-reference-key
               IF ws-reference-key (ws-reference-end + 1:)
                   IS NOT EQUAL TO SPACES
                   MOVE 'N' TO ws-reference-fits
               END-IF
           END-IF

           IF ws-reference-fits-key
               MOVE SPACES TO ws-reference-value
               MOVE ws-reference-key
                   (ws-dic-ref-prefix-len (ws-reference-index) + 1
                   :ws-dic-length (ws-reference-index))
                   TO ws-reference-value
               IF ws-reference-value IS NOT EQUAL TO SPACES
                   PERFORM pa-reference-walk-start
               END-IF
           END-IF
           .

       pa-reference-walk-start.
           MOVE 'N' TO ws-reference-walk-eof
           MOVE LOW-VALUES TO rf-key
           MOVE ws-dic-prefix (ws-reference-index)
               (1:ws-dic-prefix-len (ws-reference-index))
               TO rf-key (1:ws-dic-prefix-len (ws-reference-index))
           START reference-file KEY IS NOT LESS THAN rf-key
               INVALID KEY
                   SET ws-reference-walk-done TO TRUE
           END-START

           IF NOT ws-reference-walk-done
               PERFORM pa-reference-walk
           END-IF
           .

       pa-reference-walk.
           READ reference-file NEXT RECORD
               AT END
                   SET ws-reference-walk-done TO TRUE
           END-READ

           IF NOT ws-reference-walk-done
               IF ws-reference-file-status IS NOT EQUAL TO '00'
                   MOVE 'N' TO ws-reference-ok
                   MOVE '*READ ERROR*' TO ws-reference-holder
                   SET ws-reference-walk-done TO TRUE
               ELSE
                   IF rf-key (1:ws-dic-prefix-len (ws-reference-index))
                       IS NOT EQUAL TO
                           ws-dic-prefix (ws-reference-index)
                           (1:ws-dic-prefix-len (ws-reference-index))
                       SET ws-reference-walk-done TO TRUE
                   ELSE
                       PERFORM pa-reference-walk-match
                   END-IF
               END-IF
           END-IF

           IF NOT ws-reference-walk-done
               GO TO pa-reference-walk
           END-IF
           .

       pa-reference-walk-match.
           IF rf-key IS NOT EQUAL TO ws-reference-key
               AND rf-payload-len IS NUMERIC
               COMPUTE ws-reference-end =
                   ws-dic-offset (ws-reference-index)
                   + ws-dic-length (ws-reference-index) - 1
               IF ws-reference-end IS NOT GREATER THAN rf-payload-len
                   IF rf-payload (ws-dic-offset (ws-reference-index)
                       :ws-dic-length (ws-reference-index))
                       IS EQUAL TO ws-reference-value
                           (1:ws-dic-length (ws-reference-index))
                       MOVE 'N' TO ws-reference-ok
                       MOVE rf-key TO ws-reference-holder
                       SET ws-reference-walk-done TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * This section ages the version history once the expiry pass is
      * done: every version superseded before the retention cutoff
      * (today less AODBMS_PURGE_HISTORY_DAYS) is deleted, walking the
      * whole file in key order. A version whose superseded stamp is
      * not a date is left alone - the same keep-what-you-can't-read
      * rule as a malformed expiry. Workers keep filing versions
      * while this runs; theirs are stamped today and never qualify.
      * pa-entry performs it whole, after se-purge, in purge mode only.

       se-history-age SECTION.

       pa-history-age-start.
           IF ws-history-days IS EQUAL TO 0
               GO TO pa-history-age-exit
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:8) TO ws-history-cutoff-date
           COMPUTE ws-history-date-integer =
               FUNCTION INTEGER-OF-DATE(ws-history-cutoff-date)
               - ws-history-days
           MOVE FUNCTION DATE-OF-INTEGER(ws-history-date-integer)
               TO ws-history-cutoff-date

           MOVE 'N' TO ws-history-eof
           MOVE LOW-VALUES TO hst-key
           START history-file KEY IS NOT LESS THAN hst-key
               INVALID KEY
                   GO TO pa-history-age-exit
           END-START
           .

       pa-history-age-loop.
           READ history-file NEXT RECORD
               AT END
                   SET ws-history-at-eof TO TRUE
           END-READ

           IF NOT ws-history-at-eof
               AND ws-history-file-status IS EQUAL TO '00'
               IF hst-superseded (1:8) IS NUMERIC
                   AND hst-superseded (1:8) IS LESS THAN
                       ws-history-cutoff-date
                   DELETE history-file RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   IF ws-history-file-status IS EQUAL TO '00'
                       ADD 1 TO ws-purge-aged
                   END-IF
               END-IF
               GO TO pa-history-age-loop
           END-IF

      *        A walk that stopped on anything but end of file is
      *        reported; whatever it didn't reach is aged tomorrow.
           IF NOT ws-history-at-eof
               DISPLAY 'aodbpurg: version history aging stopped, '
                   'status ' ws-history-file-status UPON SYSERR
           END-IF
           .

       pa-history-age-exit.
           CLOSE history-file
           .

      ******************************************************************
      * This section reads a batch journal file to end of file and
      * raises ws-journal-sequence to the highest sequence already
      * written, the same scan as se-journal-recover in aodbms.cbl,
      * reading a pre-widening file at its own record length (see
      * JRNOLD). It is reached only by name, from pa-initialize-journal
      * above and se-journal-layout below - never by falling through
      * or PERFORMing this section as a whole.

       se-journal-recover SECTION.

       pa-journal-recover.
           READ journal-file
               AT END
                   SET ws-journal-scan-at-eof TO TRUE
               NOT AT END
                   IF jrn-sequence IS NUMERIC
                       AND jrn-sequence IS GREATER THAN
                           ws-journal-sequence
                       MOVE jrn-sequence TO ws-journal-sequence
                   END-IF
           END-READ

           IF NOT ws-journal-scan-at-eof
               GO TO pa-journal-recover
           END-IF
           .

       pa-journal-recover-old.
           READ old-journal-file
               AT END
                   SET ws-journal-scan-at-eof TO TRUE
               NOT AT END
                   IF ojr-sequence IS NUMERIC
                       AND ojr-sequence IS GREATER THAN
                           ws-journal-sequence
                       MOVE ojr-sequence TO ws-journal-sequence
                   END-IF
           END-READ

           IF NOT ws-journal-scan-at-eof
               GO TO pa-journal-recover-old
           END-IF
           .

      *    The worker's old-length scan: ws-journal-old-name is read
      *    through old-journal-file when ws-journal-file-size is a
      *    whole number of old-length records, and a file in neither
      *    layout is left unscanned, loudly, the same as a file past
      *    the month's walk.
       pa-journal-recover-old-file.
           IF FUNCTION MOD(ws-journal-file-size,
                   LENGTH OF old-journal-record) IS NOT EQUAL TO 0
               DISPLAY 'aodbpurg: batch journal '
                   FUNCTION TRIM(ws-journal-old-name)
                   ' is in no known record layout - not scanned '
                   'for its high-water sequence' UPON SYSERR
           ELSE
               MOVE 'N' TO ws-journal-scan-eof
               OPEN INPUT old-journal-file
               IF ws-journal-old-status IS EQUAL TO '00' THEN
                   PERFORM pa-journal-recover-old
                   CLOSE old-journal-file
               ELSE
                   DISPLAY 'aodbpurg: cannot open batch journal '
                       FUNCTION TRIM(ws-journal-old-name)
                       ' for its high-water sequence, status '
                       ws-journal-old-status UPON SYSERR
               END-IF
           END-IF
           .

       pa-journal-recover-prior.
           SUBTRACT 1 FROM ws-journal-date-integer
           ADD 1 TO ws-journal-scan-count
           MOVE FUNCTION DATE-OF-INTEGER(ws-journal-date-integer)
               TO ws-journal-scan-date
           PERFORM pa-journal-name

           CALL 'CBL_CHECK_FILE_EXIST'
               USING ws-journal-file-name, ws-journal-file-info
               GIVING ws-journal-exist-status
           IF ws-journal-exist-status IS NOT EQUAL TO 0
               IF ws-journal-scan-count IS LESS THAN 31
                   GO TO pa-journal-recover-prior
               END-IF
           ELSE
               IF FUNCTION MOD(ws-journal-file-size,
                       LENGTH OF journal-record) IS EQUAL TO 0
                   MOVE 'N' TO ws-journal-scan-eof
                   OPEN INPUT journal-file
                   IF ws-journal-file-status IS EQUAL TO '00' THEN
                       PERFORM pa-journal-recover
                       CLOSE journal-file
                   END-IF
               ELSE
                   MOVE ws-journal-file-name TO ws-journal-old-name
                   PERFORM pa-journal-recover-old-file
               END-IF
           END-IF
           .

      ******************************************************************
      * This section guards the batch journal's record layout the way
      * se-journal-layout in aodbms.cbl guards a worker's: today's
      * file, when its size is not a whole number of current-length
      * records, is set aside as its own name plus '.old-layout' -
      * to be applied with the pre-widening AODBAPLY, per the JRNREC
      * note - and scanned at the old record length for its
      * high-water sequence, and the run journals to a fresh file.
      * Where the worker degrades, a file that cannot be set aside
      * stops the run, the same as a journal that cannot be opened:
      * appending to it would leave a DR shipping unit in two
      * layouts. It is reached only by name, from the journal
      * initialization above - never by falling through or
      * PERFORMing this section as a whole.

       se-journal-layout SECTION.

       pa-journal-layout.
           CALL 'CBL_CHECK_FILE_EXIST'
               USING ws-journal-file-name, ws-journal-file-info
               GIVING ws-journal-exist-status

           IF ws-journal-exist-status IS EQUAL TO 0
               AND FUNCTION MOD(ws-journal-file-size,
                   LENGTH OF journal-record) IS NOT EQUAL TO 0
               STRING FUNCTION TRIM(ws-journal-file-name)
                       DELIMITED BY SIZE,
                       '.old-layout' DELIMITED BY SIZE
                   INTO ws-journal-roll-name
               CALL 'CBL_RENAME_FILE'
                   USING ws-journal-file-name, ws-journal-roll-name
                   GIVING ws-journal-rename-status
               IF ws-journal-rename-status IS NOT EQUAL TO 0
                   DISPLAY 'aodbpurg: batch journal '
                       FUNCTION TRIM(ws-journal-file-name)
                       ' is in an old record layout and could not '
                       'be set aside, status '
                       ws-journal-rename-status UPON SYSERR
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF

               DISPLAY 'aodbpurg: batch journal '
                   FUNCTION TRIM(ws-journal-file-name)
                   ' is not in the current record layout - set '
                   'aside as .old-layout, starting fresh'
                   UPON SYSERR
               MOVE ws-journal-roll-name TO ws-journal-old-name
               PERFORM pa-journal-recover-old-file
           END-IF
           .

      ******************************************************************
      * This section writes the batch journal and, at the end of a
      * purge, the batch checkpoint. It is reached only by name -
      * never by PERFORMing this section as a whole.

       se-journal SECTION.

       pa-journal-name.
           STRING FUNCTION TRIM(ws-journal-path) DELIMITED BY SIZE,
                   '.batch.' DELIMITED BY SIZE,
                   ws-journal-scan-date DELIMITED BY SIZE
               INTO ws-journal-file-name
           .

       pa-journal-open.
           MOVE ws-journal-date TO ws-journal-scan-date
           PERFORM pa-journal-name
           OPEN EXTEND journal-file
           IF ws-journal-file-status IS NOT EQUAL TO '00' THEN
               OPEN OUTPUT journal-file
           END-IF
           .

      *    Journaled once the DELETE and its index upkeep have both
      *    happened, in the same shape as a worker's delete: no
      *    payload, stamped with the moment of deletion. A journal
      *    that stops taking records stops the run, the same as the
      *    feed below, with the deleted-but-unjournaled key named.
       pa-journal-delete.
           PERFORM pa-journal-roll
           ADD 1 TO ws-journal-sequence
           MOVE ws-journal-sequence TO jrn-sequence
           SET jrn-action-delete TO TRUE
           MOVE ws-purged-key TO jrn-key
           MOVE 0 TO jrn-payload-len
           MOVE SPACES TO jrn-payload
           MOVE FUNCTION CURRENT-DATE TO jrn-last-updated
           MOVE SPACES TO jrn-expires
           MOVE 'AODBPURG' TO jrn-origin
           MOVE jrn-last-updated TO jrn-written
           WRITE journal-record

           IF ws-journal-file-status IS NOT EQUAL TO '00' THEN
               DISPLAY 'aodbpurg: batch journal write failed, '
                   'status ' ws-journal-file-status ' - key '
                   FUNCTION TRIM(ws-purged-key TRAILING)
                   ' was purged but is MISSING from the journal'
                   UPON SYSERR
               PERFORM se-report
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO ws-purge-journaled
           MOVE ws-purged-key TO ws-journal-last-key
           .

       pa-journal-roll.
           IF FUNCTION CURRENT-DATE (1:8) IS NOT EQUAL
               TO ws-journal-date
               CLOSE journal-file
               MOVE FUNCTION CURRENT-DATE (1:8) TO ws-journal-date
               PERFORM pa-journal-open
               IF ws-journal-file-status IS NOT EQUAL TO '00' THEN
                   DISPLAY 'aodbpurg: cannot roll batch journal to '
                       FUNCTION TRIM(ws-journal-file-name)
                       ', status ' ws-journal-file-status UPON SYSERR
                   PERFORM se-report
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

      *    Staged and renamed into place the way AODBLOAD writes it;
      *    a checkpoint that cannot be written is reported, not
      *    fatal, for the same reasons.
       pa-journal-close.
           CLOSE journal-file

           MOVE ws-journal-sequence TO ckpt-sequence
           MOVE ws-journal-last-key TO ckpt-last-key

           MOVE ws-checkpoint-stage-path TO ws-checkpoint-write-path
           OPEN OUTPUT checkpoint-file
           WRITE checkpoint-record
           CLOSE checkpoint-file

           IF ws-checkpoint-file-status IS NOT EQUAL TO '00' THEN
               DISPLAY 'aodbpurg: batch checkpoint write failed, '
                   'status ' ws-checkpoint-file-status UPON SYSERR
           ELSE
               CALL 'CBL_RENAME_FILE'
                   USING ws-checkpoint-stage-path,
                       ws-checkpoint-batch-path
                   GIVING ws-checkpoint-rename-status
               IF ws-checkpoint-rename-status IS NOT EQUAL TO 0
                   DISPLAY 'aodbpurg: batch checkpoint rename '
                       'failed, status ' ws-checkpoint-rename-status
                       UPON SYSERR
               END-IF
           END-IF

           MOVE ws-checkpoint-batch-path TO ws-checkpoint-write-path
           .

      ******************************************************************
      * This section prints the purge (or preview) totals.

                   ws-purge-removed
               DISPLAY 'Feed records written ........... '
                   ws-purge-fed
               DISPLAY 'Deletes journaled .............. '
                   ws-purge-journaled
               DISPLAY 'Prior versions kept ............ '
                   ws-purge-versioned
               DISPLAY 'History versions aged out ...... '
                   ws-purge-aged
               DISPLAY 'Batch journal sequence ......... '
                   ws-journal-sequence
               DISPLAY 'Malformed expiries kept ........ '
                   ws-purge-malformed
               DISPLAY 'Changed mid-scan, kept ......... '
                   ws-purge-raced
               DISPLAY 'Still referenced, kept ......... '
                   ws-purge-referenced
               DISPLAY 'Bytes reclaimed ................ '
                   ws-purge-bytes
           END-IF
