      * reject counts. The data file is opened SHARING WITH ALL OTHER,
      * the same discipline the aodbms workers use, so the pool stays
      * up while the load runs.
      *
      * Every record applied is journaled to the batch change journal
      * stream (see JRNREC) under origin 'AODBLOAD', so AODBAPLY
      * carries the load to the DR site with the workers' own
      * streams and AODBREST can replay it after a snapshot restore.
      *
      * A record the load replaces keeps its prior image in the
      * version history file (see HSTREC) under origin 'AODBLOAD',
      * the same as a worker's PUT, so a bad feed can be traced and
      * undone by key from the versions it overwrote.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-index-file-status.

      *        The version history file the aodbms workers keep (see
      *        HSTREC); a replacement here overwrites a record just as
      *        a PUT does, so the image it replaces is kept the same
      *        way.
           SELECT history-file ASSIGN TO ws-history-path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hst-key
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-history-file-status.

      *        The operator-maintained payload schema dictionary the
      *        aodbms workers enforce on PUT (see DICREC); the load
      *        enforces the same layouts, so a bad feed bounces to
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-prefix-file-status.

      *        The batch change journal stream and its checkpoint,
      *        record sequential for the same raw-client-bytes reason
      *        as the workers' own (see JRNREC and CKPTREC). The
      *        checkpoint is staged and renamed into place the way
      *        aodbms.cbl writes its own, so the FD is assigned to
      *        whichever of the two paths the OPEN in progress needs.
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

       DATA DIVISION.
       FILE SECTION.
       FD  load-file.
       FD  index-file.
           COPY IDXREC.

       FD  history-file.
           COPY HSTREC.

       FD  dictionary-file.
           COPY DICREC.

       FD  prefix-file.
           COPY PRFREC.

       FD  journal-file.
           COPY JRNREC.

       FD  old-journal-file.
           COPY JRNOLD.

       FD  checkpoint-file.
           COPY CKPTREC.

       WORKING-STORAGE SECTION.

       01 ws-configuration.
           02 ws-load-path             PIC X(256).
           02 ws-reject-path           PIC X(256).
           02 ws-index-path            PIC X(256).
           02 ws-history-path          PIC X(256).
           02 ws-dictionary-path       PIC X(256).
           02 ws-prefix-path           PIC X(256).
           02 ws-journal-path          PIC X(256).
           02 ws-checkpoint-path       PIC X(256).

       01 ws-file-status.
           02 ws-load-file-status      PIC XX.
           02 ws-data-file-status      PIC XX.
           02 ws-reject-file-status    PIC XX.
           02 ws-index-file-status     PIC XX.
           02 ws-history-file-status   PIC XX.
           02 ws-dictionary-file-status PIC XX.
           02 ws-prefix-file-status    PIC XX.
           02 ws-journal-file-status   PIC XX.
           02 ws-checkpoint-file-status PIC XX.

      ******************************************************************
      * These data items control the batch change journal: the
      * worker's journal base path plus '.batch', dated the same way,
      * and sequenced from the batch checkpoint (the worker's
      * checkpoint base plus '.batch') raised to the newest batch
      * file's high-water mark - the same recovery pa-initialize-
      * journal in aodbms.cbl makes, since AODBAPLY's restart skip
      * would silently drop a reissued sequence here just the same.

       01 ws-journal.
           02 ws-journal-file-name     PIC X(266).
           02 ws-journal-date          PIC 9(8).
           02 ws-journal-sequence      PIC 9(9) VALUE 0.
           02 ws-journal-last-key      PIC X(32) VALUE SPACES.
           02 ws-journal-scan-eof      PIC X VALUE 'N'.
               88 ws-journal-scan-at-eof VALUE 'Y'.
           02 ws-journal-scan-date     PIC 9(8).
           02 ws-journal-date-integer  PIC S9(9) COMP.
           02 ws-journal-scan-count    PIC 9(2).
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
      * These data items mirror the worker's prefix quota table (the
           02 ws-schema-eof            PIC X VALUE 'N'.
               88 ws-schema-at-eof     VALUE 'Y'.
           02 ws-schema-count          PIC 9(3) VALUE 0.
           02 ws-schema-reference-count PIC 9(3) VALUE 0.
           02 ws-schema-index          PIC 9(3).
           02 ws-schema-end            PIC 9(5).
           02 ws-schema-ok             PIC X.
               03 ws-dic-length        PIC 9(4).
               03 ws-dic-type          PIC X.
               03 ws-dic-required      PIC X.
               03 ws-dic-ref-prefix-len PIC 9(2).
               03 ws-dic-ref-prefix    PIC X(32).

      ******************************************************************
      * These data items hold one input record's reference check
      * against the dictionary's R lines (see DICREC): the key a
      * reference field names, and whether every one named is on
      * file - the same rule the worker refuses with status 15.

       01 ws-reference.
           02 ws-reference-ok          PIC X.
               88 ws-reference-is-ok   VALUE 'Y'.
           02 ws-reference-index       PIC 9(3).
           02 ws-reference-end         PIC 9(5).
           02 ws-reference-key         PIC X(32).

      ******************************************************************
      * These data items mirror the worker's own index configuration
      *        glance instead of blended into malformed-record noise.
           02 ws-load-schema-rejects   PIC 9(9) VALUE 0.
           02 ws-load-quota-rejects    PIC 9(9) VALUE 0.
           02 ws-load-reference-rejects PIC 9(9) VALUE 0.
           02 ws-load-journaled        PIC 9(9) VALUE 0.
           02 ws-load-versioned        PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.

                   CONTINUE
           END-ACCEPT

           MOVE '/var/lib/aodbms/history' TO ws-history-path
           ACCEPT ws-history-path
               FROM ENVIRONMENT 'AODBMS_HISTORY_PATH'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           MOVE '/var/lib/aodbms/schema.dic' TO ws-dictionary-path
           ACCEPT ws-dictionary-path
               FROM ENVIRONMENT 'AODBMS_DICT_PATH'
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

      *    Same create-empty-on-35 fallback, and the same stop on
      *    anything else as the index: a load that silently drops
      *    the images it overwrites removes the one way back from a
      *    bad feed.
       pa-initialize-history-file.
           OPEN I-O history-file
           IF ws-history-file-status IS EQUAL TO '35' THEN
               OPEN OUTPUT history-file
               CLOSE history-file
               OPEN I-O history-file
           END-IF

           IF ws-history-file-status IS NOT EQUAL TO '00' THEN
               DISPLAY 'aodbload: cannot open version history, '
                   'status ' ws-history-file-status UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *    Same absent-means-off rule as the worker: no dictionary,
      *    no validation, exactly what the pool enforces.
       pa-initialize-dictionary.
           END-IF
           .

      *    Unlike the worker, a load that cannot journal does not run
      *    at all: every record it applied would be missing from the
      *    DR site and from any restore, with nothing but a SYSERR
      *    line to say so - the same stop-don't-degrade posture as
      *    the index above.
       pa-initialize-journal.
           STRING FUNCTION TRIM(ws-checkpoint-path) DELIMITED BY SIZE,
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
                           MOVE ckpt-sequence TO ws-journal-sequence
                       END-IF
               END-READ
               CLOSE checkpoint-file
           END-IF

      *        Today's batch file first; none yet means the high-water
      *        mark sits in the newest prior day's file, walked back
      *        the same way the worker walks its own.
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
               DISPLAY 'aodbload: cannot open batch journal '
                   FUNCTION TRIM(ws-journal-file-name)
                   ', status ' ws-journal-file-status UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      ******************************************************************
      * This section loads the schema dictionary into its table, the
      * same checks and loud drops as se-dictionary-load in
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
               DISPLAY 'aodbload: bad dictionary line dropped: "'
                   dictionary-record '"' UPON SYSERR
           ELSE
                       TO ws-dic-type (ws-schema-count)
                   MOVE dic-required-flag
                       TO ws-dic-required (ws-schema-count)
                   IF dic-type-reference
                       ADD 1 TO ws-schema-reference-count
                       MOVE dic-ref-prefix-len
                           TO ws-dic-ref-prefix-len (ws-schema-count)
                       MOVE dic-ref-prefix
                           TO ws-dic-ref-prefix (ws-schema-count)
                   ELSE
                       MOVE 0 TO ws-dic-ref-prefix-len (ws-schema-count)
                       MOVE SPACES
                           TO ws-dic-ref-prefix (ws-schema-count)
                   END-IF
               ELSE
                   DISPLAY 'aodbload: schema dictionary full, line "'
                       dictionary-record '" dropped' UPON SYSERR
      *    The input record is staged into the record area (free
      *    until pa-load-apply re-reads it) and held against the
      *    schema dictionary, the same pre-write refusal the online
      *    PUT handlers make with status 10, and then its reference
      *    fields against the records they name, the status-15
      *    refusal; a mismatch of either kind goes to the reject
      *    file with the other bad records, counted on its own line.
       pa-load-schema-check.
           MOVE in-key TO db-key
           MOVE in-payload TO db-payload
           MOVE in-payload-len TO db-payload-len
           PERFORM pa-schema-validate

           MOVE 'Y' TO ws-reference-ok
           IF ws-schema-is-ok
               PERFORM pa-reference-check
           END-IF

           EVALUATE TRUE
               WHEN NOT ws-schema-is-ok
                   ADD 1 TO ws-load-schema-rejects
                   DISPLAY 'SCHEMA REJECT: '
                       FUNCTION TRIM(in-key TRAILING)
                   PERFORM pa-load-reject
               WHEN NOT ws-reference-is-ok
                   ADD 1 TO ws-load-reference-rejects
                   DISPLAY 'REFERENCE REJECT: '
                       FUNCTION TRIM(in-key TRAILING) ' names '
                       FUNCTION TRIM(ws-reference-key TRAILING)
                   PERFORM pa-load-reject
               WHEN OTHER
                   PERFORM pa-load-apply
           END-EVALUATE
           .

       pa-load-apply.
      *        The prior image's indexed field value is lifted while
      *        db-record still holds it, the same as pa-command-put
      *        in aodbms.cbl, so the index maintenance after the
      *        rewrite can take the old entry back out; the image
      *        itself is staged for the version history the same way.
           MOVE 'N' TO ws-index-old-flag
           IF ws-apply-is-existing
               PERFORM pa-index-save-old
               PERFORM pa-history-save-old
           END-IF

      *        The same create-only cap refusal as the online PUT

               IF ws-data-file-status IS EQUAL TO '00' THEN
                   PERFORM pa-index-after-put
                   PERFORM pa-journal-put
                   IF ws-apply-is-new
                       ADD 1 TO ws-load-added
                       MOVE db-key TO ws-quota-key
                       PERFORM pa-quota-created
                   ELSE
                       ADD 1 TO ws-load-replaced
                       PERFORM pa-history-put
                   END-IF
               ELSE
      *            An I/O failure against the indexed file itself
                       END-IF
                   END-IF
               WHEN 'T'
               WHEN 'R'
                   IF ws-dic-required (ws-schema-index)
                       IS EQUAL TO 'Y'
                       AND db-payload
           END-EVALUATE
           .

      ******************************************************************
      * This section holds the staged input record's reference fields
      * against the data file, the same walk as pa-reference-check-
      * put in aodbms.cbl: each R line matching the key, a non-blank
      * field within the stored length naming a record that must be
      * on file. The values are taken from the input record itself,
      * since each keyed READ overlays the record area (pa-load-apply
      * re-stages it anyway). A record referencing one earlier in the
      * same feed finds it, as that one is applied first; the reverse
      * order rejects, so a feed carries referenced prefixes first.
      * It is reached only by name, from pa-load-schema-check above.

       se-load-reference SECTION.

       pa-reference-check.
           MOVE 'Y' TO ws-reference-ok
           IF ws-schema-reference-count IS GREATER THAN 0
               MOVE 1 TO ws-reference-index
               PERFORM pa-reference-check-entry
           END-IF
           .

       pa-reference-check-entry.
           IF ws-dic-type (ws-reference-index) IS EQUAL TO 'R'
               AND in-key (1:ws-dic-prefix-len (ws-reference-index))
                   IS EQUAL TO ws-dic-prefix (ws-reference-index)
                       (1:ws-dic-prefix-len (ws-reference-index))
               PERFORM pa-reference-check-field
           END-IF

           IF ws-reference-is-ok
               AND ws-reference-index IS LESS THAN ws-schema-count
               ADD 1 TO ws-reference-index
               GO TO pa-reference-check-entry
           END-IF
           .

      *    in-payload-len is known numeric by now (pa-load-record).
       pa-reference-check-field.
           COMPUTE ws-reference-end =
               ws-dic-offset (ws-reference-index)
               + ws-dic-length (ws-reference-index) - 1
           IF ws-reference-end IS NOT GREATER THAN in-payload-len
               IF in-payload (ws-dic-offset (ws-reference-index)
                   :ws-dic-length (ws-reference-index))
                   IS NOT EQUAL TO SPACES
                   PERFORM pa-reference-check-read
               END-IF
           END-IF
           .

       pa-reference-check-read.
           MOVE SPACES TO ws-reference-key
           MOVE ws-dic-ref-prefix (ws-reference-index)
               (1:ws-dic-ref-prefix-len (ws-reference-index))
               TO ws-reference-key
                   (1:ws-dic-ref-prefix-len (ws-reference-index))
           MOVE in-payload (ws-dic-offset (ws-reference-index)
               :ws-dic-length (ws-reference-index))
               TO ws-reference-key
                   (ws-dic-ref-prefix-len (ws-reference-index) + 1
                   :ws-dic-length (ws-reference-index))
           MOVE ws-reference-key TO db-key
           READ data-file
               INVALID KEY
                   CONTINUE
           END-READ
           IF ws-data-file-status IS NOT EQUAL TO '00'
               MOVE 'N' TO ws-reference-ok
           END-IF
           .

      ******************************************************************
      * This section keeps the secondary index in step with each
      * applied record, the same discipline as the pa-index paragraphs
           STOP RUN
           .

      ******************************************************************
      * This section files a replaced record's prior image in the
      * version history, the same save-then-file shape as the
      * worker's pa-history paragraphs in aodbms.cbl: the image is
      * staged into the history record area while db-record still
      * holds it, and written only once the REWRITE has succeeded.
      * It is reached only by name, from pa-load-apply above - never
      * by PERFORMing this section as a whole. A history write that
      * fails stops the run, the same posture as the index.

       se-load-history SECTION.

       pa-history-save-old.
           MOVE db-key TO hst-record-key
           MOVE db-last-updated TO hst-last-updated
           MOVE db-payload-len TO hst-payload-len
           MOVE db-payload TO hst-payload
           MOVE db-expires TO hst-expires
           .

      *    Superseded at the load time, the moment the version
      *    actually stopped being current, as AODBPURG and AODBDCOM
      *    stamp theirs - not at the feed's own timestamp, which can
      *    be older than the version itself. Status 22 keeps the
      *    version already filed, the idempotent outcome HSTREC
      *    describes.
       pa-history-put.
           MOVE FUNCTION CURRENT-DATE TO hst-superseded
           SET hst-action-replaced TO TRUE
           MOVE 'AODBLOAD' TO hst-origin
           WRITE hst-record
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF ws-history-file-status IS NOT EQUAL TO '00'
               AND ws-history-file-status IS NOT EQUAL TO '22'
               DISPLAY 'aodbload: version history write failed, '
                   'status ' ws-history-file-status ' at key ' db-key
                   UPON SYSERR
               PERFORM se-report
               PERFORM se-finalize
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO ws-load-versioned
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
               DISPLAY 'aodbload: batch journal '
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
                   DISPLAY 'aodbload: cannot open batch journal '
                       FUNCTION TRIM(ws-journal-old-name)
                       ' for its high-water sequence, status '
                       ws-journal-old-status UPON SYSERR
               END-IF
           END-IF
           .

      *    The same month-long walk back as the worker's; past that
      *    the checkpoint sequence stands.
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
                   DISPLAY 'aodbload: batch journal '
                       FUNCTION TRIM(ws-journal-file-name)
                       ' is in an old record layout and could not '
                       'be set aside, status '
                       ws-journal-rename-status UPON SYSERR
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF

               DISPLAY 'aodbload: batch journal '
                   FUNCTION TRIM(ws-journal-file-name)
                   ' is not in the current record layout - set '
                   'aside as .old-layout, starting fresh'
                   UPON SYSERR
               MOVE ws-journal-roll-name TO ws-journal-old-name
               PERFORM pa-journal-recover-old-file
           END-IF
           .

      ******************************************************************
      * This section writes the batch journal. It is reached only by
      * name, from pa-initialize-journal and pa-load-apply above -
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

      *    Journaled only once the data file and the index have both
      *    taken the record. The image keeps the record's own
      *    db-last-updated, which may be the feed's, and jrn-written
      *    is the load time, so the DR apply's ordering guard puts
      *    the load after every worker change it overwrote here.
       pa-journal-put.
           PERFORM pa-journal-roll
           ADD 1 TO ws-journal-sequence
           MOVE ws-journal-sequence TO jrn-sequence
           SET jrn-action-put TO TRUE
           MOVE db-key TO jrn-key
           MOVE db-payload-len TO jrn-payload-len
           MOVE db-payload TO jrn-payload
           MOVE db-last-updated TO jrn-last-updated
           MOVE db-expires TO jrn-expires
           MOVE 'AODBLOAD' TO jrn-origin
           MOVE FUNCTION CURRENT-DATE TO jrn-written
           WRITE journal-record

      *        A journal that stops taking records stops the load,
      *        the same as a data-file I/O failure: the record just
      *        applied is named so it can be re-fed or re-keyed by
      *        hand at the DR site.
           IF ws-journal-file-status IS NOT EQUAL TO '00' THEN
               DISPLAY 'aodbload: batch journal write failed, status '
                   ws-journal-file-status ' - key ' db-key
                   ' was applied but is MISSING from the journal'
                   UPON SYSERR
               PERFORM se-report
               PERFORM se-finalize
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO ws-load-journaled
           MOVE db-key TO ws-journal-last-key
           .

      *    A load running across midnight rolls to the new day's file
      *    the way the worker does, so each dated file stays one
      *    closed shipping unit.
       pa-journal-roll.
           IF FUNCTION CURRENT-DATE (1:8) IS NOT EQUAL
               TO ws-journal-date
               CLOSE journal-file
               MOVE FUNCTION CURRENT-DATE (1:8) TO ws-journal-date
               PERFORM pa-journal-open
               IF ws-journal-file-status IS NOT EQUAL TO '00' THEN
                   DISPLAY 'aodbload: cannot roll batch journal to '
                       FUNCTION TRIM(ws-journal-file-name)
                       ', status ' ws-journal-file-status UPON SYSERR
                   PERFORM se-report
                   PERFORM se-finalize
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

      ******************************************************************
      * This section prints the load summary.

           DISPLAY 'Data file: ' ws-data-path
           DISPLAY 'Input file: ' ws-load-path
           DISPLAY 'Reject file: ' ws-reject-path
           DISPLAY 'Batch journal: '
               FUNCTION TRIM(ws-journal-file-name)
           DISPLAY '------------------------------------------------'
           DISPLAY 'Records read ................... ' ws-load-read
           DISPLAY 'Records added .................. ' ws-load-added
               ws-load-schema-rejects
           DISPLAY '  of which quota rejects ....... '
               ws-load-quota-rejects
           DISPLAY '  of which reference rejects ... '
               ws-load-reference-rejects
           DISPLAY 'Records journaled .............. ' ws-load-journaled
           DISPLAY 'Prior versions kept ............ ' ws-load-versioned
           DISPLAY 'Batch journal sequence ......... '
               ws-journal-sequence
           DISPLAY '================================================'
           .

           IF ws-index-is-enabled
               CLOSE index-file
           END-IF
           CLOSE history-file
           CLOSE journal-file
           .

      *    The batch checkpoint is staged and renamed into place the
      *    same way pa-command-checkpoint in aodbms.cbl writes the
      *    worker's. A checkpoint that cannot be written costs
      *    nothing the next run's high-water scan won't recover, and
      *    leaves AODBSNAP reading an older - lower, so safe -
      *    sequence, so it is reported, not fatal.
       pa-finalize-checkpoint.
           MOVE ws-journal-sequence TO ckpt-sequence
           MOVE ws-journal-last-key TO ckpt-last-key

           MOVE ws-checkpoint-stage-path TO ws-checkpoint-write-path
           OPEN OUTPUT checkpoint-file
           WRITE checkpoint-record
           CLOSE checkpoint-file

           IF ws-checkpoint-file-status IS NOT EQUAL TO '00' THEN
               DISPLAY 'aodbload: batch checkpoint write failed, '
                   'status ' ws-checkpoint-file-status UPON SYSERR
           ELSE
               CALL 'CBL_RENAME_FILE'
                   USING ws-checkpoint-stage-path,
                       ws-checkpoint-batch-path
                   GIVING ws-checkpoint-rename-status
               IF ws-checkpoint-rename-status IS NOT EQUAL TO 0
                   DISPLAY 'aodbload: batch checkpoint rename '
                       'failed, status ' ws-checkpoint-rename-status
                       UPON SYSERR
               END-IF
           END-IF

           MOVE ws-checkpoint-batch-path TO ws-checkpoint-write-path
           .
