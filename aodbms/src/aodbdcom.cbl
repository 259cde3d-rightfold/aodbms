       IDENTIFICATION DIVISION.
       PROGRAM-ID. aodbdcom.

      ******************************************************************
      * Prefix decommission: retires an application's data by removing
      * every record whose key starts with AODBMS_DCOM_PREFIX, instead
      * of waiting for expiry or pushing thousands of DELETEs through
      * the broker. The data file is opened SHARING WITH ALL OTHER, so
      * the worker pool stays up while it runs.
      *
      * Two modes, chosen by AODBMS_DCOM_MODE:
      *   DRYRUN (default)  deletes nothing: lists every key under the
      *                     prefix with its stored payload bytes, the
      *                     totals, and the confirmation string a
      *                     REMOVE run of this prefix must be given.
      *                     The data file is opened INPUT, so even a
      *                     defect here cannot touch it.
      *   REMOVE            deletes them. It runs only when
      *                     AODBMS_DCOM_CONFIRM holds the prefix, a
      *                     slash and the nine-digit key count exactly
      *                     as the dry run printed it (ORD/000012345)
      *                     and the prefix still holds that many keys,
      *                     so nothing is removed that nobody looked at
      *                     first.
      *
      * Each removal gets the same upkeep as an AODBPURG delete: the
      * record's secondary index entry goes with it (the AODBMS_INDEX_*
      * settings must match the pool's), its last image is filed in
      * the version history under origin 'AODBDCOM', the delete is
      * journaled on the batch stream so the standby follows, and the
      * key is written to a purged-keys feed in the PRGREC layout for
      * the upstreams.
      *
      * Records elsewhere that still reference keys under the prefix
      * (the R lines of the schema dictionary - see DICREC) would be
      * left orphaned, so every such record is listed, and a REMOVE
      * refuses to start while there are any: repoint or remove them
      * first, the same rule the workers and AODBPURG hold.
      *
      * Once the prefix is confirmed empty, its lines - the prefix's
      * own and any longer prefix under it - are taken out of the
      * key-prefix file (see PRFREC) and the schema dictionary, each
      * rewritten in place with the previous copy kept beside it as
      * '.old'. Workers read both at startup only; recycle the pool
      * afterwards. A record that is still there (a delete that
      * failed, or a worker that wrote under the prefix mid-run) leaves
      * both files alone and ends the run with return code 2: run it
      * again. Return code 1 when it cannot run at all.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        DYNAMIC: the prefix is reached by START and walked by
      *        READ NEXT, deleting as it goes, and each reference line
      *        is walked the same way before anything is touched.
           SELECT data-file ASSIGN TO ws-data-path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS db-key
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-data-file-status.

      *        Record sequential for the same raw-client-bytes
      *        reason as the audit log; see PRGREC.
           SELECT feed-file ASSIGN TO ws-feed-path
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-feed-file-status.

           SELECT index-file ASSIGN TO ws-index-path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ix-key
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-index-file-status.

           SELECT history-file ASSIGN TO ws-history-path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hst-key
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-history-file-status.

      *        The batch change journal stream and its checkpoint,
      *        the same files and staging AODBLOAD and AODBPURG use
      *        (see JRNREC and CKPTREC).
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

      *        The two operator-maintained files, read and rewritten
      *        as plain lines so every line this job does not retire
      *        goes back exactly as it was; the layouts are applied
      *        in working storage. The rewrite goes to retire-file.
           SELECT dictionary-file ASSIGN TO ws-dictionary-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-dictionary-file-status.

           SELECT prefix-file ASSIGN TO ws-prefix-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-prefix-file-status.

           SELECT retire-file ASSIGN TO ws-retire-new-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-retire-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  data-file.
           COPY DBREC.

       FD  feed-file.
           COPY PRGREC.

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
       01 dictionary-line              PIC X(256).

       FD  prefix-file.
       01 prefix-line                  PIC X(256).

       FD  retire-file.
       01 retire-line                  PIC X(256).

       WORKING-STORAGE SECTION.

           COPY DICREC.

           COPY PRFREC.

       01 ws-configuration.
           02 ws-data-path             PIC X(256).
           02 ws-feed-path             PIC X(256).
           02 ws-history-path          PIC X(256).
           02 ws-dictionary-path       PIC X(256).
           02 ws-prefix-path           PIC X(256).
           02 ws-prefix                PIC X(32) VALUE SPACES.
           02 ws-prefix-len            PIC 9(2).
           02 ws-mode                  PIC X(6) VALUE 'DRYRUN'.
               88 ws-mode-dryrun       VALUE 'DRYRUN'.
               88 ws-mode-remove       VALUE 'REMOVE'.
           02 ws-confirm               PIC X(64) VALUE SPACES.
           02 ws-confirm-expected      PIC X(64).

       01 ws-data-file-status          PIC XX.
       01 ws-feed-file-status          PIC XX.

       01 ws-data-eof                  PIC X VALUE 'N'.
           88 ws-data-at-eof           VALUE 'Y'.

      ******************************************************************
      * These data items hold the dictionary's reference lines that
      * can name a key under the prefix from a record outside it - the
      * only ones whose records a removal would orphan - and the state
      * of the walk over one line's records. ws-dic-line is the line's
      * number in the file, for the listing.

       01 ws-reference.
           02 ws-dictionary-file-status PIC XX.
           02 ws-schema-eof            PIC X VALUE 'N'.
               88 ws-schema-at-eof     VALUE 'Y'.
           02 ws-schema-line           PIC 9(3) VALUE 0.
           02 ws-reference-count       PIC 9(3) VALUE 0.
           02 ws-reference-index       PIC 9(3).
           02 ws-reference-end         PIC 9(5).
           02 ws-reference-key         PIC X(32).
           02 ws-reference-walk-eof    PIC X.
               88 ws-reference-walk-done VALUE 'Y'.
           02 ws-reference-entry OCCURS 100 TIMES.
               03 ws-dic-line          PIC 9(3).
               03 ws-dic-prefix-len    PIC 9(2).
               03 ws-dic-prefix        PIC X(32).
               03 ws-dic-offset        PIC 9(4).
               03 ws-dic-length        PIC 9(4).
               03 ws-dic-ref-prefix-len PIC 9(2).
               03 ws-dic-ref-prefix    PIC X(32).
               03 ws-dic-holders       PIC 9(9).

      ******************************************************************
      * These data items control the batch change journal, laid out
      * and recovered exactly as in AODBLOAD and AODBPURG. A dry run
      * deletes nothing and so never touches either file.

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
      * These data items mirror the worker's index configuration, the
      * same as AODBPURG's, plus the removed record's field value
      * saved off while db-record still holds it.

       01 ws-index.
           02 ws-index-path            PIC X(256).
           02 ws-index-file-status     PIC XX.
           02 ws-index-enabled         PIC X VALUE 'N'.
               88 ws-index-is-enabled  VALUE 'Y'.
           02 ws-index-offset-text     PIC X(4) VALUE '0000'.
           02 ws-index-length-text     PIC X(4) VALUE '0000'.
           02 ws-index-offset          PIC 9(4) VALUE 0.
           02 ws-index-length          PIC 9(4) VALUE 0.
           02 ws-index-old-value       PIC X(32).

       01 ws-history-file-status       PIC XX.

      ******************************************************************
      * These data items control the rewrite of one operator file:
      * the path it is written to and the path the previous copy is
      * kept at, and how many lines were retired from it.

       01 ws-retire.
           02 ws-prefix-file-status    PIC XX.
           02 ws-retire-file-status    PIC XX.
           02 ws-retire-new-path       PIC X(262).
           02 ws-retire-old-path       PIC X(262).
           02 ws-retire-eof            PIC X.
               88 ws-retire-at-eof     VALUE 'Y'.
           02 ws-retire-matches        PIC 9(5).
           02 ws-retire-line-flag      PIC X.
               88 ws-retire-this-line  VALUE 'Y'.
           02 ws-retire-copy-flag      PIC X.
               88 ws-retire-copy-failed VALUE 'Y'.
           02 ws-retire-rename-status  BINARY-LONG SIGNED.

      *    The record area is undefined once DELETE succeeds, so the
      *    key and expiry are saved off first.
       01 ws-removed-key               PIC X(32).
       01 ws-removed-expiry            PIC X(14).

       01 ws-dcom-totals.
           02 ws-dcom-listed           PIC 9(9) VALUE 0.
           02 ws-dcom-holders          PIC 9(9) VALUE 0.
           02 ws-dcom-removed          PIC 9(9) VALUE 0.
           02 ws-dcom-failed           PIC 9(9) VALUE 0.
           02 ws-dcom-fed              PIC 9(9) VALUE 0.
           02 ws-dcom-journaled        PIC 9(9) VALUE 0.
           02 ws-dcom-versioned        PIC 9(9) VALUE 0.
           02 ws-dcom-left             PIC 9(9) VALUE 0.
           02 ws-dcom-prefix-lines     PIC 9(5) VALUE 0.
           02 ws-dcom-dictionary-lines PIC 9(5) VALUE 0.
      *        12 digits, the same as AODBPURG's byte total.
           02 ws-dcom-payload-bytes    PIC 9(12) VALUE 0.
           02 ws-dcom-record-bytes     PIC 9(12) VALUE 0.

       PROCEDURE DIVISION.

      ******************************************************************
      * This section marks the entry point of the decommission run.
      * The references are checked and the prefix counted before a
      * REMOVE is let past its gate; nothing is deleted before then.

       se-entry SECTION.

       pa-entry.
           PERFORM se-initialize
           DISPLAY '================================================'
           IF ws-mode-dryrun
               DISPLAY 'AODBMS PREFIX DECOMMISSION DRY RUN'
           ELSE
               DISPLAY 'AODBMS PREFIX DECOMMISSION'
           END-IF
           DISPLAY '================================================'
           DISPLAY 'Data file: ' ws-data-path
           DISPLAY 'Mode ........................... ' ws-mode
           DISPLAY 'Prefix ......................... '
               ws-prefix (1:ws-prefix-len)
           IF ws-mode-remove
               DISPLAY 'Purged-keys feed: ' ws-feed-path
               DISPLAY 'Batch journal: '
                   FUNCTION TRIM(ws-journal-file-name)
               DISPLAY 'Version history: ' ws-history-path
           END-IF
           DISPLAY '------------------------------------------------'
           PERFORM se-holders
           PERFORM se-listing
           PERFORM se-gate
           IF ws-mode-remove
               PERFORM se-remove
               PERFORM se-verify
               IF ws-dcom-left IS EQUAL TO 0
                   PERFORM se-retire
               END-IF
           ELSE
               CLOSE data-file
           END-IF
           PERFORM se-report
           STOP RUN
           .

      ******************************************************************
      * This section performs initialization of global state.

       se-initialize SECTION.

       pa-initialize-configuration.
           MOVE '/var/lib/aodbms/data' TO ws-data-path
           ACCEPT ws-data-path FROM ENVIRONMENT 'AODBMS_DATA_PATH'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           ACCEPT ws-prefix FROM ENVIRONMENT 'AODBMS_DCOM_PREFIX'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ws-prefix IS EQUAL TO SPACES
               DISPLAY 'aodbdcom: AODBMS_DCOM_PREFIX is required'
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-prefix TRAILING))
               TO ws-prefix-len

           ACCEPT ws-mode FROM ENVIRONMENT 'AODBMS_DCOM_MODE'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ws-mode IS EQUAL TO SPACES
               MOVE 'DRYRUN' TO ws-mode
           END-IF
           IF NOT ws-mode-dryrun AND NOT ws-mode-remove
               DISPLAY 'aodbdcom: unknown mode "' ws-mode
                   '", expected DRYRUN or REMOVE' UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-confirm FROM ENVIRONMENT 'AODBMS_DCOM_CONFIRM'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ws-mode-remove AND ws-confirm IS EQUAL TO SPACES
               DISPLAY 'aodbdcom: REMOVE needs AODBMS_DCOM_CONFIRM, '
                   'as printed by a DRYRUN of this prefix' UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE '/var/lib/aodbms/dcom.out' TO ws-feed-path
           ACCEPT ws-feed-path
               FROM ENVIRONMENT 'AODBMS_DCOM_FEED_PATH'
               ON EXCEPTION
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
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           MOVE '/var/lib/aodbms/prefixes.cfg' TO ws-prefix-path
           ACCEPT ws-prefix-path
               FROM ENVIRONMENT 'AODBMS_PREFIX_PATH'
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
                   CONTINUE
           END-ACCEPT
           ACCEPT ws-index-length-text
               FROM ENVIRONMENT 'AODBMS_INDEX_FIELD_LENGTH'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           .

      *    The same declaration checks as AODBPURG's; a dry run
      *    deletes nothing, so the index stays off (and unopened)
      *    there regardless.
       pa-initialize-index-field.
           IF ws-mode-remove
               AND ws-index-offset-text IS NOT EQUAL TO SPACES
               AND ws-index-length-text IS NOT EQUAL TO SPACES
               IF ws-index-offset-text IS NOT NUMERIC
                   OR ws-index-length-text IS NOT NUMERIC
                   DISPLAY 'aodbdcom: indexed field offset/length '
                       'must be numeric, got "' ws-index-offset-text
                       '"/"' ws-index-length-text '"' UPON SYSERR
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE ws-index-offset-text TO ws-index-offset
                   MOVE ws-index-length-text TO ws-index-length
                   IF ws-index-offset IS GREATER THAN 0
                       AND ws-index-length IS GREATER THAN 0
                       IF ws-index-length IS GREATER THAN
                               LENGTH OF ix-value
                           OR ws-index-offset + ws-index-length - 1
                               IS GREATER THAN LENGTH OF db-payload
                           DISPLAY 'aodbdcom: indexed field '
                               ws-index-offset ':' ws-index-length
                               ' runs past the payload field'
                               UPON SYSERR
                           MOVE 1 TO RETURN-CODE
                           STOP RUN
                       ELSE
                           SET ws-index-enabled TO 'Y'
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *    No dictionary means no reference lines, and nothing can be
      *    orphaned; the retire step then has no dictionary to clear.
       pa-initialize-references.
           MOVE 'N' TO ws-schema-eof
           OPEN INPUT dictionary-file
           IF ws-dictionary-file-status IS EQUAL TO '00' THEN
               PERFORM pa-dictionary-load
               CLOSE dictionary-file
           ELSE
               DISPLAY 'aodbdcom: schema dictionary absent, status '
                   ws-dictionary-file-status
                   ' - no references to check' UPON SYSERR
           END-IF
           .

      *    A dry run must be incapable of deleting by construction,
      *    not just by code path, so it opens INPUT.
       pa-initialize-data-file.
           IF ws-mode-dryrun
               OPEN INPUT data-file
           ELSE
               OPEN I-O data-file
           END-IF

           IF ws-data-file-status IS NOT EQUAL TO '00' THEN
               DISPLAY 'aodbdcom: cannot open data file, status '
                   ws-data-file-status UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *    The write side opens the way AODBPURG's does: the index
      *    and history with the create-empty-on-35 fallback, and the
      *    journal recovered from the batch checkpoint. None of them
      *    loses anything by being opened. A failure on any of them
      *    stops the run before anything is deleted. The feed is
      *    rewritten when it is opened, so it waits for the gate (see
      *    pa-remove-start).
       pa-initialize-write-files.
           IF ws-mode-remove
               IF ws-index-is-enabled
                   OPEN I-O index-file
                   IF ws-index-file-status IS EQUAL TO '35' THEN
                       OPEN OUTPUT index-file
                       CLOSE index-file
                       OPEN I-O index-file
                   END-IF
                   IF ws-index-file-status IS NOT EQUAL TO '00' THEN
                       DISPLAY 'aodbdcom: cannot open secondary '
                           'index, status ' ws-index-file-status
                           UPON SYSERR
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF

               OPEN I-O history-file
               IF ws-history-file-status IS EQUAL TO '35' THEN
                   OPEN OUTPUT history-file
                   CLOSE history-file
                   OPEN I-O history-file
               END-IF
               IF ws-history-file-status IS NOT EQUAL TO '00' THEN
                   DISPLAY 'aodbdcom: cannot open version history, '
                       'status ' ws-history-file-status UPON SYSERR
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF

               PERFORM pa-journal-initialize
           END-IF
           .

      ******************************************************************
      * This section loads the reference lines that matter here, with
      * the same declaration checks as se-dictionary-load in
      * aodbms.cbl (bad lines are only skipped - the workers already
      * complain about them): an R line whose referenced keys can
      * fall under the prefix - its referenced prefix and ours agree
      * as far as the shorter runs - on a referencing prefix that is
      * not itself under ours. It is reached only by name, from
      * pa-initialize-references above.

       se-dictionary-load SECTION.

       pa-dictionary-load.
           READ dictionary-file
               AT END
                   SET ws-schema-at-eof TO TRUE
               NOT AT END
                   ADD 1 TO ws-schema-line
                   IF dictionary-line IS NOT EQUAL TO SPACES
                       MOVE dictionary-line TO dictionary-record
                       PERFORM pa-dictionary-load-entry
                   END-IF
           END-READ

           IF NOT ws-schema-at-eof
               GO TO pa-dictionary-load
           END-IF
           .

       pa-dictionary-load-entry.
           IF dic-prefix-len IS NUMERIC
               AND dic-field-offset IS NUMERIC
               AND dic-field-length IS NUMERIC
               AND dic-type-reference
               AND dic-ref-prefix-len IS NUMERIC
               IF dic-prefix-len IS GREATER THAN 0
                   AND dic-prefix-len IS NOT GREATER THAN
                       LENGTH OF db-key
                   AND dic-field-offset IS GREATER THAN 0
                   AND dic-field-length IS GREATER THAN 0
                   AND dic-field-offset + dic-field-length - 1
                       IS NOT GREATER THAN LENGTH OF db-payload
                   AND dic-ref-prefix-len IS GREATER THAN 0
                   AND dic-ref-prefix-len + dic-field-length
                       IS NOT GREATER THAN LENGTH OF db-key
                   PERFORM pa-dictionary-load-reference
               END-IF
           END-IF
           .

       pa-dictionary-load-reference.
           IF dic-ref-prefix-len IS LESS THAN ws-prefix-len
               MOVE dic-ref-prefix-len TO ws-reference-end
           ELSE
               MOVE ws-prefix-len TO ws-reference-end
           END-IF

           IF dic-ref-prefix (1:ws-reference-end) IS EQUAL TO
               ws-prefix (1:ws-reference-end)
               AND NOT (dic-prefix-len IS NOT LESS THAN ws-prefix-len
                   AND dic-prefix (1:ws-prefix-len) IS EQUAL TO
                       ws-prefix (1:ws-prefix-len))
               IF ws-reference-count IS LESS THAN 100
                   ADD 1 TO ws-reference-count
                   MOVE ws-schema-line
                       TO ws-dic-line (ws-reference-count)
                   MOVE dic-prefix-len
                       TO ws-dic-prefix-len (ws-reference-count)
                   MOVE dic-prefix
                       TO ws-dic-prefix (ws-reference-count)
                   MOVE dic-field-offset
                       TO ws-dic-offset (ws-reference-count)
                   MOVE dic-field-length
                       TO ws-dic-length (ws-reference-count)
                   MOVE dic-ref-prefix-len
                       TO ws-dic-ref-prefix-len (ws-reference-count)
                   MOVE dic-ref-prefix
                       TO ws-dic-ref-prefix (ws-reference-count)
                   MOVE 0 TO ws-dic-holders (ws-reference-count)
               ELSE
                   DISPLAY 'aodbdcom: reference table full, line '
                       ws-schema-line ' dropped' UPON SYSERR
               END-IF
           END-IF
           .

      ******************************************************************
      * This section walks the records of each loaded reference line
      * and lists every one naming a key under the prefix - the
      * records a removal would orphan.

       se-holders SECTION.

       pa-holders.
           IF ws-reference-count IS GREATER THAN 0
               MOVE 1 TO ws-reference-index
               PERFORM pa-holders-line
           END-IF
           .

      ******************************************************************
      * This section walks one reference line's records. It is reached
      * only by name, from pa-holders above - never by PERFORMing this
      * section as a whole.

       se-holders-walk SECTION.

       pa-holders-line.
           MOVE 'N' TO ws-reference-walk-eof
           MOVE LOW-VALUES TO db-key
           MOVE ws-dic-prefix (ws-reference-index)
               (1:ws-dic-prefix-len (ws-reference-index))
               TO db-key (1:ws-dic-prefix-len (ws-reference-index))
           START data-file KEY IS NOT LESS THAN db-key
               INVALID KEY
                   SET ws-reference-walk-done TO TRUE
           END-START

           IF NOT ws-reference-walk-done
               PERFORM pa-holders-walk
           END-IF

           ADD 1 TO ws-reference-index
           IF ws-reference-index IS NOT GREATER THAN ws-reference-count
               GO TO pa-holders-line
           END-IF
           .

      *    A read failure other than the end of the file counts as a
      *    holder: a removal that cannot prove nothing names the
      *    prefix does not run, the same rule as AODBPURG's.
       pa-holders-walk.
           READ data-file NEXT RECORD
               AT END
                   SET ws-reference-walk-done TO TRUE
           END-READ

           IF NOT ws-reference-walk-done
               IF ws-data-file-status IS NOT EQUAL TO '00'
                   ADD 1 TO ws-dic-holders (ws-reference-index)
                   ADD 1 TO ws-dcom-holders
                   DISPLAY 'aodbdcom: read failed, status '
                       ws-data-file-status ' walking dictionary line '
                       ws-dic-line (ws-reference-index) UPON SYSERR
                   SET ws-reference-walk-done TO TRUE
               ELSE
                   IF db-key (1:ws-dic-prefix-len (ws-reference-index))
                       IS NOT EQUAL TO
                           ws-dic-prefix (ws-reference-index)
                           (1:ws-dic-prefix-len (ws-reference-index))
                       SET ws-reference-walk-done TO TRUE
                   ELSE
                       PERFORM pa-holders-match
                   END-IF
               END-IF
           END-IF

           IF NOT ws-reference-walk-done
               GO TO pa-holders-walk
           END-IF
           .

      *    A record under the prefix itself goes in the same removal,
      *    so it holds nothing up, even on a shorter referencing
      *    prefix that walks through it.
       pa-holders-match.
           IF db-key (1:ws-prefix-len) IS NOT EQUAL TO
               ws-prefix (1:ws-prefix-len)
               AND db-payload-len IS NUMERIC
               COMPUTE ws-reference-end =
                   ws-dic-offset (ws-reference-index)
                   + ws-dic-length (ws-reference-index) - 1
               IF ws-reference-end IS NOT GREATER THAN db-payload-len
                   AND db-payload (ws-dic-offset (ws-reference-index)
                       :ws-dic-length (ws-reference-index))
                       IS NOT EQUAL TO SPACES
                   MOVE SPACES TO ws-reference-key
                   MOVE ws-dic-ref-prefix (ws-reference-index)
                       (1:ws-dic-ref-prefix-len (ws-reference-index))
                       TO ws-reference-key
                   MOVE db-payload (ws-dic-offset (ws-reference-index)
                       :ws-dic-length (ws-reference-index))
                       TO ws-reference-key
                       (ws-dic-ref-prefix-len (ws-reference-index) + 1
                       :ws-dic-length (ws-reference-index))
                   IF ws-reference-key (1:ws-prefix-len) IS EQUAL TO
                       ws-prefix (1:ws-prefix-len)
                       ADD 1 TO ws-dic-holders (ws-reference-index)
                       ADD 1 TO ws-dcom-holders
                       DISPLAY 'STILL REFERENCED: '
                           FUNCTION TRIM(ws-reference-key TRAILING)
                           ' named by '
                           FUNCTION TRIM(db-key TRAILING)
                           ' (dictionary line '
                           ws-dic-line (ws-reference-index) ')'
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * This section counts the prefix's keys and bytes - the dry-run
      * listing, one line per key in a dry run, and the count a REMOVE
      * checks its confirmation against.

       se-listing SECTION.

       pa-listing-start.
           MOVE 'N' TO ws-data-eof
           PERFORM pa-prefix-start
           .

       pa-listing-loop.
           IF NOT ws-data-at-eof
               READ data-file NEXT RECORD
                   AT END
                       SET ws-data-at-eof TO TRUE
                   NOT AT END
                       IF db-key (1:ws-prefix-len) IS NOT EQUAL TO
                           ws-prefix (1:ws-prefix-len)
                           SET ws-data-at-eof TO TRUE
                       ELSE
                           PERFORM pa-listing-record
                       END-IF
               END-READ
           END-IF

           IF NOT ws-data-at-eof
               GO TO pa-listing-loop
           END-IF

           STRING ws-prefix (1:ws-prefix-len) DELIMITED BY SIZE,
                   '/' DELIMITED BY SIZE,
                   ws-dcom-listed DELIMITED BY SIZE
               INTO ws-confirm-expected
           .

      ******************************************************************
      * This section positions the data file at the prefix padded with
      * low values and counts one listed record. It is reached only by
      * name - never by PERFORMing this section as a whole.

       se-prefix SECTION.

       pa-prefix-start.
           MOVE LOW-VALUES TO db-key
           MOVE ws-prefix (1:ws-prefix-len)
               TO db-key (1:ws-prefix-len)
           START data-file KEY IS NOT LESS THAN db-key
               INVALID KEY
                   SET ws-data-at-eof TO TRUE
           END-START
           .

       pa-listing-record.
           ADD 1 TO ws-dcom-listed
           ADD LENGTH OF db-record TO ws-dcom-record-bytes
           IF db-payload-len IS NUMERIC
               ADD db-payload-len TO ws-dcom-payload-bytes
           END-IF
           IF ws-mode-dryrun
               DISPLAY 'KEY ' FUNCTION TRIM(db-key TRAILING)
                   ' payload bytes ' db-payload-len
           END-IF
           .

      ******************************************************************
      * This section is the REMOVE gate: nothing is deleted while a
      * record elsewhere still names a key under the prefix, or unless
      * the confirmation matches the prefix and its key count as
      * counted just now. A dry run deletes nothing and passes.

       se-gate SECTION.

       pa-gate.
           IF ws-mode-remove
               IF ws-dcom-holders IS GREATER THAN 0
                   DISPLAY 'aodbdcom: ' ws-dcom-holders
                       ' records elsewhere still reference the prefix,'
                       ' nothing removed' UPON SYSERR
                   CLOSE journal-file
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF ws-confirm IS NOT EQUAL TO ws-confirm-expected
                   DISPLAY 'aodbdcom: confirmation "'
                       FUNCTION TRIM(ws-confirm TRAILING)
                       '" does not match "'
                       FUNCTION TRIM(ws-confirm-expected TRAILING)
                       '" - run DRYRUN again, nothing removed'
                       UPON SYSERR
                   CLOSE journal-file
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

      ******************************************************************
      * This section removes every record under the prefix, walking it
      * from its first key and deleting as it goes.

       se-remove SECTION.

      *    Opened only once the gate has passed, so a refused REMOVE
      *    leaves the previous run's feed as it was. Past the gate the
      *    feed is always rewritten - an empty feed means nothing went.
       pa-remove-start.
           OPEN OUTPUT feed-file
           IF ws-feed-file-status IS NOT EQUAL TO '00' THEN
               DISPLAY 'aodbdcom: cannot open purged-keys feed, '
                   'status ' ws-feed-file-status ', nothing removed'
                   UPON SYSERR
               CLOSE journal-file
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO ws-data-eof
           PERFORM pa-prefix-start
           .

       pa-remove-loop.
           IF NOT ws-data-at-eof
               READ data-file NEXT RECORD
                   AT END
                       SET ws-data-at-eof TO TRUE
                   NOT AT END
                       IF db-key (1:ws-prefix-len) IS NOT EQUAL TO
                           ws-prefix (1:ws-prefix-len)
                           SET ws-data-at-eof TO TRUE
                       ELSE
                           PERFORM pa-remove-record
                       END-IF
               END-READ
           END-IF

           IF NOT ws-data-at-eof
               GO TO pa-remove-loop
           END-IF

           CLOSE feed-file
           PERFORM pa-journal-close
           CLOSE history-file
           IF ws-index-is-enabled
               CLOSE index-file
           END-IF
           .

      ******************************************************************
      * This section removes one record with AODBPURG's upkeep. It is
      * reached only by name, from pa-remove-loop above - never by
      * PERFORMing this section as a whole.

       se-remove-record SECTION.

      *    The indexed field value and the history image are staged
      *    while db-record still holds them, the same discipline as
      *    AODBPURG's pa-purge-delete-verified.
       pa-remove-record.
           MOVE db-key TO ws-removed-key
           MOVE db-expires TO ws-removed-expiry
           IF ws-index-is-enabled
               MOVE db-payload (ws-index-offset:ws-index-length)
                   TO ws-index-old-value
           END-IF
           MOVE db-key TO hst-record-key
           MOVE db-last-updated TO hst-last-updated
           MOVE db-payload-len TO hst-payload-len
           MOVE db-payload TO hst-payload
           MOVE db-expires TO hst-expires

           DELETE data-file RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE

           IF ws-data-file-status IS EQUAL TO '00' THEN
               ADD 1 TO ws-dcom-removed
               PERFORM pa-index-remove
               PERFORM pa-journal-delete
               PERFORM pa-history-delete
               DISPLAY 'REMOVED: '
                   FUNCTION TRIM(ws-removed-key TRAILING)
               PERFORM pa-remove-feed
           ELSE
      *        A failed delete (a worker may have deleted the record
      *        first) is reported and the walk moves on; the verify
      *        pass then says whether anything is left.
               ADD 1 TO ws-dcom-failed
               DISPLAY 'aodbdcom: delete failed, status '
                   ws-data-file-status ' at key '
                   FUNCTION TRIM(ws-removed-key TRAILING) UPON SYSERR
           END-IF
           .

      *    pg-expired carries the record's own expiry, spaces for a
      *    record that had none. A feed that stops being writable
      *    stops the run with the removed-but-unfed key named, as in
      *    AODBPURG.
       pa-remove-feed.
           MOVE ws-removed-key TO pg-key
           MOVE ws-removed-expiry TO pg-expired
           WRITE purged-record

           IF ws-feed-file-status IS EQUAL TO '00' THEN
               ADD 1 TO ws-dcom-fed
           ELSE
               DISPLAY 'aodbdcom: purged-keys feed write failed, '
                   'status ' ws-feed-file-status ' - key '
                   FUNCTION TRIM(ws-removed-key TRAILING)
                   ' was removed but is MISSING from the feed'
                   UPON SYSERR
               PERFORM se-report
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *    Status 23 is the idempotent outcome, as in AODBPURG.
       pa-index-remove.
           IF ws-index-is-enabled
               MOVE ws-index-old-value TO ix-value
               MOVE ws-removed-key TO ix-record-key
               DELETE index-file RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE

               IF ws-index-file-status IS NOT EQUAL TO '00'
                   AND ws-index-file-status IS NOT EQUAL TO '23'
                   DISPLAY 'aodbdcom: secondary index I/O failed, '
                       'status ' ws-index-file-status ' at key '
                       FUNCTION TRIM(ws-removed-key TRAILING)
                       UPON SYSERR
                   PERFORM se-report
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

      *    Status 22 is the idempotent outcome HSTREC describes.
       pa-history-delete.
           MOVE FUNCTION CURRENT-DATE TO hst-superseded
           SET hst-action-deleted TO TRUE
           MOVE 'AODBDCOM' TO hst-origin
           WRITE hst-record
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF ws-history-file-status IS NOT EQUAL TO '00'
               AND ws-history-file-status IS NOT EQUAL TO '22'
               DISPLAY 'aodbdcom: version history write failed, '
                   'status ' ws-history-file-status ' at key '
                   FUNCTION TRIM(ws-removed-key TRAILING)
                   UPON SYSERR
               PERFORM se-report
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO ws-dcom-versioned
           .

      ******************************************************************
      * This section counts whatever is still under the prefix after
      * the removal: anything at all leaves the operator files alone.

       se-verify SECTION.

       pa-verify-start.
           MOVE 'N' TO ws-data-eof
           PERFORM pa-prefix-start
           .

       pa-verify-loop.
           IF NOT ws-data-at-eof
               READ data-file NEXT RECORD
                   AT END
                       SET ws-data-at-eof TO TRUE
                   NOT AT END
                       IF db-key (1:ws-prefix-len) IS NOT EQUAL TO
                           ws-prefix (1:ws-prefix-len)
                           SET ws-data-at-eof TO TRUE
                       ELSE
                           ADD 1 TO ws-dcom-left
                           DISPLAY 'STILL ON FILE: '
                               FUNCTION TRIM(db-key TRAILING)
                       END-IF
               END-READ
           END-IF

           IF NOT ws-data-at-eof
               GO TO pa-verify-loop
           END-IF

           CLOSE data-file
           IF ws-dcom-left IS GREATER THAN 0
               DISPLAY 'aodbdcom: ' ws-dcom-left ' records still under '
                   'the prefix, key-prefix file and dictionary left '
                   'as they were - run again' UPON SYSERR
               MOVE 2 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
      * This section takes the prefix's lines out of the key-prefix
      * file and the schema dictionary - a line for the prefix itself
      * or for any longer prefix under it. Each file is read once to
      * count its lines to retire and, only when there are some,
      * copied without them to '<file>.new', the original renamed to
      * '<file>.old' and the copy renamed into its place. An absent
      * file has nothing to retire. A copy that cannot be opened or
      * written in full is never renamed in - the live file is left
      * as it was - and a rename that fails leaves both copies for
      * the operator; either is reported with return code 2.

       se-retire SECTION.

       pa-retire-prefix-file.
           MOVE 0 TO ws-retire-matches
           MOVE 'N' TO ws-retire-eof
           OPEN INPUT prefix-file
           IF ws-prefix-file-status IS EQUAL TO '00' THEN
               PERFORM pa-retire-prefix-count
               CLOSE prefix-file
           ELSE
               DISPLAY 'NOTE no key-prefix file (status '
                   ws-prefix-file-status '), nothing to retire there'
           END-IF

           IF ws-retire-matches IS GREATER THAN 0
               STRING FUNCTION TRIM(ws-prefix-path) DELIMITED BY SIZE,
                       '.new' DELIMITED BY SIZE
                   INTO ws-retire-new-path
               STRING FUNCTION TRIM(ws-prefix-path) DELIMITED BY SIZE,
                       '.old' DELIMITED BY SIZE
                   INTO ws-retire-old-path
               MOVE 'N' TO ws-retire-eof
               MOVE 'N' TO ws-retire-copy-flag
               OPEN INPUT prefix-file
               IF ws-prefix-file-status IS NOT EQUAL TO '00'
                   DISPLAY 'aodbdcom: cannot reopen '
                       FUNCTION TRIM(ws-prefix-path) ', status '
                       ws-prefix-file-status UPON SYSERR
                   SET ws-retire-copy-failed TO TRUE
               ELSE
                   OPEN OUTPUT retire-file
                   IF ws-retire-file-status IS NOT EQUAL TO '00'
                       DISPLAY 'aodbdcom: cannot open '
                           FUNCTION TRIM(ws-retire-new-path)
                           ', status ' ws-retire-file-status
                           UPON SYSERR
                       SET ws-retire-copy-failed TO TRUE
                   ELSE
                       PERFORM pa-retire-prefix-copy
                       CLOSE retire-file
                       IF ws-retire-file-status IS NOT EQUAL TO '00'
                           AND NOT ws-retire-copy-failed
                           DISPLAY 'aodbdcom: cannot write '
                               FUNCTION TRIM(ws-retire-new-path)
                               ', status ' ws-retire-file-status
                               UPON SYSERR
                           SET ws-retire-copy-failed TO TRUE
                       END-IF
                   END-IF
                   CLOSE prefix-file
               END-IF
               IF ws-retire-copy-failed
                   DISPLAY 'aodbdcom: '
                       FUNCTION TRIM(ws-prefix-path)
                       ' left as it was' UPON SYSERR
                   MOVE 2 TO RETURN-CODE
               ELSE
                   PERFORM pa-retire-prefix-rename
               END-IF
           END-IF
           .

       pa-retire-dictionary-file.
           MOVE 0 TO ws-retire-matches
           MOVE 'N' TO ws-retire-eof
           OPEN INPUT dictionary-file
           IF ws-dictionary-file-status IS EQUAL TO '00' THEN
               PERFORM pa-retire-dictionary-count
               CLOSE dictionary-file
           ELSE
               DISPLAY 'NOTE no schema dictionary (status '
                   ws-dictionary-file-status
                   '), nothing to retire there'
           END-IF

           IF ws-retire-matches IS GREATER THAN 0
               STRING FUNCTION TRIM(ws-dictionary-path)
                       DELIMITED BY SIZE,
                       '.new' DELIMITED BY SIZE
                   INTO ws-retire-new-path
               STRING FUNCTION TRIM(ws-dictionary-path)
                       DELIMITED BY SIZE,
                       '.old' DELIMITED BY SIZE
                   INTO ws-retire-old-path
               MOVE 'N' TO ws-retire-eof
               MOVE 'N' TO ws-retire-copy-flag
               OPEN INPUT dictionary-file
               IF ws-dictionary-file-status IS NOT EQUAL TO '00'
                   DISPLAY 'aodbdcom: cannot reopen '
                       FUNCTION TRIM(ws-dictionary-path) ', status '
                       ws-dictionary-file-status UPON SYSERR
                   SET ws-retire-copy-failed TO TRUE
               ELSE
                   OPEN OUTPUT retire-file
                   IF ws-retire-file-status IS NOT EQUAL TO '00'
                       DISPLAY 'aodbdcom: cannot open '
                           FUNCTION TRIM(ws-retire-new-path)
                           ', status ' ws-retire-file-status
                           UPON SYSERR
                       SET ws-retire-copy-failed TO TRUE
                   ELSE
                       PERFORM pa-retire-dictionary-copy
                       CLOSE retire-file
                       IF ws-retire-file-status IS NOT EQUAL TO '00'
                           AND NOT ws-retire-copy-failed
                           DISPLAY 'aodbdcom: cannot write '
                               FUNCTION TRIM(ws-retire-new-path)
                               ', status ' ws-retire-file-status
                               UPON SYSERR
                           SET ws-retire-copy-failed TO TRUE
                       END-IF
                   END-IF
                   CLOSE dictionary-file
               END-IF
               IF ws-retire-copy-failed
                   DISPLAY 'aodbdcom: '
                       FUNCTION TRIM(ws-dictionary-path)
                       ' left as it was' UPON SYSERR
                   MOVE 2 TO RETURN-CODE
               ELSE
                   PERFORM pa-retire-dictionary-rename
               END-IF
           END-IF

      *        A reference line elsewhere that named the prefix is
      *        left in place - it had no records naming anything
      *        here, or the gate would have stopped the run - but it
      *        now names a prefix with no keys, so say so.
           IF ws-reference-count IS GREATER THAN 0
               MOVE 1 TO ws-reference-index
               PERFORM pa-retire-reference-note
           END-IF
           .

      ******************************************************************
      * This section holds the retire step's file walks. It is reached
      * only by name, from se-retire above - never by PERFORMing this
      * section as a whole.

       se-retire-walk SECTION.

       pa-retire-prefix-count.
           READ prefix-file
               AT END
                   SET ws-retire-at-eof TO TRUE
               NOT AT END
                   MOVE prefix-line TO prefix-record
                   IF prf-prefix-len IS NUMERIC
                       IF prf-prefix-len IS NOT LESS THAN ws-prefix-len
                           AND prf-prefix (1:ws-prefix-len) IS EQUAL TO
                               ws-prefix (1:ws-prefix-len)
                           ADD 1 TO ws-retire-matches
                       END-IF
                   END-IF
           END-READ

           IF NOT ws-retire-at-eof
               GO TO pa-retire-prefix-count
           END-IF
           .

       pa-retire-prefix-copy.
           READ prefix-file
               AT END
                   SET ws-retire-at-eof TO TRUE
               NOT AT END
                   MOVE prefix-line TO prefix-record
                   MOVE 'N' TO ws-retire-line-flag
                   IF prf-prefix-len IS NUMERIC
                       IF prf-prefix-len IS NOT LESS THAN ws-prefix-len
                           AND prf-prefix (1:ws-prefix-len) IS EQUAL TO
                               ws-prefix (1:ws-prefix-len)
                           SET ws-retire-this-line TO TRUE
                       END-IF
                   END-IF
                   IF ws-retire-this-line
                       ADD 1 TO ws-dcom-prefix-lines
                       DISPLAY 'PREFIX LINE RETIRED: "'
                           FUNCTION TRIM(prefix-line TRAILING) '"'
                   ELSE
                       MOVE prefix-line TO retire-line
                       WRITE retire-line
      *                A line lost here would drop another prefix's
      *                entry from the live file once renamed in, so
      *                the walk stops and the copy is not used.
                       IF ws-retire-file-status IS NOT EQUAL TO '00'
                           DISPLAY 'aodbdcom: write to '
                               FUNCTION TRIM(ws-retire-new-path)
                               ' failed, status '
                               ws-retire-file-status UPON SYSERR
                           SET ws-retire-copy-failed TO TRUE
                           SET ws-retire-at-eof TO TRUE
                       END-IF
                   END-IF
           END-READ

           IF NOT ws-retire-at-eof
               GO TO pa-retire-prefix-copy
           END-IF
           .

       pa-retire-prefix-rename.
           CALL 'CBL_RENAME_FILE'
               USING ws-prefix-path, ws-retire-old-path
               GIVING ws-retire-rename-status
           IF ws-retire-rename-status IS EQUAL TO 0
               CALL 'CBL_RENAME_FILE'
                   USING ws-retire-new-path, ws-prefix-path
                   GIVING ws-retire-rename-status
           END-IF
           IF ws-retire-rename-status IS NOT EQUAL TO 0
               DISPLAY 'aodbdcom: key-prefix file rename failed, '
                   'status ' ws-retire-rename-status ' - put '
                   FUNCTION TRIM(ws-retire-new-path)
                   ' in place by hand' UPON SYSERR
               MOVE 2 TO RETURN-CODE
           END-IF
           .

       pa-retire-dictionary-count.
           READ dictionary-file
               AT END
                   SET ws-retire-at-eof TO TRUE
               NOT AT END
                   MOVE dictionary-line TO dictionary-record
                   IF dic-prefix-len IS NUMERIC
                       IF dic-prefix-len IS NOT LESS THAN ws-prefix-len
                           AND dic-prefix (1:ws-prefix-len) IS EQUAL TO
                               ws-prefix (1:ws-prefix-len)
                           ADD 1 TO ws-retire-matches
                       END-IF
                   END-IF
           END-READ

           IF NOT ws-retire-at-eof
               GO TO pa-retire-dictionary-count
           END-IF
           .

       pa-retire-dictionary-copy.
           READ dictionary-file
               AT END
                   SET ws-retire-at-eof TO TRUE
               NOT AT END
                   MOVE dictionary-line TO dictionary-record
                   MOVE 'N' TO ws-retire-line-flag
                   IF dic-prefix-len IS NUMERIC
                       IF dic-prefix-len IS NOT LESS THAN ws-prefix-len
                           AND dic-prefix (1:ws-prefix-len) IS EQUAL TO
                               ws-prefix (1:ws-prefix-len)
                           SET ws-retire-this-line TO TRUE
                       END-IF
                   END-IF
                   IF ws-retire-this-line
                       ADD 1 TO ws-dcom-dictionary-lines
                       DISPLAY 'DICTIONARY LINE RETIRED: "'
                           FUNCTION TRIM(dictionary-line TRAILING) '"'
                   ELSE
                       MOVE dictionary-line TO retire-line
                       WRITE retire-line
      *                A line lost here would drop another prefix's
      *                entry from the live file once renamed in, so
      *                the walk stops and the copy is not used.
                       IF ws-retire-file-status IS NOT EQUAL TO '00'
                           DISPLAY 'aodbdcom: write to '
                               FUNCTION TRIM(ws-retire-new-path)
                               ' failed, status '
                               ws-retire-file-status UPON SYSERR
                           SET ws-retire-copy-failed TO TRUE
                           SET ws-retire-at-eof TO TRUE
                       END-IF
                   END-IF
           END-READ

           IF NOT ws-retire-at-eof
               GO TO pa-retire-dictionary-copy
           END-IF
           .

       pa-retire-dictionary-rename.
           CALL 'CBL_RENAME_FILE'
               USING ws-dictionary-path, ws-retire-old-path
               GIVING ws-retire-rename-status
           IF ws-retire-rename-status IS EQUAL TO 0
               CALL 'CBL_RENAME_FILE'
                   USING ws-retire-new-path, ws-dictionary-path
                   GIVING ws-retire-rename-status
           END-IF
           IF ws-retire-rename-status IS NOT EQUAL TO 0
               DISPLAY 'aodbdcom: schema dictionary rename failed, '
                   'status ' ws-retire-rename-status ' - put '
                   FUNCTION TRIM(ws-retire-new-path)
                   ' in place by hand' UPON SYSERR
               MOVE 2 TO RETURN-CODE
           END-IF
           .

       pa-retire-reference-note.
           DISPLAY 'NOTE dictionary line '
               ws-dic-line (ws-reference-index) ' ('
               ws-dic-prefix (ws-reference-index)
                   (1:ws-dic-prefix-len (ws-reference-index))
               ') still names '
               ws-dic-ref-prefix (ws-reference-index)
                   (1:ws-dic-ref-prefix-len (ws-reference-index))
               ' - remove it once no feed writes that field'

           ADD 1 TO ws-reference-index
           IF ws-reference-index IS NOT GREATER THAN ws-reference-count
               GO TO pa-retire-reference-note
           END-IF
           .

      ******************************************************************
      * This section recovers and opens the batch journal, the same
      * checkpoint-then-high-water recovery as AODBPURG's
      * pa-initialize-journal, and the same refusal to run without a
      * journal. It is reached only by name, from
      * pa-initialize-write-files above.

       se-journal-initialize SECTION.

       pa-journal-initialize.
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
                           MOVE ckpt-sequence TO ws-journal-sequence
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
               DISPLAY 'aodbdcom: cannot open batch journal '
                   FUNCTION TRIM(ws-journal-file-name)
                   ', status ' ws-journal-file-status UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      ******************************************************************
      * This section reads a batch journal file to end of file and
      * raises ws-journal-sequence to the highest sequence already
      * written, the same scan as se-journal-recover in aodbpurg.cbl,
      * reading a pre-widening file at its own record length (see
      * JRNOLD). It is reached only by name - never by PERFORMing this
      * section as a whole.

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
               DISPLAY 'aodbdcom: batch journal '
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
                   DISPLAY 'aodbdcom: cannot open batch journal '
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
                   DISPLAY 'aodbdcom: batch journal '
                       FUNCTION TRIM(ws-journal-file-name)
                       ' is in an old record layout and could not '
                       'be set aside, status '
                       ws-journal-rename-status UPON SYSERR
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF

               DISPLAY 'aodbdcom: batch journal '
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
      * removal, the batch checkpoint. It is reached only by name -
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

      *    Journaled in the same shape as a worker's delete: no
      *    payload, stamped with the moment of deletion.
       pa-journal-delete.
           PERFORM pa-journal-roll
           ADD 1 TO ws-journal-sequence
           MOVE ws-journal-sequence TO jrn-sequence
           SET jrn-action-delete TO TRUE
           MOVE ws-removed-key TO jrn-key
           MOVE 0 TO jrn-payload-len
           MOVE SPACES TO jrn-payload
           MOVE FUNCTION CURRENT-DATE TO jrn-last-updated
           MOVE SPACES TO jrn-expires
           MOVE 'AODBDCOM' TO jrn-origin
           MOVE jrn-last-updated TO jrn-written
           WRITE journal-record

           IF ws-journal-file-status IS NOT EQUAL TO '00' THEN
               DISPLAY 'aodbdcom: batch journal write failed, '
                   'status ' ws-journal-file-status ' - key '
                   FUNCTION TRIM(ws-removed-key TRAILING)
                   ' was removed but is MISSING from the journal'
                   UPON SYSERR
               PERFORM se-report
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO ws-dcom-journaled
           MOVE ws-removed-key TO ws-journal-last-key
           .

       pa-journal-roll.
           IF FUNCTION CURRENT-DATE (1:8) IS NOT EQUAL
               TO ws-journal-date
               CLOSE journal-file
               MOVE FUNCTION CURRENT-DATE (1:8) TO ws-journal-date
               PERFORM pa-journal-open
               IF ws-journal-file-status IS NOT EQUAL TO '00' THEN
                   DISPLAY 'aodbdcom: cannot roll batch journal to '
                       FUNCTION TRIM(ws-journal-file-name)
                       ', status ' ws-journal-file-status UPON SYSERR
                   PERFORM se-report
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

      *    Staged and renamed into place the way AODBPURG writes it;
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
               DISPLAY 'aodbdcom: batch checkpoint write failed, '
                   'status ' ws-checkpoint-file-status UPON SYSERR
           ELSE
               CALL 'CBL_RENAME_FILE'
                   USING ws-checkpoint-stage-path,
                       ws-checkpoint-batch-path
                   GIVING ws-checkpoint-rename-status
               IF ws-checkpoint-rename-status IS NOT EQUAL TO 0
                   DISPLAY 'aodbdcom: batch checkpoint rename '
                       'failed, status ' ws-checkpoint-rename-status
                       UPON SYSERR
               END-IF
           END-IF

           MOVE ws-checkpoint-batch-path TO ws-checkpoint-write-path
           .

      ******************************************************************
      * This section prints the totals: for a dry run, the
      * confirmation a REMOVE of this prefix must be given.

       se-report SECTION.

       pa-report-print.
           DISPLAY '------------------------------------------------'
           DISPLAY 'Keys under prefix .............. ' ws-dcom-listed
           DISPLAY 'Payload bytes .................. '
               ws-dcom-payload-bytes
           DISPLAY 'Record bytes ................... '
               ws-dcom-record-bytes
           DISPLAY 'Referencing records elsewhere .. ' ws-dcom-holders
           IF ws-mode-dryrun
               DISPLAY 'Confirmation for REMOVE ........ '
                   FUNCTION TRIM(ws-confirm-expected TRAILING)
           ELSE
               DISPLAY 'Records removed ................ '
                   ws-dcom-removed
               DISPLAY 'Deletes failed ................. '
                   ws-dcom-failed
               DISPLAY 'Feed records written ........... '
                   ws-dcom-fed
               DISPLAY 'Deletes journaled .............. '
                   ws-dcom-journaled
               DISPLAY 'Prior versions kept ............ '
                   ws-dcom-versioned
               DISPLAY 'Batch journal sequence ......... '
                   ws-journal-sequence
               DISPLAY 'Records left under prefix ...... '
                   ws-dcom-left
               DISPLAY 'Key-prefix lines retired ....... '
                   ws-dcom-prefix-lines
               DISPLAY 'Dictionary lines retired ....... '
                   ws-dcom-dictionary-lines
           END-IF
           DISPLAY '================================================'
           .
