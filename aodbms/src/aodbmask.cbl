       IDENTIFICATION DIVISION.
       PROGRAM-ID. aodbmask.

      ******************************************************************
      * Masked copy of an AODBSNAP snapshot for the test region. Reads
      * the snapshot in key order and writes every record to a fresh
      * indexed file with its sensitive payload fields scrambled -
      * the fields the schema dictionary (see DICREC) flags with
      * dic-mask-flag Y for the record's prefix - so test and QA get
      * realistic data without real customer names and account
      * numbers leaving production. A matching secondary index (see
      * IDXREC) is rebuilt from the masked payloads as the copy is
      * written, so lookups in the test region find the masked
      * values.
      *
      * The scramble is keyed by AODBMS_MASK_SEED and is the same
      * every time for the same seed: one input value always becomes
      * the same output, whichever record or field it sits in, so
      * secondary-index lookups and cross-record references still
      * line up. It keeps the shape of the value - a digit becomes a
      * digit and a letter a letter of the same case, while spaces
      * and punctuation stay where they are - so N fields stay
      * numeric and padding stays padding. Each letter or digit's
      * replacement also depends on every other letter and digit in
      * the value, so neighbouring account numbers do not come out
      * neighbours, and the mapping is one-to-one, so two different
      * values can never collide into one. A D field keeps its year
      * and gets a month and day worked out from the whole date, so
      * it stays a valid YYYYMMDD the schema checks accept.
      *
      * A flagged R line also scrambles, under the prefix it names,
      * the key bytes its field holds - the rest of the key after the
      * prefix, for the field's length - so the masked reference
      * still names the masked record. Every other R line naming that
      * prefix is masked along with it (the report says so), and all
      * of them must share one field length; a dictionary that
      * disagrees stops the run.
      *
      * The seed is required: a masked copy anyone can unscramble
      * with the default is no mask at all. So is at least one
      * flagged line - a "masked" copy with nothing masked is a
      * straight production copy. Return code 1 when the copy cannot
      * run or a write fails (the partial copy must not be used).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT snapshot-file ASSIGN TO ws-snapshot-path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS db-key
               FILE STATUS IS ws-snapshot-file-status.

      *        DYNAMIC, not SEQUENTIAL: a record whose key is masked
      *        lands out of the snapshot's key order, and the fresh
      *        file's own index puts it right.
           SELECT masked-file ASSIGN TO ws-masked-path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mk-key
               FILE STATUS IS ws-masked-file-status.

           SELECT index-build-file ASSIGN TO ws-index-build-path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS bx-key
               FILE STATUS IS ws-index-build-status.

           SELECT dictionary-file ASSIGN TO ws-dictionary-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-dictionary-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  snapshot-file.
           COPY DBREC.

       FD  masked-file.
           COPY DBREC REPLACING LEADING ==db== BY ==mk==.

       FD  index-build-file.
           COPY IDXREC REPLACING LEADING ==ix== BY ==bx==.

       FD  dictionary-file.
           COPY DICREC.

       WORKING-STORAGE SECTION.

       01 ws-configuration.
           02 ws-snapshot-path         PIC X(256).
           02 ws-masked-path           PIC X(256).
           02 ws-index-build-path      PIC X(256).
           02 ws-dictionary-path       PIC X(256).

       01 ws-file-status.
           02 ws-snapshot-file-status  PIC XX.
           02 ws-masked-file-status    PIC XX.
           02 ws-index-build-status    PIC XX.
           02 ws-dictionary-file-status PIC XX.

       01 ws-snapshot-eof              PIC X VALUE 'N'.
           88 ws-snapshot-at-eof       VALUE 'Y'.

      ******************************************************************
      * The indexed field declaration, read from the same environment
      * variables the worker pool serves lookups from (the same
      * checks as AODBCHK's), so the rebuilt index holds the bytes
      * the test region's workers will look up. No declaration means
      * no index is built.

       01 ws-index-field.
           02 ws-index-offset-text     PIC X(4) VALUE '0000'.
           02 ws-index-length-text     PIC X(4) VALUE '0000'.
           02 ws-index-offset          PIC 9(4) VALUE 0.
           02 ws-index-length          PIC 9(4) VALUE 0.
           02 ws-index-declared        PIC X VALUE 'N'.
               88 ws-index-is-declared VALUE 'Y'.

      ******************************************************************
      * The schema dictionary table, the same layout and loader
      * checks as ws-schema in aodbms.cbl, plus each line's mask flag
      * and the prefix total it counts under.

       01 ws-schema.
           02 ws-schema-eof            PIC X VALUE 'N'.
               88 ws-schema-at-eof     VALUE 'Y'.
           02 ws-schema-count          PIC 9(3) VALUE 0.
           02 ws-schema-masked-count   PIC 9(3) VALUE 0.
           02 ws-schema-forced-count   PIC 9(3) VALUE 0.
           02 ws-schema-index          PIC 9(3).
           02 ws-schema-end            PIC 9(5).
           02 ws-schema-available      PIC 9(4).
           02 ws-schema-stored         PIC 9(4).
           02 ws-schema-entry OCCURS 100 TIMES.
               03 ws-dic-prefix-len    PIC 9(2).
               03 ws-dic-prefix        PIC X(32).
               03 ws-dic-offset        PIC 9(4).
               03 ws-dic-length        PIC 9(4).
               03 ws-dic-type          PIC X.
               03 ws-dic-ref-prefix-len PIC 9(2).
               03 ws-dic-ref-prefix    PIC X(32).
               03 ws-dic-masked        PIC X.
                   88 ws-dic-is-masked VALUE 'Y'.
               03 ws-dic-total-index   PIC 9(3).

      ******************************************************************
      * The key prefixes whose keys are scrambled, one per prefix a
      * flagged R line names: the bytes after the prefix, for the
      * referencing field's length.

       01 ws-key-mask.
           02 ws-key-mask-count        PIC 9(3) VALUE 0.
           02 ws-key-mask-index        PIC 9(3).
           02 ws-key-mask-found        PIC 9(3).
           02 ws-key-mask-entry OCCURS 100 TIMES.
               03 ws-km-prefix-len     PIC 9(2).
               03 ws-km-prefix         PIC X(32).
               03 ws-km-length         PIC 9(4).
               03 ws-km-total-index    PIC 9(3).

      ******************************************************************
      * The per-prefix masking totals the report prints: one entry
      * per prefix with a flagged line or scrambled keys.

       01 ws-prefix-totals.
           02 ws-total-count           PIC 9(3) VALUE 0.
           02 ws-total-index           PIC 9(3).
           02 ws-total-found           PIC 9(3).
           02 ws-total-find-len        PIC 9(2).
           02 ws-total-find-prefix     PIC X(32).
           02 ws-total-entry OCCURS 100 TIMES.
               03 ws-tot-prefix-len    PIC 9(2).
               03 ws-tot-prefix        PIC X(32).
               03 ws-tot-records       PIC 9(9).
               03 ws-tot-fields        PIC 9(9).
               03 ws-tot-keys          PIC 9(9).

      ******************************************************************
      * The scramble: the seed folded to a number once, and the
      * running state of the value being scrambled. The alphabets are
      * spelled out rather than worked from character codes, so the
      * copy comes out the same whatever the machine's collating
      * sequence.

       01 ws-mask.
           02 ws-mask-seed             PIC X(32) VALUE SPACES.
           02 ws-mask-seed-len         PIC 9(2).
           02 ws-mask-seed-value       PIC 9(9).
           02 ws-mask-state            PIC 9(9).
           02 ws-mask-value            PIC X(4096).
           02 ws-mask-len              PIC 9(4).
           02 ws-mask-index            PIC 9(4).
           02 ws-mask-char             PIC X.
           02 ws-mask-tally            PIC 9(3).
           02 ws-mask-size             PIC 9(3).
           02 ws-mask-shift            PIC 9(3).
           02 ws-mask-out              PIC 9(3).
           02 ws-mask-class            PIC X.
               88 ws-mask-class-digit  VALUE 'D'.
               88 ws-mask-class-upper  VALUE 'U'.
               88 ws-mask-class-lower  VALUE 'L'.
               88 ws-mask-class-other  VALUE ' '.
           02 ws-mask-month            PIC 9(2).
           02 ws-mask-day              PIC 9(2).
           02 ws-mask-quotient         PIC 9(9).

       01 ws-mask-alphabets.
           02 ws-mask-digits           PIC X(10) VALUE '0123456789'.
           02 ws-mask-upper            PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           02 ws-mask-lower            PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01 ws-mask-seed-alphabet REDEFINES ws-mask-alphabets
                                       PIC X(62).

       01 ws-mask-totals.
           02 ws-mask-read             PIC 9(9) VALUE 0.
           02 ws-mask-written          PIC 9(9) VALUE 0.
           02 ws-mask-fields           PIC 9(9) VALUE 0.
           02 ws-mask-keys             PIC 9(9) VALUE 0.
           02 ws-mask-entries          PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.

      ******************************************************************
      * This section marks the entry point of the masking run.

       se-entry SECTION.

       pa-entry.
           PERFORM se-initialize
           PERFORM se-mask
           PERFORM se-report
           STOP RUN
           .

      ******************************************************************
      * This section performs initialization of global state.

       se-initialize SECTION.

       pa-initialize-configuration.
           MOVE '/var/lib/aodbms/data.snap' TO ws-snapshot-path
           ACCEPT ws-snapshot-path
               FROM ENVIRONMENT 'AODBMS_MASK_INPUT_PATH'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           MOVE '/var/lib/aodbms/data.masked' TO ws-masked-path
           ACCEPT ws-masked-path
               FROM ENVIRONMENT 'AODBMS_MASK_OUTPUT_PATH'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           MOVE '/var/lib/aodbms/index.masked' TO ws-index-build-path
           ACCEPT ws-index-build-path
               FROM ENVIRONMENT 'AODBMS_MASK_INDEX_PATH'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           MOVE '/var/lib/aodbms/schema.dic' TO ws-dictionary-path
           ACCEPT ws-dictionary-path
               FROM ENVIRONMENT 'AODBMS_DICT_PATH'
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

           IF ws-masked-path IS EQUAL TO ws-snapshot-path
               DISPLAY 'aodbmask: output path is the snapshot itself'
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       pa-initialize-seed.
           ACCEPT ws-mask-seed FROM ENVIRONMENT 'AODBMS_MASK_SEED'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ws-mask-seed IS EQUAL TO SPACES
               DISPLAY 'aodbmask: AODBMS_MASK_SEED is required'
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-mask-seed TRAILING))
               TO ws-mask-seed-len
           MOVE 1 TO ws-mask-seed-value
           MOVE 1 TO ws-mask-index
           PERFORM pa-seed-fold
           .

      *    The same declaration checks as pa-initialize-index-field in
      *    aodbchk.cbl; here an undeclared field only means no index.
       pa-initialize-index-field.
           IF ws-index-offset-text IS NOT EQUAL TO SPACES
               AND ws-index-length-text IS NOT EQUAL TO SPACES
               IF ws-index-offset-text IS NOT NUMERIC
                   OR ws-index-length-text IS NOT NUMERIC
                   DISPLAY 'aodbmask: indexed field offset/length '
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
                               LENGTH OF bx-value
                           OR ws-index-offset + ws-index-length - 1
                               IS GREATER THAN LENGTH OF db-payload
                           DISPLAY 'aodbmask: indexed field '
                               ws-index-offset ':' ws-index-length
                               ' runs past the payload field'
                               UPON SYSERR
                           MOVE 1 TO RETURN-CODE
                           STOP RUN
                       ELSE
                           SET ws-index-declared TO 'Y'
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       pa-initialize-dictionary.
           OPEN INPUT dictionary-file
           IF ws-dictionary-file-status IS NOT EQUAL TO '00' THEN
               DISPLAY 'aodbmask: cannot open schema dictionary, '
                   'status ' ws-dictionary-file-status UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM pa-dictionary-load
           CLOSE dictionary-file

           IF ws-schema-masked-count IS EQUAL TO 0
               DISPLAY 'aodbmask: no field is flagged for masking in '
                   'the schema dictionary' UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ws-schema-count IS GREATER THAN 0
               MOVE 1 TO ws-schema-index
               PERFORM pa-dictionary-link
           END-IF
           .

       pa-initialize-files.
           OPEN INPUT snapshot-file
           IF ws-snapshot-file-status IS NOT EQUAL TO '00' THEN
               DISPLAY 'aodbmask: cannot open snapshot file, status '
                   ws-snapshot-file-status UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT masked-file
           IF ws-masked-file-status IS NOT EQUAL TO '00' THEN
               DISPLAY 'aodbmask: cannot create masked file, status '
                   ws-masked-file-status UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ws-index-is-declared
               OPEN OUTPUT index-build-file
               IF ws-index-build-status IS NOT EQUAL TO '00' THEN
                   DISPLAY 'aodbmask: cannot create index file, '
                       'status ' ws-index-build-status UPON SYSERR
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

      ******************************************************************
      * This section folds the seed into a number, one character at a
      * time. It is reached only by name, from pa-initialize-seed
      * above - never by PERFORMing this section as a whole.

       se-seed SECTION.

      *    A character outside the alphabets tallies as 62, so it
      *    still moves the fold by its position.
       pa-seed-fold.
           MOVE ws-mask-seed (ws-mask-index:1) TO ws-mask-char
           MOVE 0 TO ws-mask-tally
           INSPECT ws-mask-seed-alphabet TALLYING ws-mask-tally
               FOR CHARACTERS BEFORE INITIAL ws-mask-char
           COMPUTE ws-mask-seed-value = FUNCTION MOD(
               ws-mask-seed-value * 37 + ws-mask-tally + 1
               + ws-mask-index * 101, 999983)

           ADD 1 TO ws-mask-index
           IF ws-mask-index IS NOT GREATER THAN ws-mask-seed-len
               GO TO pa-seed-fold
           END-IF
           .

      ******************************************************************
      * This section loads the schema dictionary into its table, the
      * same checks and loud drops as se-dictionary-load in
      * aodbms.cbl, and links the flagged lines to their totals. It is
      * reached only by name, from pa-initialize-dictionary above -
      * never by PERFORMing this section as a whole.

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
               DISPLAY 'aodbmask: bad dictionary line dropped: "'
                   dictionary-record '"' UPON SYSERR
           ELSE
               IF ws-schema-count IS LESS THAN 100
                   ADD 1 TO ws-schema-count
                   MOVE dic-prefix-len
                       TO ws-dic-prefix-len (ws-schema-count)
                   MOVE dic-prefix
                       TO ws-dic-prefix (ws-schema-count)
                   MOVE dic-field-offset
                       TO ws-dic-offset (ws-schema-count)
                   MOVE dic-field-length
                       TO ws-dic-length (ws-schema-count)
                   MOVE dic-field-type
                       TO ws-dic-type (ws-schema-count)
                   MOVE 0 TO ws-dic-total-index (ws-schema-count)
                   IF dic-type-reference
                       MOVE dic-ref-prefix-len
                           TO ws-dic-ref-prefix-len (ws-schema-count)
                       MOVE dic-ref-prefix
                           TO ws-dic-ref-prefix (ws-schema-count)
                   ELSE
                       MOVE 0 TO ws-dic-ref-prefix-len (ws-schema-count)
                       MOVE SPACES
                           TO ws-dic-ref-prefix (ws-schema-count)
                   END-IF
                   IF dic-field-masked
                       MOVE 'Y' TO ws-dic-masked (ws-schema-count)
                       ADD 1 TO ws-schema-masked-count
                   ELSE
                       MOVE 'N' TO ws-dic-masked (ws-schema-count)
                   END-IF
               ELSE
                   DISPLAY 'aodbmask: schema dictionary full, line "'
                       dictionary-record '" dropped' UPON SYSERR
               END-IF
           END-IF
           .

      *    First pass over the loaded lines: every flagged line gets
      *    its prefix total, and every flagged R line its key mask.
      *    The second pass then catches the R lines left unflagged
      *    that name a scrambled prefix, which must be masked too or
      *    they would name keys the copy no longer has.
       pa-dictionary-link.
           IF ws-dic-is-masked (ws-schema-index)
               MOVE ws-dic-prefix-len (ws-schema-index)
                   TO ws-total-find-len
               MOVE ws-dic-prefix (ws-schema-index)
                   TO ws-total-find-prefix
               PERFORM pa-total-find
               MOVE ws-total-found
                   TO ws-dic-total-index (ws-schema-index)
               IF ws-dic-type (ws-schema-index) IS EQUAL TO 'R'
                   PERFORM pa-key-mask-add
               END-IF
           END-IF

           ADD 1 TO ws-schema-index
           IF ws-schema-index IS NOT GREATER THAN ws-schema-count
               GO TO pa-dictionary-link
           END-IF

           MOVE 1 TO ws-schema-index
           PERFORM pa-dictionary-link-unflagged
           .

       pa-dictionary-link-unflagged.
           IF ws-dic-type (ws-schema-index) IS EQUAL TO 'R'
               AND NOT ws-dic-is-masked (ws-schema-index)
               PERFORM pa-key-mask-search
               IF ws-key-mask-found IS GREATER THAN 0
                   PERFORM pa-key-mask-length-check
                   MOVE 'Y' TO ws-dic-masked (ws-schema-index)
                   ADD 1 TO ws-schema-forced-count
                   MOVE ws-dic-prefix-len (ws-schema-index)
                       TO ws-total-find-len
                   MOVE ws-dic-prefix (ws-schema-index)
                       TO ws-total-find-prefix
                   PERFORM pa-total-find
                   MOVE ws-total-found
                       TO ws-dic-total-index (ws-schema-index)
                   DISPLAY 'NOTE dictionary line ' ws-schema-index
                       ' (' ws-dic-prefix (ws-schema-index)
                           (1:ws-dic-prefix-len (ws-schema-index))
                       ' ' ws-dic-offset (ws-schema-index) ') masked:'
                       ' it names scrambled prefix '
                       ws-dic-ref-prefix (ws-schema-index)
                           (1:ws-dic-ref-prefix-len (ws-schema-index))
               END-IF
           END-IF

           ADD 1 TO ws-schema-index
           IF ws-schema-index IS NOT GREATER THAN ws-schema-count
               GO TO pa-dictionary-link-unflagged
           END-IF
           .

       pa-key-mask-add.
           PERFORM pa-key-mask-search
           IF ws-key-mask-found IS GREATER THAN 0
               PERFORM pa-key-mask-length-check
           ELSE
               ADD 1 TO ws-key-mask-count
               MOVE ws-dic-ref-prefix-len (ws-schema-index)
                   TO ws-km-prefix-len (ws-key-mask-count)
               MOVE ws-dic-ref-prefix (ws-schema-index)
                   TO ws-km-prefix (ws-key-mask-count)
               MOVE ws-dic-length (ws-schema-index)
                   TO ws-km-length (ws-key-mask-count)
               MOVE ws-dic-ref-prefix-len (ws-schema-index)
                   TO ws-total-find-len
               MOVE ws-dic-ref-prefix (ws-schema-index)
                   TO ws-total-find-prefix
               PERFORM pa-total-find
               MOVE ws-total-found
                   TO ws-km-total-index (ws-key-mask-count)
           END-IF
           .

       pa-key-mask-length-check.
           IF ws-km-length (ws-key-mask-found) IS NOT EQUAL TO
               ws-dic-length (ws-schema-index)
               DISPLAY 'aodbmask: reference lines naming prefix '
                   ws-km-prefix (ws-key-mask-found)
                       (1:ws-km-prefix-len (ws-key-mask-found))
                   ' disagree on field length ('
                   ws-km-length (ws-key-mask-found) ' and '
                   ws-dic-length (ws-schema-index)
                   '), its keys cannot be masked one way' UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       pa-key-mask-search.
           MOVE 0 TO ws-key-mask-found
           MOVE 1 TO ws-key-mask-index
           IF ws-key-mask-count IS GREATER THAN 0
               PERFORM pa-key-mask-search-entry
           END-IF
           .

       pa-key-mask-search-entry.
           IF ws-km-prefix-len (ws-key-mask-index) IS EQUAL TO
               ws-dic-ref-prefix-len (ws-schema-index)
               AND ws-km-prefix (ws-key-mask-index) IS EQUAL TO
                   ws-dic-ref-prefix (ws-schema-index)
               MOVE ws-key-mask-index TO ws-key-mask-found
           ELSE
               ADD 1 TO ws-key-mask-index
               IF ws-key-mask-index IS NOT GREATER THAN
                   ws-key-mask-count
                   GO TO pa-key-mask-search-entry
               END-IF
           END-IF
           .

      *    Finds the total for ws-total-find-len/-prefix, adding it
      *    when this is the first line or key mask under the prefix.
      *    There can be no more totals than dictionary lines, so the
      *    table cannot overflow.
       pa-total-find.
           MOVE 0 TO ws-total-found
           MOVE 1 TO ws-total-index
           IF ws-total-count IS GREATER THAN 0
               PERFORM pa-total-find-entry
           END-IF
           IF ws-total-found IS EQUAL TO 0
               ADD 1 TO ws-total-count
               MOVE ws-total-find-len
                   TO ws-tot-prefix-len (ws-total-count)
               MOVE ws-total-find-prefix
                   TO ws-tot-prefix (ws-total-count)
               MOVE 0 TO ws-tot-records (ws-total-count)
                         ws-tot-fields (ws-total-count)
                         ws-tot-keys (ws-total-count)
               MOVE ws-total-count TO ws-total-found
           END-IF
           .

       pa-total-find-entry.
           IF ws-tot-prefix-len (ws-total-index) IS EQUAL TO
               ws-total-find-len
               AND ws-tot-prefix (ws-total-index) IS EQUAL TO
                   ws-total-find-prefix
               MOVE ws-total-index TO ws-total-found
           ELSE
               ADD 1 TO ws-total-index
               IF ws-total-index IS NOT GREATER THAN ws-total-count
                   GO TO pa-total-find-entry
               END-IF
           END-IF
           .

      ******************************************************************
      * This section copies the snapshot record by record.

       se-mask SECTION.

       pa-mask-loop.
           READ snapshot-file NEXT RECORD
               AT END
                   SET ws-snapshot-at-eof TO TRUE
               NOT AT END
                   ADD 1 TO ws-mask-read
                   PERFORM pa-mask-record
           END-READ

           IF NOT ws-snapshot-at-eof
               GO TO pa-mask-loop
           END-IF

           CLOSE snapshot-file
           CLOSE masked-file
           IF ws-index-is-declared
               CLOSE index-build-file
           END-IF
           .

      ******************************************************************
      * This section masks and writes one record, then its index
      * entry. It is reached only by name, from pa-mask-loop above -
      * never by PERFORMing this section as a whole.

       se-mask-record SECTION.

      *    Prefixes are matched against the snapshot's own key: the
      *    key scramble leaves the prefix in front of it alone, so
      *    the record's lines are the same either way.
       pa-mask-record.
           MOVE db-record TO mk-record
           IF db-payload-len IS NUMERIC
               AND db-payload-len IS NOT GREATER THAN
                   LENGTH OF db-payload
               MOVE db-payload-len TO ws-schema-stored
           ELSE
               MOVE LENGTH OF db-payload TO ws-schema-stored
           END-IF

           MOVE 1 TO ws-total-index
           PERFORM pa-mask-record-total

           IF ws-schema-count IS GREATER THAN 0
               MOVE 1 TO ws-schema-index
               PERFORM pa-mask-record-field
           END-IF

           IF ws-key-mask-count IS GREATER THAN 0
               MOVE 1 TO ws-key-mask-index
               PERFORM pa-mask-record-key
           END-IF

           WRITE mk-record
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF ws-masked-file-status IS NOT EQUAL TO '00'
               DISPLAY 'aodbmask: masked write failed, status '
                   ws-masked-file-status ' at key '
                   FUNCTION TRIM(db-key TRAILING) ' (masked '
                   FUNCTION TRIM(mk-key TRAILING) ')' UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ws-mask-written

           IF ws-index-is-declared
               PERFORM pa-mask-record-index
           END-IF
           .

       pa-mask-record-total.
           IF db-key (1:ws-tot-prefix-len (ws-total-index))
               IS EQUAL TO ws-tot-prefix (ws-total-index)
                   (1:ws-tot-prefix-len (ws-total-index))
               ADD 1 TO ws-tot-records (ws-total-index)
           END-IF

           ADD 1 TO ws-total-index
           IF ws-total-index IS NOT GREATER THAN ws-total-count
               GO TO pa-mask-record-total
           END-IF
           .

      *    Only the bytes within the stored payload are scrambled, and
      *    a blank value (nothing to hide) is not counted.
       pa-mask-record-field.
           IF ws-dic-is-masked (ws-schema-index)
               AND db-key (1:ws-dic-prefix-len (ws-schema-index))
                   IS EQUAL TO ws-dic-prefix (ws-schema-index)
                       (1:ws-dic-prefix-len (ws-schema-index))
               AND ws-dic-offset (ws-schema-index) IS NOT GREATER
                   THAN ws-schema-stored
               COMPUTE ws-schema-end = ws-dic-offset (ws-schema-index)
                   + ws-dic-length (ws-schema-index) - 1
               IF ws-schema-end IS GREATER THAN ws-schema-stored
                   COMPUTE ws-schema-available = ws-schema-stored
                       - ws-dic-offset (ws-schema-index) + 1
               ELSE
                   MOVE ws-dic-length (ws-schema-index)
                       TO ws-schema-available
               END-IF
               IF mk-payload (ws-dic-offset (ws-schema-index)
                   :ws-schema-available) IS NOT EQUAL TO SPACES
                   MOVE mk-payload (ws-dic-offset (ws-schema-index)
                       :ws-schema-available) TO ws-mask-value
                   MOVE ws-schema-available TO ws-mask-len
                   IF ws-dic-type (ws-schema-index) IS EQUAL TO 'D'
                       AND ws-mask-value (1:8) IS NUMERIC
                       PERFORM pa-mask-date
                   ELSE
                       PERFORM pa-mask-text
                   END-IF
                   MOVE ws-mask-value (1:ws-schema-available)
                       TO mk-payload (ws-dic-offset (ws-schema-index)
                           :ws-schema-available)
                   ADD 1 TO ws-mask-fields
                   ADD 1 TO ws-tot-fields
                       (ws-dic-total-index (ws-schema-index))
               END-IF
           END-IF

           ADD 1 TO ws-schema-index
           IF ws-schema-index IS NOT GREATER THAN ws-schema-count
               GO TO pa-mask-record-field
           END-IF
           .

       pa-mask-record-key.
           IF db-key (1:ws-km-prefix-len (ws-key-mask-index))
               IS EQUAL TO ws-km-prefix (ws-key-mask-index)
                   (1:ws-km-prefix-len (ws-key-mask-index))
               AND db-key (ws-km-prefix-len (ws-key-mask-index) + 1
                   :ws-km-length (ws-key-mask-index))
                   IS NOT EQUAL TO SPACES
               MOVE db-key (ws-km-prefix-len (ws-key-mask-index) + 1
                   :ws-km-length (ws-key-mask-index)) TO ws-mask-value
               MOVE ws-km-length (ws-key-mask-index) TO ws-mask-len
               PERFORM pa-mask-text
               MOVE ws-mask-value (1:ws-km-length (ws-key-mask-index))
                   TO mk-key (ws-km-prefix-len (ws-key-mask-index) + 1
                       :ws-km-length (ws-key-mask-index))
               ADD 1 TO ws-mask-keys
               ADD 1 TO ws-tot-keys
                   (ws-km-total-index (ws-key-mask-index))
           END-IF

           ADD 1 TO ws-key-mask-index
           IF ws-key-mask-index IS NOT GREATER THAN ws-key-mask-count
               GO TO pa-mask-record-key
           END-IF
           .

      *    The entry is built from the masked payload and key, the
      *    same bytes AODBCHK's IXBUILD would lift from the copy.
       pa-mask-record-index.
           MOVE mk-payload (ws-index-offset:ws-index-length)
               TO bx-value
           MOVE mk-key TO bx-record-key
           WRITE bx-record
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF ws-index-build-status IS EQUAL TO '00'
               ADD 1 TO ws-mask-entries
           ELSE
               DISPLAY 'aodbmask: index write failed, status '
                   ws-index-build-status ' at key '
                   FUNCTION TRIM(mk-key TRAILING) UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      ******************************************************************
      * This section scrambles ws-mask-value (1:ws-mask-len) in
      * place. It is reached only by name, from se-mask-record above
      * - never by PERFORMing this section as a whole.

       se-mask-value SECTION.

      *    Two passes, front to back and then back to front, so every
      *    character ends up moved by the ones on both sides of it.
       pa-mask-text.
           MOVE ws-mask-seed-value TO ws-mask-state
           MOVE 1 TO ws-mask-index
           PERFORM pa-mask-char
           MOVE ws-mask-seed-value TO ws-mask-state
           MOVE ws-mask-len TO ws-mask-index
           PERFORM pa-mask-char-back
           .

      *    Each character is found in its alphabet and moved along it
      *    by a shift drawn from the running state; the state then
      *    takes in the character's own place in its alphabet. The
      *    shift at any position depends only on the seed and the
      *    characters already passed, so each pass can be undone one
      *    character at a time - it is one-to-one, and so never
      *    merges two keys or two indexed values into one. Spaces and
      *    punctuation leave the state alone, so a value reads the
      *    same whatever padding follows it in a longer field or key.
       pa-mask-char.
           MOVE ws-mask-value (ws-mask-index:1) TO ws-mask-char
           PERFORM pa-mask-classify

           IF NOT ws-mask-class-other
               COMPUTE ws-mask-shift =
                   FUNCTION MOD(ws-mask-state, ws-mask-size)
               COMPUTE ws-mask-out = FUNCTION MOD(
                   ws-mask-tally + ws-mask-shift, ws-mask-size) + 1
               EVALUATE TRUE
                   WHEN ws-mask-class-digit
                       MOVE ws-mask-digits (ws-mask-out:1)
                           TO ws-mask-value (ws-mask-index:1)
                   WHEN ws-mask-class-upper
                       MOVE ws-mask-upper (ws-mask-out:1)
                           TO ws-mask-value (ws-mask-index:1)
                   WHEN ws-mask-class-lower
                       MOVE ws-mask-lower (ws-mask-out:1)
                           TO ws-mask-value (ws-mask-index:1)
               END-EVALUATE
               PERFORM pa-mask-advance
           END-IF

           ADD 1 TO ws-mask-index
           IF ws-mask-index IS NOT GREATER THAN ws-mask-len
               GO TO pa-mask-char
           END-IF
           .

       pa-mask-char-back.
           MOVE ws-mask-value (ws-mask-index:1) TO ws-mask-char
           PERFORM pa-mask-classify

           IF NOT ws-mask-class-other
               COMPUTE ws-mask-shift =
                   FUNCTION MOD(ws-mask-state, ws-mask-size)
               COMPUTE ws-mask-out = FUNCTION MOD(
                   ws-mask-tally + ws-mask-shift, ws-mask-size) + 1
               EVALUATE TRUE
                   WHEN ws-mask-class-digit
                       MOVE ws-mask-digits (ws-mask-out:1)
                           TO ws-mask-value (ws-mask-index:1)
                   WHEN ws-mask-class-upper
                       MOVE ws-mask-upper (ws-mask-out:1)
                           TO ws-mask-value (ws-mask-index:1)
                   WHEN ws-mask-class-lower
                       MOVE ws-mask-lower (ws-mask-out:1)
                           TO ws-mask-value (ws-mask-index:1)
               END-EVALUATE
               PERFORM pa-mask-advance
           END-IF

           SUBTRACT 1 FROM ws-mask-index
           IF ws-mask-index IS GREATER THAN 0
               GO TO pa-mask-char-back
           END-IF
           .

      *    A date keeps its year; the whole date is run through the
      *    state and the month and day drawn from the result, the day
      *    no later than the 28th so every month holds it.
       pa-mask-date.
           MOVE ws-mask-seed-value TO ws-mask-state
           MOVE 1 TO ws-mask-index
           PERFORM pa-mask-date-fold
           COMPUTE ws-mask-month =
               FUNCTION MOD(ws-mask-state, 12) + 1
           DIVIDE ws-mask-state BY 12 GIVING ws-mask-quotient
           COMPUTE ws-mask-day =
               FUNCTION MOD(ws-mask-quotient, 28) + 1
           MOVE ws-mask-month TO ws-mask-value (5:2)
           MOVE ws-mask-day TO ws-mask-value (7:2)
           .

       pa-mask-date-fold.
           MOVE ws-mask-value (ws-mask-index:1) TO ws-mask-char
           PERFORM pa-mask-classify
           PERFORM pa-mask-advance
           ADD 1 TO ws-mask-index
           IF ws-mask-index IS NOT GREATER THAN 8
               GO TO pa-mask-date-fold
           END-IF
           .

      *    The character's zero-based place in its alphabet, found
      *    by counting the alphabet's characters before it; a count
      *    that reaches the end means it is not in that alphabet.
       pa-mask-classify.
           MOVE 0 TO ws-mask-tally
           INSPECT ws-mask-digits TALLYING ws-mask-tally
               FOR CHARACTERS BEFORE INITIAL ws-mask-char
           IF ws-mask-tally IS LESS THAN 10
               SET ws-mask-class-digit TO TRUE
               MOVE 10 TO ws-mask-size
           ELSE
               MOVE 0 TO ws-mask-tally
               INSPECT ws-mask-upper TALLYING ws-mask-tally
                   FOR CHARACTERS BEFORE INITIAL ws-mask-char
               IF ws-mask-tally IS LESS THAN 26
                   SET ws-mask-class-upper TO TRUE
                   MOVE 26 TO ws-mask-size
               ELSE
                   MOVE 0 TO ws-mask-tally
                   INSPECT ws-mask-lower TALLYING ws-mask-tally
                       FOR CHARACTERS BEFORE INITIAL ws-mask-char
                   IF ws-mask-tally IS LESS THAN 26
                       SET ws-mask-class-lower TO TRUE
                       MOVE 26 TO ws-mask-size
                   ELSE
                       SET ws-mask-class-other TO TRUE
                       MOVE 0 TO ws-mask-tally
                   END-IF
               END-IF
           END-IF
           .

       pa-mask-advance.
           COMPUTE ws-mask-state = FUNCTION MOD(
               ws-mask-state * 31 + ws-mask-tally * 131
               + ws-mask-index * 17 + 7, 999983)
           .

      ******************************************************************
      * This section prints the masking summary, per prefix.

       se-report SECTION.

       pa-report-print.
           DISPLAY '================================================'
           DISPLAY 'AODBMS MASKED TEST COPY'
           DISPLAY '================================================'
           DISPLAY 'Snapshot file: ' ws-snapshot-path
           DISPLAY 'Masked file: ' ws-masked-path
           IF ws-index-is-declared
               DISPLAY 'Index file: ' ws-index-build-path
           ELSE
               DISPLAY 'Index file: none (no indexed field declared)'
           END-IF
           DISPLAY 'Dictionary file: ' ws-dictionary-path
           DISPLAY 'Lines flagged for masking ...... '
               ws-schema-masked-count
           DISPLAY 'Lines masked as references ..... '
               ws-schema-forced-count
           DISPLAY '------------------------------------------------'
           DISPLAY 'Masked by prefix (prefix, records, fields, keys):'
           MOVE 1 TO ws-total-index
           PERFORM pa-report-prefix
           DISPLAY '------------------------------------------------'
           DISPLAY 'Records read ................... ' ws-mask-read
           DISPLAY 'Records written ................ ' ws-mask-written
           DISPLAY 'Fields masked .................. ' ws-mask-fields
           DISPLAY 'Keys masked .................... ' ws-mask-keys
           IF ws-index-is-declared
               DISPLAY 'Index entries built ............ '
                   ws-mask-entries
           END-IF
           DISPLAY '================================================'
           .

      ******************************************************************
      * This section prints one line per prefix total. It is reached
      * only by name, from pa-report-print above - never by
      * PERFORMing this section as a whole.

       se-report-prefix SECTION.

       pa-report-prefix.
           DISPLAY '  ' ws-tot-prefix (ws-total-index)
               ' ' ws-tot-records (ws-total-index)
               ' ' ws-tot-fields (ws-total-index)
               ' ' ws-tot-keys (ws-total-index)

           ADD 1 TO ws-total-index
           IF ws-total-index IS NOT GREATER THAN ws-total-count
               GO TO pa-report-prefix
           END-IF
           .
