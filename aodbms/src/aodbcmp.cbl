       IDENTIFICATION DIVISION.
       PROGRAM-ID. aodbcmp.

      ******************************************************************
      * Side-by-side compare of two AODBMS data files. AODBCHK proves
      * one file is sound in itself; this proves two files hold the
      * same thing. It reads a reference file and a target file in
      * key order together and reports every key the target lacks,
      * every key only the target has, and every key both hold whose
      * payload, db-last-updated or db-expires differ, with totals by
      * owning key prefix (see PRFREC) and a return code automation
      * can act on: 0 the files match, 2 they diverge, 1 the compare
      * could not run.
      *
      * Which file is the reference is the operator's call, and sets
      * the direction of the correction feed below:
      *
      *   primary versus standby    reference the live data file,
      *                             target the DR copy AODBAPLY keeps
      *   snapshot versus live      reference the AODBSNAP snapshot,
      *                             target the live file (expect the
      *                             changes made since the snapshot)
      *   restore versus snapshot   reference the snapshot, target
      *                             the AODBREST output
      *
      * In CORRECT mode the run also writes a correction feed in
      * AODBLOAD's input layout (DBREC): the reference image of every
      * key the target lacks or holds differently, db-last-updated
      * included, so loading it into the target brings those keys in
      * line. AODBLOAD only adds and replaces, so a key only the
      * target holds is listed and counted but has no feed record;
      * remove those by hand after review.
      *
      * Both files are opened read-only SHARING WITH ALL OTHER, so a
      * live file can stay in service - but a file changing under the
      * compare will show its in-flight changes as differences. For a
      * primary-versus-standby proof, compare once the day's journals
      * have been applied and with the pool quiet.
      *
      * Keys are accounted to the FIRST matching prefix line, the
      * PRFREC rule; keys no line owns go to OTHER. Without a prefix
      * file every key is OTHER and the compare still runs.
      *
      * Settings:
      *   AODBMS_CMP_REFERENCE_PATH  the reference data file
      *   AODBMS_CMP_TARGET_PATH     the target data file
      *   AODBMS_PREFIX_PATH         the prefix ownership file
      *   AODBMS_CMP_MODE            REPORT (default) or CORRECT
      *   AODBMS_CMP_FEED_PATH       the correction feed written in
      *                              CORRECT mode
      *   AODBMS_CMP_LIST_LIMIT      differences listed key by key,
      *                              six digits, default 001000;
      *                              000000 lists every one. Past the
      *                              limit differences are counted
      *                              only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT reference-file ASSIGN TO ws-reference-path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS db-key
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-reference-file-status.

           SELECT target-file ASSIGN TO ws-target-path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS tg-key
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-target-file-status.

      *        Record sequential, exactly as AODBLOAD reads its feed.
           SELECT feed-file ASSIGN TO ws-feed-path
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-feed-file-status.

           SELECT prefix-file ASSIGN TO ws-prefix-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-prefix-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  reference-file.
           COPY DBREC.

       FD  target-file.
           COPY DBREC REPLACING LEADING ==db== BY ==tg==.

       FD  feed-file.
           COPY DBREC REPLACING LEADING ==db== BY ==cf==.

       FD  prefix-file.
           COPY PRFREC.

       WORKING-STORAGE SECTION.

       01 ws-configuration.
           02 ws-reference-path        PIC X(256).
           02 ws-target-path           PIC X(256).
           02 ws-feed-path             PIC X(256).
           02 ws-prefix-path           PIC X(256).
           02 ws-mode                  PIC X(7) VALUE 'REPORT '.
               88 ws-mode-report       VALUE 'REPORT '.
               88 ws-mode-correct      VALUE 'CORRECT'.
           02 ws-list-limit-text       PIC X(6) VALUE '001000'.
           02 ws-list-limit            PIC 9(6) VALUE 1000.

       01 ws-file-status.
           02 ws-reference-file-status PIC XX.
           02 ws-target-file-status    PIC XX.
           02 ws-feed-file-status      PIC XX.
           02 ws-prefix-file-status    PIC XX.

       01 ws-eof-flags.
           02 ws-reference-eof         PIC X VALUE 'N'.
               88 ws-reference-at-eof  VALUE 'Y'.
           02 ws-target-eof            PIC X VALUE 'N'.
               88 ws-target-at-eof     VALUE 'Y'.
           02 ws-prefix-eof            PIC X VALUE 'N'.
               88 ws-prefix-at-eof     VALUE 'Y'.

      ******************************************************************
      * The prefix table with this run's accumulators. The last entry
      * is the OTHER bucket, so the tallies and the report treat it
      * like any prefix.

       01 ws-compare.
           02 ws-cmp-count             PIC 9(2) VALUE 0.
           02 ws-cmp-other             PIC 9(2) VALUE 21.
           02 ws-cmp-index             PIC 9(2).
           02 ws-cmp-found             PIC 9(2).
           02 ws-cmp-key               PIC X(32).
           02 ws-cmp-entry OCCURS 21 TIMES.
               03 ws-cmp-prefix-len    PIC 9(2).
               03 ws-cmp-prefix        PIC X(32).
               03 ws-cmp-owner         PIC X(12).
               03 ws-cmp-same          PIC 9(9).
               03 ws-cmp-differ        PIC 9(9).
               03 ws-cmp-ref-only      PIC 9(9).
               03 ws-cmp-tgt-only      PIC 9(9).

      *    Which of the three compared fields differ for the key in
      *    hand, and the listing of them.
       01 ws-difference.
           02 ws-diff-payload          PIC X VALUE 'N'.
               88 ws-payload-differs   VALUE 'Y'.
           02 ws-diff-updated          PIC X VALUE 'N'.
               88 ws-updated-differs   VALUE 'Y'.
           02 ws-diff-expires          PIC X VALUE 'N'.
               88 ws-expires-differs   VALUE 'Y'.
           02 ws-diff-fields           PIC X(40).

      *        The lengths as bytes, for comparing when one of them
      *        is not digits.
           02 ws-diff-reference-len    PIC X(4).
           02 ws-diff-target-len       PIC X(4).
           02 ws-diff-pointer          PIC 9(2).

       01 ws-compare-totals.
           02 ws-cmp-reference-read    PIC 9(9) VALUE 0.
           02 ws-cmp-target-read       PIC 9(9) VALUE 0.
           02 ws-cmp-total-same        PIC 9(9) VALUE 0.
           02 ws-cmp-total-differ      PIC 9(9) VALUE 0.
           02 ws-cmp-total-ref-only    PIC 9(9) VALUE 0.
           02 ws-cmp-total-tgt-only    PIC 9(9) VALUE 0.
           02 ws-cmp-listed            PIC 9(9) VALUE 0.
           02 ws-cmp-unlisted          PIC 9(9) VALUE 0.
           02 ws-cmp-feed-written      PIC 9(9) VALUE 0.

       01 ws-report-label              PIC X(32).

       PROCEDURE DIVISION.

      ******************************************************************
      * This section marks the entry point of the compare run.

       se-entry SECTION.

       pa-entry.
           PERFORM se-initialize
           DISPLAY '================================================'
           DISPLAY 'AODBMS DATA FILE COMPARE'
           DISPLAY '================================================'
           DISPLAY 'Reference file: ' FUNCTION TRIM(ws-reference-path)
           DISPLAY 'Target file: ' FUNCTION TRIM(ws-target-path)
           DISPLAY 'Prefix file: ' FUNCTION TRIM(ws-prefix-path)
           DISPLAY 'Mode ........................... ' ws-mode
           IF ws-mode-correct
               DISPLAY 'Correction feed: ' FUNCTION TRIM(ws-feed-path)
           END-IF
           DISPLAY '------------------------------------------------'
           PERFORM se-compare
           PERFORM se-report
           STOP RUN
           .

      ******************************************************************
      * This section performs initialization of global state.

       se-initialize SECTION.

       pa-initialize-configuration.
           MOVE '/var/lib/aodbms/data' TO ws-reference-path
           ACCEPT ws-reference-path
               FROM ENVIRONMENT 'AODBMS_CMP_REFERENCE_PATH'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           MOVE '/var/lib/aodbms/dr-data' TO ws-target-path
           ACCEPT ws-target-path
               FROM ENVIRONMENT 'AODBMS_CMP_TARGET_PATH'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           MOVE '/var/lib/aodbms/correct.in' TO ws-feed-path
           ACCEPT ws-feed-path
               FROM ENVIRONMENT 'AODBMS_CMP_FEED_PATH'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           MOVE '/var/lib/aodbms/prefixes.cfg' TO ws-prefix-path
           ACCEPT ws-prefix-path
               FROM ENVIRONMENT 'AODBMS_PREFIX_PATH'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           ACCEPT ws-mode FROM ENVIRONMENT 'AODBMS_CMP_MODE'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ws-mode IS EQUAL TO SPACES
               SET ws-mode-report TO TRUE
           END-IF
           IF NOT ws-mode-report AND NOT ws-mode-correct
               DISPLAY 'aodbcmp: unknown mode "' ws-mode
                   '", expected REPORT or CORRECT' UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT ws-list-limit-text
               FROM ENVIRONMENT 'AODBMS_CMP_LIST_LIMIT'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ws-list-limit-text IS EQUAL TO SPACES
               MOVE '001000' TO ws-list-limit-text
           END-IF
           IF ws-list-limit-text IS NOT NUMERIC
               DISPLAY 'aodbcmp: list limit must be six digits, '
                   'zero padded, got "' ws-list-limit-text '"'
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-list-limit-text TO ws-list-limit
           .

      *    Unlike AODBUSE, whose every line is a prefix, the compare
      *    is still worth its run without a prefix file - the totals
      *    just all land under OTHER.
       pa-initialize-prefixes.
           OPEN INPUT prefix-file
           IF ws-prefix-file-status IS NOT EQUAL TO '00' THEN
               DISPLAY 'aodbcmp: no prefix file, status '
                   ws-prefix-file-status ' - totals all under OTHER'
                   UPON SYSERR
           ELSE
               PERFORM pa-prefix-load
               CLOSE prefix-file
           END-IF

           MOVE 0 TO ws-cmp-prefix-len (ws-cmp-other)
           MOVE SPACES TO ws-cmp-prefix (ws-cmp-other)
           MOVE 'OTHER' TO ws-cmp-owner (ws-cmp-other)
           MOVE 0 TO ws-cmp-same (ws-cmp-other)
           MOVE 0 TO ws-cmp-differ (ws-cmp-other)
           MOVE 0 TO ws-cmp-ref-only (ws-cmp-other)
           MOVE 0 TO ws-cmp-tgt-only (ws-cmp-other)
           .

       pa-initialize-files.
           OPEN INPUT reference-file
           IF ws-reference-file-status IS NOT EQUAL TO '00' THEN
               DISPLAY 'aodbcmp: cannot open reference file, status '
                   ws-reference-file-status UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT target-file
           IF ws-target-file-status IS NOT EQUAL TO '00' THEN
               DISPLAY 'aodbcmp: cannot open target file, status '
                   ws-target-file-status UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ws-mode-correct
               OPEN OUTPUT feed-file
               IF ws-feed-file-status IS NOT EQUAL TO '00' THEN
                   DISPLAY 'aodbcmp: cannot create correction feed, '
                       'status ' ws-feed-file-status UPON SYSERR
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

      ******************************************************************
      * This section loads the prefix table, the same checks and
      * loud drops as AODBUSE's loader. It is reached only by name,
      * from pa-initialize-prefixes above.

       se-prefix-load SECTION.

       pa-prefix-load.
           READ prefix-file
               AT END
                   SET ws-prefix-at-eof TO TRUE
               NOT AT END
                   IF prefix-record IS NOT EQUAL TO SPACES
                       PERFORM pa-prefix-load-entry
                   END-IF
           END-READ

           IF NOT ws-prefix-at-eof
               GO TO pa-prefix-load
           END-IF
           .

       pa-prefix-load-entry.
           IF prf-prefix-len IS NOT NUMERIC
               OR prf-prefix-len IS EQUAL TO 0
               OR prf-prefix-len IS GREATER THAN LENGTH OF db-key
               DISPLAY 'aodbcmp: bad prefix line dropped: "'
                   prefix-record '"' UPON SYSERR
           ELSE
               IF ws-cmp-count IS LESS THAN ws-cmp-other - 1
                   ADD 1 TO ws-cmp-count
                   MOVE prf-prefix-len
                       TO ws-cmp-prefix-len (ws-cmp-count)
                   MOVE prf-prefix TO ws-cmp-prefix (ws-cmp-count)
                   MOVE prf-owner TO ws-cmp-owner (ws-cmp-count)
                   MOVE 0 TO ws-cmp-same (ws-cmp-count)
                   MOVE 0 TO ws-cmp-differ (ws-cmp-count)
                   MOVE 0 TO ws-cmp-ref-only (ws-cmp-count)
                   MOVE 0 TO ws-cmp-tgt-only (ws-cmp-count)
               ELSE
                   DISPLAY 'aodbcmp: prefix table full, line "'
                       prefix-record '" dropped' UPON SYSERR
               END-IF
           END-IF
           .

      ******************************************************************
      * This section walks both files together in key order, the
      * classic match: the lower key of the two is held by one side
      * only; equal keys are compared field by field.

       se-compare SECTION.

       pa-compare-start.
           PERFORM pa-read-reference
           PERFORM pa-read-target
           .

       pa-compare-step.
           EVALUATE TRUE
               WHEN ws-reference-at-eof AND ws-target-at-eof
                   CONTINUE
               WHEN ws-target-at-eof
                   PERFORM pa-compare-reference-only
                   PERFORM pa-read-reference
               WHEN ws-reference-at-eof
                   PERFORM pa-compare-target-only
                   PERFORM pa-read-target
               WHEN db-key IS LESS THAN tg-key
                   PERFORM pa-compare-reference-only
                   PERFORM pa-read-reference
               WHEN tg-key IS LESS THAN db-key
                   PERFORM pa-compare-target-only
                   PERFORM pa-read-target
               WHEN OTHER
                   PERFORM pa-compare-both
                   PERFORM pa-read-reference
                   PERFORM pa-read-target
           END-EVALUATE

           IF NOT ws-reference-at-eof OR NOT ws-target-at-eof
               GO TO pa-compare-step
           END-IF

           CLOSE reference-file
           CLOSE target-file
           IF ws-mode-correct
               CLOSE feed-file
           END-IF
           .

      ******************************************************************
      * This section holds the compare's record paragraphs. They are
      * reached only by name, from se-compare above - never by
      * PERFORMing the section as a whole.

       se-compare-record SECTION.

       pa-read-reference.
           READ reference-file NEXT RECORD
               AT END
                   SET ws-reference-at-eof TO TRUE
               NOT AT END
                   ADD 1 TO ws-cmp-reference-read
           END-READ
           .

       pa-read-target.
           READ target-file NEXT RECORD
               AT END
                   SET ws-target-at-eof TO TRUE
               NOT AT END
                   ADD 1 TO ws-cmp-target-read
           END-READ
           .

       pa-compare-reference-only.
           MOVE db-key TO ws-cmp-key
           PERFORM pa-prefix-match
           ADD 1 TO ws-cmp-ref-only (ws-cmp-found)
           ADD 1 TO ws-cmp-total-ref-only

           IF ws-list-limit IS EQUAL TO 0
               OR ws-cmp-listed IS LESS THAN ws-list-limit
               ADD 1 TO ws-cmp-listed
               DISPLAY 'MISSING key ' FUNCTION TRIM(db-key TRAILING)
                   ': not in the target'
           ELSE
               ADD 1 TO ws-cmp-unlisted
           END-IF

           PERFORM pa-correct-write
           .

       pa-compare-target-only.
           MOVE tg-key TO ws-cmp-key
           PERFORM pa-prefix-match
           ADD 1 TO ws-cmp-tgt-only (ws-cmp-found)
           ADD 1 TO ws-cmp-total-tgt-only

           IF ws-list-limit IS EQUAL TO 0
               OR ws-cmp-listed IS LESS THAN ws-list-limit
               ADD 1 TO ws-cmp-listed
               DISPLAY 'EXTRA key ' FUNCTION TRIM(tg-key TRAILING)
                   ': only in the target'
           ELSE
               ADD 1 TO ws-cmp-unlisted
           END-IF
           .

      *    The payload is compared up to its stored length when both
      *    lengths are sound and agree - the bytes past it are pad
      *    nobody reads - and as the whole field otherwise, so a
      *    damaged length can only ever show up as a difference.
       pa-compare-both.
           MOVE db-key TO ws-cmp-key
           PERFORM pa-prefix-match

           MOVE 'N' TO ws-diff-payload
           MOVE 'N' TO ws-diff-updated
           MOVE 'N' TO ws-diff-expires

           IF db-payload-len IS NOT NUMERIC
               OR tg-payload-len IS NOT NUMERIC
               MOVE db-payload-len TO ws-diff-reference-len
               MOVE tg-payload-len TO ws-diff-target-len
               IF ws-diff-reference-len IS NOT EQUAL
                       TO ws-diff-target-len
                   OR db-payload IS NOT EQUAL TO tg-payload
                   SET ws-payload-differs TO TRUE
               END-IF
           ELSE
               IF db-payload-len IS NOT EQUAL TO tg-payload-len
                   SET ws-payload-differs TO TRUE
               ELSE
                   IF db-payload-len IS GREATER THAN 0
                       AND db-payload-len IS NOT GREATER THAN
                           LENGTH OF db-payload
                       IF db-payload (1:db-payload-len)
                           IS NOT EQUAL TO
                               tg-payload (1:db-payload-len)
                           SET ws-payload-differs TO TRUE
                       END-IF
                   ELSE
                       IF db-payload IS NOT EQUAL TO tg-payload
                           SET ws-payload-differs TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF db-last-updated IS NOT EQUAL TO tg-last-updated
               SET ws-updated-differs TO TRUE
           END-IF
           IF db-expires IS NOT EQUAL TO tg-expires
               SET ws-expires-differs TO TRUE
           END-IF

           IF ws-payload-differs OR ws-updated-differs
               OR ws-expires-differs
               ADD 1 TO ws-cmp-differ (ws-cmp-found)
               ADD 1 TO ws-cmp-total-differ
               PERFORM pa-compare-list-differ
               PERFORM pa-correct-write
           ELSE
               ADD 1 TO ws-cmp-same (ws-cmp-found)
               ADD 1 TO ws-cmp-total-same
           END-IF
           .

       pa-compare-list-differ.
           IF ws-list-limit IS NOT EQUAL TO 0
               AND ws-cmp-listed IS NOT LESS THAN ws-list-limit
               ADD 1 TO ws-cmp-unlisted
           ELSE
               ADD 1 TO ws-cmp-listed
               MOVE SPACES TO ws-diff-fields
               MOVE 1 TO ws-diff-pointer
               IF ws-payload-differs
                   STRING ' payload' DELIMITED BY SIZE
                       INTO ws-diff-fields
                       WITH POINTER ws-diff-pointer
               END-IF
               IF ws-updated-differs
                   STRING ' last-updated' DELIMITED BY SIZE
                       INTO ws-diff-fields
                       WITH POINTER ws-diff-pointer
               END-IF
               IF ws-expires-differs
                   STRING ' expires' DELIMITED BY SIZE
                       INTO ws-diff-fields
                       WITH POINTER ws-diff-pointer
               END-IF
               DISPLAY 'DIFFERS key ' FUNCTION TRIM(db-key TRAILING)
                   ':' FUNCTION TRIM(ws-diff-fields TRAILING)
               IF ws-updated-differs
                   DISPLAY '    last-updated reference '
                       db-last-updated ' target ' tg-last-updated
               END-IF
           END-IF
           .

      *    The reference image goes out unchanged, db-last-updated
      *    and all, so the loaded target carries the same stamp as
      *    the reference and the next compare sees them equal.
       pa-correct-write.
           IF ws-mode-correct
               MOVE db-record TO cf-record
               WRITE cf-record
               IF ws-feed-file-status IS NOT EQUAL TO '00' THEN
                   DISPLAY 'aodbcmp: correction feed write failed, '
                       'status ' ws-feed-file-status UPON SYSERR
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO ws-cmp-feed-written
           END-IF
           .

      *    First matching line wins, the PRFREC ordering rule; no
      *    match at all is the OTHER entry.
       pa-prefix-match.
           MOVE ws-cmp-other TO ws-cmp-found
           IF ws-cmp-count IS GREATER THAN 0
               MOVE 1 TO ws-cmp-index
               PERFORM pa-prefix-match-scan
           END-IF
           .

       pa-prefix-match-scan.
           IF ws-cmp-key (1:ws-cmp-prefix-len (ws-cmp-index))
               IS EQUAL TO ws-cmp-prefix (ws-cmp-index)
                   (1:ws-cmp-prefix-len (ws-cmp-index))
               MOVE ws-cmp-index TO ws-cmp-found
           ELSE
               IF ws-cmp-index IS LESS THAN ws-cmp-count
                   ADD 1 TO ws-cmp-index
                   GO TO pa-prefix-match-scan
               END-IF
           END-IF
           .

      ******************************************************************
      * This section prints the per-prefix totals and the run totals,
      * and sets the return code.

       se-report SECTION.

       pa-report-print.
           DISPLAY '------------------------------------------------'
           DISPLAY 'OWNER        PREFIX                           '
               '     SAME    DIFFER   MISSING     EXTRA'
           MOVE 1 TO ws-cmp-index
           IF ws-cmp-count IS GREATER THAN 0
               PERFORM pa-report-prefix
           END-IF
           MOVE ws-cmp-other TO ws-cmp-index
           PERFORM pa-report-line

           DISPLAY '------------------------------------------------'
           DISPLAY 'Reference records read ......... '
               ws-cmp-reference-read
           DISPLAY 'Target records read ............ '
               ws-cmp-target-read
           DISPLAY 'Keys the same .................. '
               ws-cmp-total-same
           DISPLAY 'Keys that differ ............... '
               ws-cmp-total-differ
           DISPLAY 'Keys missing from the target ... '
               ws-cmp-total-ref-only
           DISPLAY 'Keys only in the target ........ '
               ws-cmp-total-tgt-only
           IF ws-cmp-unlisted IS GREATER THAN 0
               DISPLAY 'Differences past the list limit  '
                   ws-cmp-unlisted
           END-IF
           IF ws-mode-correct
               DISPLAY 'Correction records written ..... '
                   ws-cmp-feed-written
           END-IF

           IF ws-cmp-total-differ IS EQUAL TO 0
               AND ws-cmp-total-ref-only IS EQUAL TO 0
               AND ws-cmp-total-tgt-only IS EQUAL TO 0
               DISPLAY 'Result ......................... MATCH'
           ELSE
               DISPLAY 'Result ......................... DIVERGENT'
               MOVE 2 TO RETURN-CODE
           END-IF
           DISPLAY '================================================'
           .

      ******************************************************************
      * This section prints the per-prefix lines. It is reached only
      * by name, from pa-report-print above - never by PERFORMing the
      * section as a whole.

       se-report-prefix SECTION.

       pa-report-prefix.
           PERFORM pa-report-line

           IF ws-cmp-index IS LESS THAN ws-cmp-count
               ADD 1 TO ws-cmp-index
               GO TO pa-report-prefix
           END-IF
           .

       pa-report-line.
           IF ws-cmp-index IS EQUAL TO ws-cmp-other
               MOVE '(no configured prefix)' TO ws-report-label
           ELSE
               MOVE ws-cmp-prefix (ws-cmp-index) TO ws-report-label
           END-IF
           DISPLAY ws-cmp-owner (ws-cmp-index) SPACE
               ws-report-label SPACE
               ws-cmp-same (ws-cmp-index) SPACE
               ws-cmp-differ (ws-cmp-index) SPACE
               ws-cmp-ref-only (ws-cmp-index) SPACE
               ws-cmp-tgt-only (ws-cmp-index)
           .
