      * key's history reads chronologically no matter which worker in
      * the pool handled each request.
      *
      * Batch maintenance never passes through a worker, so it leaves
      * no audit record; its changes are read instead from the batch
      * change journal stream (AODBMS_JOURNAL_PATH + '.batch.' + date,
      * see JRNREC) over the same date range, and printed among the
      * worker activity as a PUT or DELETE with status OK, the job
      * name as the client, and 'B' where the worker number goes.
      * A batch line is timed by jrn-written, the moment the job made
      * the change - the load time for AODBLOAD, even for a record
      * carrying a feed timestamp of its own.
      *
      * Filters (all optional; an unset filter matches everything):
      *   AODBMS_AUDQ_KEY     exact key, as the client sent it
      *   AODBMS_AUDQ_OPCODE  single opcode letter
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-audit-file-status.

           SELECT journal-file ASSIGN TO ws-journal-file-name
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-journal-file-status.

           SELECT sort-file ASSIGN TO 'SORTWK01'.

       DATA DIVISION.
       FD  audit-file.
           COPY AUDREC.

       FD  journal-file.
           COPY JRNREC.

       SD  sort-file.
       01 sort-record.
           02 sort-key                 PIC X(32).
           02 sort-response            PIC X(64).
           02 sort-status              PIC X(2).
           02 sort-client              PIC X(8).
           02 sort-batch               PIC X.
               88 sort-is-batch        VALUE 'Y'.

       WORKING-STORAGE SECTION.

       01 ws-audit-file-status         PIC XX.
       01 ws-audit-date                PIC 9(8).

      *    The batch journal stream read alongside the audit logs.
       01 ws-journal-path              PIC X(256).
       01 ws-journal-file-name         PIC X(266).
       01 ws-journal-file-status       PIC XX.
       01 ws-journal-eof               PIC X VALUE 'N'.
           88 ws-journal-at-eof        VALUE 'Y'.
       01 ws-batch-command             PIC X(64).
       01 ws-batch-response            PIC X(64).

       01 ws-date-range.
           02 ws-from-date             PIC 9(8).
           02 ws-to-date               PIC 9(8).
           02 ws-audq-files-missing    PIC 9(4) VALUE 0.
           02 ws-audq-records-read     PIC 9(9) VALUE 0.
           02 ws-audq-records-matched  PIC 9(9) VALUE 0.
           02 ws-audq-journals-read    PIC 9(4) VALUE 0.
           02 ws-audq-batch-read       PIC 9(9) VALUE 0.

       01 ws-report-state.
      *        The record's key, lifted from whichever protocol
               ws-audq-files-missing
           DISPLAY 'Records read ................... '
               ws-audq-records-read
           DISPLAY 'Batch journals read ............ '
               ws-audq-journals-read
           DISPLAY 'Batch changes read ............. '
               ws-audq-batch-read
           DISPLAY 'Records matched ................ '
               ws-audq-records-matched
           DISPLAY '================================================'
                   CONTINUE
           END-ACCEPT

           MOVE '/var/lib/aodbms/journal' TO ws-journal-path
           ACCEPT ws-journal-path
               FROM ENVIRONMENT 'AODBMS_JOURNAL_PATH'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           ACCEPT ws-worker-count-text
               FROM ENVIRONMENT 'AODBMS_WORKER_COUNT'
               ON EXCEPTION
               MOVE 1 TO ws-worker-index
               PERFORM pa-gather-worker
           END-IF
           PERFORM pa-gather-batch

           ADD 1 TO ws-date-integer
           IF ws-date-integer IS NOT GREATER THAN ws-to-date-integer
           MOVE aud-response TO sort-response
           MOVE aud-status TO sort-status
           MOVE aud-client TO sort-client
           MOVE 'N' TO sort-batch
           RELEASE sort-record
           ADD 1 TO ws-audq-records-matched
           .

      ******************************************************************
      * This section scans one day's batch journal, releasing every
      * change that passes the filters to the sort in the shape of a
      * version-1 request and an OK response, so the print section
      * decodes it like any audited frame. A day without batch work
      * has no file, which is normal and not counted. It is reached
      * only by name, from pa-gather-date above - never by
      * PERFORMing the section as a whole.

       se-gather-batch SECTION.

       pa-gather-batch.
           STRING FUNCTION TRIM(ws-journal-path) DELIMITED BY SIZE,
                   '.batch.' DELIMITED BY SIZE,
                   ws-audit-date DELIMITED BY SIZE
               INTO ws-journal-file-name
           MOVE 'N' TO ws-journal-eof

           OPEN INPUT journal-file
           IF ws-journal-file-status IS EQUAL TO '00' THEN
               ADD 1 TO ws-audq-journals-read
               PERFORM pa-gather-batch-loop
               CLOSE journal-file
           END-IF
           .

       pa-gather-batch-loop.
           READ journal-file
               AT END
                   SET ws-journal-at-eof TO TRUE
               NOT AT END
                   ADD 1 TO ws-audq-batch-read
                   IF jrn-payload-len IS NUMERIC
                       PERFORM pa-gather-batch-release
                   END-IF
           END-READ

           IF NOT ws-journal-at-eof
               GO TO pa-gather-batch-loop
           END-IF
           .

      *    The same filters as pa-gather-release, held against what
      *    the journal record says: a batch change always succeeded,
      *    so it matches status 00 only, and its client is the job.
       pa-gather-batch-release.
           IF (ws-filter-opcode IS EQUAL TO SPACE
                   OR jrn-action IS EQUAL TO ws-filter-opcode)
               AND (ws-filter-key IS EQUAL TO SPACES
                   OR jrn-key IS EQUAL TO ws-filter-key)
               AND (ws-filter-status IS EQUAL TO SPACES
                   OR ws-filter-status IS EQUAL TO '00')
               AND (ws-filter-client IS EQUAL TO SPACES
                   OR jrn-origin IS EQUAL TO ws-filter-client-match)
               PERFORM pa-gather-batch-frame
               MOVE jrn-key TO sort-key
               MOVE jrn-written TO sort-timestamp
               MOVE 0 TO sort-worker
               MOVE ws-batch-command TO sort-command
               MOVE ws-batch-response TO sort-response
               MOVE '00' TO sort-status
               MOVE jrn-origin TO sort-client
               SET sort-is-batch TO TRUE
               RELEASE sort-record
               ADD 1 TO ws-audq-records-matched
           END-IF
           .

      *    A put shows as much of its value as a version-1 frame
      *    holds, the same first-bytes view the audit log keeps.
       pa-gather-batch-frame.
           MOVE SPACES TO ws-message
           MOVE '1' TO ws-cmd-version
           MOVE jrn-action TO ws-cmd-opcode
           MOVE 0 TO ws-cmd-key-len
           MOVE jrn-key TO ws-cmd-key
           IF jrn-action-put
               MOVE jrn-payload TO ws-cmd-payload
               IF jrn-payload-len IS GREATER THAN
                   LENGTH OF ws-cmd-payload
                   MOVE LENGTH OF ws-cmd-payload TO ws-cmd-payload-len
               ELSE
                   MOVE jrn-payload-len TO ws-cmd-payload-len
               END-IF
           ELSE
               MOVE 0 TO ws-cmd-payload-len
           END-IF
           MOVE ws-message (1:64) TO ws-batch-command

           MOVE SPACES TO ws-message
           MOVE '1' TO ws-resp-version
           SET ws-resp-ok TO TRUE
           MOVE 0 TO ws-resp-payload-len
           MOVE ws-message (1:64) TO ws-batch-response
           .

      ******************************************************************
      * This section takes the sorted records back and prints the
      * report: a heading line whenever the key changes, then one
               WHEN ws-cmd-version-2
                   AND ws-cmd2-op-lookup    MOVE 'LOOKUP    '
                   TO ws-report-opcode-name
               WHEN ws-cmd-version-2
                   AND ws-cmd2-op-as-of     MOVE 'AS-OF-GET '
                   TO ws-report-opcode-name
               WHEN ws-cmd-version-2
                   AND ws-cmd2-op-versions  MOVE 'VERSIONS  '
                   TO ws-report-opcode-name
               WHEN ws-cmd-op-heartbeat  MOVE 'HEARTBEAT '
                   TO ws-report-opcode-name
               WHEN OTHER                MOVE 'OPCODE( ) '
                   TO ws-report-status-name
               WHEN ws-resp-quota-full     MOVE 'QUOTA FULL    '
                   TO ws-report-status-name
               WHEN ws-resp-access-denied  MOVE 'ACCESS DENIED '
                   TO ws-report-status-name
               WHEN ws-resp-reference      MOVE 'REFERENCE     '
                   TO ws-report-status-name
               WHEN OTHER                  MOVE 'STATUS ??     '
                   TO ws-report-status-name
                   MOVE ws-resp-status

      *        The client column prints the identifier the request
      *        arrived under, or blanks for a bare frame - the same
      *        spaces '*ANON*' filters on - or the batch job's name.
           EVALUATE TRUE
               WHEN sort-is-batch
                   DISPLAY '  ' sort-timestamp ' B ' SPACE
                       sort-client SPACE
                       ws-report-opcode-name SPACE
                       ws-report-status-name SPACE ws-report-detail
               WHEN sort-worker IS EQUAL TO 0
                   DISPLAY '  ' sort-timestamp '    ' SPACE SPACE
                       sort-client SPACE
                       ws-report-opcode-name SPACE
                       ws-report-status-name SPACE ws-report-detail
               WHEN OTHER
                   DISPLAY '  ' sort-timestamp ' w' sort-worker SPACE
                       sort-client SPACE
                       ws-report-opcode-name SPACE
                       ws-report-status-name SPACE ws-report-detail
           END-EVALUATE
           .
