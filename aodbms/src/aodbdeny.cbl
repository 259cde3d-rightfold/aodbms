       IDENTIFICATION DIVISION.
       PROGRAM-ID. aodbdeny.

      ******************************************************************
      * Daily access denials report for AODBMS. Every request the
      * access control file (see ACLREC) refused was answered with
      * status 14 and audited like any other reply, its denial row -
      * the kind of access refused and the PRFREC prefix owning the
      * key - kept in the first 64 response bytes (see the access
      * notes in CMDHDR). This job reads one day's worker audit logs,
      * the same base-path-plus-'.wN'-plus-date naming aodbrpt and
      * aodbaudq read, picks out the denials, and prints them counted
      * by client and prefix, split by read, write and delete, so the
      * application owners can see who is reaching into their keys
      * and the operators can see which grants are missing.
      *
      * Bare unidentified frames are reported under '*ANON*', the
      * REGREC convention; a refused key that no PRFREC line owns is
      * reported under '(unowned)'.
      *
      * Settings:
      *   AODBMS_AUDIT_PATH     the workers' shared audit base path
      *   AODBMS_WORKER_COUNT   the pool size, as for AODBRPT
      *   AODBMS_DENY_DATE      YYYYMMDD, default today

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT audit-file ASSIGN TO ws-audit-file-name
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-audit-file-status.

           SELECT sort-file ASSIGN TO 'SORTWK01'.

       DATA DIVISION.
       FILE SECTION.
       FD  audit-file.
           COPY AUDREC.

       SD  sort-file.
       01 sort-record.
           02 sort-client              PIC X(8).
           02 sort-prefix              PIC X(32).
           02 sort-prefix-len          PIC 9(2).
           02 sort-access              PIC X.
               88 sort-access-read     VALUE 'R'.
               88 sort-access-write    VALUE 'W'.
               88 sort-access-delete   VALUE 'D'.

       WORKING-STORAGE SECTION.

       01 ws-configuration.
           02 ws-audit-path            PIC X(256).
           02 ws-deny-date-text        PIC X(8).

      *        Same pool-size convention as aodbrpt: 0 means a single
      *        worker writing straight to ws-audit-path, N means logs
      *        ws-audit-path + '.w1' .. '.wN'.
           02 ws-worker-count-text     PIC X(1) VALUE '0'.
       01 ws-worker-count              PIC 9(1) VALUE 0.
       01 ws-worker-index              PIC 9(1) VALUE 0.

       01 ws-audit-file-name           PIC X(266).
       01 ws-audit-file-status         PIC XX.
       01 ws-audit-date                PIC 9(8).

       01 ws-audit-eof                 PIC X VALUE 'N'.
           88 ws-audit-at-eof          VALUE 'Y'.

      *    The denial row is decoded by laying the same CMDHDR overlay
      *    the workers use over a copy of the audited response, the
      *    way aodbaudq decodes its frames, so this report can never
      *    drift from the wire format.
       01 ws-frame.
           03 ws-message               PIC X(4179).

           COPY CMDHDR.

       01 ws-deny-totals.
           02 ws-deny-files-read       PIC 9(4) VALUE 0.
           02 ws-deny-files-missing    PIC 9(4) VALUE 0.
           02 ws-deny-records-read     PIC 9(9) VALUE 0.
           02 ws-deny-denials          PIC 9(9) VALUE 0.
           02 ws-deny-total-read       PIC 9(9) VALUE 0.
           02 ws-deny-total-write      PIC 9(9) VALUE 0.
           02 ws-deny-total-delete     PIC 9(9) VALUE 0.

      *    The client and prefix the counts below are being gathered
      *    for, and the client's own running totals.
       01 ws-report-state.
           02 ws-group-flag            PIC X VALUE 'N'.
               88 ws-group-is-open     VALUE 'Y'.
           02 ws-group-client          PIC X(8).
           02 ws-group-prefix          PIC X(32).
           02 ws-group-prefix-len      PIC 9(2).
           02 ws-group-read            PIC 9(9).
           02 ws-group-write           PIC 9(9).
           02 ws-group-delete          PIC 9(9).
           02 ws-group-total           PIC 9(9).
           02 ws-client-read           PIC 9(9) VALUE 0.
           02 ws-client-write          PIC 9(9) VALUE 0.
           02 ws-client-delete         PIC 9(9) VALUE 0.
           02 ws-client-total          PIC 9(9) VALUE 0.
           02 ws-report-prefix         PIC X(32).

       PROCEDURE DIVISION.

      ******************************************************************
      * This section marks the entry point of the report run. The SORT
      * gathers the day's denials from every worker's log and hands
      * them back ordered by client and prefix for counting.

       se-entry SECTION.

       pa-entry.
           PERFORM se-initialize

           DISPLAY '================================================'
           DISPLAY 'AODBMS DAILY ACCESS DENIALS REPORT'
           DISPLAY '================================================'
           DISPLAY 'Audit base: ' FUNCTION TRIM(ws-audit-path)
           DISPLAY 'Report date .................... ' ws-audit-date
           DISPLAY '------------------------------------------------'
           DISPLAY 'CLIENT   PREFIX                           '
               '     READ     WRITE    DELETE     TOTAL'

           SORT sort-file
               ON ASCENDING KEY sort-client
               ON ASCENDING KEY sort-prefix
               INPUT PROCEDURE IS se-gather
               OUTPUT PROCEDURE IS se-print

           DISPLAY '------------------------------------------------'
           DISPLAY 'Audit files read ............... '
               ws-deny-files-read
           DISPLAY 'Audit files missing ............ '
               ws-deny-files-missing
           DISPLAY 'Records read ................... '
               ws-deny-records-read
           DISPLAY 'Requests denied ................ '
               ws-deny-denials
           DISPLAY '  read ......................... '
               ws-deny-total-read
           DISPLAY '  write ........................ '
               ws-deny-total-write
           DISPLAY '  delete ....................... '
               ws-deny-total-delete
           DISPLAY '================================================'
           STOP RUN
           .

      ******************************************************************
      * This section performs initialization of global state.

       se-initialize SECTION.

       pa-initialize-configuration.
           MOVE '/var/lib/aodbms/audit' TO ws-audit-path
           ACCEPT ws-audit-path
               FROM ENVIRONMENT 'AODBMS_AUDIT_PATH'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           ACCEPT ws-worker-count-text
               FROM ENVIRONMENT 'AODBMS_WORKER_COUNT'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ws-worker-count-text IS NUMERIC
               MOVE ws-worker-count-text TO ws-worker-count
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:8) TO ws-deny-date-text
           ACCEPT ws-deny-date-text
               FROM ENVIRONMENT 'AODBMS_DENY_DATE'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ws-deny-date-text IS EQUAL TO SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO ws-deny-date-text
           END-IF
           IF ws-deny-date-text IS NOT NUMERIC
               DISPLAY 'aodbdeny: date must be YYYYMMDD, got "'
                   ws-deny-date-text '"' UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-deny-date-text TO ws-audit-date
           .

      ******************************************************************
      * This section builds the dated audit file name for the worker
      * ws-worker-index currently names - the same naming scheme
      * aodbrpt's se-audit-name builds.

       se-audit-name SECTION.

       pa-audit-name.
           IF ws-worker-index IS EQUAL TO 0
               STRING FUNCTION TRIM(ws-audit-path) DELIMITED BY SIZE,
                       '.' DELIMITED BY SIZE,
                       ws-audit-date DELIMITED BY SIZE
                   INTO ws-audit-file-name
           ELSE
               STRING FUNCTION TRIM(ws-audit-path) DELIMITED BY SIZE,
                       '.w' DELIMITED BY SIZE,
                       ws-worker-index DELIMITED BY SIZE,
                       '.' DELIMITED BY SIZE,
                       ws-audit-date DELIMITED BY SIZE
                   INTO ws-audit-file-name
           END-IF
           .

      ******************************************************************
      * This section feeds the sort: one audit log per worker in the
      * pool.

       se-gather SECTION.

       pa-gather.
           IF ws-worker-count IS EQUAL TO 0
               MOVE 0 TO ws-worker-index
               PERFORM pa-gather-one-log
           ELSE
               MOVE 1 TO ws-worker-index
               PERFORM pa-gather-worker
           END-IF
           .

      ******************************************************************
      * This section walks the worker pool's logs. It lives in its own
      * section, reached only by name from pa-gather above, so the
      * end of the worker loop can never fall through into an extra
      * unwanted scan.

       se-gather-workers SECTION.

       pa-gather-worker.
           PERFORM pa-gather-one-log
           ADD 1 TO ws-worker-index

           IF ws-worker-index IS NOT GREATER THAN ws-worker-count
               GO TO pa-gather-worker
           END-IF
           .

      ******************************************************************
      * This section scans one dated audit log, releasing every denial
      * to the sort. A log that doesn't exist (a worker that wasn't up
      * that day) is counted and skipped, not an error. Reached only
      * by name - never by PERFORMing the section as a whole.

       se-gather-log SECTION.

       pa-gather-one-log.
           PERFORM pa-audit-name
           MOVE 'N' TO ws-audit-eof

           OPEN INPUT audit-file
           IF ws-audit-file-status IS NOT EQUAL TO '00' THEN
               ADD 1 TO ws-deny-files-missing
           ELSE
               ADD 1 TO ws-deny-files-read
               PERFORM pa-gather-loop
               CLOSE audit-file
           END-IF
           .

       pa-gather-loop.
           READ audit-file
               AT END
                   SET ws-audit-at-eof TO TRUE
               NOT AT END
                   ADD 1 TO ws-deny-records-read
                   IF aud-status IS EQUAL TO '14'
                       PERFORM pa-gather-release
                   END-IF
           END-READ

           IF NOT ws-audit-at-eof
               GO TO pa-gather-loop
           END-IF
           .

      *    The denial row sits at the start of the payload, which
      *    begins further along in a version-2 reply; the version
      *    byte says which overlay applies. A prefix length that is
      *    not digits is reported as unowned rather than trusted.
       pa-gather-release.
           MOVE aud-response TO ws-message

           IF aud-client IS EQUAL TO SPACES
               MOVE '*ANON*' TO sort-client
           ELSE
               MOVE aud-client TO sort-client
           END-IF

           IF ws-resp2-version IS EQUAL TO '2'
               MOVE ws-denial2-access TO sort-access
               MOVE ws-denial2-prefix-len TO sort-prefix-len
               MOVE ws-denial2-prefix TO sort-prefix
           ELSE
               MOVE ws-denial-access TO sort-access
               MOVE ws-denial-prefix-len TO sort-prefix-len
               MOVE ws-denial-prefix TO sort-prefix
           END-IF

           IF sort-prefix-len IS NOT NUMERIC
               MOVE 0 TO sort-prefix-len
               MOVE SPACES TO sort-prefix
           END-IF

           RELEASE sort-record
           ADD 1 TO ws-deny-denials
           .

      ******************************************************************
      * This section takes the sorted denials back and prints one line
      * per client and prefix, with a total line per client.

       se-print SECTION.

       pa-print-loop.
           RETURN sort-file
               AT END
                   PERFORM pa-print-group
                   PERFORM pa-print-client
                   EXIT SECTION
           END-RETURN

           IF ws-group-is-open
               AND sort-client IS NOT EQUAL TO ws-group-client
               PERFORM pa-print-group
               PERFORM pa-print-client
           END-IF

           IF ws-group-is-open
               AND sort-prefix IS NOT EQUAL TO ws-group-prefix
               PERFORM pa-print-group
           END-IF

           IF NOT ws-group-is-open
               PERFORM pa-print-start
           END-IF

           PERFORM pa-print-tally

           GO TO pa-print-loop
           .

      ******************************************************************
      * This section holds the control-break paragraphs. They are
      * reached only by name, from pa-print-loop above - never by
      * PERFORMing the section as a whole.

       se-print-group SECTION.

      *    A new client's totals start from zero only when the client
      *    actually changes; a new prefix under the same client keeps
      *    adding to them.
       pa-print-start.
           IF sort-client IS NOT EQUAL TO ws-group-client
               MOVE 0 TO ws-client-read
               MOVE 0 TO ws-client-write
               MOVE 0 TO ws-client-delete
               MOVE 0 TO ws-client-total
           END-IF
           SET ws-group-is-open TO TRUE
           MOVE sort-client TO ws-group-client
           MOVE sort-prefix TO ws-group-prefix
           MOVE sort-prefix-len TO ws-group-prefix-len
           MOVE 0 TO ws-group-read
           MOVE 0 TO ws-group-write
           MOVE 0 TO ws-group-delete
           MOVE 0 TO ws-group-total
           .

       pa-print-tally.
           EVALUATE TRUE
               WHEN sort-access-read
                   ADD 1 TO ws-group-read
                   ADD 1 TO ws-client-read
                   ADD 1 TO ws-deny-total-read
               WHEN sort-access-write
                   ADD 1 TO ws-group-write
                   ADD 1 TO ws-client-write
                   ADD 1 TO ws-deny-total-write
               WHEN sort-access-delete
                   ADD 1 TO ws-group-delete
                   ADD 1 TO ws-client-delete
                   ADD 1 TO ws-deny-total-delete
           END-EVALUATE
           ADD 1 TO ws-group-total
           ADD 1 TO ws-client-total
           .

       pa-print-group.
           IF ws-group-is-open
               IF ws-group-prefix-len IS EQUAL TO 0
                   MOVE '(unowned)' TO ws-report-prefix
               ELSE
                   MOVE ws-group-prefix TO ws-report-prefix
               END-IF
               DISPLAY ws-group-client SPACE ws-report-prefix SPACE
                   ws-group-read SPACE ws-group-write SPACE
                   ws-group-delete SPACE ws-group-total
               MOVE 'N' TO ws-group-flag
           END-IF
           .

      *    Printed once the client's last prefix line is out; the
      *    group is closed by then, but its client is still the one
      *    the running totals belong to.
       pa-print-client.
           IF ws-client-total IS GREATER THAN 0
               DISPLAY ws-group-client SPACE
                   '  client total                   '
                   ws-client-read SPACE ws-client-write SPACE
                   ws-client-delete SPACE ws-client-total
               DISPLAY SPACE
               MOVE 0 TO ws-client-total
           END-IF
           .
