       IDENTIFICATION DIVISION.
       PROGRAM-ID. aodbsla.

      ******************************************************************
      * Daily response-time (SLA) report for AODBMS. The broker writes
      * one dispatch log record per request it finishes with (see
      * DSPREC): when the request was first dispatched, how long the
      * client waited for its answer, and whether it had to be
      * re-dispatched or was failed back with status 11. This job
      * reads one day of that log and prints, per opcode and per hour
      * of dispatch, then for the whole day:
      *
      *   requests      how many were answered
      *   average       mean response time
      *   95th pct      the nearest-rank 95th percentile - the time
      *                 95 requests in 100 were answered within
      *   maximum       the slowest
      *   timeouts      how many were failed back with status 11
      *   re-dispatch   how many were handed to a second worker
      *
      * Times are seconds to the hundredth, the log's resolution. A
      * timed-out request counts at the time its status-11 reply went
      * out: that is what its client waited.
      *
      * The percentile needs each group's times in order, so every
      * record is released to the sort three times - once under its
      * opcode, once under its hour, once under the whole day - and
      * comes back ordered by group and time; the group sizes are
      * counted on the way in, so the output pass knows which rank is
      * the 95th percentile before it reaches it.
      *
      * Opcodes are reported by protocol version, since a version-1
      * and a version-2 GET are different frames with different
      * costs. A record whose time or dispatch hour is not digits is
      * reported by position and left out.
      *
      * Settings:
      *   AODBMS_DISPATCH_LOG_PATH  the broker's dispatch log base
      *                             path, without the date
      *   AODBMS_SLA_DATE           YYYYMMDD, default today

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT dispatch-file ASSIGN TO ws-dispatch-file-name
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-dispatch-file-status.

           SELECT sort-file ASSIGN TO 'SORTWK01'.

       DATA DIVISION.
       FILE SECTION.
       FD  dispatch-file.
           COPY DSPREC.

       SD  sort-file.
       01 sort-record.
           02 sort-group-type          PIC X.
               88 sort-group-opcode    VALUE '1'.
               88 sort-group-hour      VALUE '2'.
               88 sort-group-day       VALUE '3'.
           02 sort-group               PIC X(2).
           02 sort-elapsed             PIC 9(9).
           02 sort-redispatched        PIC X.
               88 sort-was-redispatched VALUE 'Y'.
           02 sort-timed-out           PIC X.
               88 sort-was-timed-out   VALUE 'Y'.

       WORKING-STORAGE SECTION.

       01 ws-configuration.
           02 ws-dispatch-path         PIC X(256).
           02 ws-sla-date-text         PIC X(8).

       01 ws-dispatch-file-name        PIC X(266).
       01 ws-dispatch-file-status      PIC XX.
       01 ws-dispatch-date             PIC 9(8).

       01 ws-dispatch-eof              PIC X VALUE 'N'.
           88 ws-dispatch-at-eof       VALUE 'Y'.

      *    The opcode names are decoded by laying the same CMDHDR
      *    overlay the workers use over the logged version and opcode
      *    bytes, the way aodbaudq names them.
       01 ws-frame.
           03 ws-message               PIC X(4179).

           COPY CMDHDR.

      *    Group sizes, counted as the records are released: one
      *    entry per version and opcode seen, one per hour of the
      *    day. Opcodes are a handful of letters; should a damaged
      *    log produce more distinct ones than the table holds, the
      *    overflow is pooled under the last entry, '**'.
       01 ws-group-sizes.
           02 ws-opcode-limit          PIC 9(2) VALUE 40.
           02 ws-opcode-used           PIC 9(2) VALUE 0.
           02 ws-opcode-index          PIC 9(2).
           02 ws-opcode-found          PIC 9(2).
           02 ws-opcode-entry OCCURS 40 TIMES.
               03 ws-opcode-key        PIC X(2).
               03 ws-opcode-requests   PIC 9(9).
           02 ws-hour-index            PIC 9(2).
           02 ws-hour-requests         PIC 9(9) OCCURS 24 TIMES.
           02 ws-record-hour           PIC 9(2).

       01 ws-sla-totals.
           02 ws-sla-records-read      PIC 9(9) VALUE 0.
           02 ws-sla-malformed         PIC 9(9) VALUE 0.
           02 ws-sla-requests          PIC 9(9) VALUE 0.

      *    The group the output pass is gathering, and its running
      *    figures.
       01 ws-report-state.
           02 ws-group-flag            PIC X VALUE 'N'.
               88 ws-group-is-open     VALUE 'Y'.
           02 ws-group-type            PIC X VALUE SPACE.
           02 ws-group                 PIC X(2).
           02 ws-group-requests        PIC 9(9).
           02 ws-group-rank            PIC 9(9).
           02 ws-group-p95-rank        PIC 9(9).
           02 ws-group-total-time      PIC 9(15).
           02 ws-group-p95             PIC 9(9).
           02 ws-group-maximum         PIC 9(9).
           02 ws-group-timeouts        PIC 9(9).
           02 ws-group-redispatches    PIC 9(9).

      *    One printed line; the times are seconds to the hundredth.
       01 ws-report-line.
           02 ws-report-label          PIC X(15).
           02 ws-report-requests       PIC Z(8)9.
           02 FILLER                   PIC X VALUE SPACE.
           02 ws-report-average        PIC Z(6)9.99.
           02 FILLER                   PIC X VALUE SPACE.
           02 ws-report-p95            PIC Z(6)9.99.
           02 FILLER                   PIC X VALUE SPACE.
           02 ws-report-maximum        PIC Z(6)9.99.
           02 FILLER                   PIC X VALUE SPACE.
           02 ws-report-timeouts       PIC Z(8)9.
           02 FILLER                   PIC X VALUE SPACE.
           02 ws-report-redispatches   PIC Z(8)9.

       01 ws-report-opcode-name        PIC X(10).
       01 ws-report-seconds            PIC 9(7)V99.

       PROCEDURE DIVISION.

      ******************************************************************
      * This section marks the entry point of the report run.

       se-entry SECTION.

       pa-entry.
           PERFORM se-initialize

           DISPLAY '================================================'
           DISPLAY 'AODBMS DAILY RESPONSE TIME REPORT'
           DISPLAY '================================================'
           DISPLAY 'Dispatch log: ' FUNCTION TRIM(ws-dispatch-file-name)
           DISPLAY 'Report date .................... ' ws-dispatch-date

           SORT sort-file
               ON ASCENDING KEY sort-group-type
               ON ASCENDING KEY sort-group
               ON ASCENDING KEY sort-elapsed
               INPUT PROCEDURE IS se-gather
               OUTPUT PROCEDURE IS se-print

           DISPLAY '------------------------------------------------'
           DISPLAY 'Records read ................... '
               ws-sla-records-read
           DISPLAY 'Malformed records skipped ...... '
               ws-sla-malformed
           DISPLAY 'Requests reported .............. '
               ws-sla-requests
           DISPLAY '================================================'
           STOP RUN
           .

      ******************************************************************
      * This section performs initialization of global state. The
      * day's log must be there: a day the broker logged nothing is
      * a day it was down or could not log, and a nightly SLA job
      * reporting a clean empty day would hide exactly that.

       se-initialize SECTION.

       pa-initialize-configuration.
           MOVE '/var/lib/aodbms/dispatch' TO ws-dispatch-path
           ACCEPT ws-dispatch-path
               FROM ENVIRONMENT 'AODBMS_DISPATCH_LOG_PATH'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           MOVE FUNCTION CURRENT-DATE (1:8) TO ws-sla-date-text
           ACCEPT ws-sla-date-text
               FROM ENVIRONMENT 'AODBMS_SLA_DATE'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ws-sla-date-text IS EQUAL TO SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO ws-sla-date-text
           END-IF
           IF ws-sla-date-text IS NOT NUMERIC
               DISPLAY 'aodbsla: date must be YYYYMMDD, got "'
                   ws-sla-date-text '"' UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-sla-date-text TO ws-dispatch-date
           .

       pa-initialize-hours.
           MOVE 1 TO ws-hour-index
           PERFORM pa-initialize-hour
           .

       pa-initialize-hour.
           MOVE 0 TO ws-hour-requests (ws-hour-index)

           IF ws-hour-index IS LESS THAN 24
               ADD 1 TO ws-hour-index
               GO TO pa-initialize-hour
           END-IF
           .

       pa-initialize-dispatch-log.
           STRING FUNCTION TRIM(ws-dispatch-path) DELIMITED BY SIZE,
                   '.' DELIMITED BY SIZE,
                   ws-dispatch-date DELIMITED BY SIZE
               INTO ws-dispatch-file-name

           OPEN INPUT dispatch-file
           IF ws-dispatch-file-status IS NOT EQUAL TO '00' THEN
               DISPLAY 'aodbsla: cannot open dispatch log '
                   FUNCTION TRIM(ws-dispatch-file-name)
                   ', status ' ws-dispatch-file-status UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      ******************************************************************
      * This section feeds the sort from the day's dispatch log, each
      * record three times over; see the program header.

       se-gather SECTION.

       pa-gather-loop.
           READ dispatch-file
               AT END
                   SET ws-dispatch-at-eof TO TRUE
               NOT AT END
                   ADD 1 TO ws-sla-records-read
                   PERFORM pa-gather-record
           END-READ

           IF NOT ws-dispatch-at-eof
               GO TO pa-gather-loop
           END-IF

           CLOSE dispatch-file
           .

      ******************************************************************
      * This section releases one dispatch record to the sort and
      * counts it into its groups. It is reached only by name, from
      * pa-gather-loop above - never by PERFORMing the section as a
      * whole.

       se-gather-record SECTION.

       pa-gather-record.
           MOVE 99 TO ws-record-hour
           IF dsp-dispatched (9:2) IS NUMERIC
               MOVE dsp-dispatched (9:2) TO ws-record-hour
           END-IF

           IF dsp-elapsed IS NOT NUMERIC
               OR ws-record-hour IS GREATER THAN 23
               ADD 1 TO ws-sla-malformed
               DISPLAY 'aodbsla: malformed dispatch record '
                   ws-sla-records-read ' skipped' UPON SYSERR
           ELSE
               PERFORM pa-gather-release
           END-IF
           .

       pa-gather-release.
           MOVE dsp-elapsed TO sort-elapsed
           MOVE dsp-redispatched TO sort-redispatched
           MOVE dsp-timed-out TO sort-timed-out

           PERFORM pa-gather-opcode
           SET sort-group-opcode TO TRUE
           MOVE ws-opcode-key (ws-opcode-found) TO sort-group
           RELEASE sort-record

           ADD 1 TO ws-hour-requests (ws-record-hour + 1)
           SET sort-group-hour TO TRUE
           MOVE dsp-dispatched (9:2) TO sort-group
           RELEASE sort-record

           ADD 1 TO ws-sla-requests
           SET sort-group-day TO TRUE
           MOVE SPACES TO sort-group
           RELEASE sort-record
           .

      *    Finds (or adds) the record's version and opcode in the
      *    opcode table and counts it there.
       pa-gather-opcode.
           MOVE 0 TO ws-opcode-found
           MOVE 1 TO ws-opcode-index
           IF ws-opcode-used IS GREATER THAN 0
               PERFORM pa-gather-opcode-scan
           END-IF

           IF ws-opcode-found IS EQUAL TO 0
               IF ws-opcode-used IS LESS THAN ws-opcode-limit - 1
                   ADD 1 TO ws-opcode-used
                   MOVE ws-opcode-used TO ws-opcode-found
                   MOVE dsp-version
                       TO ws-opcode-key (ws-opcode-found) (1:1)
                   MOVE dsp-opcode
                       TO ws-opcode-key (ws-opcode-found) (2:1)
                   MOVE 0 TO ws-opcode-requests (ws-opcode-found)
               ELSE
                   PERFORM pa-gather-opcode-overflow
               END-IF
           END-IF

           ADD 1 TO ws-opcode-requests (ws-opcode-found)
           .

       pa-gather-opcode-scan.
           IF ws-opcode-key (ws-opcode-index) (1:1)
                   IS EQUAL TO dsp-version
               AND ws-opcode-key (ws-opcode-index) (2:1)
                   IS EQUAL TO dsp-opcode
               MOVE ws-opcode-index TO ws-opcode-found
           ELSE
               IF ws-opcode-index IS LESS THAN ws-opcode-used
                   ADD 1 TO ws-opcode-index
                   GO TO pa-gather-opcode-scan
               END-IF
           END-IF
           .

      *    The pooled last entry is opened the first time it is
      *    needed; ws-opcode-used stops one short of it, so the scan
      *    above never matches a real opcode against it.
       pa-gather-opcode-overflow.
           MOVE ws-opcode-limit TO ws-opcode-found
           IF ws-opcode-key (ws-opcode-found) IS NOT EQUAL TO '**'
               MOVE '**' TO ws-opcode-key (ws-opcode-found)
               MOVE 0 TO ws-opcode-requests (ws-opcode-found)
               DISPLAY 'aodbsla: more opcodes than the report holds, '
                   'the rest pooled under **' UPON SYSERR
           END-IF
           .

      ******************************************************************
      * This section takes the sorted records back and prints one line
      * per group, with a heading as each kind of group begins.

       se-print SECTION.

       pa-print-loop.
           RETURN sort-file
               AT END
                   PERFORM pa-print-group
                   EXIT SECTION
           END-RETURN

           IF ws-group-is-open
               AND (sort-group-type IS NOT EQUAL TO ws-group-type
                   OR sort-group IS NOT EQUAL TO ws-group)
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

      *    The group's size was counted on the way in; the 95th
      *    percentile is the record at rank ceiling(size * 95 / 100)
      *    of the group's ascending times.
       pa-print-start.
           IF sort-group-type IS NOT EQUAL TO ws-group-type
               PERFORM pa-print-heading
           END-IF

           SET ws-group-is-open TO TRUE
           MOVE sort-group-type TO ws-group-type
           MOVE sort-group TO ws-group

           EVALUATE TRUE
               WHEN sort-group-opcode
                   MOVE 1 TO ws-opcode-index
                   PERFORM pa-print-opcode-size
               WHEN sort-group-hour
                   MOVE sort-group TO ws-record-hour
                   MOVE ws-hour-requests (ws-record-hour + 1)
                       TO ws-group-requests
               WHEN OTHER
                   MOVE ws-sla-requests TO ws-group-requests
           END-EVALUATE

           COMPUTE ws-group-p95-rank =
               (ws-group-requests * 95 + 99) / 100
           MOVE 0 TO ws-group-rank
           MOVE 0 TO ws-group-total-time
           MOVE 0 TO ws-group-p95
           MOVE 0 TO ws-group-maximum
           MOVE 0 TO ws-group-timeouts
           MOVE 0 TO ws-group-redispatches
           .

       pa-print-opcode-size.
           IF ws-opcode-key (ws-opcode-index) IS EQUAL TO sort-group
               MOVE ws-opcode-requests (ws-opcode-index)
                   TO ws-group-requests
           ELSE
               IF ws-opcode-index IS LESS THAN ws-opcode-limit
                   ADD 1 TO ws-opcode-index
                   GO TO pa-print-opcode-size
               END-IF
           END-IF
           .

       pa-print-heading.
           DISPLAY '------------------------------------------------'
           EVALUATE TRUE
               WHEN sort-group-opcode
                   DISPLAY 'BY OPCODE'
                   DISPLAY 'VER OPCODE     '
                       ' REQUESTS    AVERAGE   95TH PCT    MAXIMUM'
                       '  TIMEOUTS REDISPTCH'
               WHEN sort-group-hour
                   DISPLAY 'BY HOUR OF DISPATCH'
                   DISPLAY 'HOUR           '
                       ' REQUESTS    AVERAGE   95TH PCT    MAXIMUM'
                       '  TIMEOUTS REDISPTCH'
               WHEN OTHER
                   DISPLAY 'WHOLE DAY'
                   DISPLAY '               '
                       ' REQUESTS    AVERAGE   95TH PCT    MAXIMUM'
                       '  TIMEOUTS REDISPTCH'
           END-EVALUATE
           .

      *    Ascending times, so the last one tallied is the maximum.
       pa-print-tally.
           ADD 1 TO ws-group-rank
           ADD sort-elapsed TO ws-group-total-time
           IF ws-group-rank IS EQUAL TO ws-group-p95-rank
               MOVE sort-elapsed TO ws-group-p95
           END-IF
           MOVE sort-elapsed TO ws-group-maximum
           IF sort-was-timed-out
               ADD 1 TO ws-group-timeouts
           END-IF
           IF sort-was-redispatched
               ADD 1 TO ws-group-redispatches
           END-IF
           .

       pa-print-group.
           IF ws-group-is-open
               PERFORM pa-print-label
               MOVE ws-group-rank TO ws-report-requests
               COMPUTE ws-report-seconds ROUNDED =
                   ws-group-total-time / ws-group-rank / 100
               MOVE ws-report-seconds TO ws-report-average
               COMPUTE ws-report-seconds = ws-group-p95 / 100
               MOVE ws-report-seconds TO ws-report-p95
               COMPUTE ws-report-seconds = ws-group-maximum / 100
               MOVE ws-report-seconds TO ws-report-maximum
               MOVE ws-group-timeouts TO ws-report-timeouts
               MOVE ws-group-redispatches TO ws-report-redispatches
               DISPLAY ws-report-line
               MOVE 'N' TO ws-group-flag
           END-IF
           .

      *    An opcode line reads 'v2 GET', with the opcode names
      *    aodbaudq prints; an hour line reads '14:00-14:59'.
       pa-print-label.
           MOVE SPACES TO ws-report-label
           EVALUATE ws-group-type
               WHEN '1'
                   IF ws-group IS EQUAL TO '**'
                       MOVE '(other)' TO ws-report-label
                   ELSE
                       MOVE SPACES TO ws-message
                       MOVE ws-group TO ws-message (1:2)
                       PERFORM pa-print-opcode-name
                       STRING 'v' DELIMITED BY SIZE,
                               ws-group (1:1) DELIMITED BY SIZE,
                               ' ' DELIMITED BY SIZE,
                               ws-report-opcode-name DELIMITED BY SIZE
                           INTO ws-report-label
                   END-IF
               WHEN '2'
                   STRING ws-group DELIMITED BY SIZE,
                           ':00-' DELIMITED BY SIZE,
                           ws-group DELIMITED BY SIZE,
                           ':59' DELIMITED BY SIZE
                       INTO ws-report-label
               WHEN OTHER
                   MOVE 'all requests' TO ws-report-label
           END-EVALUATE
           .

       pa-print-opcode-name.
           EVALUATE TRUE
               WHEN ws-cmd-op-get        MOVE 'GET       '
                   TO ws-report-opcode-name
               WHEN ws-cmd-op-put        MOVE 'PUT       '
                   TO ws-report-opcode-name
               WHEN ws-cmd-op-delete     MOVE 'DELETE    '
                   TO ws-report-opcode-name
               WHEN ws-cmd-op-scan       MOVE 'SCAN      '
                   TO ws-report-opcode-name
               WHEN ws-cmd-op-put-expiry MOVE 'PUT-EXPIRY'
                   TO ws-report-opcode-name
               WHEN ws-cmd-op-transaction MOVE 'TRANSACT  '
                   TO ws-report-opcode-name
               WHEN ws-cmd-version-2
                   AND ws-cmd2-op-cond-put  MOVE 'COND-PUT  '
                   TO ws-report-opcode-name
               WHEN ws-cmd-version-2
                   AND ws-cmd2-op-adjust    MOVE 'ADJUST    '
                   TO ws-report-opcode-name
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
                   TO ws-report-opcode-name
                   MOVE ws-cmd-opcode
                       TO ws-report-opcode-name (8:1)
           END-EVALUATE
           .
