       IDENTIFICATION DIVISION.
       PROGRAM-ID. aodbmon.

      ******************************************************************
      * Unattended health monitor, run on a schedule (AODBMON.jcl)
      * so a dead worker or a climbing timeout count pages someone
      * before users call. One run is one poll:
      *
      *   the broker   STATISTICS on its control address, the same
      *                exchange as AODBCTL: the eleven counters, and
      *                requests in flight worked out from them
      *   each worker  a version-1 heartbeat (opcode H - see CMDHDR)
      *                sent to the worker's own status address from
      *                the worker list (see WKRREC), so every worker
      *                is asked by name: its uptime, command count and
      *                last check condition
      *
      * Each reading is appended to the dated history file (see
      * MONREC) and checked against the thresholds:
      *   NOREPLY   a source that did not answer within
      *             AODBMS_MON_REPLY_WAIT seconds
      *   INFLIGHT  requests in flight above AODBMS_MON_INFLIGHT_LIMIT
      *   TIMEOUTS  requests the broker timed out since the last poll
      *             above AODBMS_MON_TIMEOUT_LIMIT
      *   DEADWKR   suspected-dead-worker give-ups since the last poll
      *             above AODBMS_MON_DEAD_LIMIT
      *   RESTART   a worker whose uptime went down since the last
      *             poll, or a broker whose counters did
      * "Since the last poll" is measured against the state file,
      * which keeps each source's last answered reading; a source
      * with none yet (the first poll, a newly listed worker) is only
      * recorded - its reading is the baseline for the next poll.
      *
      * Every breach is appended to the alert file (see ALRREC) and
      * echoed to SYSOUT. Return code 2 when this poll raised any
      * alert - the scheduler pages on it - 0 when all is well, and 1
      * when the monitor itself cannot run (no worker list, a
      * history, alert or state file it cannot open, a threshold that
      * is not a number), which must page as well.
      *
      * The broker's control socket takes one peer at a time; a poll
      * that overlaps an AODBCTL run can get no answer and raise a
      * NOREPLY for the broker. Status probes are not commands: they
      * do not move a worker's command count.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        The operator-maintained worker list; see WKRREC.
           SELECT worker-file ASSIGN TO ws-worker-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-worker-file-status.

      *        Read whole at startup, then written afresh to a
      *        staging path and renamed into place, the way the
      *        checkpoints are, so a crash mid-write cannot leave the
      *        next poll without its baseline; the FD is assigned to
      *        whichever path is current.
           SELECT state-file ASSIGN TO ws-state-write-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-state-file-status.

           SELECT history-file ASSIGN TO ws-history-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-history-file-status.

           SELECT alert-file ASSIGN TO ws-alert-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-alert-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  worker-file.
           COPY WKRREC.

       FD  state-file.
           COPY MONREC REPLACING LEADING ==mon== BY ==mst==.

       FD  history-file.
           COPY MONREC.

       FD  alert-file.
           COPY ALRREC.

       WORKING-STORAGE SECTION.

      ******************************************************************
      * These data items contain ZMQ constants.

       01 FILLER.
           02 ws-zmq-pair              BINARY-LONG SIGNED VALUE 0.
           02 ws-zmq-req               BINARY-LONG SIGNED VALUE 3.
           02 ws-zmq-linger            BINARY-LONG SIGNED VALUE 17.
           02 ws-zmq-rcvtimeo          BINARY-LONG SIGNED VALUE 27.
           02 ws-zmq-sndtimeo          BINARY-LONG SIGNED VALUE 28.

      ******************************************************************
      * These data items contain the monitor configuration. The
      * thresholds and the reply wait are zero padded, the way
      * AODBMON.jcl shows them.

       01 ws-configuration.
           02 ws-control-address       PIC X(256).
           02 ws-worker-path           PIC X(256).
           02 ws-state-path            PIC X(256).
           02 ws-history-path          PIC X(256).
           02 ws-alert-path            PIC X(256).
           02 ws-wait-text             PIC X(4).
           02 ws-in-flight-text        PIC X(4).
           02 ws-timeout-text          PIC X(4).
           02 ws-dead-text             PIC X(4).
           02 ws-wait-seconds          PIC 9(4).
           02 ws-in-flight-limit       PIC 9(4).
           02 ws-timeout-limit         PIC 9(4).
           02 ws-dead-limit            PIC 9(4).

       01 ws-worker-file-status        PIC XX.
       01 ws-state-file-status         PIC XX.
       01 ws-history-file-status       PIC XX.
       01 ws-alert-file-status         PIC XX.

       01 ws-files.
           02 ws-state-write-path      PIC X(260).
           02 ws-state-stage-path      PIC X(260).
           02 ws-state-rename-status   BINARY-LONG SIGNED.
           02 ws-history-file-name     PIC X(266).
           02 ws-worker-eof            PIC X VALUE 'N'.
               88 ws-worker-at-eof     VALUE 'Y'.
           02 ws-worker-line           PIC 9(3) VALUE 0.

      ******************************************************************
      * These data items contain ZMQ objects and ephemeral data. The
      * heartbeat goes out and comes back in ws-message, laid out by
      * CMDHDR exactly as the worker lays it out.

       01 ws-zmq.
           02 ws-context               POINTER.
           02 ws-socket                POINTER.

           02 ws-ephemeral.
               03 ws-message           PIC X(4179).

           COPY CMDHDR.

      *        NUL-terminated, hence the increased size.
               03 ws-address           PIC X(257).

      *        Return status is a 32-bit signed integer.
               03 ws-status            BINARY-LONG SIGNED.

      ******************************************************************
      * These data items carry one exchange with one source: the
      * socket it is made on, the options that keep a silent source
      * from hanging the poll, and whether the source answered.

       01 ws-exchange.
           02 ws-socket-type           BINARY-LONG SIGNED.
           02 ws-connect-address       PIC X(256).
           02 ws-option-value          BINARY-LONG SIGNED.
           02 ws-option-length         BINARY-DOUBLE UNSIGNED VALUE 4.
           02 ws-wait-milliseconds     BINARY-LONG SIGNED.
           02 ws-heartbeat-length      BINARY-DOUBLE UNSIGNED
                                       VALUE 64.
           02 ws-socket-flag           PIC X.
               88 ws-socket-is-ready   VALUE 'Y'.
           02 ws-reply-flag            PIC X.
               88 ws-source-replied    VALUE 'Y'.
               88 ws-source-silent     VALUE 'N'.
               88 ws-source-refused    VALUE 'R'.
           02 ws-refused-status        PIC XX.

      ******************************************************************
      * The STATISTICS exchange, the same frames AODBCTL reads: the
      * command sent with its own length, then eleven 64-bit counters
      * one frame each.

       01 ws-statistics.
           02 ws-stat-command          PIC X(10) VALUE 'STATISTICS'.
           02 ws-stat-command-length   BINARY-DOUBLE UNSIGNED VALUE 10.
           02 ws-stat-frame-length     BINARY-DOUBLE UNSIGNED VALUE 8.
           02 ws-stat-value            BINARY-DOUBLE UNSIGNED.
           02 ws-stat-index            PIC 9(2).
           02 ws-stat-table.
               03 ws-stat-counter      BINARY-DOUBLE UNSIGNED
                                       OCCURS 11 TIMES.

      ******************************************************************
      * These data items hold the state file's readings, one image
      * per source, and the one found for the source being checked,
      * laid out by MONREC as prv- fields.

       01 ws-prior.
           02 ws-prior-eof             PIC X VALUE 'N'.
               88 ws-prior-at-eof      VALUE 'Y'.
           02 ws-prior-count           PIC 9(3) VALUE 0.
           02 ws-prior-index           PIC 9(3).
           02 ws-prior-found           PIC 9(3).
           02 ws-prior-source          PIC X(8).
           02 ws-prior-image           PIC X(246) OCCURS 101 TIMES.

           COPY MONREC REPLACING LEADING ==mon== BY ==prv==.

      ******************************************************************
      * These data items hold one poll's figures and totals.

       01 ws-poll.
           02 ws-poll-stamp            PIC X(14).
           02 ws-delta-timeouts        PIC 9(18).
           02 ws-delta-dead            PIC 9(18).
           02 ws-figure-a              PIC Z(17)9.
           02 ws-figure-b              PIC Z(17)9.
           02 ws-polled                PIC 9(5) VALUE 0.
           02 ws-silent                PIC 9(5) VALUE 0.
           02 ws-alerts                PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

      ******************************************************************
      * This section marks the entry point of the monitor run.

       se-entry SECTION.

       pa-entry.
           PERFORM se-initialize
           DISPLAY '================================================'
           DISPLAY 'AODBMS HEALTH MONITOR ' ws-poll-stamp
           DISPLAY '================================================'
           PERFORM se-broker
           PERFORM se-workers
           PERFORM se-finalize
           PERFORM se-report
           STOP RUN
           .

      ******************************************************************
      * This section performs initialization of global state.

       se-initialize SECTION.

       pa-initialize-configuration.
           MOVE 'tcp://127.0.0.1:8002' TO ws-control-address
           ACCEPT ws-control-address
               FROM ENVIRONMENT 'AODBMS_CONTROL_ADDRESS'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           MOVE '/var/lib/aodbms/workers.cfg' TO ws-worker-path
           ACCEPT ws-worker-path
               FROM ENVIRONMENT 'AODBMS_MON_WORKER_PATH'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           MOVE '/var/lib/aodbms/monitor.last' TO ws-state-path
           ACCEPT ws-state-path
               FROM ENVIRONMENT 'AODBMS_MON_STATE_PATH'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           MOVE '/var/lib/aodbms/monitor' TO ws-history-path
           ACCEPT ws-history-path
               FROM ENVIRONMENT 'AODBMS_MON_HISTORY_PATH'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           MOVE '/var/lib/aodbms/monitor.alerts' TO ws-alert-path
           ACCEPT ws-alert-path
               FROM ENVIRONMENT 'AODBMS_MON_ALERT_PATH'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           ACCEPT ws-wait-text
               FROM ENVIRONMENT 'AODBMS_MON_REPLY_WAIT'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           ACCEPT ws-in-flight-text
               FROM ENVIRONMENT 'AODBMS_MON_INFLIGHT_LIMIT'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           ACCEPT ws-timeout-text
               FROM ENVIRONMENT 'AODBMS_MON_TIMEOUT_LIMIT'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           ACCEPT ws-dead-text
               FROM ENVIRONMENT 'AODBMS_MON_DEAD_LIMIT'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           .

      *    A threshold that is not a number would silently alarm on
      *    everything or on nothing, so it stops the run instead. A
      *    zero wait would give up on every source at once.
       pa-initialize-thresholds.
           IF ws-wait-text IS EQUAL TO SPACES
               MOVE '0005' TO ws-wait-text
           END-IF
           IF ws-in-flight-text IS EQUAL TO SPACES
               MOVE '0050' TO ws-in-flight-text
           END-IF
           IF ws-timeout-text IS EQUAL TO SPACES
               MOVE '0000' TO ws-timeout-text
           END-IF
           IF ws-dead-text IS EQUAL TO SPACES
               MOVE '0000' TO ws-dead-text
           END-IF
           IF ws-wait-text IS NOT NUMERIC
               OR ws-in-flight-text IS NOT NUMERIC
               OR ws-timeout-text IS NOT NUMERIC
               OR ws-dead-text IS NOT NUMERIC
               DISPLAY 'aodbmon: reply wait and limits must be '
                   'zero-padded numbers, got "' ws-wait-text '" "'
                   ws-in-flight-text '" "' ws-timeout-text '" "'
                   ws-dead-text '"' UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-wait-text TO ws-wait-seconds
           MOVE ws-in-flight-text TO ws-in-flight-limit
           MOVE ws-timeout-text TO ws-timeout-limit
           MOVE ws-dead-text TO ws-dead-limit
           IF ws-wait-seconds IS EQUAL TO 0
               DISPLAY 'aodbmon: AODBMS_MON_REPLY_WAIT must be at '
                   'least 0001 second' UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE ws-wait-milliseconds = ws-wait-seconds * 1000

           MOVE FUNCTION CURRENT-DATE (1:14) TO ws-poll-stamp
           .

      *    No state file is the first poll: everything read now is
      *    the baseline.
       pa-initialize-prior.
           MOVE ws-state-path TO ws-state-write-path
           OPEN INPUT state-file
           IF ws-state-file-status IS EQUAL TO '00' THEN
               PERFORM pa-prior-load
               CLOSE state-file
           ELSE
               DISPLAY 'NOTE no previous readings (status '
                   ws-state-file-status ') - this poll is the baseline'
           END-IF
           .

       pa-initialize-files.
           OPEN INPUT worker-file
           IF ws-worker-file-status IS NOT EQUAL TO '00' THEN
               DISPLAY 'aodbmon: cannot open worker list '
                   FUNCTION TRIM(ws-worker-path) ', status '
                   ws-worker-file-status UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           STRING FUNCTION TRIM(ws-history-path) DELIMITED BY SIZE,
                   '.' DELIMITED BY SIZE,
                   ws-poll-stamp (1:8) DELIMITED BY SIZE
               INTO ws-history-file-name
           OPEN EXTEND history-file
           IF ws-history-file-status IS NOT EQUAL TO '00' THEN
               OPEN OUTPUT history-file
           END-IF
           IF ws-history-file-status IS NOT EQUAL TO '00' THEN
               DISPLAY 'aodbmon: cannot open history file '
                   FUNCTION TRIM(ws-history-file-name) ', status '
                   ws-history-file-status UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND alert-file
           IF ws-alert-file-status IS NOT EQUAL TO '00' THEN
               OPEN OUTPUT alert-file
           END-IF
           IF ws-alert-file-status IS NOT EQUAL TO '00' THEN
               DISPLAY 'aodbmon: cannot open alert file '
                   FUNCTION TRIM(ws-alert-path) ', status '
                   ws-alert-file-status UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO alert-record

           STRING FUNCTION TRIM(ws-state-path) DELIMITED BY SIZE,
                   '.tmp' DELIMITED BY SIZE
               INTO ws-state-stage-path
           MOVE ws-state-stage-path TO ws-state-write-path
           OPEN OUTPUT state-file
           IF ws-state-file-status IS NOT EQUAL TO '00' THEN
               DISPLAY 'aodbmon: cannot open state file '
                   FUNCTION TRIM(ws-state-stage-path) ', status '
                   ws-state-file-status UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       pa-initialize-zmq-context.
           CALL STATIC 'zmq_ctx_new' GIVING ws-context OF ws-zmq
           IF ws-context OF ws-zmq IS EQUAL TO NULL
               DISPLAY 'aodbmon: cannot create ZMQ context'
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      ******************************************************************
      * This section loads the state file's readings. It is reached
      * only by name, from pa-initialize-prior above - never by
      * PERFORMing this section as a whole.

       se-prior-load SECTION.

       pa-prior-load.
           READ state-file
               AT END
                   SET ws-prior-at-eof TO TRUE
               NOT AT END
                   IF ws-prior-count IS LESS THAN 101
                       ADD 1 TO ws-prior-count
                       MOVE mst-record
                           TO ws-prior-image (ws-prior-count)
                   END-IF
           END-READ

           IF NOT ws-prior-at-eof
               GO TO pa-prior-load
           END-IF
           .

      *    Leaves ws-prior-found at the image for ws-prior-source,
      *    copied to prv-record, or at zero when there is none.
       pa-prior-find.
           MOVE 0 TO ws-prior-found
           IF ws-prior-count IS GREATER THAN 0
               MOVE 1 TO ws-prior-index
               PERFORM pa-prior-find-entry
           END-IF
           .

       pa-prior-find-entry.
           MOVE ws-prior-image (ws-prior-index) TO prv-record
           IF prv-source IS EQUAL TO ws-prior-source
               MOVE ws-prior-index TO ws-prior-found
           ELSE
               IF ws-prior-index IS LESS THAN ws-prior-count
                   ADD 1 TO ws-prior-index
                   GO TO pa-prior-find-entry
               END-IF
           END-IF
           .

      ******************************************************************
      * This section polls the broker and checks its reading.

       se-broker SECTION.

       pa-broker-poll.
           ADD 1 TO ws-polled
           SET ws-source-silent TO TRUE
           MOVE ws-zmq-pair TO ws-socket-type
           MOVE ws-control-address TO ws-connect-address
           PERFORM pa-socket-open

           IF ws-socket-is-ready
               CALL STATIC 'zmq_send'
                   USING VALUE ws-socket OF ws-zmq
                         REFERENCE ws-stat-command
                         VALUE ws-stat-command-length
                         VALUE 0
                   GIVING ws-status OF ws-zmq
               IF ws-status OF ws-zmq IS NOT EQUAL TO -1
                   MOVE 1 TO ws-stat-index
                   PERFORM pa-broker-frame
               END-IF
           END-IF

           PERFORM pa-socket-close
           .

       pa-broker-record.
           MOVE SPACES TO mon-record
           MOVE ws-poll-stamp TO mon-stamp
           MOVE 'BROKER' TO mon-source
           MOVE 'BROKER' TO ws-prior-source
           PERFORM pa-prior-find

           IF ws-source-replied
               SET mon-replied TO TRUE
               MOVE 1 TO ws-stat-index
               PERFORM pa-broker-counter
               IF mon-counter (1) IS GREATER THAN mon-counter (3)
                   COMPUTE mon-in-flight =
                       mon-counter (1) - mon-counter (3)
               ELSE
                   MOVE 0 TO mon-in-flight
               END-IF
               DISPLAY 'BROKER   in flight ' mon-in-flight
                   ' timed out ' mon-counter (9)
                   ' dead ' mon-counter (11)
           ELSE
               SET mon-no-reply TO TRUE
               DISPLAY 'BROKER   no reply'
           END-IF

           PERFORM pa-history-write
           .

       pa-broker-check.
           IF NOT ws-source-replied
               MOVE 'BROKER' TO alr-source
               SET alr-no-reply TO TRUE
               STRING 'no STATISTICS reply from '
                       DELIMITED BY SIZE,
                       FUNCTION TRIM(ws-control-address)
                       DELIMITED BY SIZE,
                       ' within the reply wait' DELIMITED BY SIZE
                   INTO alr-text
               PERFORM pa-alert-write
               PERFORM pa-state-keep
           ELSE
               IF mon-in-flight IS GREATER THAN ws-in-flight-limit
                   MOVE 'BROKER' TO alr-source
                   SET alr-in-flight TO TRUE
                   MOVE mon-in-flight TO ws-figure-a
                   MOVE ws-in-flight-limit TO ws-figure-b
                   STRING FUNCTION TRIM(ws-figure-a LEADING)
                           DELIMITED BY SIZE,
                           ' requests in flight, limit '
                           DELIMITED BY SIZE,
                           FUNCTION TRIM(ws-figure-b LEADING)
                           DELIMITED BY SIZE
                       INTO alr-text
                   PERFORM pa-alert-write
               END-IF
               IF ws-prior-found IS GREATER THAN 0
                   PERFORM pa-broker-since
               END-IF
               MOVE mon-record TO mst-record
               PERFORM pa-state-write
           END-IF
           .

      ******************************************************************
      * This section holds the broker poll's loops and its since-last
      * checks. It is reached only by name, from se-broker above -
      * never by PERFORMing this section as a whole.

       se-broker-detail SECTION.

      *    A frame that does not come within the wait leaves the rest
      *    unread and the broker counted as silent.
       pa-broker-frame.
           CALL STATIC 'zmq_recv'
               USING VALUE ws-socket OF ws-zmq
                     REFERENCE ws-stat-value
                     VALUE ws-stat-frame-length
                     VALUE 0
               GIVING ws-status OF ws-zmq

           IF ws-status OF ws-zmq IS NOT EQUAL TO -1
               MOVE ws-stat-value TO ws-stat-counter (ws-stat-index)
               ADD 1 TO ws-stat-index
               IF ws-stat-index IS NOT GREATER THAN 11
                   GO TO pa-broker-frame
               END-IF
               SET ws-source-replied TO TRUE
           END-IF
           .

       pa-broker-counter.
           MOVE ws-stat-counter (ws-stat-index)
               TO mon-counter (ws-stat-index)
           ADD 1 TO ws-stat-index
           IF ws-stat-index IS NOT GREATER THAN 11
               GO TO pa-broker-counter
           END-IF
           .

      *    The counters only grow while one broker runs, so any of
      *    them lower than last time means a restart; the new
      *    broker's own counts are then all "since the last poll".
       pa-broker-since.
           IF mon-counter (1) IS LESS THAN prv-counter (1)
               OR mon-counter (9) IS LESS THAN prv-counter (9)
               OR mon-counter (11) IS LESS THAN prv-counter (11)
               MOVE 'BROKER' TO alr-source
               SET alr-restart TO TRUE
               MOVE mon-counter (1) TO ws-figure-a
               MOVE prv-counter (1) TO ws-figure-b
               STRING 'counters went back - requests received '
                       DELIMITED BY SIZE,
                       FUNCTION TRIM(ws-figure-a LEADING)
                       DELIMITED BY SIZE,
                       ', was ' DELIMITED BY SIZE,
                       FUNCTION TRIM(ws-figure-b LEADING)
                       DELIMITED BY SIZE,
                       ' at ' DELIMITED BY SIZE,
                       prv-stamp DELIMITED BY SIZE
                   INTO alr-text
               PERFORM pa-alert-write
               MOVE mon-counter (9) TO ws-delta-timeouts
               MOVE mon-counter (11) TO ws-delta-dead
           ELSE
               COMPUTE ws-delta-timeouts =
                   mon-counter (9) - prv-counter (9)
               COMPUTE ws-delta-dead =
                   mon-counter (11) - prv-counter (11)
           END-IF

           IF ws-delta-timeouts IS GREATER THAN ws-timeout-limit
               MOVE 'BROKER' TO alr-source
               SET alr-timeouts TO TRUE
               MOVE ws-delta-timeouts TO ws-figure-a
               MOVE ws-timeout-limit TO ws-figure-b
               STRING FUNCTION TRIM(ws-figure-a LEADING)
                       DELIMITED BY SIZE,
                       ' requests timed out since ' DELIMITED BY SIZE,
                       prv-stamp DELIMITED BY SIZE,
                       ', limit ' DELIMITED BY SIZE,
                       FUNCTION TRIM(ws-figure-b LEADING)
                       DELIMITED BY SIZE
                   INTO alr-text
               PERFORM pa-alert-write
           END-IF

           IF ws-delta-dead IS GREATER THAN ws-dead-limit
               MOVE 'BROKER' TO alr-source
               SET alr-dead-workers TO TRUE
               MOVE ws-delta-dead TO ws-figure-a
               MOVE ws-dead-limit TO ws-figure-b
               STRING FUNCTION TRIM(ws-figure-a LEADING)
                       DELIMITED BY SIZE,
                       ' suspected-dead workers since '
                       DELIMITED BY SIZE,
                       prv-stamp DELIMITED BY SIZE,
                       ', limit ' DELIMITED BY SIZE,
                       FUNCTION TRIM(ws-figure-b LEADING)
                       DELIMITED BY SIZE
                   INTO alr-text
               PERFORM pa-alert-write
           END-IF
           .

      ******************************************************************
      * This section polls every worker on the worker list and checks
      * its reading.

       se-workers SECTION.

       pa-workers.
           PERFORM pa-worker-next
           .

      ******************************************************************
      * This section walks the worker list. It is reached only by
      * name, from pa-workers above - never by PERFORMing this section
      * as a whole.

       se-worker-walk SECTION.

       pa-worker-next.
           READ worker-file
               AT END
                   SET ws-worker-at-eof TO TRUE
               NOT AT END
                   ADD 1 TO ws-worker-line
                   IF worker-record IS NOT EQUAL TO SPACES
                       IF wkr-name IS EQUAL TO SPACES
                           OR wkr-status-address IS EQUAL TO SPACES
                           DISPLAY 'aodbmon: worker list line '
                               ws-worker-line ' has no name or no '
                               'address - skipped' UPON SYSERR
                       ELSE
                           PERFORM pa-worker-poll
                           PERFORM pa-worker-record
                           PERFORM pa-worker-check
                       END-IF
                   END-IF
           END-READ

           IF NOT ws-worker-at-eof
               GO TO pa-worker-next
           END-IF
           .

      *    The probe is the version-1 heartbeat frame a client would
      *    send; a worker that answers anything but 00 is reported
      *    with the status it gave.
       pa-worker-poll.
           ADD 1 TO ws-polled
           SET ws-source-silent TO TRUE
           MOVE ws-zmq-req TO ws-socket-type
           MOVE wkr-status-address TO ws-connect-address
           PERFORM pa-socket-open

           IF ws-socket-is-ready
               MOVE SPACES TO ws-message OF ws-zmq
               SET ws-cmd-version-1 TO TRUE
               SET ws-cmd-op-heartbeat TO TRUE
               MOVE 0 TO ws-cmd-key-len
               MOVE 0 TO ws-cmd-payload-len
               CALL STATIC 'zmq_send'
                   USING VALUE ws-socket OF ws-zmq
                         REFERENCE ws-message OF ws-zmq
                         VALUE ws-heartbeat-length
                         VALUE 0
                   GIVING ws-status OF ws-zmq
               IF ws-status OF ws-zmq IS NOT EQUAL TO -1
                   MOVE SPACES TO ws-message OF ws-zmq
                   CALL STATIC 'zmq_recv'
                       USING VALUE ws-socket OF ws-zmq
                             REFERENCE ws-message OF ws-zmq
                             VALUE ws-heartbeat-length
                             VALUE 0
                       GIVING ws-status OF ws-zmq
                   IF ws-status OF ws-zmq IS EQUAL TO
                       LENGTH OF ws-cmd-response
                       IF ws-resp-ok
                           AND ws-hb-uptime-seconds IS NUMERIC
                           AND ws-hb-command-count IS NUMERIC
                           SET ws-source-replied TO TRUE
                       ELSE
                           SET ws-source-refused TO TRUE
                           MOVE ws-resp-status TO ws-refused-status
                       END-IF
                   END-IF
               END-IF
           END-IF

           PERFORM pa-socket-close
           .

       pa-worker-record.
           MOVE SPACES TO mon-record
           MOVE ws-poll-stamp TO mon-stamp
           MOVE wkr-name TO mon-source
           MOVE wkr-name TO ws-prior-source
           PERFORM pa-prior-find

           IF ws-source-replied
               SET mon-replied TO TRUE
               MOVE ws-hb-uptime-seconds TO mon-uptime
               MOVE ws-hb-command-count TO mon-command-count
               MOVE ws-hb-last-check TO mon-last-check
               MOVE ws-hb-last-status TO mon-last-status
               DISPLAY wkr-name ' uptime ' mon-uptime
                   ' commands ' mon-command-count
                   ' last check "' mon-last-check '" error '
                   mon-last-status
           ELSE
               SET mon-no-reply TO TRUE
               DISPLAY wkr-name ' no reply'
           END-IF

           PERFORM pa-history-write
           .

       pa-worker-check.
           IF NOT ws-source-replied
               MOVE wkr-name TO alr-source
               SET alr-no-reply TO TRUE
               IF ws-source-refused
                   STRING 'heartbeat answered status '
                           DELIMITED BY SIZE,
                           ws-refused-status DELIMITED BY SIZE,
                           ' at ' DELIMITED BY SIZE,
                           FUNCTION TRIM(wkr-status-address)
                           DELIMITED BY SIZE
                       INTO alr-text
               ELSE
                   STRING 'no heartbeat reply from '
                           DELIMITED BY SIZE,
                           FUNCTION TRIM(wkr-status-address)
                           DELIMITED BY SIZE,
                           ' within the reply wait' DELIMITED BY SIZE
                       INTO alr-text
               END-IF
               PERFORM pa-alert-write
               PERFORM pa-state-keep
           ELSE
               IF ws-prior-found IS GREATER THAN 0
                   AND prv-uptime IS NUMERIC
                   IF mon-uptime IS LESS THAN prv-uptime
                       MOVE wkr-name TO alr-source
                       SET alr-restart TO TRUE
                       MOVE mon-uptime TO ws-figure-a
                       MOVE prv-uptime TO ws-figure-b
                       STRING 'uptime ' DELIMITED BY SIZE,
                               FUNCTION TRIM(ws-figure-a LEADING)
                               DELIMITED BY SIZE,
                               's, was ' DELIMITED BY SIZE,
                               FUNCTION TRIM(ws-figure-b LEADING)
                               DELIMITED BY SIZE,
                               's at ' DELIMITED BY SIZE,
                               prv-stamp DELIMITED BY SIZE,
                               ' - worker restarted' DELIMITED BY SIZE
                           INTO alr-text
                       PERFORM pa-alert-write
                   END-IF
               END-IF
               MOVE mon-record TO mst-record
               PERFORM pa-state-write
           END-IF
           .

      ******************************************************************
      * This section makes and unmakes the socket for one exchange. A
      * silent source must cost the poll no more than the reply
      * wait: sends and receives time out after it, and the socket is
      * closed without lingering over anything unsent. An address
      * that cannot be connected to leaves the source silent. It is
      * reached only by name - never by PERFORMing this section as a
      * whole.

       se-socket SECTION.

       pa-socket-open.
           MOVE 'N' TO ws-socket-flag
           CALL STATIC 'zmq_socket'
               USING VALUE ws-context OF ws-zmq, VALUE ws-socket-type
               GIVING ws-socket OF ws-zmq
           IF ws-socket OF ws-zmq IS EQUAL TO NULL
               DISPLAY 'aodbmon: cannot create ZMQ socket' UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO ws-option-value
           CALL STATIC 'zmq_setsockopt'
               USING VALUE ws-socket OF ws-zmq
                     VALUE ws-zmq-linger
                     REFERENCE ws-option-value
                     VALUE ws-option-length
               GIVING ws-status OF ws-zmq
           MOVE ws-wait-milliseconds TO ws-option-value
           CALL STATIC 'zmq_setsockopt'
               USING VALUE ws-socket OF ws-zmq
                     VALUE ws-zmq-rcvtimeo
                     REFERENCE ws-option-value
                     VALUE ws-option-length
               GIVING ws-status OF ws-zmq
           CALL STATIC 'zmq_setsockopt'
               USING VALUE ws-socket OF ws-zmq
                     VALUE ws-zmq-sndtimeo
                     REFERENCE ws-option-value
                     VALUE ws-option-length
               GIVING ws-status OF ws-zmq

           STRING ws-connect-address DELIMITED BY SPACES, X'00'
               INTO ws-address OF ws-zmq
           CALL STATIC 'zmq_connect'
               USING VALUE ws-socket OF ws-zmq
                     REFERENCE ws-address OF ws-zmq
               GIVING ws-status OF ws-zmq
           IF ws-status OF ws-zmq IS NOT EQUAL TO -1
               SET ws-socket-is-ready TO TRUE
           END-IF
           .

       pa-socket-close.
           CALL STATIC 'zmq_close'
               USING VALUE ws-socket OF ws-zmq
               GIVING ws-status OF ws-zmq
           .

      ******************************************************************
      * This section writes readings, state and alerts. It is reached
      * only by name - never by PERFORMing this section as a whole.

       se-output SECTION.

       pa-history-write.
           IF NOT mon-replied
               ADD 1 TO ws-silent
           END-IF
           WRITE mon-record
           IF ws-history-file-status IS NOT EQUAL TO '00'
               DISPLAY 'aodbmon: history write failed, status '
                   ws-history-file-status UPON SYSERR
           END-IF
           .

       pa-state-write.
           WRITE mst-record
           IF ws-state-file-status IS NOT EQUAL TO '00'
               DISPLAY 'aodbmon: state write failed, status '
                   ws-state-file-status UPON SYSERR
           END-IF
           .

      *    A silent source keeps its last answered reading as the
      *    baseline.
       pa-state-keep.
           IF ws-prior-found IS GREATER THAN 0
               MOVE ws-prior-image (ws-prior-found) TO mst-record
               PERFORM pa-state-write
           END-IF
           .

      *    The caller sets alr-source, alr-code and alr-text. An
      *    alert that cannot be filed still counts towards the
      *    return code, so the page goes out regardless.
       pa-alert-write.
           MOVE ws-poll-stamp TO alr-stamp
           ADD 1 TO ws-alerts
           DISPLAY 'ALERT ' alr-source ' ' alr-code ' '
               FUNCTION TRIM(alr-text TRAILING)
           WRITE alert-record
           IF ws-alert-file-status IS NOT EQUAL TO '00'
               DISPLAY 'aodbmon: alert write failed, status '
                   ws-alert-file-status UPON SYSERR
           END-IF
           MOVE SPACES TO alert-record
           .

      ******************************************************************
      * This section closes the files, puts the new state file in
      * place and tears the ZMQ context down.

       se-finalize SECTION.

       pa-finalize-files.
           CLOSE worker-file
           CLOSE history-file
           CLOSE alert-file
           CLOSE state-file

           IF ws-state-file-status IS EQUAL TO '00'
               CALL 'CBL_RENAME_FILE'
                   USING ws-state-stage-path, ws-state-path
                   GIVING ws-state-rename-status
               IF ws-state-rename-status IS NOT EQUAL TO 0
                   DISPLAY 'aodbmon: state file rename failed, '
                       'status ' ws-state-rename-status UPON SYSERR
               END-IF
           END-IF
           .

       pa-finalize-zmq.
           CALL STATIC 'zmq_ctx_term'
               USING VALUE ws-context OF ws-zmq
               GIVING ws-status OF ws-zmq
           .

      ******************************************************************
      * This section prints the poll totals and sets the return code
      * the scheduler pages on.

       se-report SECTION.

       pa-report-print.
           DISPLAY '------------------------------------------------'
           DISPLAY 'Sources polled ................. ' ws-polled
           DISPLAY 'Sources not answering .......... ' ws-silent
           DISPLAY 'Alerts raised .................. ' ws-alerts
           DISPLAY '================================================'
           IF ws-alerts IS GREATER THAN 0
               MOVE 2 TO RETURN-CODE
           END-IF
           .
