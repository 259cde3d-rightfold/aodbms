      * TERMINATE shuts down cleanly, and STATISTICS replies with the
      * eight familiar counters plus timeouts, re-dispatches and
      * suspected-dead workers for AODBCTL to print.
      *
      * The broker also publishes the change feed. Every worker
      * pushes one event (see EVTREC) per change it journals to the
      * feed intake address, and the broker republishes each on the
      * PUB socket at the publish address, where downstream systems
      * subscribe by key prefix instead of waiting for the nightly
      * extract. The feed is best effort by design: a subscriber
      * that was down, or too slow for PUB's high-water mark, loses
      * events, and catches up from the dated journals the events
      * point into with AODBFEED. Events keep flowing through a
      * PAUSE - it freezes client traffic, not the reporting of what
      * in-flight work went on to change.
      *
      * Every request the broker finishes with - its reply forwarded,
      * or its status-11 failure sent in its place - is written to a
      * dated dispatch log (see DSPREC): who asked, what opcode, when
      * it was first dispatched and when it was answered, and whether
      * it was re-dispatched or timed out. AODBSLA turns a day of it
      * into the response-time report. A log that cannot be opened or
      * written is given up with a SYSERR line; the broker carries on
      * brokering, the same posture the workers take over their
      * audit logs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT dispatch-file ASSIGN TO ws-dispatch-file-name
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-dispatch-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  dispatch-file.
           COPY DSPREC.

       WORKING-STORAGE SECTION.

      ******************************************************************
           02 ws-zmq-router            BINARY-LONG SIGNED VALUE 6.
           02 ws-zmq-dealer            BINARY-LONG SIGNED VALUE 5.
           02 ws-zmq-pair              BINARY-LONG SIGNED VALUE 0.
           02 ws-zmq-pull              BINARY-LONG SIGNED VALUE 7.
           02 ws-zmq-pub               BINARY-LONG SIGNED VALUE 1.
           02 ws-zmq-pollin            BINARY-SHORT SIGNED VALUE 1.
           02 ws-zmq-sndmore           BINARY-LONG SIGNED VALUE 2.
           02 ws-zmq-dontwait          BINARY-LONG SIGNED VALUE 1.
      *        or TERMINATE, exactly as it always has.
           02 ws-control-address       PIC X(256).

      *        The change feed: the intake the workers push events to,
      *        and the address subscribers connect to.
           02 ws-feed-address          PIC X(256).
           02 ws-publish-address       PIC X(256).

      *        Seconds a dispatched request may sit unanswered before
      *        the broker acts; zero-padded (AODBROKR.jcl shows the
      *        form).
           02 ws-timeout-text          PIC X(4) VALUE '0030'.
           02 ws-timeout-seconds       PIC 9(4) VALUE 30.

      *        The dispatch log's base path; the date is appended.
           02 ws-dispatch-path         PIC X(256).

      ******************************************************************
      * These data items keep the dated dispatch log; see DSPREC.

       01 ws-dispatch.
           02 ws-dispatch-file-name    PIC X(266).
           02 ws-dispatch-file-status  PIC XX.
           02 ws-dispatch-enabled      PIC X VALUE 'Y'.
               88 ws-dispatch-is-enabled VALUE 'Y'.
           02 ws-dispatch-date         PIC 9(8).
           02 ws-dispatch-outcome      PIC X.
               88 ws-dispatch-answered VALUE 'A'.
               88 ws-dispatch-failed   VALUE 'F'.

      ******************************************************************
      * These data items contain ZMQ objects and ephemeral data.

           02 ws-frontend-socket       POINTER.
           02 ws-backend-socket        POINTER.
           02 ws-control-socket        POINTER.
           02 ws-feed-socket           POINTER.
           02 ws-publish-socket        POINTER.

           02 ws-ephemeral.
      *        NUL-terminated, hence the increased size.
      * field for field like the C zmq_pollitem_t (pointer, int fd,
      * short events, short revents - 16 bytes on this platform with
      * no padding). Entry 1 is the frontend, 2 the backend, 3 the
      * control socket, 4 the change feed intake.

       01 ws-poll.
           02 ws-poll-items.
               03 ws-poll-entry OCCURS 4 TIMES.
                   04 ws-poll-socket   POINTER.
                   04 ws-poll-fd       BINARY-LONG SIGNED.
                   04 ws-poll-events   BINARY-SHORT SIGNED.

      *        Long on the wire: a 4-byte literal would leave the
      *        upper half of the C long argument undefined.
           02 ws-poll-count            BINARY-DOUBLE SIGNED VALUE 4.
           02 ws-poll-timeout          BINARY-DOUBLE SIGNED VALUE 1000.

      ******************************************************************
           02 ws-payload-capacity      BINARY-DOUBLE UNSIGNED
                                       VALUE 4179.

      ******************************************************************
      * One change event on its way from the intake to the publish
      * socket, forwarded at the length it arrived with.

       01 ws-event.
           02 ws-event-length          BINARY-DOUBLE UNSIGNED.
           02 ws-event-capacity        BINARY-DOUBLE UNSIGNED.

           COPY EVTREC.

      ******************************************************************
      * The in-flight table: every request handed to the backend,
      * with the client identity to route its reply (or its failure)
               03 ws-flight-retried    PIC X.
                   88 ws-flight-was-retried VALUE 'Y'.
               03 ws-flight-pending    PIC 9(1).
      *            When the request was first dispatched, for the
      *            dispatch log - unlike ws-flight-dispatched, never
      *            moved by a re-dispatch or a RESUME.
               03 ws-flight-first-stamp PIC X(21).
               03 ws-flight-first-centis PIC 9(17).

      ******************************************************************
      * These data items read the wall clock as seconds since the
           02 ws-clock-hh              PIC 9(2).
           02 ws-clock-mm              PIC 9(2).
           02 ws-clock-ss              PIC 9(2).
           02 ws-clock-hundredths      PIC 9(2).
           02 ws-clock-seconds         PIC 9(15).

      *        The same instant in hundredths of a second, the
      *        dispatch log's resolution.
           02 ws-clock-centis          PIC 9(17).

      ******************************************************************
      * These data items hold the steering command read off the
      * control socket, and the reply counters. The first eight
           88 ws-zmq-frontend-bind     VALUE 'I'.
           88 ws-zmq-backend-bind      VALUE 'O'.
           88 ws-zmq-control-bind      VALUE 'N'.
           88 ws-zmq-feed-socket       VALUE 'Q'.
           88 ws-zmq-publish-socket    VALUE 'U'.
           88 ws-zmq-feed-bind         VALUE 'V'.
           88 ws-zmq-publish-bind      VALUE 'W'.
           88 ws-zmq-poll              VALUE 'P'.
           88 ws-zmq-recv              VALUE 'R'.
           88 ws-zmq-send              VALUE 'S'.
       pa-entry.
           PERFORM se-initialize
           PERFORM se-proxy
           IF ws-dispatch-is-enabled
               CLOSE dispatch-file
           END-IF
           STOP RUN
           .

                   CONTINUE
           END-ACCEPT

           MOVE 'tcp://127.0.0.1:8003' TO ws-feed-address
           ACCEPT ws-feed-address
               FROM ENVIRONMENT 'AODBMS_FEED_ADDRESS'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           MOVE 'tcp://127.0.0.1:8004' TO ws-publish-address
           ACCEPT ws-publish-address
               FROM ENVIRONMENT 'AODBMS_PUBLISH_ADDRESS'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           ACCEPT ws-timeout-text
               FROM ENVIRONMENT 'AODBMS_REQUEST_TIMEOUT'
               ON EXCEPTION
               STOP RUN
           END-IF
           MOVE ws-timeout-text TO ws-timeout-seconds

           MOVE '/var/lib/aodbms/dispatch' TO ws-dispatch-path
           ACCEPT ws-dispatch-path
               FROM ENVIRONMENT 'AODBMS_DISPATCH_LOG_PATH'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           .

       pa-initialize-dispatch-log.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ws-dispatch-date
           PERFORM pa-dispatch-open
           .

       pa-initialize-flight-table.
           PERFORM se-check
           .

      *    The feed intake is PULL, bound here for the workers'
      *    PUSH sockets to connect to, the same way they connect
      *    their REP sockets to the backend.
       pa-initialize-zmq-feed.
           CALL STATIC 'zmq_socket'
               USING VALUE ws-context OF ws-zmq, VALUE ws-zmq-pull
               GIVING ws-feed-socket OF ws-zmq

           SET ws-zmq-feed-socket OF ws-check TO TRUE
           PERFORM se-check

           STRING ws-feed-address DELIMITED BY SPACES, X'00'
               INTO ws-address OF ws-zmq
           CALL STATIC 'zmq_bind'
               USING VALUE ws-feed-socket OF ws-zmq
                     REFERENCE ws-address OF ws-zmq
               GIVING ws-status OF ws-zmq

           SET ws-zmq-feed-bind OF ws-check TO TRUE
           PERFORM se-check
           .

      *    PUB never blocks the loop: a subscriber that falls behind
      *    has events dropped at its own high-water mark, and with no
      *    subscriber at all events are simply discarded.
       pa-initialize-zmq-publish.
           CALL STATIC 'zmq_socket'
               USING VALUE ws-context OF ws-zmq, VALUE ws-zmq-pub
               GIVING ws-publish-socket OF ws-zmq

           SET ws-zmq-publish-socket OF ws-check TO TRUE
           PERFORM se-check

           STRING ws-publish-address DELIMITED BY SPACES, X'00'
               INTO ws-address OF ws-zmq
           CALL STATIC 'zmq_bind'
               USING VALUE ws-publish-socket OF ws-zmq
                     REFERENCE ws-address OF ws-zmq
               GIVING ws-status OF ws-zmq

           SET ws-zmq-publish-bind OF ws-check TO TRUE
           PERFORM se-check

           MOVE LENGTH OF event-record TO ws-event-capacity
           .

       pa-initialize-poll-items.
           SET ws-poll-socket (1) TO ws-frontend-socket OF ws-zmq
           SET ws-poll-socket (2) TO ws-backend-socket OF ws-zmq
           SET ws-poll-socket (3) TO ws-control-socket OF ws-zmq
           SET ws-poll-socket (4) TO ws-feed-socket OF ws-zmq
           MOVE 0 TO ws-poll-fd (1) ws-poll-fd (2) ws-poll-fd (3)
                     ws-poll-fd (4)
           MOVE ws-zmq-pollin TO ws-poll-events (1)
                                 ws-poll-events (2)
                                 ws-poll-events (3)
                                 ws-poll-events (4)
           .

      ******************************************************************
           MOVE 0 TO ws-poll-revents (1)
                     ws-poll-revents (2)
                     ws-poll-revents (3)
                     ws-poll-revents (4)

           SET ws-check-was-final TO TRUE
           CALL STATIC 'zmq_poll'
               END-IF
           END-IF

      *        Outside the pause guard: see the feed note in the
      *        program header.
           IF ws-poll-revents (4) IS NOT EQUAL TO 0
               PERFORM pa-feed-event
           END-IF

      *        While paused nothing moves and the timeout clock
      *        freezes: PAUSE already emptied the frontend and
      *        backend poll events (so queued traffic can't spin the
           MOVE ws-clock-stamp (9:2) TO ws-clock-hh
           MOVE ws-clock-stamp (11:2) TO ws-clock-mm
           MOVE ws-clock-stamp (13:2) TO ws-clock-ss
           MOVE ws-clock-stamp (15:2) TO ws-clock-hundredths

           COMPUTE ws-clock-seconds =
               FUNCTION INTEGER-OF-DATE(ws-clock-date) * 86400
               + (ws-clock-hh * 3600) + (ws-clock-mm * 60)
               + ws-clock-ss
           COMPUTE ws-clock-centis =
               ws-clock-seconds * 100 + ws-clock-hundredths
           .

      ******************************************************************
           END-IF
           .

      ******************************************************************
      * This section moves one change event from the feed intake to
      * the publish socket, unchanged. It is reached only by name,
      * from pa-proxy-run above.

       se-feed SECTION.

       pa-feed-event.
           CALL STATIC 'zmq_recv'
               USING VALUE ws-feed-socket OF ws-zmq
                     REFERENCE event-record
                     VALUE ws-event-capacity
                     VALUE 0
               GIVING ws-status OF ws-zmq

           SET ws-zmq-recv OF ws-check TO TRUE
           PERFORM se-check
           IF ws-check-was-recoverable
               GO TO pa-feed-event
           END-IF

      *        zmq_recv reports the size sent even when it truncated
      *        to the capacity; only the bytes actually held go on.
           IF ws-status OF ws-zmq IS GREATER THAN ws-event-capacity
               MOVE ws-event-capacity TO ws-event-length
           ELSE
               MOVE ws-status OF ws-zmq TO ws-event-length
           END-IF

           PERFORM pa-feed-publish
           .

       pa-feed-publish.
           CALL STATIC 'zmq_send'
               USING VALUE ws-publish-socket OF ws-zmq
                     REFERENCE event-record
                     VALUE ws-event-length
                     VALUE 0
               GIVING ws-status OF ws-zmq

           SET ws-zmq-send OF ws-check TO TRUE
           PERFORM se-check
           IF ws-check-was-recoverable
               GO TO pa-feed-publish
           END-IF
           .

      ******************************************************************
      * This section handles one client request: record it in the
      * in-flight table, then hand it to the backend. A full table
                   TO ws-flight-dispatched (ws-flight-index)
               MOVE 'N' TO ws-flight-retried (ws-flight-index)
               MOVE 0 TO ws-flight-pending (ws-flight-index)
               MOVE ws-clock-stamp
                   TO ws-flight-first-stamp (ws-flight-index)
               MOVE ws-clock-centis
                   TO ws-flight-first-centis (ws-flight-index)
           END-IF
           .

      * in-flight entry for that client identity and either forward
      * the reply (a waiting request) or swallow it (a tombstone's
      * late reply). A reply with no entry at all belongs to an
      * untracked request from a full-table moment and is forwarded,
      * with no dispatch time to log it against.

       se-backend SECTION.

                   MOVE ws-clock-seconds
                       TO ws-flight-dispatched (ws-flight-found)
                   PERFORM pa-backend-forward
                   PERFORM pa-backend-log
               WHEN ws-flight-waiting (ws-flight-found)
                   MOVE 'F' TO ws-flight-state (ws-flight-found)
                   PERFORM pa-backend-forward
                   PERFORM pa-backend-log
               WHEN OTHER
      *            A tombstone's late reply: swallowed, and the
      *            tombstone freed once no dispatch can still owe
           ADD ws-recv-payload-len TO ws-stat-counter (4)
           .

      *    The entry's slot may already be free again; its contents
      *    stay put until the next request takes it, which cannot
      *    happen before this.
       pa-backend-log.
           MOVE ws-flight-found TO ws-flight-index
           SET ws-dispatch-answered TO TRUE
           PERFORM pa-dispatch-write
           .

      *    Oldest matching entry first - see the tombstone note in
      *    the program header for why the tie breaks toward
      *    swallowing.
           ADD ws-recv-payload-len TO ws-stat-counter (4)
           ADD 1 TO ws-stat-counter (11)

           SET ws-dispatch-failed TO TRUE
           PERFORM pa-dispatch-write

      *        Every dispatch actually made may still answer late -
      *        one for a never-re-dispatched frame (an adjust), two
      *        otherwise - and the tombstone stays to swallow them,
               UPON SYSERR
           .

      ******************************************************************
      * This section writes one dispatch log record for the in-flight
      * entry ws-flight-index names, whose reply - or failure - has
      * just gone out of ws-recv-payload; ws-dispatch-outcome says
      * which. The request's client, version and opcode come off the
      * saved frame by the same size-based offset rule the timeout
      * sweep uses. The log reopens against the new date when the
      * reply falls on a later day than the open file's. It is
      * reached only by name - never by PERFORMing the section as a
      * whole.

       se-dispatch SECTION.

       pa-dispatch-write.
           IF ws-dispatch-is-enabled
               AND ws-clock-stamp (1:8) IS NOT EQUAL
                   TO ws-dispatch-date
               CLOSE dispatch-file
               MOVE ws-clock-stamp (1:8) TO ws-dispatch-date
               PERFORM pa-dispatch-open
           END-IF

           IF ws-dispatch-is-enabled
               PERFORM pa-dispatch-record
           END-IF
           .

       pa-dispatch-record.
           MOVE SPACES TO dispatch-record
           IF ws-flight-payload-len (ws-flight-index) IS EQUAL
                   TO LENGTH OF ws-cmd-request + 8
               OR ws-flight-payload-len (ws-flight-index) IS EQUAL
                   TO LENGTH OF ws-tx-request + 8
               OR ws-flight-payload-len (ws-flight-index) IS EQUAL
                   TO LENGTH OF ws-cmd2-request + 8
               MOVE ws-flight-payload (ws-flight-index) (1:8)
                   TO dsp-client
               MOVE ws-flight-payload (ws-flight-index) (9:1)
                   TO dsp-version
               MOVE ws-flight-payload (ws-flight-index) (10:1)
                   TO dsp-opcode
           ELSE
               MOVE ws-flight-payload (ws-flight-index) (1:1)
                   TO dsp-version
               MOVE ws-flight-payload (ws-flight-index) (2:1)
                   TO dsp-opcode
           END-IF

           MOVE ws-flight-first-stamp (ws-flight-index)
               TO dsp-dispatched
           MOVE ws-clock-stamp TO dsp-replied

      *        A wall clock set back under a request in flight would
      *        make the span negative; it is logged as zero rather
      *        than as its magnitude.
           IF ws-clock-centis IS LESS THAN
                   ws-flight-first-centis (ws-flight-index)
               MOVE 0 TO dsp-elapsed
           ELSE
               COMPUTE dsp-elapsed = ws-clock-centis
                   - ws-flight-first-centis (ws-flight-index)
           END-IF

           IF ws-flight-was-retried (ws-flight-index)
               MOVE 'Y' TO dsp-redispatched
           ELSE
               MOVE 'N' TO dsp-redispatched
           END-IF
           IF ws-dispatch-failed
               MOVE 'Y' TO dsp-timed-out
           ELSE
               MOVE 'N' TO dsp-timed-out
           END-IF
           MOVE ws-recv-payload (2:2) TO dsp-status

           WRITE dispatch-record
           IF ws-dispatch-file-status IS NOT EQUAL TO '00' THEN
               DISPLAY 'aodbroker: dispatch log write failed, status '
                   ws-dispatch-file-status ' - dispatch log stopped'
                   UPON SYSERR
               CLOSE dispatch-file
               SET ws-dispatch-enabled TO 'N'
           END-IF
           .

       pa-dispatch-open.
           STRING FUNCTION TRIM(ws-dispatch-path) DELIMITED BY SIZE,
                   '.' DELIMITED BY SIZE,
                   ws-dispatch-date DELIMITED BY SIZE
               INTO ws-dispatch-file-name

           OPEN EXTEND dispatch-file
           IF ws-dispatch-file-status IS NOT EQUAL TO '00' THEN
               OPEN OUTPUT dispatch-file
           END-IF

           IF ws-dispatch-file-status IS NOT EQUAL TO '00' THEN
               DISPLAY 'aodbroker: dispatch log unavailable, status '
                   ws-dispatch-file-status UPON SYSERR
               SET ws-dispatch-enabled TO 'N'
           END-IF
           .

      ******************************************************************
      * This section reads and executes one steering command.

               GO TO pa-check-crash
           END-IF

           IF ws-zmq-feed-socket OF ws-check AND
               ws-feed-socket OF ws-zmq IS EQUAL TO NULL THEN
               GO TO pa-check-crash
           END-IF

           IF ws-zmq-publish-socket OF ws-check AND
               ws-publish-socket OF ws-zmq IS EQUAL TO NULL THEN
               GO TO pa-check-crash
           END-IF

           IF (ws-zmq-frontend-bind OF ws-check
               OR ws-zmq-backend-bind OF ws-check
               OR ws-zmq-control-bind OF ws-check
               OR ws-zmq-feed-bind OF ws-check
               OR ws-zmq-publish-bind OF ws-check)
               AND ws-status OF ws-zmq IS EQUAL TO -1 THEN
               GO TO pa-check-crash
           END-IF
