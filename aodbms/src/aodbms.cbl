               SHARING WITH ALL OTHER
               FILE STATUS IS ws-index-file-status.

      *        The version history file (see HSTREC); shared across
      *        the pool the same way, since every worker keeps the
      *        prior images of its own changes there and any worker
      *        may be asked for a key's versions.
           SELECT history-file ASSIGN TO ws-history-path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hst-key
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-history-file-status.

      *        Record sequential for the same raw-client-bytes reason
      *        as audit-file above; see JRNREC.
           SELECT journal-file ASSIGN TO ws-journal-file-name
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-journal-file-status.

      *        The same journal read at the pre-widening record
      *        length, only to recover the high-water sequence from
      *        an old-layout file; see JRNOLD.
           SELECT old-journal-file ASSIGN TO ws-journal-old-name
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-journal-old-status.

      *        Record sequential, not line sequential: ckpt-last-key
      *        carries raw client key bytes off the wire, which could
      *        otherwise be mistaken for a line delimiter and split or
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-prefix-file-status.

      *        The operator-maintained per-client, per-prefix access
      *        control file; see ACLREC.
           SELECT access-file ASSIGN TO ws-access-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-access-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  audit-file.
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

       FD  prefix-file.
           COPY PRFREC.

       FD  access-file.
           COPY ACLREC.

       WORKING-STORAGE SECTION.

      ******************************************************************

       01 FILLER.
           02 ws-zmq-rep               BINARY-LONG SIGNED VALUE 4.
           02 ws-zmq-push              BINARY-LONG SIGNED VALUE 8.
           02 ws-zmq-dontwait          BINARY-LONG SIGNED VALUE 1.
           02 ws-zmq-eintr             BINARY-LONG SIGNED VALUE 4.
           02 ws-zmq-pollin            BINARY-SHORT SIGNED VALUE 1.

      ******************************************************************
      * aodbms is one of possibly several worker instances that share
      *        address, which is a different environment variable read
      *        by aodbroker so the two can never collide.
           02 ws-backend-address       PIC X(256).

      *        The broker's change feed intake this worker pushes its
      *        change events to (see EVTREC); all spaces runs the
      *        worker without publishing.
           02 ws-feed-address          PIC X(256).

      *        This worker's own status address, which it BINDS -
      *        unlike the backend address - so a monitor can put a
      *        heartbeat to this one worker instead of to whichever
      *        worker the broker's DEALER picks. Each worker needs a
      *        distinct one; all spaces (the default) opens none.
           02 ws-status-port-address   PIC X(256) VALUE SPACES.
           02 ws-audit-path            PIC X(256).
           02 ws-journal-path          PIC X(256).
           02 ws-checkpoint-path       PIC X(256).
           02 ws-index-path            PIC X(256).
           02 ws-history-path          PIC X(256).
           02 ws-registry-path         PIC X(256).
           02 ws-dictionary-path       PIC X(256).
           02 ws-prefix-path           PIC X(256).
           02 ws-access-path           PIC X(256).

      *        The checkpoint is written to a staging path and renamed
      *        into place so a crash mid-write can never leave
           02 ws-lookup-found          PIC X VALUE 'N'.
               88 ws-lookup-row-found  VALUE 'Y'.

      ******************************************************************
      * These data items control the version history file (see
      * HSTREC): every change that replaces or removes an existing
      * record files the prior image there, so the as-of GET and the
      * version list can answer for any moment the history still
      * covers. Like the index, a worker that cannot keep the history
      * keeps serving but says so loudly - the versions its changes
      * would have filed are simply missing - and the two history
      * opcodes are refused with status 01 rather than answered from
      * a history that is not being kept.

       01 ws-history.
           02 ws-history-file-status   PIC XX.
           02 ws-history-enabled       PIC X VALUE 'Y'.
               88 ws-history-is-enabled VALUE 'Y'.

      *        The image a change is about to replace or remove,
      *        saved off by the handler itself while db-record still
      *        holds it - the same reason as the index's saved field
      *        value - and filed only once the data file has taken
      *        the change. Laid out exactly as db-record, which is
      *        moved to it whole. The as-of GET reuses it to carry the
      *        version it has settled on to the reply.
           02 ws-history-image.
               03 ws-history-image-key PIC X(32).
               03 ws-history-image-payload-len PIC 9(4).
               03 ws-history-image-payload PIC X(4096).
               03 ws-history-image-last-updated PIC X(21).
               03 ws-history-image-expires PIC X(14).
           02 ws-history-image-flag    PIC X VALUE 'N'.
               88 ws-history-had-image VALUE 'Y'.
           02 ws-history-superseded    PIC X(21).
           02 ws-history-action        PIC X.

      *        The as-of and version list request fields are overlaid
      *        by the response being built on top of ws-message, so
      *        they are saved off first, the same way the lookup
      *        saves its own.
           02 ws-history-key           PIC X(32).
           02 ws-history-as-of         PIC X(14).
           02 ws-history-after         PIC X(21).
           02 ws-history-exclusive-copy PIC X.
               88 ws-history-is-exclusive VALUE 'X'.
           02 ws-history-eof           PIC X VALUE 'N'.
               88 ws-history-at-eof    VALUE 'Y'.
           02 ws-history-found         PIC X VALUE 'N'.
               88 ws-history-row-found VALUE 'Y'.
           02 ws-history-source        PIC X.
               88 ws-history-from-file VALUE 'H'.
               88 ws-history-from-current VALUE 'C'.

      ******************************************************************
      * These data items control the replication change journal: every
      * PUT or DELETE that actually changes the data file (response
      *        protocol version's frame.
           02 ws-journal-delete-key    PIC X(32).

      *        Layout guard state for pa-initialize-journal-layout,
      *        laid out the same as the audit log's above.
           02 ws-journal-file-info.
               03 ws-journal-file-size PIC 9(18) COMP.
               03 FILLER               PIC X(8).
           02 ws-journal-exist-status  BINARY-LONG SIGNED.
           02 ws-journal-roll-name     PIC X(277).
           02 ws-journal-rename-status BINARY-LONG SIGNED.

      *        The old-layout file se-journal-recover is scanning
      *        through old-journal-file: a set-aside '.old-layout'
      *        file, or a prior day's pre-widening file.
           02 ws-journal-old-name      PIC X(277).
           02 ws-journal-old-status    PIC XX.

      ******************************************************************
      * These data items control the change feed: every change the
      * journal takes is also pushed to the broker as an event (see
      * EVTREC) for it to publish. The push never waits - a broker
      * that is down or backed up costs the events, not the client's
      * reply - and the journal the event points into stays the
      * record of truth a subscriber catches up from, so a dropped
      * event is announced once per outage, not once per change.

       01 ws-feed.
           02 ws-feed-enabled          PIC X VALUE 'Y'.
               88 ws-feed-is-enabled   VALUE 'Y'.
           02 ws-feed-dropping         PIC X VALUE 'N'.
               88 ws-feed-is-dropping  VALUE 'Y'.
           02 ws-feed-dropped          PIC 9(9) VALUE 0.
           02 ws-feed-length           BINARY-DOUBLE UNSIGNED.

           COPY EVTREC.

      ******************************************************************
      * These data items contain ZMQ objects and ephemeral data.

       01 ws-zmq.
           02 ws-context               POINTER.
           02 ws-socket                POINTER.
           02 ws-feed-socket           POINTER.
           02 ws-status-port-socket    POINTER.

           02 ws-ephemeral.

      *        size_t width.
               03 ws-msg-size          BINARY-DOUBLE UNSIGNED.

      ******************************************************************
      * These data items serve the status port: the zmq_poll item
      * array that waits on the command socket (entry 1) and the
      * status socket (entry 2) together, laid out like the C
      * zmq_pollitem_t exactly as in aodbroker.cbl, and the one
      * status frame in and out. The reply is the version-1 heartbeat
      * response (ws-cmd-response with ws-hb-payload - see CMDHDR)
      * byte for byte, kept apart from ws-message so a status probe
      * never disturbs the command message; anything but a
      * version-1 H request is answered status 01. Probes are not
      * commands: they are neither counted, audited nor journaled.

       01 ws-status-port.
           02 ws-status-port-enabled   PIC X VALUE 'N'.
               88 ws-status-port-is-enabled VALUE 'Y'.
           02 ws-status-port-items.
               03 ws-status-port-entry OCCURS 2 TIMES.
                   04 ws-status-port-poll-socket POINTER.
                   04 ws-status-port-poll-fd     BINARY-LONG SIGNED.
                   04 ws-status-port-poll-events BINARY-SHORT SIGNED.
                   04 ws-status-port-poll-revents
                                       BINARY-SHORT SIGNED.
      *        Long on the wire, as in aodbroker.cbl; -1 waits until
      *        either socket has something.
           02 ws-status-port-poll-count BINARY-DOUBLE SIGNED VALUE 2.
           02 ws-status-port-poll-timeout
                                       BINARY-DOUBLE SIGNED VALUE -1.
           02 ws-status-port-capacity  BINARY-DOUBLE UNSIGNED
                                       VALUE 64.
           02 ws-status-port-frame     PIC X(64).
           02 ws-status-port-reply REDEFINES ws-status-port-frame.
               03 ws-status-port-version   PIC X.
               03 ws-status-port-status    PIC XX.
               03 ws-status-port-payload-len PIC 9(3).
               03 ws-status-port-uptime    PIC 9(9).
               03 ws-status-port-count     PIC 9(9).
               03 ws-status-port-check     PIC X.
               03 ws-status-port-check-status PIC X.
               03 FILLER                   PIC X(38).
           02 ws-status-port-received  BINARY-LONG SIGNED.

      ******************************************************************
      * These data items control access to the data file backing
      * pa-command-process while dispatching GET/PUT/DELETE.
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
      * These data items hold the state of one reference check
      * against the dictionary's R lines (see DICREC). A PUT-shaped
      * change saves its staged record area here while the keys its
      * reference fields name are read, and puts it back after; a
      * DELETE names the doomed key, and the records under each
      * referencing prefix are walked for one that still names it.

       01 ws-reference.
           02 ws-reference-ok          PIC X.
               88 ws-reference-is-ok   VALUE 'Y'.
           02 ws-reference-index       PIC 9(3).
           02 ws-reference-end         PIC 9(5).
           02 ws-reference-key         PIC X(32).
           02 ws-reference-value       PIC X(32).
           02 ws-reference-fits        PIC X.
               88 ws-reference-fits-key VALUE 'Y'.
           02 ws-reference-walk-eof    PIC X.
               88 ws-reference-walk-done VALUE 'Y'.
           02 ws-reference-image.
               03 ws-reference-image-key PIC X(32).
               03 ws-reference-image-payload-len PIC 9(4).
               03 ws-reference-image-payload PIC X(4096).
               03 FILLER               PIC X(35).

      ******************************************************************
      * These data items hold the key-prefix ownership table with its
               03 ws-prf-cap           PIC 9(10).
               03 ws-prf-records       PIC 9(10).

      ******************************************************************
      * These data items hold the access control table, loaded once
      * at startup (see ACLREC), and the state of one access check:
      * the key and kind of access asked for, the verdict, and - on a
      * denial - the PRFREC prefix that owns the key, which is what
      * the denial reply and the SYSERR line name. No access control
      * file means no checks - the pre-ACL behavior.

       01 ws-access.
           02 ws-access-file-status    PIC XX.
           02 ws-access-loaded         PIC X VALUE 'N'.
               88 ws-access-is-loaded  VALUE 'Y'.
           02 ws-access-eof            PIC X VALUE 'N'.
               88 ws-access-at-eof     VALUE 'Y'.
           02 ws-access-count          PIC 9(3) VALUE 0.
           02 ws-access-index          PIC 9(3).
           02 ws-access-found          PIC 9(3).
           02 ws-access-lookup-id      PIC X(8).
           02 ws-access-key            PIC X(32).
           02 ws-access-type           PIC X.
               88 ws-access-not-checked VALUE SPACE.
               88 ws-access-for-read   VALUE 'R'.
               88 ws-access-for-write  VALUE 'W'.
               88 ws-access-for-delete VALUE 'D'.
           02 ws-access-flag           PIC X VALUE 'N'.
               88 ws-access-was-denied VALUE 'Y'.
           02 ws-access-prefix-len     PIC 9(2).
           02 ws-access-prefix         PIC X(32).
           02 ws-access-entry OCCURS 200 TIMES.
               03 ws-acl-client        PIC X(8).
               03 ws-acl-prefix-len    PIC 9(2).
               03 ws-acl-prefix        PIC X(32).
               03 ws-acl-read          PIC X.
               03 ws-acl-write         PIC X.
               03 ws-acl-delete        PIC X.

      ******************************************************************
      * These data items serve the atomic adjust command: the signed
      * amount saved off the request before the response overlays it,
               88 ws-tx-ops-valid      VALUE 'Y'.
           02 ws-tx-schema-flag        PIC X VALUE 'N'.
               88 ws-tx-was-schema-failure VALUE 'Y'.
           02 ws-tx-reference-flag     PIC X VALUE 'N'.
               88 ws-tx-was-reference-failure VALUE 'Y'.
           02 ws-tx-access-flag        PIC X VALUE 'N'.
               88 ws-tx-was-access-failure VALUE 'Y'.
           02 ws-tx-apply-flag         PIC X.
               88 ws-tx-apply-clean    VALUE 'Y'.
           02 ws-tx-saved OCCURS 5 TIMES.
           88 ws-zmq-msg-recv          VALUE 'R'.
           88 ws-zmq-msg-send          VALUE 'S'.
           88 ws-zmq-socket            VALUE 'E'.
           88 ws-zmq-poll              VALUE 'P'.

       01 ws-check-result              PIC X VALUE 'N'.
           88 ws-check-was-recoverable VALUE 'Y'.
                   CONTINUE
           END-ACCEPT

           MOVE 'tcp://127.0.0.1:8003' TO ws-feed-address
           ACCEPT ws-feed-address
               FROM ENVIRONMENT 'AODBMS_FEED_ADDRESS'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           ACCEPT ws-status-port-address
               FROM ENVIRONMENT 'AODBMS_STATUS_ADDRESS'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           MOVE '/var/lib/aodbms/audit' TO ws-audit-path
           ACCEPT ws-audit-path
               FROM ENVIRONMENT 'AODBMS_AUDIT_PATH'
                   CONTINUE
           END-ACCEPT

           MOVE '/var/lib/aodbms/history' TO ws-history-path
           ACCEPT ws-history-path
               FROM ENVIRONMENT 'AODBMS_HISTORY_PATH'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           MOVE '/var/lib/aodbms/clients.reg' TO ws-registry-path
           ACCEPT ws-registry-path
               FROM ENVIRONMENT 'AODBMS_REGISTRY_PATH'
                   CONTINUE
           END-ACCEPT

           MOVE '/var/lib/aodbms/access.acl' TO ws-access-path
           ACCEPT ws-access-path
               FROM ENVIRONMENT 'AODBMS_ACL_PATH'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

      *        The indexed field: a 1-based offset into db-payload
      *        and a length of at most the 32 bytes ix-value carries.
      *        Unset or zero means no indexed field is declared, the
      *        skip would silently drop them from the standby. Raising
      *        the sequence to the journal's own high-water mark
      *        closes that hole before anything new is journaled.
      *        A file in an older record layout is set aside first
      *        and scanned at its own record length, so the scan
      *        below never reads it misaligned and the sequences it
      *        already carries are still never reissued.
           PERFORM pa-initialize-journal-layout
           IF NOT ws-journal-is-enabled
               GO TO pa-initialize-journal-exit
           END-IF

           MOVE 'N' TO ws-journal-scan-eof
           OPEN INPUT journal-file
           IF ws-journal-file-status IS EQUAL TO '00' THEN
      *        tail of the most recent prior day's file, beyond what
      *        the checkpoint restored, so the dated names are walked
      *        backwards - the same way aodbaudq walks its date range
      *        - until one is found and scanned, at whichever record
      *        length it was written in.
               IF ws-journal-file-status IS EQUAL TO '35' THEN
                   MOVE FUNCTION INTEGER-OF-DATE(ws-journal-date)
                       TO ws-journal-date-integer
           END-IF
           .

      *    Same create-empty-on-35 fallback and the same keep-serving-
      *    loudly degradation as the index above: a worker without
      *    its history still serves every change correctly, but the
      *    prior images those changes replace are lost for good. A
      *    read-only worker opens INPUT with no fallback, and with no
      *    file to read simply refuses the two history opcodes.
       pa-initialize-history-file.
           IF ws-read-only-mode
               OPEN INPUT history-file
           ELSE
               OPEN I-O history-file
               IF ws-history-file-status IS EQUAL TO '35' THEN
                   OPEN OUTPUT history-file
                   CLOSE history-file
                   OPEN I-O history-file
               END-IF
           END-IF

           IF ws-history-file-status IS NOT EQUAL TO '00' THEN
               DISPLAY 'aodbms: version history unavailable, status '
                   ws-history-file-status UPON SYSERR
               SET ws-history-enabled TO 'N'
           END-IF
           .

      *    A registry that isn't there disables identity checking -
      *    the pre-registry behavior, and the migration path: stand
      *    the file up once every caller sends an identifier. That
           .

      *    Quotas only matter where writes are served, so a read-only
      *    worker skips the census; it still loads the table, which
      *    names the owning prefix in an access denial. Like the
      *    registry and the dictionary, an absent file just means the
      *    feature is off.
       pa-initialize-prefixes.
           MOVE 'N' TO ws-quota-eof
           OPEN INPUT prefix-file
           IF ws-prefix-file-status IS EQUAL TO '00' THEN
               SET ws-quota-loaded TO 'Y'
               PERFORM pa-prefix-load
               CLOSE prefix-file
               IF ws-quota-is-active
                   AND NOT ws-read-only-mode
                   PERFORM pa-quota-census
               END-IF
           ELSE
               DISPLAY 'aodbms: prefix file absent, status '
                   ws-prefix-file-status
                   ' - record quotas not enforced' UPON SYSERR
           END-IF
           .

      *    No access control file leaves every registered client free
      *    to touch every key - the pre-ACL behavior, and the
      *    migration path, the same posture as the registry. Loud,
      *    not a stop.
       pa-initialize-access.
           MOVE 'N' TO ws-access-eof
           OPEN INPUT access-file
           IF ws-access-file-status IS EQUAL TO '00' THEN
               SET ws-access-is-loaded TO TRUE
               PERFORM pa-access-load
               CLOSE access-file
           ELSE
               DISPLAY 'aodbms: access control file absent, status '
                   ws-access-file-status
                   ' - prefix access not enforced' UPON SYSERR
           END-IF
           .

           PERFORM se-check
           .

      *    The feed socket is PUSH, connected like the REP socket, so
      *    a broker restart is reconnected to without this worker
      *    noticing. A read-only worker changes nothing and publishes
      *    nothing. A socket that cannot be had is the same keep-
      *    serving-loudly case as the journal, not a reason to stop.
       pa-initialize-zmq-feed.
           IF ws-read-only-mode
               OR ws-feed-address IS EQUAL TO SPACES
               SET ws-feed-enabled TO 'N'
           ELSE
               CALL STATIC 'zmq_socket'
                   USING VALUE ws-context OF ws-zmq, VALUE ws-zmq-push
                   GIVING ws-feed-socket OF ws-zmq
               IF ws-feed-socket OF ws-zmq IS EQUAL TO NULL
                   MOVE -1 TO ws-status OF ws-zmq
               ELSE
                   STRING ws-feed-address DELIMITED BY SPACES, X'00'
                       INTO ws-address OF ws-zmq
                   CALL STATIC 'zmq_connect'
                       USING VALUE ws-feed-socket OF ws-zmq
                             REFERENCE ws-address OF ws-zmq
                       GIVING ws-status OF ws-zmq
               END-IF

               IF ws-status OF ws-zmq IS EQUAL TO -1
                   DISPLAY 'aodbms: change feed unavailable - events '
                       'not published' UPON SYSERR
                   SET ws-feed-enabled TO 'N'
               END-IF
           END-IF
           MOVE LENGTH OF event-record TO ws-feed-length
           .

      *    The status socket is REP and bound, so a monitor can reach
      *    this worker by its own address. One that cannot be had
      *    (an address already taken by another worker, usually) is
      *    announced and the worker serves on without it - a monitor
      *    that gets no answer there raises its own alarm.
       pa-initialize-zmq-status.
           IF ws-status-port-address IS NOT EQUAL TO SPACES
               CALL STATIC 'zmq_socket'
                   USING VALUE ws-context OF ws-zmq, VALUE ws-zmq-rep
                   GIVING ws-status-port-socket OF ws-zmq
               IF ws-status-port-socket OF ws-zmq IS EQUAL TO NULL
                   MOVE -1 TO ws-status OF ws-zmq
               ELSE
                   STRING ws-status-port-address DELIMITED BY SPACES,
                           X'00'
                       INTO ws-address OF ws-zmq
                   CALL STATIC 'zmq_bind'
                       USING VALUE ws-status-port-socket OF ws-zmq
                             REFERENCE ws-address OF ws-zmq
                       GIVING ws-status OF ws-zmq
               END-IF

               IF ws-status OF ws-zmq IS EQUAL TO -1
                   DISPLAY 'aodbms: status address '
                       FUNCTION TRIM(ws-status-port-address)
                       ' unavailable - heartbeats only through the '
                       'broker' UPON SYSERR
               ELSE
                   SET ws-status-port-enabled TO 'Y'
                   SET ws-status-port-poll-socket (1)
                       TO ws-socket OF ws-zmq
                   SET ws-status-port-poll-socket (2)
                       TO ws-status-port-socket OF ws-zmq
                   MOVE 0 TO ws-status-port-poll-fd (1)
                             ws-status-port-poll-fd (2)
                   MOVE ws-zmq-pollin TO ws-status-port-poll-events (1)
                                         ws-status-port-poll-events (2)
               END-IF
           END-IF
           .

       pa-initialize-zmq-msg.
           CALL STATIC 'zmq_msg_init'
               USING ws-message OF ws-zmq
      * This section reads the day's existing journal to end of file
      * and raises ws-command-sequence to the highest sequence already
      * written, so a restarted worker never reissues a sequence the
      * file already carries. A file in the pre-widening layout is
      * read through old-journal-file at its own record length (see
      * JRNOLD) rather than misaligned through journal-file. It is
      * reached only by name, from pa-initialize-journal above and
      * se-journal-layout below - never by falling through or
      * PERFORMing an enclosing section.

       se-journal-recover SECTION.
           END-IF
           .

       pa-journal-recover-old.
           READ old-journal-file
               AT END
                   SET ws-journal-scan-at-eof TO TRUE
               NOT AT END
                   IF ojr-sequence IS NUMERIC
                       AND ojr-sequence IS GREATER THAN
                           ws-command-sequence
                       MOVE ojr-sequence TO ws-command-sequence
                   END-IF
           END-READ

           IF NOT ws-journal-scan-at-eof
               GO TO pa-journal-recover-old
           END-IF
           .

      *    Scans ws-journal-old-name through old-journal-file, when
      *    ws-journal-file-size says the file is a whole number of
      *    old-length records; a file in neither layout is left
      *    unscanned, loudly, and the sequence stands as it is.
       pa-journal-recover-old-file.
           IF FUNCTION MOD(ws-journal-file-size,
                   LENGTH OF old-journal-record) IS NOT EQUAL TO 0
               DISPLAY 'aodbms: change journal '
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
                   DISPLAY 'aodbms: cannot open change journal '
                       FUNCTION TRIM(ws-journal-old-name)
                       ' for its high-water sequence, status '
                       ws-journal-old-status UPON SYSERR
               END-IF
           END-IF
           .

      *    Walks the dated journal names backwards one day at a time
      *    and scans the first file found - a worker can sit down
      *    across a weekend or longer, and only the most recent prior
      *    file carries the true high-water mark. A month's walk is
      *    far beyond any credible outage; past that the checkpoint
      *    sequence stands. The file's size picks the record length
      *    it is read at: the last day before a JRNREC widening is
      *    in the old layout, and reading it at the new length would
      *    misalign every sequence after the first record.
       pa-journal-recover-prior.
           SUBTRACT 1 FROM ws-journal-date-integer
           ADD 1 TO ws-journal-scan-count
                   ws-journal-scan-date DELIMITED BY SIZE
               INTO ws-journal-file-name

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

           END-IF
           .

      ******************************************************************
      * This section guards the change journal's record layout the
      * same way se-audit-layout guards the audit log, after a JRNREC
      * widening: a file whose size is not a whole number of
      * current-length records is set aside as its own name plus
      * '.old-layout' - to be applied with the pre-widening AODBAPLY,
      * per the JRNREC note - and the day continues in a fresh file.
      * The set-aside file is then scanned at the old record length
      * for its high-water sequence, since the fresh file must carry
      * on from it rather than from the lagging checkpoint. A file
      * that cannot be set aside turns journaling off, loudly, rather
      * than mixing layouts in one DR shipping unit. It is reached
      * only by name, from pa-initialize-journal - never by falling
      * through or PERFORMing an enclosing section.

       se-journal-layout SECTION.

       pa-initialize-journal-layout.
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
               IF ws-journal-rename-status IS EQUAL TO 0
                   DISPLAY 'aodbms: change journal '
                       FUNCTION TRIM(ws-journal-file-name)
                       ' is not in the current record layout - set '
                       'aside as .old-layout, starting fresh'
                       UPON SYSERR
                   MOVE ws-journal-roll-name TO ws-journal-old-name
                   PERFORM pa-journal-recover-old-file
               ELSE
                   DISPLAY 'aodbms: change journal '
                       FUNCTION TRIM(ws-journal-file-name)
                       ' is in an old record layout and could not '
                       'be set aside, status '
                       ws-journal-rename-status UPON SYSERR
                   SET ws-journal-enabled TO 'N'
               END-IF
           END-IF
           .

      ******************************************************************
      * This section loads the client registry into its table. It is
      * reached only by name, from pa-initialize-registry above -
      *    The declaration checks mirror what validation will later
      *    assume: every number numeric and in range before it is
      *    ever compared, a date field exactly the 8 bytes of
      *    YYYYMMDD, the type one of N/D/T/R, and a reference's
      *    key - referenced prefix plus field - no longer than a key.
       pa-dictionary-load-entry.
           IF dic-prefix-len IS NOT NUMERIC
               OR dic-field-offset IS NOT NUMERIC
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
               DISPLAY 'aodbms: bad dictionary line dropped: "'
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
                   DISPLAY 'aodbms: schema dictionary full, line "'
                       dictionary-record '" dropped' UPON SYSERR
           END-IF
           .

      ******************************************************************
      * This section loads the access control file into its table. It
      * is reached only by name, from pa-initialize-access above. A
      * line that doesn't parse is dropped loudly, the same posture
      * as the other loaders - which for this file means a grant
      * withheld, never one given away; blank lines are skipped.

       se-access-load SECTION.

       pa-access-load.
           READ access-file
               AT END
                   SET ws-access-at-eof TO TRUE
               NOT AT END
                   IF access-record IS NOT EQUAL TO SPACES
                       PERFORM pa-access-load-entry
                   END-IF
           END-READ

           IF NOT ws-access-at-eof
               GO TO pa-access-load
           END-IF
           .

      *    Each grant column carries its own letter to grant, or '-'
      *    or space to withhold; anything else is a typo worth
      *    hearing about rather than guessing at.
       pa-access-load-entry.
           IF acl-client-id IS EQUAL TO SPACES
               OR acl-prefix-len IS NOT NUMERIC
               OR acl-prefix-len IS GREATER THAN LENGTH OF db-key
               OR (NOT acl-grants-read
                   AND acl-grant-read IS NOT EQUAL TO '-'
                   AND acl-grant-read IS NOT EQUAL TO SPACE)
               OR (NOT acl-grants-write
                   AND acl-grant-write IS NOT EQUAL TO '-'
                   AND acl-grant-write IS NOT EQUAL TO SPACE)
               OR (NOT acl-grants-delete
                   AND acl-grant-delete IS NOT EQUAL TO '-'
                   AND acl-grant-delete IS NOT EQUAL TO SPACE)
               DISPLAY 'aodbms: bad access control line dropped: "'
                   access-record '"' UPON SYSERR
           ELSE
               IF ws-access-count IS LESS THAN 200
                   ADD 1 TO ws-access-count
                   MOVE acl-client-id
                       TO ws-acl-client (ws-access-count)
                   MOVE acl-prefix-len
                       TO ws-acl-prefix-len (ws-access-count)
                   MOVE acl-prefix
                       TO ws-acl-prefix (ws-access-count)
                   MOVE acl-grant-read
                       TO ws-acl-read (ws-access-count)
                   MOVE acl-grant-write
                       TO ws-acl-write (ws-access-count)
                   MOVE acl-grant-delete
                       TO ws-acl-delete (ws-access-count)
               ELSE
                   DISPLAY 'aodbms: access control table full, line "'
                       access-record '" dropped' UPON SYSERR
               END-IF
           END-IF
           .

      ******************************************************************
      * This section receives and executes a single command.

       se-command SECTION.

       pa-command-receive.
      *        With a status port, wait on both sockets and answer any
      *        probe first; the command socket is only read once it
      *        has a request, so a probe never waits behind an idle
      *        command socket.
           IF ws-status-port-is-enabled
               PERFORM pa-status-port-wait
               IF ws-status-port-poll-revents (1) IS EQUAL TO 0
                   GO TO pa-command-receive
               END-IF
           END-IF

           SET ws-check-was-final TO TRUE
           MOVE 0 TO ws-flags OF ws-zmq
           CALL STATIC 'zmq_msg_recv'
               END-IF
           END-IF

      *        The single-command access check is made here, once,
      *        and acted on by its own WHEN below, after the frame
      *        checks it must not pre-empt; scans, lookups and
      *        transaction envelopes check per row or per operation
      *        in their handlers instead.
           PERFORM pa-access-request

           EVALUATE TRUE
      *        A refused client gets status 09 before anything else
      *        is even looked at - the reply shaped by the frame
                   SET ws-resp2-read-only TO TRUE
                   MOVE 0 TO ws-resp2-payload-len
                   PERFORM pa-command-log-read-only
               WHEN ws-cmd-version-2 AND ws-access-was-denied
                   PERFORM pa-command2-access-denied
               WHEN ws-cmd-version-2 AND ws-cmd2-op-get
                   PERFORM pa-command2-get
               WHEN ws-cmd-version-2 AND ws-cmd2-op-put
                   PERFORM pa-command2-adjust
               WHEN ws-cmd-version-2 AND ws-cmd2-op-lookup
                   PERFORM pa-command2-lookup
      *        The as-of timestamp is checked at the same trust point
      *        as the adjust amount, so the history walk only ever
      *        compares digits against digits.
               WHEN ws-cmd-version-2 AND ws-cmd2-op-as-of
                   AND ws-cmd2-as-of IS NOT NUMERIC
                   MOVE SPACES TO ws-message OF ws-zmq
                   SET ws-resp-bad-request TO TRUE
                   MOVE 0 TO ws-resp2-payload-len
                   PERFORM pa-command-log-malformed
               WHEN ws-cmd-version-2 AND ws-cmd2-op-as-of
                   PERFORM pa-command2-as-of
               WHEN ws-cmd-version-2 AND ws-cmd2-op-versions
                   PERFORM pa-command2-versions
               WHEN ws-cmd-version-2
                   MOVE SPACES TO ws-message OF ws-zmq
                   SET ws-resp-bad-request TO TRUE
                   SET ws-resp-bad-request TO TRUE
                   MOVE 0 TO ws-resp-payload-len
                   PERFORM pa-command-log-malformed
               WHEN ws-access-was-denied
                   PERFORM pa-command-access-denied
               WHEN ws-cmd-op-get
                   PERFORM pa-command-get
      *        An expiring PUT's payload field is overlaid by the
      * the DEALER picks next, not necessarily the one ops actually
      * wants to check - so polling the shared address cannot be relied
      * on to catch one specific hung worker; it can only attest that
      * *some* worker answered. To check a single worker, give it a
      * status address (AODBMS_STATUS_ADDRESS) and send the heartbeat
      * there: pa-status-port-answer replies with the same fields from
      * pa-heartbeat-uptime, without the probe counting as a command.
      * AODBMON polls every worker that way.

       pa-command-heartbeat.
           PERFORM pa-heartbeat-uptime

           MOVE SPACES TO ws-message OF ws-zmq
           SET ws-resp-ok TO TRUE
           MOVE ws-uptime-elapsed-seconds TO ws-hb-uptime-seconds
           MOVE ws-command-sequence TO ws-hb-command-count
           MOVE ws-last-check-type TO ws-hb-last-check
           MOVE ws-last-check-status TO ws-hb-last-status
           MOVE LENGTH OF ws-hb-payload TO ws-resp-payload-len
           .

       pa-heartbeat-uptime.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ws-uptime-now-date
           MOVE FUNCTION CURRENT-DATE (9:2) TO ws-uptime-now-hh
           MOVE FUNCTION CURRENT-DATE (11:2) TO ws-uptime-now-mm
                   + ws-uptime-now-ss)
               - ((ws-uptime-start-hh * 3600)
                   + (ws-uptime-start-mm * 60) + ws-uptime-start-ss)
           .

      *    An interrupted poll comes back with nothing flagged and
      *    pa-command-receive simply waits again.
       pa-status-port-wait.
           MOVE 0 TO ws-status-port-poll-revents (1)
                     ws-status-port-poll-revents (2)
           CALL STATIC 'zmq_poll'
               USING REFERENCE ws-status-port-items
                     VALUE ws-status-port-poll-count
                     VALUE ws-status-port-poll-timeout
               GIVING ws-status OF ws-zmq

           IF ws-status OF ws-zmq IS EQUAL TO -1
               CALL STATIC 'zmq_errno' GIVING ws-errno OF ws-zmq
               IF ws-errno OF ws-zmq IS NOT EQUAL TO ws-zmq-eintr
                   SET ws-zmq-poll OF ws-check TO TRUE
                   PERFORM se-check
               END-IF
               MOVE 0 TO ws-status-port-poll-revents (1)
                         ws-status-port-poll-revents (2)
           END-IF

           IF ws-status-port-poll-revents (2) IS NOT EQUAL TO 0
               PERFORM pa-status-port-answer
           END-IF
           .

      *    A probe that cannot be received leaves the REP socket
      *    waiting for the next one, and one whose reply cannot be
      *    sent is the monitor's to notice as a missing answer -
      *    neither is worth stopping a worker that is serving
      *    clients.
       pa-status-port-answer.
           MOVE SPACES TO ws-status-port-frame
           CALL STATIC 'zmq_recv'
               USING VALUE ws-status-port-socket OF ws-zmq
                     REFERENCE ws-status-port-frame
                     VALUE ws-status-port-capacity
                     VALUE ws-zmq-dontwait
               GIVING ws-status-port-received

           IF ws-status-port-received IS NOT EQUAL TO -1
               IF ws-status-port-received IS EQUAL TO
                       LENGTH OF ws-status-port-frame
                   AND ws-status-port-frame (1:2) IS EQUAL TO '1H'
                   PERFORM pa-heartbeat-uptime
                   MOVE SPACES TO ws-status-port-frame
                   MOVE '00' TO ws-status-port-status
                   MOVE ws-uptime-elapsed-seconds
                       TO ws-status-port-uptime
                   MOVE ws-command-sequence TO ws-status-port-count
                   MOVE ws-last-check-type TO ws-status-port-check
                   MOVE ws-last-check-status
                       TO ws-status-port-check-status
                   MOVE LENGTH OF ws-hb-payload
                       TO ws-status-port-payload-len
               ELSE
                   MOVE SPACES TO ws-status-port-frame
                   MOVE '01' TO ws-status-port-status
                   MOVE 0 TO ws-status-port-payload-len
               END-IF
               MOVE '1' TO ws-status-port-version

               CALL STATIC 'zmq_send'
                   USING VALUE ws-status-port-socket OF ws-zmq
                         REFERENCE ws-status-port-frame
                         VALUE ws-status-port-capacity
                         VALUE 0
                   GIVING ws-status OF ws-zmq
               IF ws-status OF ws-zmq IS EQUAL TO -1
                   DISPLAY 'aodbms: status reply not sent' UPON SYSERR
               END-IF
           END-IF
           .

       pa-command-get.

      *        The prior image's indexed field value is lifted while
      *        db-record still holds it, so the index maintenance
      *        after the rewrite can take the old entry back out; the
      *        image itself is saved for the version history the same
      *        way.
           MOVE 'N' TO ws-index-old-flag
           MOVE 'N' TO ws-history-image-flag
           IF ws-put-is-existing
               PERFORM pa-index-save-old
               PERFORM pa-history-save-old
           END-IF

      *        A plain PUT rewrites the record whole, so it clears any
           MOVE ws-cmd-payload-len TO db-payload-len
           MOVE FUNCTION CURRENT-DATE TO db-last-updated

      *        Validated against the schema dictionary, its reference
      *        fields checked for the records they name, and the
      *        per-prefix record cap checked for a create, before the
      *        file is touched; a refusal (status 10, 15 or 13) costs
      *        nothing to undo. These checks and the store below stay
      *        one paragraph on purpose: the WRITE race re-drive is a
      *        GO TO back to this paragraph's own start, which is
      *        active.
           PERFORM pa-schema-validate

           MOVE 'Y' TO ws-reference-ok
           IF ws-schema-is-ok
               PERFORM pa-reference-check-put
           END-IF

           MOVE 'Y' TO ws-quota-ok
           IF ws-schema-is-ok AND ws-reference-is-ok
               AND ws-put-is-new
               MOVE db-key TO ws-quota-key
               PERFORM pa-quota-check
           END-IF
                   MOVE SPACES TO ws-message OF ws-zmq
                   SET ws-resp-bad-schema TO TRUE
                   MOVE 0 TO ws-resp-payload-len
               WHEN NOT ws-reference-is-ok
                   MOVE SPACES TO ws-message OF ws-zmq
                   SET ws-resp-reference TO TRUE
                   MOVE 0 TO ws-resp-payload-len
               WHEN NOT ws-quota-is-ok
                   MOVE SPACES TO ws-message OF ws-zmq
                   SET ws-resp-quota-full TO TRUE
                   IF ws-data-file-status IS EQUAL TO '00' THEN
                       PERFORM pa-command-journal-put
                       PERFORM pa-index-after-put
                       PERFORM pa-history-after-put
                       IF ws-put-is-new
                           MOVE db-key TO ws-quota-key
                           PERFORM pa-quota-created

       pa-command-delete.
           SET ws-request-was-dispatched TO TRUE

      *        Refused, before anything is staged, while another
      *        record still names the doomed key (see the R lines in
      *        DICREC); the walk leaves the record area undefined, so
      *        the key is staged after it.
           MOVE ws-cmd-key TO ws-reference-key
           PERFORM pa-reference-check-delete
           IF ws-reference-is-ok
               PERFORM pa-command-delete-apply
           ELSE
               MOVE SPACES TO ws-message OF ws-zmq
               SET ws-resp-reference TO TRUE
               MOVE 0 TO ws-resp-payload-len
           END-IF
           .

       pa-command-delete-apply.
           MOVE ws-cmd-key TO db-key
           MOVE ws-cmd-key TO ws-journal-delete-key

      *        The doomed record's indexed field value has to be read
      *        before the DELETE - the record area is undefined once
      *        it succeeds - so the index entry it carried can be
      *        taken out afterwards; the version history wants the
      *        whole image for the same reason.
           MOVE 'N' TO ws-index-old-flag
           MOVE 'N' TO ws-history-image-flag
           IF ws-index-is-enabled OR ws-history-is-enabled
               READ data-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM pa-index-save-old
                       PERFORM pa-history-save-old
               END-READ
           END-IF

               PERFORM pa-command-journal-delete
               MOVE ws-journal-delete-key TO ws-index-record-key
               PERFORM pa-index-after-delete
               PERFORM pa-history-after-delete
               MOVE ws-journal-delete-key TO ws-quota-key
               PERFORM pa-quota-deleted
           END-IF
               END-IF
           END-IF

      *        A scan's prefix can span several owners' keys, so the
      *        row about to be served is what is checked, not the
      *        prefix asked for.
           IF ws-scan-row-matches
               MOVE db-key TO ws-access-key
               SET ws-access-for-read TO TRUE
               PERFORM pa-access-check
           END-IF

           MOVE SPACES TO ws-message OF ws-zmq
           EVALUATE TRUE
               WHEN ws-scan-row-matches AND ws-access-was-denied
                   PERFORM pa-command-access-denied
               WHEN ws-scan-row-matches
                   SET ws-resp-ok TO TRUE
                   MOVE db-key TO ws-scan-row-key
                   SET ws-put-is-existing TO TRUE
           END-READ

      *        Same prior-image saves as pa-command-put, for the
      *        index maintenance and the version history after the
      *        rewrite.
           MOVE 'N' TO ws-index-old-flag
           MOVE 'N' TO ws-history-image-flag
           IF ws-put-is-existing
               PERFORM pa-index-save-old
               PERFORM pa-history-save-old
           END-IF

           MOVE ws-cmd2-payload TO db-payload
           MOVE ws-cmd2-expiry TO db-expires
           MOVE FUNCTION CURRENT-DATE TO db-last-updated

      *        Same pre-write schema, reference and quota refusals as
      *        pa-command-put - and the same one-paragraph shape,
      *        since the WRITE race re-drive is a GO TO back to this
      *        paragraph's own start.
           PERFORM pa-schema-validate

           MOVE 'Y' TO ws-reference-ok
           IF ws-schema-is-ok
               PERFORM pa-reference-check-put
           END-IF

           MOVE 'Y' TO ws-quota-ok
           IF ws-schema-is-ok AND ws-reference-is-ok
               AND ws-put-is-new
               MOVE db-key TO ws-quota-key
               PERFORM pa-quota-check
           END-IF
                   MOVE SPACES TO ws-message OF ws-zmq
                   SET ws-resp2-bad-schema TO TRUE
                   MOVE 0 TO ws-resp2-payload-len
               WHEN NOT ws-reference-is-ok
                   MOVE SPACES TO ws-message OF ws-zmq
                   SET ws-resp2-reference TO TRUE
                   MOVE 0 TO ws-resp2-payload-len
               WHEN NOT ws-quota-is-ok
                   MOVE SPACES TO ws-message OF ws-zmq
                   SET ws-resp2-quota-full TO TRUE
                   IF ws-data-file-status IS EQUAL TO '00' THEN
                       PERFORM pa-command-journal-put
                       PERFORM pa-index-after-put
                       PERFORM pa-history-after-put
                       IF ws-put-is-new
                           MOVE db-key TO ws-quota-key
                           PERFORM pa-quota-created

       pa-command2-delete.
           SET ws-request-was-dispatched TO TRUE

      *        Same reference refusal as pa-command-delete.
           MOVE ws-cmd2-key TO ws-reference-key
           PERFORM pa-reference-check-delete
           IF ws-reference-is-ok
               PERFORM pa-command2-delete-apply
           ELSE
               MOVE SPACES TO ws-message OF ws-zmq
               SET ws-resp2-reference TO TRUE
               MOVE 0 TO ws-resp2-payload-len
           END-IF
           .

       pa-command2-delete-apply.
           MOVE ws-cmd2-key TO db-key
           MOVE ws-cmd2-key TO ws-journal-delete-key

      *        Same pre-DELETE saves as pa-command-delete, so the
      *        index entry the record carried can be taken out and
      *        its image filed in the version history.
           MOVE 'N' TO ws-index-old-flag
           MOVE 'N' TO ws-history-image-flag
           IF ws-index-is-enabled OR ws-history-is-enabled
               READ data-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM pa-index-save-old
                       PERFORM pa-history-save-old
               END-READ
           END-IF

               PERFORM pa-command-journal-delete
               MOVE ws-journal-delete-key TO ws-index-record-key
               PERFORM pa-index-after-delete
               PERFORM pa-history-after-delete
               MOVE ws-journal-delete-key TO ws-quota-key
               PERFORM pa-quota-deleted
           END-IF
       pa-command2-cond-put-apply.
      *        db-record still holds the matched prior image here, so
      *        its indexed field value is lifted for the index
      *        maintenance after the rewrite, and the image itself
      *        saved for the version history.
           MOVE 'N' TO ws-index-old-flag
           PERFORM pa-index-save-old
           MOVE 'N' TO ws-history-image-flag
           PERFORM pa-history-save-old

           MOVE ws-cmd2-payload TO db-payload
           MOVE ws-cmd2-payload-len TO db-payload-len
           MOVE ws-cmd2-expiry TO db-expires
           MOVE FUNCTION CURRENT-DATE TO db-last-updated

      *        Same pre-write schema and reference refusals as
      *        pa-command-put.
           PERFORM pa-schema-validate
           MOVE 'Y' TO ws-reference-ok
           IF ws-schema-is-ok
               PERFORM pa-reference-check-put
           END-IF

           EVALUATE TRUE
               WHEN NOT ws-schema-is-ok
                   MOVE SPACES TO ws-message OF ws-zmq
                   SET ws-resp2-bad-schema TO TRUE
                   MOVE 0 TO ws-resp2-payload-len
               WHEN NOT ws-reference-is-ok
                   MOVE SPACES TO ws-message OF ws-zmq
                   SET ws-resp2-reference TO TRUE
                   MOVE 0 TO ws-resp2-payload-len
               WHEN OTHER
                   PERFORM pa-command2-cond-put-store
           END-EVALUATE
           .

       pa-command2-cond-put-store.
           IF ws-data-file-status IS EQUAL TO '00' THEN
               PERFORM pa-command-journal-put
               PERFORM pa-index-after-put
               PERFORM pa-history-after-put
           END-IF

           MOVE SPACES TO ws-message OF ws-zmq
       pa-command2-adjust-apply.
           MOVE 'N' TO ws-index-old-flag
           PERFORM pa-index-save-old
           MOVE 'N' TO ws-history-image-flag
           PERFORM pa-history-save-old

           MOVE ws-adjust-new (19 - ws-adjust-width:ws-adjust-width)
               TO db-payload (1:ws-adjust-width)
           IF ws-data-file-status IS EQUAL TO '00' THEN
               PERFORM pa-command-journal-put
               PERFORM pa-index-after-put
               PERFORM pa-history-after-put
           END-IF

           MOVE SPACES TO ws-message OF ws-zmq
           MOVE 'N' TO ws-lookup-found
           IF ws-index-is-enabled
               PERFORM pa-command2-lookup-position
      *            The rows a field value finds can belong to any
      *            owner, so each one is checked as it is served, the
      *            same as a scan row.
               IF ws-lookup-row-found
                   MOVE db-key TO ws-access-key
                   SET ws-access-for-read TO TRUE
                   PERFORM pa-access-check
               END-IF
               PERFORM pa-command2-lookup-reply
           ELSE
      *            No indexed field is configured (or this worker had
       pa-command2-lookup-reply.
           MOVE SPACES TO ws-message OF ws-zmq
           EVALUATE TRUE
               WHEN ws-lookup-row-found AND ws-access-was-denied
                   PERFORM pa-command2-access-denied
               WHEN ws-lookup-row-found
                   SET ws-resp2-ok TO TRUE
                   MOVE db-key TO ws-lookup-row-key
           END-EVALUATE
           .

      ******************************************************************
      * The as-of GET answers what a key held at a given moment (see
      * the history notes in CMDHDR). The current image answers when
      * it was already in effect by then; otherwise the key's kept
      * versions are walked oldest first, and the last one stamped at
      * or before the moment wins - provided it had not already been
      * superseded by then, which means the key was deleted and not
      * yet re-created. Comparisons are on the YYYYMMDDHHMMSS digits
      * only, so the whole named second counts.

       pa-command2-as-of.
           SET ws-request-was-dispatched TO TRUE

      *        Saved off before the response overlays the request.
           MOVE ws-cmd2-key TO ws-history-key
           MOVE ws-cmd2-as-of TO ws-history-as-of

           MOVE 'N' TO ws-history-found
           IF ws-history-is-enabled
               PERFORM pa-command2-as-of-current
               IF NOT ws-history-row-found
                   AND (ws-data-file-status IS EQUAL TO '00'
                       OR ws-data-file-status IS EQUAL TO '23')
                   PERFORM pa-command2-as-of-position
               END-IF
               PERFORM pa-command2-as-of-reply
           ELSE
      *            Answering from the data file alone would serve
      *            today's value as yesterday's - worse than no answer.
               MOVE SPACES TO ws-message OF ws-zmq
               SET ws-resp2-bad-request TO TRUE
               MOVE 0 TO ws-resp2-payload-len
           END-IF
           .

       pa-command2-as-of-current.
           MOVE ws-history-key TO db-key
           READ data-file
               INVALID KEY
                   CONTINUE
           END-READ

           IF ws-data-file-status IS EQUAL TO '00'
               IF db-last-updated (1:14) IS NOT GREATER THAN
                   ws-history-as-of
                   SET ws-history-row-found TO TRUE
                   MOVE db-record TO ws-history-image
               END-IF
           END-IF
           .

      *    Spaces sort below every stored timestamp, so NOT LESS THAN
      *    the key plus spaces lands on the key's oldest version - the
      *    same positioning trick as the lookup's.
       pa-command2-as-of-position.
           MOVE 'N' TO ws-history-eof
           MOVE ws-history-key TO hst-record-key
           MOVE SPACES TO hst-last-updated
           START history-file KEY IS NOT LESS THAN hst-key
               INVALID KEY
                   SET ws-history-at-eof TO TRUE
           END-START

           IF NOT ws-history-at-eof
               PERFORM pa-command2-as-of-next
           END-IF
           .

       pa-command2-as-of-next.
           READ history-file NEXT RECORD
               AT END
                   SET ws-history-at-eof TO TRUE
           END-READ

           IF NOT ws-history-at-eof
               AND ws-history-file-status IS EQUAL TO '00'
               AND hst-record-key IS EQUAL TO ws-history-key
               AND hst-last-updated (1:14) IS NOT GREATER THAN
                   ws-history-as-of
               IF hst-superseded (1:14) IS GREATER THAN
                   ws-history-as-of
                   SET ws-history-row-found TO TRUE
                   MOVE hst-record-key TO ws-history-image-key
                   MOVE hst-payload-len TO ws-history-image-payload-len
                   MOVE hst-payload TO ws-history-image-payload
                   MOVE hst-last-updated
                       TO ws-history-image-last-updated
                   MOVE hst-expires TO ws-history-image-expires
               ELSE
                   MOVE 'N' TO ws-history-found
               END-IF
               GO TO pa-command2-as-of-next
           END-IF
           .

      *    The walk ends on end of file (status 10), on the next key's
      *    first version (00), or on a START that found nothing at all
      *    (23); anything else is an I/O failure, never a not-found.
       pa-command2-as-of-reply.
           MOVE SPACES TO ws-message OF ws-zmq
           EVALUATE TRUE
               WHEN ws-history-row-found
                   SET ws-resp2-ok TO TRUE
                   MOVE ws-history-image-payload TO ws-resp2-payload
                   MOVE ws-history-image-payload-len
                       TO ws-resp2-payload-len
                   MOVE ws-history-image-last-updated
                       TO ws-resp2-last-updated
               WHEN ws-data-file-status IS NOT EQUAL TO '00'
                   AND ws-data-file-status IS NOT EQUAL TO '23'
               WHEN ws-history-file-status IS NOT EQUAL TO '00'
                   AND ws-history-file-status IS NOT EQUAL TO '10'
                   AND ws-history-file-status IS NOT EQUAL TO '23'
                   SET ws-resp2-internal-error TO TRUE
                   MOVE 0 TO ws-resp2-payload-len
               WHEN OTHER
                   SET ws-resp2-not-found TO TRUE
                   MOVE 0 TO ws-resp2-payload-len
           END-EVALUATE
           .

      ******************************************************************
      * The version list returns one version of a key per exchange,
      * oldest first, chained the way a lookup is: the client sends
      * back the db-last-updated it just received with the exclusive
      * flag set, and the chain ends with a not-found response. The
      * kept versions come first, then the current image, flagged C -
      * so a continuation past the newest kept version lands on the
      * current image, and one past the current image ends the
      * chain. Each exchange positions afresh from the request's own
      * fields, so it doesn't matter which worker in the pool the
      * broker hands a continuation to.

       pa-command2-versions.
           SET ws-request-was-dispatched TO TRUE

      *        Saved off before the response overlays the request.
           MOVE ws-cmd2-key TO ws-history-key
           MOVE ws-cmd2-versions-flag TO ws-history-exclusive-copy
           MOVE ws-cmd2-versions-after TO ws-history-after

           MOVE 'N' TO ws-history-found
           IF ws-history-is-enabled
               PERFORM pa-command2-versions-position
               IF NOT ws-history-row-found
                   AND (ws-history-file-status IS EQUAL TO '00'
                       OR ws-history-file-status IS EQUAL TO '10'
                       OR ws-history-file-status IS EQUAL TO '23')
                   PERFORM pa-command2-versions-current
               END-IF
               PERFORM pa-command2-versions-reply
           ELSE
               MOVE SPACES TO ws-message OF ws-zmq
               SET ws-resp2-bad-request TO TRUE
               MOVE 0 TO ws-resp2-payload-len
           END-IF
           .

       pa-command2-versions-position.
           MOVE 'N' TO ws-history-eof
           MOVE ws-history-key TO hst-record-key
           IF ws-history-is-exclusive
               MOVE ws-history-after TO hst-last-updated
               START history-file KEY IS GREATER THAN hst-key
                   INVALID KEY
                       SET ws-history-at-eof TO TRUE
               END-START
           ELSE
               MOVE SPACES TO hst-last-updated
               START history-file KEY IS NOT LESS THAN hst-key
                   INVALID KEY
                       SET ws-history-at-eof TO TRUE
               END-START
           END-IF

           IF NOT ws-history-at-eof
               READ history-file NEXT RECORD
                   AT END
                       SET ws-history-at-eof TO TRUE
               END-READ
               IF NOT ws-history-at-eof
                   AND ws-history-file-status IS EQUAL TO '00'
                   AND hst-record-key IS EQUAL TO ws-history-key
                   SET ws-history-row-found TO TRUE
                   SET ws-history-from-file TO TRUE
               END-IF
           END-IF
           .

      *    A continuation already past the current image's timestamp
      *    has had it; the chain ends there.
       pa-command2-versions-current.
           MOVE ws-history-key TO db-key
           READ data-file
               INVALID KEY
                   CONTINUE
           END-READ

           IF ws-data-file-status IS EQUAL TO '00'
               IF NOT ws-history-is-exclusive
                   OR db-last-updated IS GREATER THAN ws-history-after
                   SET ws-history-row-found TO TRUE
                   SET ws-history-from-current TO TRUE
               END-IF
           END-IF
           .

      *    A version row only has room for the first bytes of the
      *    longest possible value; the declared length is capped to
      *    match, the same convention as a lookup row.
       pa-command2-versions-reply.
           MOVE SPACES TO ws-message OF ws-zmq
           EVALUATE TRUE
               WHEN ws-history-row-found AND ws-history-from-file
                   SET ws-resp2-ok TO TRUE
                   MOVE hst-last-updated TO ws-resp2-last-updated
                   MOVE hst-superseded TO ws-version-row-superseded
                   MOVE hst-action TO ws-version-row-action
                   MOVE hst-origin TO ws-version-row-origin
                   MOVE hst-expires TO ws-version-row-expires
                   MOVE hst-payload (1:LENGTH OF ws-version-row-value)
                       TO ws-version-row-value
                   MOVE hst-payload-len TO ws-history-image-payload-len
               WHEN ws-history-row-found
                   SET ws-resp2-ok TO TRUE
                   MOVE db-last-updated TO ws-resp2-last-updated
                   SET ws-version-row-current TO TRUE
                   MOVE db-expires TO ws-version-row-expires
                   MOVE db-payload (1:LENGTH OF ws-version-row-value)
                       TO ws-version-row-value
                   MOVE db-payload-len TO ws-history-image-payload-len
               WHEN ws-history-file-status IS NOT EQUAL TO '00'
                   AND ws-history-file-status IS NOT EQUAL TO '10'
                   AND ws-history-file-status IS NOT EQUAL TO '23'
               WHEN ws-data-file-status IS NOT EQUAL TO '00'
                   AND ws-data-file-status IS NOT EQUAL TO '23'
                   SET ws-resp2-internal-error TO TRUE
                   MOVE 0 TO ws-resp2-payload-len
               WHEN OTHER
                   SET ws-resp2-not-found TO TRUE
                   MOVE 0 TO ws-resp2-payload-len
           END-EVALUATE

           IF ws-history-row-found
               IF ws-history-image-payload-len IS GREATER THAN
                   LENGTH OF ws-version-row-value
                   MOVE LENGTH OF ws-version-row-value
                       TO ws-history-image-payload-len
               END-IF
               COMPUTE ws-resp2-payload-len =
                   LENGTH OF ws-version-row
                   - LENGTH OF ws-version-row-value
                   + ws-history-image-payload-len
           END-IF
           .

      ******************************************************************
      * The transaction envelope: up to 5 PUT/DELETE operations
      * applied all-or-nothing. Every operation is validated before
               MOVE ws-tx-op-count TO ws-tx-limit
               PERFORM pa-transaction-validate
               IF NOT ws-tx-ops-valid
      *            A denied operation fails the whole envelope with
      *            the denial row, its number where the failing
      *            operation's number always goes.
                   IF ws-tx-was-access-failure
                       PERFORM pa-command-access-denied
                       MOVE ws-tx-failed-index TO ws-denial-op
                   ELSE
                       MOVE SPACES TO ws-message OF ws-zmq
      *                A schema or reference refusal is its own
      *                status, so the client can tell a payload its
      *                owner must fix apart from a frame it built
      *                wrong.
                       EVALUATE TRUE
                           WHEN ws-tx-was-schema-failure
                               SET ws-resp-bad-schema TO TRUE
                           WHEN ws-tx-was-reference-failure
                               SET ws-resp-reference TO TRUE
                           WHEN OTHER
                               SET ws-resp-bad-request TO TRUE
                       END-EVALUATE
                       MOVE 1 TO ws-resp-payload-len
                       MOVE ws-tx-failed-index
                           TO ws-resp-payload (1:1)
                       PERFORM pa-command-log-malformed
                   END-IF
               ELSE
                   PERFORM pa-transaction-apply
                   IF ws-tx-apply-clean
      *                request fields are still intact under the
      *                response about to be built on top of them.
                       PERFORM pa-transaction-journal
                       PERFORM pa-transaction-history
                       MOVE ws-tx-op-key (ws-tx-limit)
                           TO ws-last-processed-key
                       MOVE SPACES TO ws-message OF ws-zmq
       pa-transaction-validate.
           SET ws-tx-ops-valid TO TRUE
           MOVE 'N' TO ws-tx-schema-flag
           MOVE 'N' TO ws-tx-reference-flag
           MOVE 'N' TO ws-tx-access-flag
           MOVE 1 TO ws-tx-index
           PERFORM pa-transaction-validate-op
           .
               END-IF
           END-IF

      *        Each operation's key is held against the client's
      *        grants before its payload is looked at, so an envelope
      *        reaching into a prefix the client may not change fails
      *        whole, before anything is applied.
           IF ws-tx-ops-valid
               PERFORM pa-transaction-validate-access
           END-IF

      *        A put whose frame checks passed is staged into the
      *        record area (free until the applies start) and held
      *        against the schema dictionary, so an envelope fails
               PERFORM pa-transaction-validate-schema
           END-IF

      *        References are held against the file as it stands
      *        before the envelope applies (see CMDHDR): a put's
      *        staged record must name records already on file, and
      *        a delete's key must be named by no other record.
           IF ws-tx-ops-valid
               PERFORM pa-transaction-validate-reference
           END-IF

           IF ws-tx-ops-valid
               ADD 1 TO ws-tx-index
               IF ws-tx-index IS NOT GREATER THAN ws-tx-limit
           END-IF
           .

       pa-transaction-validate-reference.
           IF ws-tx-op-is-put (ws-tx-index)
               PERFORM pa-reference-check-put
           ELSE
               MOVE ws-tx-op-key (ws-tx-index) TO ws-reference-key
               PERFORM pa-reference-check-delete
           END-IF
           IF NOT ws-reference-is-ok
               PERFORM pa-transaction-validate-fail
               SET ws-tx-was-reference-failure TO TRUE
           END-IF
           .

       pa-transaction-validate-access.
           MOVE ws-tx-op-key (ws-tx-index) TO ws-access-key
           IF ws-tx-op-is-put (ws-tx-index)
               SET ws-access-for-write TO TRUE
           ELSE
               SET ws-access-for-delete TO TRUE
           END-IF
           PERFORM pa-access-check
           IF ws-access-was-denied
               PERFORM pa-transaction-validate-fail
               SET ws-tx-was-access-failure TO TRUE
           END-IF
           .

       pa-transaction-validate-fail.
           MOVE 'N' TO ws-tx-check-flag
           MOVE ws-tx-index TO ws-tx-failed-index
               MOVE ws-tx-op-key (ws-tx-index) TO jrn-key
               MOVE ws-tx-stamp TO jrn-last-updated
               MOVE SPACES TO jrn-expires
               MOVE ws-client-id-copy TO jrn-origin
               MOVE ws-tx-stamp TO jrn-written
               WRITE journal-record
               PERFORM pa-command-journal-check
               PERFORM pa-command-publish
           END-IF

           ADD 1 TO ws-tx-index
           END-IF
           .

      *    Filed only once the whole envelope has committed, for the
      *    same reason it is journaled only then: a rolled-back
      *    operation never happened and must leave no version
      *    behind. Each operation that found a record files the
      *    image it saved before applying, superseded at the
      *    envelope's one timestamp.
       pa-transaction-history.
           MOVE 1 TO ws-tx-index
           PERFORM pa-transaction-history-op
           .

       pa-transaction-history-op.
           IF ws-tx-saved-existed (ws-tx-index)
               MOVE ws-tx-saved-image (ws-tx-index) TO ws-history-image
               MOVE ws-tx-stamp TO ws-history-superseded
               IF ws-tx-op-is-delete (ws-tx-index)
                   MOVE 'D' TO ws-history-action
               ELSE
                   MOVE 'P' TO ws-history-action
               END-IF
               PERFORM pa-history-write
           END-IF

           ADD 1 TO ws-tx-index
           IF ws-tx-index IS NOT GREATER THAN ws-tx-limit
               GO TO pa-transaction-history-op
           END-IF
           .

      ******************************************************************
      * The schema paragraphs below validate the record area - the
      * about-to-be-stored db-key/db-payload/db-payload-len - against
                       END-IF
                   END-IF
               WHEN 'T'
               WHEN 'R'
                   IF ws-dic-required (ws-schema-index)
                       IS EQUAL TO 'Y'
                       AND db-payload
           MOVE ws-schema-index TO ws-schema-fail-index
           .

      ******************************************************************
      * The reference paragraphs below hold changes against the
      * dictionary's R lines (see DICREC). pa-reference-check-put
      * runs on the about-to-be-stored record area once the schema
      * has passed, and refuses a non-blank reference field, within
      * the stored length, whose key is not on file; the record area
      * is saved around the keyed READs and put back, so the caller
      * stores exactly what it staged. pa-reference-check-delete
      * takes the doomed key in ws-reference-key and refuses while
      * any other record under a referencing prefix still names it;
      * it leaves the record area and the file position undefined,
      * so the DELETE handlers run it before staging their key.

       pa-reference-check-put.
           MOVE 'Y' TO ws-reference-ok
           IF ws-schema-reference-count IS GREATER THAN 0
               MOVE db-record TO ws-reference-image
               MOVE 1 TO ws-reference-index
               PERFORM pa-reference-check-put-entry
               MOVE ws-reference-image TO db-record
           END-IF
           .

       pa-reference-check-put-entry.
           IF ws-dic-type (ws-reference-index) IS EQUAL TO 'R'
               AND ws-reference-image-key
                   (1:ws-dic-prefix-len (ws-reference-index))
                   IS EQUAL TO ws-dic-prefix (ws-reference-index)
                       (1:ws-dic-prefix-len (ws-reference-index))
               PERFORM pa-reference-check-put-field
           END-IF

           IF ws-reference-is-ok
               AND ws-reference-index IS LESS THAN ws-schema-count
               ADD 1 TO ws-reference-index
               GO TO pa-reference-check-put-entry
           END-IF
           .

      *    The same trust order as the schema walk: the stored length
      *    known numeric before the field is located, the field known
      *    inside the stored bytes before its value is looked at. A
      *    field past the stored length, or a blank one, names no
      *    record - whether it had to be there is the schema's call.
       pa-reference-check-put-field.
           IF ws-reference-image-payload-len IS NUMERIC
               COMPUTE ws-reference-end =
                   ws-dic-offset (ws-reference-index)
                   + ws-dic-length (ws-reference-index) - 1
               IF ws-reference-end IS NOT GREATER THAN
                   ws-reference-image-payload-len
                   IF ws-reference-image-payload
                       (ws-dic-offset (ws-reference-index)
                       :ws-dic-length (ws-reference-index))
                       IS NOT EQUAL TO SPACES
                       PERFORM pa-reference-check-put-read
                   END-IF
               END-IF
           END-IF
           .

      *    Any outcome but a record found refuses the change: a read
      *    that fails cannot prove the reference good, and refusing
      *    costs nothing to undo.
       pa-reference-check-put-read.
           MOVE SPACES TO ws-reference-key
           MOVE ws-dic-ref-prefix (ws-reference-index)
               (1:ws-dic-ref-prefix-len (ws-reference-index))
               TO ws-reference-key
                   (1:ws-dic-ref-prefix-len (ws-reference-index))
           MOVE ws-reference-image-payload
               (ws-dic-offset (ws-reference-index)
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

       pa-reference-check-delete.
           MOVE 'Y' TO ws-reference-ok
           IF ws-schema-reference-count IS GREATER THAN 0
               MOVE 1 TO ws-reference-index
               PERFORM pa-reference-check-delete-entry
           END-IF
           .

       pa-reference-check-delete-entry.
           IF ws-dic-type (ws-reference-index) IS EQUAL TO 'R'
               AND ws-reference-key
                   (1:ws-dic-ref-prefix-len (ws-reference-index))
                   IS EQUAL TO ws-dic-ref-prefix (ws-reference-index)
                       (1:ws-dic-ref-prefix-len (ws-reference-index))
               PERFORM pa-reference-check-delete-value
           END-IF

           IF ws-reference-is-ok
               AND ws-reference-index IS LESS THAN ws-schema-count
               ADD 1 TO ws-reference-index
               GO TO pa-reference-check-delete-entry
           END-IF
           .

      *    The doomed key past the referenced prefix is what a
      *    referencing field would hold. A key whose remainder runs
      *    past the field's length is one no field of this line can
      *    name, and a key that is all prefix is named by blank
      *    fields only, which name nothing.
       pa-reference-check-delete-value.
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

      *    Positioned at the referencing prefix padded with low
      *    values, so the walk starts at the prefix's first key
      *    whatever bytes follow it.
       pa-reference-walk-start.
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
               PERFORM pa-reference-walk
           END-IF
           .

      *    A read failure other than the end of the file refuses the
      *    delete for the same reason a failed read refuses a PUT.
       pa-reference-walk.
           READ data-file NEXT RECORD
               AT END
                   SET ws-reference-walk-done TO TRUE
           END-READ

           IF NOT ws-reference-walk-done
               IF ws-data-file-status IS NOT EQUAL TO '00'
                   MOVE 'N' TO ws-reference-ok
                   SET ws-reference-walk-done TO TRUE
               ELSE
                   IF db-key (1:ws-dic-prefix-len (ws-reference-index))
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

      *    A record naming itself does not hold up its own delete.
       pa-reference-walk-match.
           IF db-key IS NOT EQUAL TO ws-reference-key
               AND db-payload-len IS NUMERIC
               COMPUTE ws-reference-end =
                   ws-dic-offset (ws-reference-index)
                   + ws-dic-length (ws-reference-index) - 1
               IF ws-reference-end IS NOT GREATER THAN db-payload-len
                   IF db-payload (ws-dic-offset (ws-reference-index)
                       :ws-dic-length (ws-reference-index))
                       IS EQUAL TO ws-reference-value
                           (1:ws-dic-length (ws-reference-index))
                       MOVE 'N' TO ws-reference-ok
                       SET ws-reference-walk-done TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * The quota paragraphs below enforce the per-prefix record caps
      * and keep this worker's counts current. Callers put the key in
           SET ws-index-enabled TO 'N'
           .

      ******************************************************************
      * The history paragraphs below file the image a change replaced
      * or removed in the version history, in the same save-then-file
      * shape as the index paragraphs above: the handler saves the
      * prior image while db-record still holds it, and files it only
      * once the data file change is known good. A write failure
      * degrades the same way too - keep serving, turn the history
      * off, say so loudly.

       pa-history-save-old.
           IF ws-history-is-enabled
               SET ws-history-had-image TO TRUE
               MOVE db-record TO ws-history-image
           END-IF
           .

      *    Superseded at the replacing image's own timestamp, so the
      *    version and its successor meet exactly with no gap.
       pa-history-after-put.
           IF ws-history-had-image
               MOVE db-last-updated TO ws-history-superseded
               MOVE 'P' TO ws-history-action
               PERFORM pa-history-write
           END-IF
           .

       pa-history-after-delete.
           IF ws-history-had-image
               MOVE FUNCTION CURRENT-DATE TO ws-history-superseded
               MOVE 'D' TO ws-history-action
               PERFORM pa-history-write
           END-IF
           .

      *    Status 22 (a version with this exact key and timestamp is
      *    already filed) keeps the first one, the idempotent outcome
      *    HSTREC describes - the same allowance pa-index-insert
      *    makes.
       pa-history-write.
           IF ws-history-is-enabled
               MOVE ws-history-image-key TO hst-record-key
               MOVE ws-history-image-last-updated TO hst-last-updated
               MOVE ws-history-superseded TO hst-superseded
               MOVE ws-history-action TO hst-action
               MOVE ws-client-id-copy TO hst-origin
               MOVE ws-history-image-payload-len TO hst-payload-len
               MOVE ws-history-image-payload TO hst-payload
               MOVE ws-history-image-expires TO hst-expires
               WRITE hst-record
                   INVALID KEY
                       CONTINUE
               END-WRITE

               IF ws-history-file-status IS NOT EQUAL TO '00'
                   AND ws-history-file-status IS NOT EQUAL TO '22'
                   DISPLAY 'aodbms: version history write failed, '
                       'status ' ws-history-file-status UPON SYSERR
                   SET ws-history-enabled TO 'N'
               END-IF
           END-IF
           .

      ******************************************************************
      * The journal paragraphs below record every change the data file
      * actually accepted, with the worker's own next command sequence
               MOVE db-payload TO jrn-payload
               MOVE db-last-updated TO jrn-last-updated
               MOVE db-expires TO jrn-expires
               MOVE ws-client-id-copy TO jrn-origin
               MOVE db-last-updated TO jrn-written
               WRITE journal-record
               PERFORM pa-command-journal-check
               PERFORM pa-command-publish
           END-IF
           .

               MOVE SPACES TO jrn-payload
               MOVE FUNCTION CURRENT-DATE TO jrn-last-updated
               MOVE SPACES TO jrn-expires
               MOVE ws-client-id-copy TO jrn-origin
               MOVE jrn-last-updated TO jrn-written
               WRITE journal-record
               PERFORM pa-command-journal-check
               PERFORM pa-command-publish
           END-IF
           .

           END-IF
           .

      *    Published from the journal record just written, and only
      *    when it was written: an event must always point at a
      *    journal entry a catching-up subscriber will find.
       pa-command-publish.
           IF ws-feed-is-enabled AND ws-journal-is-enabled
               MOVE jrn-key TO evt-key
               MOVE jrn-action TO evt-action
               MOVE jrn-last-updated TO evt-last-updated
               MOVE jrn-sequence TO evt-sequence
               MOVE jrn-origin TO evt-origin
               MOVE ws-journal-file-name TO evt-journal
               CALL STATIC 'zmq_send'
                   USING VALUE ws-feed-socket OF ws-zmq
                         REFERENCE event-record
                         VALUE ws-feed-length
                         VALUE ws-zmq-dontwait
                   GIVING ws-status OF ws-zmq

               IF ws-status OF ws-zmq IS EQUAL TO -1
                   ADD 1 TO ws-feed-dropped
                   IF NOT ws-feed-is-dropping
                       DISPLAY 'aodbms: change feed backed up, events '
                           'dropped from sequence ' jrn-sequence
                           ' - subscribers must catch up from '
                           FUNCTION TRIM(ws-journal-file-name)
                           UPON SYSERR
                       SET ws-feed-dropping TO 'Y'
                   END-IF
               ELSE
                   IF ws-feed-is-dropping
                       DISPLAY 'aodbms: change feed flowing again, '
                           ws-feed-dropped ' events dropped'
                           UPON SYSERR
                       SET ws-feed-dropping TO 'N'
                       MOVE 0 TO ws-feed-dropped
                   END-IF
               END-IF
           END-IF
           .

       pa-command-journal-roll.
      *        Same midnight handling as pa-command-audit below: the
      *        dated name built at startup would otherwise keep every
           END-IF
           .

      ******************************************************************
      * The access paragraphs below hold a request against the access
      * control file (see ACLREC and the access notes in CMDHDR).
      * pa-access-request works out what a single command asks for;
      * pa-access-check decides one key and one kind of access, and is
      * also reached from the scan, lookup and transaction paragraphs
      * for each row or operation. Reached only by name, like every
      * paragraph in this section.

      *    Only bytes are compared here - the opcode and the key field
      *    as received - so running ahead of the frame checks in
      *    pa-command-process is safe; a frame they reject never gets
      *    as far as the denial WHEN anyway. A refused client is left
      *    to its status 09.
       pa-access-request.
           MOVE 'N' TO ws-access-flag
           MOVE SPACE TO ws-access-type

           IF NOT ws-client-was-refused
               IF ws-msg-size OF ws-zmq IS EQUAL
                   TO LENGTH OF ws-cmd-request
                   MOVE ws-cmd-key TO ws-access-key
                   EVALUATE TRUE
                       WHEN ws-cmd-op-get
                           SET ws-access-for-read TO TRUE
                       WHEN ws-cmd-op-put
                       WHEN ws-cmd-op-put-expiry
                           SET ws-access-for-write TO TRUE
                       WHEN ws-cmd-op-delete
                           SET ws-access-for-delete TO TRUE
                   END-EVALUATE
               END-IF

               IF ws-msg-size OF ws-zmq IS EQUAL
                   TO LENGTH OF ws-cmd2-request
                   MOVE ws-cmd2-key TO ws-access-key
                   EVALUATE TRUE
                       WHEN ws-cmd2-op-get
                       WHEN ws-cmd2-op-as-of
                       WHEN ws-cmd2-op-versions
                           SET ws-access-for-read TO TRUE
                       WHEN ws-cmd2-op-put
                       WHEN ws-cmd2-op-cond-put
                       WHEN ws-cmd2-op-adjust
                           SET ws-access-for-write TO TRUE
                       WHEN ws-cmd2-op-delete
                           SET ws-access-for-delete TO TRUE
                   END-EVALUATE
               END-IF
           END-IF

           IF NOT ws-access-not-checked
               PERFORM pa-access-check
           END-IF
           .

      *    The client's first line whose prefix matches the key
      *    decides; no matching line at all is a denial. A denial also
      *    looks up the PRFREC prefix owning the key, for the reply
      *    and the log.
       pa-access-check.
           MOVE 'N' TO ws-access-flag

           IF ws-access-is-loaded
               IF ws-client-id-copy IS EQUAL TO SPACES
                   MOVE '*ANON*' TO ws-access-lookup-id
               ELSE
                   MOVE ws-client-id-copy TO ws-access-lookup-id
               END-IF

               MOVE 0 TO ws-access-found
               IF ws-access-count IS GREATER THAN 0
                   MOVE 1 TO ws-access-index
                   PERFORM pa-access-scan
               END-IF

               EVALUATE TRUE
                   WHEN ws-access-found IS EQUAL TO 0
                       MOVE 'Y' TO ws-access-flag
                   WHEN ws-access-for-read
                       AND ws-acl-read (ws-access-found)
                           IS NOT EQUAL TO 'R'
                       MOVE 'Y' TO ws-access-flag
                   WHEN ws-access-for-write
                       AND ws-acl-write (ws-access-found)
                           IS NOT EQUAL TO 'W'
                       MOVE 'Y' TO ws-access-flag
                   WHEN ws-access-for-delete
                       AND ws-acl-delete (ws-access-found)
                           IS NOT EQUAL TO 'D'
                       MOVE 'Y' TO ws-access-flag
               END-EVALUATE

               IF ws-access-was-denied
                   MOVE ws-access-key TO ws-quota-key
                   PERFORM pa-quota-match
                   IF ws-quota-found IS GREATER THAN 0
                       MOVE ws-prf-prefix-len (ws-quota-found)
                           TO ws-access-prefix-len
                       MOVE ws-prf-prefix (ws-quota-found)
                           TO ws-access-prefix
                   ELSE
                       MOVE 0 TO ws-access-prefix-len
                       MOVE SPACES TO ws-access-prefix
                   END-IF
               END-IF
           END-IF
           .

      *    Nested so the reference modification is never asked for
      *    the zero-length prefix a catch-all 00 line carries.
       pa-access-scan.
           IF ws-acl-client (ws-access-index) IS EQUAL
               TO ws-access-lookup-id
               IF ws-acl-prefix-len (ws-access-index) IS EQUAL TO 0
                   MOVE ws-access-index TO ws-access-found
               ELSE
                   IF ws-access-key
                           (1:ws-acl-prefix-len (ws-access-index))
                       IS EQUAL TO ws-acl-prefix (ws-access-index)
                           (1:ws-acl-prefix-len (ws-access-index))
                       MOVE ws-access-index TO ws-access-found
                   END-IF
               END-IF
           END-IF

           IF ws-access-found IS EQUAL TO 0
               AND ws-access-index IS LESS THAN ws-access-count
               ADD 1 TO ws-access-index
               GO TO pa-access-scan
           END-IF
           .

      *    The denial reply, shaped by the frame size the client
      *    speaks like every other reject: the row is built from
      *    what pa-access-check saved, since the request fields are
      *    gone once the reply is laid over them.
       pa-command-access-denied.
           MOVE SPACES TO ws-message OF ws-zmq
           SET ws-resp-access-denied TO TRUE
           MOVE SPACE TO ws-denial-op
           MOVE ws-access-type TO ws-denial-access
           MOVE ws-access-prefix-len TO ws-denial-prefix-len
           MOVE ws-access-prefix TO ws-denial-prefix
           MOVE LENGTH OF ws-denial-detail TO ws-resp-payload-len
           PERFORM pa-command-log-denied
           .

       pa-command2-access-denied.
           MOVE SPACES TO ws-message OF ws-zmq
           SET ws-resp2-access-denied TO TRUE
           MOVE SPACE TO ws-denial2-op
           MOVE ws-access-type TO ws-denial2-access
           MOVE ws-access-prefix-len TO ws-denial2-prefix-len
           MOVE ws-access-prefix TO ws-denial2-prefix
           MOVE LENGTH OF ws-denial2-detail TO ws-resp2-payload-len
           PERFORM pa-command-log-denied
           .

       pa-command-log-denied.
           IF ws-client-id-copy IS EQUAL TO SPACES
               DISPLAY 'aodbms: anonymous request denied '
                   ws-access-type ' access, prefix "'
                   FUNCTION TRIM(ws-access-prefix) '"' UPON SYSERR
           ELSE
               DISPLAY 'aodbms: client "' ws-client-id-copy
                   '" denied ' ws-access-type ' access, prefix "'
                   FUNCTION TRIM(ws-access-prefix) '"' UPON SYSERR
           END-IF
           .

      ******************************************************************
      * This section is used for checking errors and crashing.

               GO TO pa-check-crash
           END-IF

           IF ws-zmq-poll OF ws-check
               GO TO pa-check-crash
           END-IF

           EXIT SECTION
           .

