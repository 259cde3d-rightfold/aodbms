      ******************************************************************
      * DSPREC - one record of the broker's dated dispatch log: the
      * life of one client request through the broker, written the
      * moment the request is finished with - its reply forwarded to
      * the client, or its status-11 failure sent back in its place:
      *
      *   dsp-client        the registered client identifier from the
      *                     request's identity envelope (see REGREC),
      *                     or spaces for a bare unidentified frame
      *   dsp-version       the request frame's protocol version byte
      *   dsp-opcode        the request frame's opcode byte (T for a
      *                     transaction envelope)
      *   dsp-dispatched    CURRENT-DATE when the broker first handed
      *                     the request to the backend. A re-dispatch
      *                     does not move it: the client has been
      *                     waiting since the first hand-off.
      *   dsp-replied       CURRENT-DATE when the reply (or the
      *                     failure) went back out to the client
      *   dsp-elapsed       hundredths of a second between the two,
      *                     worked out by the broker so the reporting
      *                     jobs need no clock arithmetic. It includes
      *                     any PAUSE the request sat through, since
      *                     the client waited through it too.
      *   dsp-redispatched  Y when the request timed out once and was
      *                     handed to the backend a second time
      *   dsp-timed-out     Y when the broker gave up and failed the
      *                     request back with status 11
      *   dsp-status        the reply's status (see CMDHDR) - '11'
      *                     for a request that timed out
      *
      * A request forwarded untracked (the in-flight table was full)
      * has no dispatch time and is not logged; the broker says so on
      * SYSERR when it happens. A late reply swallowed by a tombstone
      * is not logged either - its request already was.
      *
      * The log is named AODBMS_DISPATCH_LOG_PATH + '.' + YYYYMMDD of
      * the reply and rolls at midnight the way the worker audit log
      * does; AODBSLA reads one day of it. Record SEQUENTIAL, like
      * the audit log, since dsp-client is raw envelope bytes.
      ******************************************************************

       01 dispatch-record.
           02 dsp-client               PIC X(8).
           02 FILLER                   PIC X.
           02 dsp-version              PIC X.
           02 dsp-opcode               PIC X.
           02 FILLER                   PIC X.
           02 dsp-dispatched           PIC X(21).
           02 FILLER                   PIC X.
           02 dsp-replied              PIC X(21).
           02 FILLER                   PIC X.
           02 dsp-elapsed              PIC 9(9).
           02 FILLER                   PIC X.
           02 dsp-redispatched         PIC X.
               88 dsp-was-redispatched VALUE 'Y'.
           02 dsp-timed-out            PIC X.
               88 dsp-was-timed-out    VALUE 'Y'.
           02 FILLER                   PIC X.
           02 dsp-status               PIC X(2).
