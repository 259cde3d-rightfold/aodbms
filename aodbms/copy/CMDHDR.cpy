      *                             cap - see PRFREC; nothing was
      *                             written. Replacing an existing
      *                             record is never refused)
      *                         14  access denied (the client has no
      *                             grant for this kind of access to
      *                             the key's prefix in the access
      *                             control file - see ACLREC;
      *                             nothing was read or written, and
      *                             ws-denial-row says what was
      *                             refused)
      *                         15  reference violation (a PUT whose
      *                             reference field names a key that
      *                             is not on file, or a DELETE of a
      *                             record another record's reference
      *                             field still names - see the R
      *                             lines in DICREC; nothing was
      *                             written or deleted)
      *   ws-resp-payload-len length of the value in ws-resp-payload
      *                       for GET, the 32-byte key field plus the
      *                       value's stored length for a scan row, or
      * P and D. The response reuses ws-cmd-response:
      *   status 00           every operation applied;
      *                       ws-resp-payload (1:1) is the count
      *   status 01/02/03/10/14/15
      *                       the failing operation's status (invalid
      *                       request, DELETE of a missing key, an
      *                       I/O error, a payload that failed the
      *                       schema dictionary, an operation the
      *                       client has no grant for, or a reference
      *                       violation); ws-resp-payload
      *                       (1:1) is the 1-based number of the
      *                       operation that failed, or 0 when the
      *                       envelope header itself was bad. Nothing
      *                       was applied.
      * Reference checks (see DICREC) are made against the data file
      * as it stands before the envelope applies: a record an
      * operation references must already be on file, not created by
      * an earlier operation of the same envelope, and a record still
      * named cannot be deleted in the same envelope as the records
      * naming it - send those as two requests, in order.
      *
      * Client identity: a request of any frame shape may arrive
      * wrapped in an identity envelope - the 8-byte registered
      * the request's own frame with the inner response in its
      * leading bytes and spaces behind it.
      *
      * Access control: once a client is past the registry, every
      * read, write and delete is held against the access control
      * file (see ACLREC) for the prefix of the key it touches - the
      * request key for a single command, each operation's key in a
      * transaction envelope, and each row's key for a scan or a
      * lookup, whose rows can cross prefixes. A refusal is status 14
      * with ws-denial-row overlaying the start of the payload, so
      * the audit log's first 64 bytes keep it for the daily denials
      * report (AODBDENY):
      *   ws-denial-op        the 1-based number of the refused
      *                       operation in a transaction envelope;
      *                       space for any other request
      *   ws-denial-access    R, W or D - the access refused
      *   ws-denial-prefix-len/ws-denial-prefix
      *                       the PRFREC prefix that owns the refused
      *                       key, or 00 and spaces when no prefix
      *                       line owns it. The key itself is never
      *                       echoed back.
      * ws-resp-payload-len (ws-resp2-payload-len in a version-2
      * reply, which carries the same row in ws-denial2-row) covers
      * the row. A scan or lookup that runs into a row the client may
      * not read ends there with status 14 instead of serving it; to
      * carry on past the owning prefix, continue ('X') from the
      * prefix padded out with high values.
      *
      * A heartbeat request (opcode H) carries no key or payload; its
      * response overlays ws-resp-payload with ws-hb-payload instead of
      * a GET value:
      *                         from, or space if none yet
      *   ws-hb-last-status     Y if ws-hb-last-check recovered from an
      *                         error, N if no error has occurred yet
      * The same 64-byte heartbeat exchange is answered on a worker's
      * own status address (AODBMS_STATUS_ADDRESS, a REP socket the
      * worker binds), so one particular worker can be asked rather
      * than whichever one the broker picks. Only a version-1 H frame
      * is answered there (anything else gets status 01), and a probe
      * is not counted in ws-hb-command-count.
      ******************************************************************

       03 ws-cmd-request REDEFINES ws-message.
               88 ws-resp-timed-out        VALUE '11'.
               88 ws-resp-read-only        VALUE '12'.
               88 ws-resp-quota-full       VALUE '13'.
               88 ws-resp-access-denied    VALUE '14'.
               88 ws-resp-reference        VALUE '15'.
           04 ws-resp-payload-len      PIC 9(3).
           04 ws-resp-payload          PIC X(58).

           04 ws-denial-row REDEFINES ws-resp-payload.
               05 ws-denial-detail.
                   06 ws-denial-op             PIC X.
                   06 ws-denial-access         PIC X.
                   06 ws-denial-prefix-len     PIC 9(2).
                   06 ws-denial-prefix         PIC X(32).
               05 FILLER                   PIC X(22).

           04 ws-scan-row REDEFINES ws-resp-payload.
               05 ws-scan-row-key          PIC X(32).
               05 ws-scan-row-value        PIC X(25).
      * record's expiry is left as it was; only a PUT sets or
      * clears it.
      *
      * Version-2 opcodes are G, P, D, C, A, L, O and V; scans,
      * heartbeats and transaction envelopes stay on their version-1
      * frames (a scan row still returns at most the first 25 bytes
      * of a value - a long value found by a scan is retrieved with a
      * version-2 GET).
      *
      * A version-2 lookup (opcode L) finds records by the configured
      * indexed field of the payload (see IDXREC) instead of by key:
      * status 02; status 01 comes back when no indexed field is
      * configured on the worker at all.
      *
      * Every change that replaces or removes a record keeps the
      * prior image in the version history file (see HSTREC), and two
      * version-2 opcodes read it back:
      *   O  as-of GET: the value ws-cmd2-key held as of the
      *      YYYYMMDDHHMMSS timestamp in ws-cmd2-as-of (the first 14
      *      bytes of ws-cmd2-match-stamp; the rest is ignored). A
      *      version stamped anywhere within the named second counts
      *      as in effect at it. The reply is shaped like a GET's -
      *      the value in ws-resp2-payload and that version's own
      *      db-last-updated in ws-resp2-last-updated - or status 02
      *      when the key did not exist at that moment (not yet
      *      created, or deleted and not yet re-created).
      *   V  version list: one version of ws-cmd2-key per exchange,
      *      oldest first, chained like a lookup. ws-cmd2-versions-
      *      flag (the first payload byte) is space or 'I' to start
      *      at the oldest kept version, or 'X' to continue past the
      *      version whose db-last-updated the client sends back in
      *      ws-cmd2-versions-after. The reply carries the version's
      *      db-last-updated in ws-resp2-last-updated and overlays
      *      ws-resp2-payload with ws-version-row: when and how it
      *      stopped being current (ws-version-row-superseded, and
      *      ws-version-row-action P for replaced, D for deleted, C
      *      for the current image, which always comes last with a
      *      blank superseded stamp), who changed it, its expiry and
      *      its value, with ws-resp2-payload-len covering the 44
      *      bytes ahead of the value plus the value's stored length
      *      (capped at the row's value field, as for a lookup row).
      *      The chain ends with status 02.
      * Both read only, so a read-only worker serves them too, from
      * whatever history file it is pointed at. Status 01 comes back
      * when the worker has no history file open, or when the as-of
      * timestamp is not 14 digits. Versions older than AODBPURG's
      * history retention (AODBMS_PURGE_HISTORY_DAYS) are gone: an
      * as-of GET reaching back past it answers from what is left,
      * so it can report 02 for a key that did exist then.
      *
      * Both layouts are padded to the same frame length, since each
      * response goes back in the frame its request arrived in.
      ******************************************************************
               88 ws-cmd2-op-cond-put  VALUE 'C'.
               88 ws-cmd2-op-adjust    VALUE 'A'.
               88 ws-cmd2-op-lookup    VALUE 'L'.
               88 ws-cmd2-op-as-of     VALUE 'O'.
               88 ws-cmd2-op-versions  VALUE 'V'.
           04 ws-cmd2-key-len          PIC 9(2).
           04 ws-cmd2-payload-len      PIC 9(4).
           04 ws-cmd2-key              PIC X(32).
           04 ws-cmd2-expiry           PIC X(14).
           04 ws-cmd2-match-stamp      PIC X(21).
           04 ws-cmd2-as-of-options REDEFINES ws-cmd2-match-stamp.
               05 ws-cmd2-as-of            PIC X(14).
               05 FILLER                   PIC X(7).
           04 ws-cmd2-payload          PIC X(4096).

           04 ws-cmd2-lookup-options REDEFINES ws-cmd2-payload.
               05 ws-cmd2-adjust-amount    PIC X(9).
               05 FILLER                   PIC X(4086).

           04 ws-cmd2-versions-options REDEFINES ws-cmd2-payload.
               05 ws-cmd2-versions-flag    PIC X.
                   88 ws-cmd2-versions-exclusive VALUE 'X'.
               05 ws-cmd2-versions-after   PIC X(21).
               05 FILLER                   PIC X(4074).

       03 ws-cmd2-response REDEFINES ws-message.
           04 ws-resp2-version         PIC X.
           04 ws-resp2-status          PIC XX.
               88 ws-resp2-timed-out       VALUE '11'.
               88 ws-resp2-read-only       VALUE '12'.
               88 ws-resp2-quota-full      VALUE '13'.
               88 ws-resp2-access-denied   VALUE '14'.
               88 ws-resp2-reference       VALUE '15'.
           04 ws-resp2-payload-len     PIC 9(4).
           04 ws-resp2-last-updated    PIC X(21).
           04 ws-resp2-payload         PIC X(4096).
               05 ws-lookup-row-key        PIC X(32).
               05 ws-lookup-row-value      PIC X(4064).

           04 ws-version-row REDEFINES ws-resp2-payload.
               05 ws-version-row-superseded PIC X(21).
               05 ws-version-row-action    PIC X.
                   88 ws-version-row-replaced VALUE 'P'.
                   88 ws-version-row-deleted  VALUE 'D'.
                   88 ws-version-row-current  VALUE 'C'.
               05 ws-version-row-origin    PIC X(8).
               05 ws-version-row-expires   PIC X(14).
               05 ws-version-row-value     PIC X(4052).

           04 ws-denial2-row REDEFINES ws-resp2-payload.
               05 ws-denial2-detail.
                   06 ws-denial2-op            PIC X.
                   06 ws-denial2-access        PIC X.
                   06 ws-denial2-prefix-len    PIC 9(2).
                   06 ws-denial2-prefix        PIC X(32).
               05 FILLER                   PIC X(4060).

           04 FILLER                   PIC X(47).
