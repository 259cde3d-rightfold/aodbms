      ******************************************************************
      * ACLREC - one record of the operator-maintained access control
      * file: what a registered client may do to the keys under one
      * prefix. The registry (REGREC) decides whether a client may
      * talk to the pool at all; this file decides, once it may,
      * which applications' keys it may read, write and delete. One
      * line per client and prefix:
      *
      *   acl-client-id    the registered client identifier, or
      *                    '*ANON*' for bare unidentified frames - the
      *                    REGREC convention
      *   acl-prefix-len   length of the prefix (0-32), zero padded;
      *                    00 matches every key, so a last line of 00
      *                    per client is that client's default
      *   acl-prefix       the key prefix itself, space padded -
      *                    normally one of the PRFREC prefixes
      *   acl-grant-read   R grants GET, scan rows, and the version-2
      *                    GET, as-of GET, version list and lookup rows
      *   acl-grant-write  W grants PUT, expiring PUT, the version-2
      *                    PUT, conditional PUT and adjust, and the
      *                    puts inside a transaction envelope
      *   acl-grant-delete D grants DELETE, version-1 or 2, and the
      *                    deletes inside a transaction envelope
      *                    ('-' or space in a grant column withholds
      *                    it)
      *
      * A request is held against the FIRST line for its client whose
      * prefix matches the key - the PRFREC ordering rule, so order a
      * client's overlapping prefixes most-specific first. A client
      * with no matching line is denied outright; heartbeats are
      * never checked. A denial comes back as status 14 (see CMDHDR)
      * and lands in the audit log like any other reply. No file at
      * all means access is not enforced, the pre-ACL behavior and
      * the migration starting point: stand the file up with a 00
      * line granting 'RWD' for every client, then narrow it.
      *
      * The file is LINE SEQUENTIAL on purpose - operators maintain
      * it with an editor; workers read it at startup only, so after
      * editing, recycle the pool.
      ******************************************************************

       01 access-record.
           02 acl-client-id            PIC X(8).
           02 FILLER                   PIC X.
           02 acl-prefix-len           PIC 9(2).
           02 FILLER                   PIC X.
           02 acl-prefix               PIC X(32).
           02 FILLER                   PIC X.
           02 acl-grant-read           PIC X.
               88 acl-grants-read      VALUE 'R'.
           02 acl-grant-write          PIC X.
               88 acl-grants-write     VALUE 'W'.
           02 acl-grant-delete         PIC X.
               88 acl-grants-delete    VALUE 'D'.
