      * pass - the ones stored before a layout was declared, or by a
      * worker running without the dictionary. Read-only, return code
      * 2 on exceptions; it refuses to run without a dictionary file.
      *
      * REFS mode sweeps the existing file against the dictionary's
      * reference lines (type R - see DICREC) and lists every orphan:
      * a record whose reference field, non-blank and within the
      * stored length, names a key that is not on file - loaded
      * before the reference was declared, written by a worker
      * running without the dictionary, or left behind by a change
      * made around the checks. Orphans are listed in key order, so
      * grouped by prefix, and totalled per reference line at the
      * end. Read-only, return code 2 on orphans; it refuses to run
      * without a dictionary file holding at least one R line.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS rb-key
               FILE STATUS IS ws-rebuild-file-status.

      *        A second, read-only handle on the data file for REFS:
      *        the key a reference names is read here, so the sweep's
      *        own READ NEXT position is never disturbed.
           SELECT reference-file ASSIGN TO ws-data-path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS rf-key
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-reference-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  data-file.
       FD  dictionary-file.
           COPY DICREC.

       FD  reference-file.
           COPY DBREC REPLACING LEADING ==db== BY ==rf==.

       WORKING-STORAGE SECTION.

       01 ws-configuration.
               88 ws-mode-ixbuild      VALUE 'IXBUILD'.
               88 ws-mode-is-index     VALUE 'IXCHECK' 'IXBUILD'.
               88 ws-mode-schema       VALUE 'SCHEMA '.
               88 ws-mode-refs         VALUE 'REFS   '.

       01 ws-file-status.
           02 ws-data-file-status      PIC XX.
           02 ws-index-file-status     PIC XX.
           02 ws-index-build-status    PIC XX.
           02 ws-dictionary-file-status PIC XX.
           02 ws-reference-file-status PIC XX.

      ******************************************************************
      * The schema dictionary table, the same layout and loader
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
               03 ws-dic-orphans       PIC 9(9).

      ******************************************************************
      * The state of one record's REFS check: the line being held
      * against it and the key its reference field names.

       01 ws-reference.
           02 ws-reference-index       PIC 9(3).
           02 ws-reference-end         PIC 9(5).
           02 ws-reference-key         PIC X(32).
           02 ws-reference-fault-flag  PIC X.
               88 ws-reference-is-faulty VALUE 'Y'.

      ******************************************************************
      * The indexed field declaration, read from the same environment
           02 ws-chk-mismatched        PIC 9(9) VALUE 0.
           02 ws-chk-built             PIC 9(9) VALUE 0.
           02 ws-chk-schema-fails      PIC 9(9) VALUE 0.
           02 ws-chk-orphans           PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.

           IF ws-mode-ixbuild
               DISPLAY 'Index build file: ' ws-index-build-path
           END-IF
           IF ws-mode-schema OR ws-mode-refs
               DISPLAY 'Dictionary file: ' ws-dictionary-path
               DISPLAY 'Dictionary lines loaded ........ '
                   ws-schema-count
           END-IF
           IF ws-mode-refs
               DISPLAY 'Reference lines loaded ......... '
                   ws-schema-reference-count
           END-IF
           DISPLAY '------------------------------------------------'
           EVALUATE TRUE
               WHEN ws-mode-ixcheck
                   PERFORM se-index-build
               WHEN ws-mode-schema
                   PERFORM se-schema-sweep
               WHEN ws-mode-refs
                   PERFORM se-refs-sweep
               WHEN OTHER
                   PERFORM se-check
           END-EVALUATE
           END-ACCEPT
           IF NOT ws-mode-check AND NOT ws-mode-rebuild
               AND NOT ws-mode-is-index AND NOT ws-mode-schema
               AND NOT ws-mode-refs
               DISPLAY 'aodbchk: unknown mode "' ws-mode
                   '", expected CHECK, REBUILD, IXCHECK, IXBUILD, '
                   'SCHEMA or REFS' UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF
           .

      *    Unlike the worker, a SCHEMA or REFS sweep with no
      *    dictionary is refused rather than quietly passing
      *    everything - a clean report that checked nothing would
      *    only mislead. For the same reason REFS wants at least one
      *    reference line, and the second data file handle open.
       pa-initialize-dictionary.
           IF ws-mode-schema OR ws-mode-refs
               MOVE 'N' TO ws-schema-eof
               OPEN INPUT dictionary-file
               IF ws-dictionary-file-status IS NOT EQUAL TO '00' THEN
               PERFORM pa-dictionary-load
               CLOSE dictionary-file
           END-IF

           IF ws-mode-refs
               IF ws-schema-reference-count IS EQUAL TO 0
                   DISPLAY 'aodbchk: REFS needs at least one reference '
                       'line in the schema dictionary' UPON SYSERR
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT reference-file
               IF ws-reference-file-status IS NOT EQUAL TO '00' THEN
                   DISPLAY 'aodbchk: cannot open data file for '
                       'reference reads, status '
                       ws-reference-file-status UPON SYSERR
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

      ******************************************************************
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
               DISPLAY 'aodbchk: bad dictionary line dropped: "'
                   dictionary-record '"' UPON SYSERR
           ELSE
                       TO ws-dic-type (ws-schema-count)
                   MOVE dic-required-flag
                       TO ws-dic-required (ws-schema-count)
                   MOVE 0 TO ws-dic-orphans (ws-schema-count)
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
                   DISPLAY 'aodbchk: schema dictionary full, line "'
                       dictionary-record '" dropped' UPON SYSERR
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
      * This section runs the REFS sweep: every record's reference
      * fields held against the keys they name, each orphan listed
      * against the dictionary line it breaks.

       se-refs-sweep SECTION.

       pa-refs-sweep-loop.
           READ data-file NEXT RECORD
               AT END
                   SET ws-data-at-eof TO TRUE
               NOT AT END
                   ADD 1 TO ws-chk-scanned
                   PERFORM pa-refs-sweep-record
           END-READ

           IF NOT ws-data-at-eof
               GO TO pa-refs-sweep-loop
           END-IF

           CLOSE reference-file
           CLOSE data-file
           .

      ******************************************************************
      * This section checks one record's reference fields, the same
      * rule as pa-reference-check-put in aodbms.cbl: each R line
      * whose prefix matches the key, a non-blank field within the
      * stored length naming a record that must be on file. A
      * record is one exception however many of its fields are
      * orphaned; each orphaned field gets its own line. It is
      * reached only by name, from pa-refs-sweep-loop above - never
      * by PERFORMing this section as a whole.

       se-refs-sweep-record SECTION.

       pa-refs-sweep-record.
           MOVE 'N' TO ws-reference-fault-flag
           MOVE 1 TO ws-reference-index
           PERFORM pa-refs-sweep-entry

           IF ws-reference-is-faulty
               ADD 1 TO ws-chk-exceptions
           ELSE
               ADD 1 TO ws-chk-clean
           END-IF
           .

       pa-refs-sweep-entry.
           IF ws-dic-type (ws-reference-index) IS EQUAL TO 'R'
               AND db-key (1:ws-dic-prefix-len (ws-reference-index))
                   IS EQUAL TO ws-dic-prefix (ws-reference-index)
                       (1:ws-dic-prefix-len (ws-reference-index))
               PERFORM pa-refs-sweep-field
           END-IF

           IF ws-reference-index IS LESS THAN ws-schema-count
               ADD 1 TO ws-reference-index
               GO TO pa-refs-sweep-entry
           END-IF
           .

      *    A stored length that is not numeric is CHECK's finding,
      *    not an orphan; the field is simply not located.
       pa-refs-sweep-field.
           IF db-payload-len IS NUMERIC
               COMPUTE ws-reference-end =
                   ws-dic-offset (ws-reference-index)
                   + ws-dic-length (ws-reference-index) - 1
               IF ws-reference-end IS NOT GREATER THAN db-payload-len
                   IF db-payload (ws-dic-offset (ws-reference-index)
                       :ws-dic-length (ws-reference-index))
                       IS NOT EQUAL TO SPACES
                       PERFORM pa-refs-sweep-read
                   END-IF
               END-IF
           END-IF
           .

       pa-refs-sweep-read.
           MOVE SPACES TO ws-reference-key
           MOVE ws-dic-ref-prefix (ws-reference-index)
               (1:ws-dic-ref-prefix-len (ws-reference-index))
               TO ws-reference-key
                   (1:ws-dic-ref-prefix-len (ws-reference-index))
           MOVE db-payload (ws-dic-offset (ws-reference-index)
               :ws-dic-length (ws-reference-index))
               TO ws-reference-key
                   (ws-dic-ref-prefix-len (ws-reference-index) + 1
                   :ws-dic-length (ws-reference-index))
           MOVE ws-reference-key TO rf-key
           READ reference-file
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE ws-reference-file-status
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   SET ws-reference-is-faulty TO TRUE
                   ADD 1 TO ws-chk-orphans
                   ADD 1 TO ws-dic-orphans (ws-reference-index)
                   DISPLAY 'ORPHAN key ' FUNCTION TRIM(db-key TRAILING)
                       ': line ' ws-reference-index
                       ' names missing '
                       FUNCTION TRIM(ws-reference-key TRAILING)
               WHEN OTHER
                   SET ws-reference-is-faulty TO TRUE
                   DISPLAY 'EXCEPTION key '
                       FUNCTION TRIM(db-key TRAILING)
                       ': line ' ws-reference-index ' read of '
                       FUNCTION TRIM(ws-reference-key TRAILING)
                       ' failed, status ' ws-reference-file-status
           END-EVALUATE
           .

      ******************************************************************
      * This section prints the REFS totals per reference line - the
      * orphans by prefix. It is reached only by name, from
      * pa-report-print below.

       se-report-refs SECTION.

       pa-report-refs.
           DISPLAY 'Orphans by reference line (prefix, field, '
               'referenced prefix, orphans):'
           MOVE 1 TO ws-reference-index
           PERFORM pa-report-refs-line
           .

       pa-report-refs-line.
           IF ws-dic-type (ws-reference-index) IS EQUAL TO 'R'
               DISPLAY '  line ' ws-reference-index ' '
                   ws-dic-prefix (ws-reference-index)
                       (1:ws-dic-prefix-len (ws-reference-index))
                   ' ' ws-dic-offset (ws-reference-index)
                   ':' ws-dic-length (ws-reference-index) ' -> '
                   ws-dic-ref-prefix (ws-reference-index)
                       (1:ws-dic-ref-prefix-len (ws-reference-index))
                   ' ' ws-dic-orphans (ws-reference-index)
           END-IF

           IF ws-reference-index IS LESS THAN ws-schema-count
               ADD 1 TO ws-reference-index
               GO TO pa-report-refs-line
           END-IF
           .

      ******************************************************************
      * This section prints the verification totals and sets the
      * return code automation watches before reopening traffic.
           DISPLAY '------------------------------------------------'
           DISPLAY 'Records scanned ................ ' ws-chk-scanned
           IF ws-mode-check OR ws-mode-rebuild OR ws-mode-ixcheck
               OR ws-mode-schema OR ws-mode-refs
               DISPLAY 'Records clean .................. ' ws-chk-clean
           END-IF
           IF ws-mode-schema
               DISPLAY 'Schema failures ................ '
                   ws-chk-schema-fails
           END-IF
           IF ws-mode-refs
               DISPLAY 'Orphaned references ............ '
                   ws-chk-orphans
               PERFORM pa-report-refs
           END-IF
           IF ws-mode-ixcheck
               DISPLAY 'Index entries swept ............ '
                   ws-chk-entries
