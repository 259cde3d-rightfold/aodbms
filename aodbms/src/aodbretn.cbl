      * Stream naming follows the pool convention throughout
      * (AODBMSW.jcl, AODBAPLY.jcl): audit.wN.YYYYMMDD,
      * journal.wN.YYYYMMDD, apply checkpoints apply.wN.ckpt - or the
      * unsuffixed forms when AODBMS_WORKER_COUNT is 0. The batch
      * journal stream AODBLOAD, AODBPURG and AODBDCOM write (see
      * JRNREC) is handled after the pool as one more stream -
      * journal.batch.YYYYMMDD against apply.batch.ckpt - with no
      * audit files of its own to age.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 ws-worker-count              PIC 9(1) VALUE 0.
       01 ws-worker-index              PIC 9(1) VALUE 0.

      *    Set once the pool is done and the batch stream is the one
      *    being processed.
       01 ws-stream-batch              PIC X VALUE 'N'.
           88 ws-stream-is-batch       VALUE 'Y'.

       01 ws-file-names.
           02 ws-probe-path            PIC X(266).
           02 ws-journal-file-name     PIC X(266).
           END-IF
           .

       pa-streams-batch.
           SET ws-stream-is-batch TO TRUE
           PERFORM pa-stream-run
           .

      ******************************************************************
      * This section iterates the pool. It lives in its own section,
      * reached only by name from pa-streams above, so the end of
           .

       pa-stream-checkpoint.
           EVALUATE TRUE
               WHEN ws-stream-is-batch
                   STRING FUNCTION TRIM(ws-apply-ckpt-path)
                           DELIMITED BY SIZE,
                           '.batch.ckpt' DELIMITED BY SIZE
                       INTO ws-checkpoint-file-name
               WHEN ws-worker-index IS EQUAL TO 0
                   STRING FUNCTION TRIM(ws-apply-ckpt-path)
                           DELIMITED BY SIZE,
                           '.ckpt' DELIMITED BY SIZE
                       INTO ws-checkpoint-file-name
               WHEN OTHER
                   STRING FUNCTION TRIM(ws-apply-ckpt-path)
                           DELIMITED BY SIZE,
                           '.w' DELIMITED BY SIZE,
                           ws-worker-index DELIMITED BY SIZE,
                           '.ckpt' DELIMITED BY SIZE
                       INTO ws-checkpoint-file-name
           END-EVALUATE

           MOVE 'N' TO ws-checkpoint-found
           MOVE 0 TO ws-applied-sequence
           END-IF

           IF NOT ws-checkpoint-was-found
               IF ws-stream-is-batch
                   DISPLAY 'NOTE batch stream: no DR apply '
                       'checkpoint at '
                       FUNCTION TRIM(ws-checkpoint-file-name)
                       ' - no journal of this stream will be pruned'
               ELSE
                   DISPLAY 'NOTE stream ' ws-worker-index
                       ': no DR apply checkpoint at '
                       FUNCTION TRIM(ws-checkpoint-file-name)
                       ' - no journal of this stream will be pruned'
               END-IF
           END-IF
           .

               TO ws-walk-date

           IF ws-date-integer IS LESS THAN ws-audit-cutoff-integer
               AND NOT ws-stream-is-batch
               PERFORM pa-audit-age
           END-IF

       se-journal-prune SECTION.

       pa-journal-prune.
           EVALUATE TRUE
               WHEN ws-stream-is-batch
                   STRING FUNCTION TRIM(ws-journal-path)
                           DELIMITED BY SIZE,
                           '.batch.' DELIMITED BY SIZE,
                           ws-walk-date DELIMITED BY SIZE
                       INTO ws-journal-file-name
               WHEN ws-worker-index IS EQUAL TO 0
                   STRING FUNCTION TRIM(ws-journal-path)
                           DELIMITED BY SIZE,
                           '.' DELIMITED BY SIZE,
                           ws-walk-date DELIMITED BY SIZE
                       INTO ws-journal-file-name
               WHEN OTHER
                   STRING FUNCTION TRIM(ws-journal-path)
                           DELIMITED BY SIZE,
                           '.w' DELIMITED BY SIZE,
                           ws-worker-index DELIMITED BY SIZE,
                           '.' DELIMITED BY SIZE,
                           ws-walk-date DELIMITED BY SIZE
                       INTO ws-journal-file-name
           END-EVALUATE

           MOVE 'N' TO ws-journal-eof
           MOVE 'Y' TO ws-journal-sound
