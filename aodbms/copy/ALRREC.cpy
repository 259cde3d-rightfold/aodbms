      ******************************************************************
      * ALRREC - one line of AODBMON's alert file: a threshold one
      * poll found breached.
      *
      *   alr-stamp         YYYYMMDDHHMMSS the poll started
      *   alr-source        'BROKER' or the worker's name (see WKRREC)
      *   alr-code          what was breached:
      *                       NOREPLY   no answer within the reply
      *                                 wait, or a worker answered
      *                                 with a status other than 00
      *                       INFLIGHT  requests in flight above
      *                                 AODBMS_MON_INFLIGHT_LIMIT
      *                       TIMEOUTS  requests timed out since the
      *                                 last poll above
      *                                 AODBMS_MON_TIMEOUT_LIMIT
      *                       DEADWKR   suspected-dead workers since
      *                                 the last poll above
      *                                 AODBMS_MON_DEAD_LIMIT
      *                       RESTART   a worker's uptime, or the
      *                                 broker's counters, went down
      *                                 since the last poll
      *   alr-text          the figures, for the person paged
      *
      * Appended to by every poll, so it reads as the run of alerts
      * over time; the AODBMON return code says whether this poll
      * added any. LINE SEQUENTIAL, for the operators' tools.
      ******************************************************************

       01 alert-record.
           02 alr-stamp                PIC X(14).
           02 FILLER                   PIC X.
           02 alr-source               PIC X(8).
           02 FILLER                   PIC X.
           02 alr-code                 PIC X(8).
               88 alr-no-reply         VALUE 'NOREPLY'.
               88 alr-in-flight        VALUE 'INFLIGHT'.
               88 alr-timeouts         VALUE 'TIMEOUTS'.
               88 alr-dead-workers     VALUE 'DEADWKR'.
               88 alr-restart          VALUE 'RESTART'.
           02 FILLER                   PIC X.
           02 alr-text                 PIC X(100).
