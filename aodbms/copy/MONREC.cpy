      ******************************************************************
      * MONREC - one reading taken by AODBMON: the broker's STATISTICS
      * counters or one worker's heartbeat, as found at one poll.
      *
      *   mon-stamp         YYYYMMDDHHMMSS the poll started
      *   mon-source        'BROKER' for the broker's reading, else
      *                     the worker's name from the worker list
      *                     (see WKRREC)
      *   mon-reply         Y when the source answered within the
      *                     monitor's reply wait, N when it did not
      *                     (the reading is then spaces)
      *   mon-counter       the broker's eleven STATISTICS counters
      *                     in the order AODBCTL prints them - 9
      *                     requests timed out, 10 re-dispatched, 11
      *                     suspected-dead-worker give-ups
      *   mon-in-flight     requests received from clients and not
      *                     yet answered (counter 1 less counter 3)
      *   mon-uptime        a worker's ws-hb-uptime-seconds
      *   mon-command-count a worker's ws-hb-command-count
      *   mon-last-check    a worker's ws-hb-last-check
      *   mon-last-status   a worker's ws-hb-last-status
      *
      * The same layout serves two files. The dated history file
      * (AODBMS_MON_HISTORY_PATH + '.' + YYYYMMDD) gets every reading
      * of every poll, answered or not. The state file
      * (AODBMS_MON_STATE_PATH) holds the last ANSWERED reading of
      * each source, rewritten every poll, and is what the next poll
      * measures "since the last poll" against - a source that stops
      * answering keeps its last good reading there, so a restart
      * during the silence still shows when it answers again.
      *
      * LINE SEQUENTIAL: every field is printable. Counters above 18
      * digits are beyond any broker's life.
      ******************************************************************

       01 mon-record.
           02 mon-stamp                PIC X(14).
           02 FILLER                   PIC X.
           02 mon-source               PIC X(8).
           02 FILLER                   PIC X.
           02 mon-reply                PIC X.
               88 mon-replied          VALUE 'Y'.
               88 mon-no-reply         VALUE 'N'.
           02 FILLER                   PIC X.
           02 mon-reading              PIC X(220).
           02 mon-broker-reading REDEFINES mon-reading.
               03 mon-counter-entry OCCURS 11 TIMES.
                   04 mon-counter      PIC 9(18).
                   04 FILLER           PIC X.
               03 mon-in-flight        PIC 9(9).
               03 FILLER               PIC X(2).
           02 mon-worker-reading REDEFINES mon-reading.
               03 mon-uptime           PIC 9(9).
               03 FILLER               PIC X.
               03 mon-command-count    PIC 9(9).
               03 FILLER               PIC X.
               03 mon-last-check       PIC X.
               03 FILLER               PIC X.
               03 mon-last-status      PIC X.
               03 FILLER               PIC X(197).
