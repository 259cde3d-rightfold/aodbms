      ******************************************************************
      * WKRREC - one record of the operator-maintained worker list
      * AODBMON polls: a worker's name as the monitor reports it (W1,
      * W2, ... - the started-task naming of AODBMSW.jcl) and the
      * status address that worker binds (its AODBMS_STATUS_ADDRESS),
      * where it answers a heartbeat for itself rather than through
      * the broker.
      *
      * LINE SEQUENTIAL, maintained with an editor like the client
      * registry. Add a line when a worker is added to the pool and
      * remove it when one is retired: a listed worker that is not
      * running is reported as not replying on every poll. A name
      * must stay with its worker between polls, since restarts are
      * detected by comparing a name's uptime with its last reading.
      ******************************************************************

       01 worker-record.
           02 wkr-name                 PIC X(8).
           02 FILLER                   PIC X.
           02 wkr-status-address       PIC X(128).
