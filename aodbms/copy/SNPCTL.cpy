      * the reporting jobs use: 0 means a single unsuffixed worker
      * (its stream in slot 1), N means streams '.w1' .. '.wN' in
      * slots 1 .. N.
      *
      * snp-batch-sequence is the batch journal stream's sequence (see
      * JRNREC), read from the batch checkpoint the same way. It was
      * appended to the record; a control file written before it
      * existed reads back with spaces there, which AODBREST takes
      * as sequence 0 - replay the whole batch stream, the safe
      * direction.
      ******************************************************************

       01 snapshot-control-record.
           02 snp-timestamp            PIC X(21).
           02 snp-worker-count         PIC 9(1).
           02 snp-stream-sequence      PIC 9(9) OCCURS 9 TIMES.
           02 snp-batch-sequence       PIC 9(9).
