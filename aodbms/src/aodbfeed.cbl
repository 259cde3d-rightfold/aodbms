       IDENTIFICATION DIVISION.
       PROGRAM-ID. aodbfeed.

      ******************************************************************
      * Change feed catch-up for AODBMS subscribers. The broker's
      * publish socket (see aodbroker) is best effort: a subscriber
      * that was down, or fell behind, has lost events for good as
      * far as the socket is concerned. Every event, though, points
      * at the journal entry behind it (evt-journal, evt-sequence -
      * see EVTREC), and the dated journals keep every change, so
      * this job rebuilds the events a subscriber missed from there:
      * it walks one journal stream's dated files from a given date
      * through today and writes an EVTREC event for every change at
      * or after a given sequence, in journal order, to a sequential
      * file the subscriber reads before re-subscribing.
      *
      * Sequences are per stream, so a subscriber resumes each stream
      * it follows - every worker's (journal.wN) and the batch
      * stream's (journal.batch) - from the last sequence it processed
      * on that stream, found in the last event it holds; the date in
      * that event's evt-journal is where the walk starts. The walk
      * is at-or-after, not strictly after: the operations of one
      * transaction envelope share a sequence, so the boundary
      * sequence itself is always written again and a subscriber
      * must take repeats in its stride - the same reasoning as
      * AODBAPLY's restart skip.
      *
      * The batch stream is never published live - AODBLOAD,
      * AODBPURG and AODBDCOM do not talk to the broker - so this job
      * is also how a subscriber picks up load night, the purge and a
      * prefix decommission: run it for the batch stream once they
      * have finished.
      *
      * Settings:
      *   AODBMS_FEED_STREAM_PATH    the stream's journal base path,
      *                              without the date
      *   AODBMS_FEED_FROM_DATE      YYYYMMDD, default today
      *   AODBMS_FEED_FROM_SEQUENCE  nine digits, zero padded,
      *                              default all zeros (everything)
      *   AODBMS_FEED_OUTPUT_PATH    the event file written

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT journal-file ASSIGN TO ws-journal-file-name
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-journal-file-status.

      *        Record sequential for the same raw-key-bytes reason as
      *        the journal itself; see EVTREC.
           SELECT event-file ASSIGN TO ws-output-path
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-event-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  journal-file.
           COPY JRNREC.

       FD  event-file.
           COPY EVTREC.

       WORKING-STORAGE SECTION.

       01 ws-configuration.
           02 ws-stream-path           PIC X(256).
           02 ws-output-path           PIC X(256).
           02 ws-from-date-text        PIC X(8).
           02 ws-from-sequence-text    PIC X(9) VALUE '000000000'.
           02 ws-from-sequence         PIC 9(9) VALUE 0.

       01 ws-file-status.
           02 ws-journal-file-status   PIC XX.
           02 ws-event-file-status     PIC XX.

       01 ws-journal-file-name         PIC X(266).
       01 ws-journal-date              PIC 9(8).

       01 ws-date-range.
           02 ws-from-date             PIC 9(8).
           02 ws-to-date               PIC 9(8).
           02 ws-date-integer          PIC S9(9) COMP.
           02 ws-to-date-integer       PIC S9(9) COMP.

       01 ws-journal-eof               PIC X VALUE 'N'.
           88 ws-journal-at-eof        VALUE 'Y'.

       01 ws-feed-totals.
           02 ws-feed-files-read       PIC 9(4) VALUE 0.
           02 ws-feed-files-missing    PIC 9(4) VALUE 0.
           02 ws-feed-read             PIC 9(9) VALUE 0.
           02 ws-feed-written          PIC 9(9) VALUE 0.
           02 ws-feed-skipped          PIC 9(9) VALUE 0.
           02 ws-feed-malformed        PIC 9(9) VALUE 0.
           02 ws-feed-last-sequence    PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.

      ******************************************************************
      * This section marks the entry point of the catch-up run.

       se-entry SECTION.

       pa-entry.
           PERFORM se-initialize
           PERFORM se-walk
           CLOSE event-file
           PERFORM se-report
           STOP RUN
           .

      ******************************************************************
      * This section performs initialization of global state.

       se-initialize SECTION.

       pa-initialize-configuration.
           MOVE '/var/lib/aodbms/journal' TO ws-stream-path
           ACCEPT ws-stream-path
               FROM ENVIRONMENT 'AODBMS_FEED_STREAM_PATH'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           MOVE '/var/lib/aodbms/feed.out' TO ws-output-path
           ACCEPT ws-output-path
               FROM ENVIRONMENT 'AODBMS_FEED_OUTPUT_PATH'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           ACCEPT ws-from-sequence-text
               FROM ENVIRONMENT 'AODBMS_FEED_FROM_SEQUENCE'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ws-from-sequence-text IS NOT NUMERIC
               DISPLAY 'aodbfeed: from-sequence must be nine digits, '
                   'zero padded, got "' ws-from-sequence-text '"'
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-from-sequence-text TO ws-from-sequence
           .

      *    The walk always runs through today: a subscriber catching
      *    up wants everything since it went away, not a window.
       pa-initialize-date-range.
           MOVE FUNCTION CURRENT-DATE (1:8) TO ws-from-date-text
           ACCEPT ws-from-date-text
               FROM ENVIRONMENT 'AODBMS_FEED_FROM_DATE'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           IF ws-from-date-text IS NOT NUMERIC
               DISPLAY 'aodbfeed: from-date must be YYYYMMDD, got "'
                   ws-from-date-text '"' UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ws-from-date-text TO ws-from-date
           MOVE FUNCTION CURRENT-DATE (1:8) TO ws-to-date

           IF ws-from-date IS GREATER THAN ws-to-date
               DISPLAY 'aodbfeed: from-date ' ws-from-date
                   ' is after today ' ws-to-date UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION INTEGER-OF-DATE(ws-from-date)
               TO ws-date-integer
           MOVE FUNCTION INTEGER-OF-DATE(ws-to-date)
               TO ws-to-date-integer
           .

       pa-initialize-output.
           OPEN OUTPUT event-file
           IF ws-event-file-status IS NOT EQUAL TO '00' THEN
               DISPLAY 'aodbfeed: cannot open event file, status '
                   ws-event-file-status UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      ******************************************************************
      * This section walks the stream's dated journals, one iteration
      * of pa-walk-date per day in the range. A day without a file
      * (the worker was down, or the batch jobs did nothing) is
      * counted and passed over; a file that is there but cannot be
      * read stops the run, since a subscriber told it has caught up
      * must not have been handed a gap.

       se-walk SECTION.

       pa-walk-date.
           MOVE FUNCTION DATE-OF-INTEGER(ws-date-integer)
               TO ws-journal-date
           STRING FUNCTION TRIM(ws-stream-path) DELIMITED BY SIZE,
                   '.' DELIMITED BY SIZE,
                   ws-journal-date DELIMITED BY SIZE
               INTO ws-journal-file-name
           MOVE 'N' TO ws-journal-eof

           OPEN INPUT journal-file
           EVALUATE ws-journal-file-status
               WHEN '00'
                   ADD 1 TO ws-feed-files-read
                   PERFORM pa-walk-loop
                   CLOSE journal-file
               WHEN '35'
                   ADD 1 TO ws-feed-files-missing
               WHEN OTHER
                   DISPLAY 'aodbfeed: cannot open journal '
                       FUNCTION TRIM(ws-journal-file-name)
                       ', status ' ws-journal-file-status UPON SYSERR
                   CLOSE event-file
                   PERFORM se-report
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           ADD 1 TO ws-date-integer
           IF ws-date-integer IS NOT GREATER THAN ws-to-date-integer
               GO TO pa-walk-date
           END-IF
           .

      ******************************************************************
      * This section reads one dated journal to end of file. It is
      * reached only by name, from pa-walk-date above - never by
      * PERFORMing this section as a whole.

       se-walk-journal SECTION.

       pa-walk-loop.
           READ journal-file
               AT END
                   SET ws-journal-at-eof TO TRUE
               NOT AT END
                   ADD 1 TO ws-feed-read
                   PERFORM pa-walk-record
           END-READ

           IF NOT ws-journal-at-eof
               GO TO pa-walk-loop
           END-IF
           .

      *    A record whose sequence is not digits cannot be placed
      *    against the resume point; it is reported by position, the
      *    same way AODBAPLY reports one, and left out.
       pa-walk-record.
           IF jrn-sequence IS NOT NUMERIC
               ADD 1 TO ws-feed-malformed
               DISPLAY 'aodbfeed: malformed journal record '
                   ws-feed-read ' in '
                   FUNCTION TRIM(ws-journal-file-name) ' skipped'
                   UPON SYSERR
           ELSE
               IF jrn-sequence IS LESS THAN ws-from-sequence
                   ADD 1 TO ws-feed-skipped
               ELSE
                   PERFORM pa-walk-write
               END-IF
           END-IF
           .

      *    Built exactly as a worker builds the event it publishes
      *    (see pa-command-publish in aodbms.cbl), so a subscriber
      *    cannot tell a caught-up event from a live one.
       pa-walk-write.
           MOVE jrn-key TO evt-key
           MOVE jrn-action TO evt-action
           MOVE jrn-last-updated TO evt-last-updated
           MOVE jrn-sequence TO evt-sequence
           MOVE jrn-origin TO evt-origin
           MOVE ws-journal-file-name TO evt-journal
           WRITE event-record

           IF ws-event-file-status IS NOT EQUAL TO '00' THEN
               DISPLAY 'aodbfeed: event file write failed, status '
                   ws-event-file-status UPON SYSERR
               CLOSE journal-file
               CLOSE event-file
               PERFORM se-report
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO ws-feed-written
           MOVE jrn-sequence TO ws-feed-last-sequence
           .

      ******************************************************************
      * This section prints the catch-up summary.

       se-report SECTION.

       pa-report-print.
           DISPLAY '================================================'
           DISPLAY 'AODBMS CHANGE FEED CATCH-UP SUMMARY'
           DISPLAY '================================================'
           DISPLAY 'Journal stream: ' FUNCTION TRIM(ws-stream-path)
           DISPLAY 'Event file: ' FUNCTION TRIM(ws-output-path)
           DISPLAY 'Date range ..................... ' ws-from-date
               ' - ' ws-to-date
           DISPLAY 'From sequence .................. ' ws-from-sequence
           DISPLAY '------------------------------------------------'
           DISPLAY 'Journal files read ............. '
               ws-feed-files-read
           DISPLAY 'Journal files missing .......... '
               ws-feed-files-missing
           DISPLAY 'Journal records read ........... ' ws-feed-read
           DISPLAY 'Before the resume point ........ '
               ws-feed-skipped
           DISPLAY 'Malformed records skipped ...... '
               ws-feed-malformed
           DISPLAY 'Events written ................. '
               ws-feed-written
           DISPLAY 'Last sequence written .......... '
               ws-feed-last-sequence
           DISPLAY '================================================'
           .
