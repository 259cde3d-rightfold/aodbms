       IDENTIFICATION DIVISION.
       PROGRAM-ID. aodbxtr.

      ******************************************************************
      * Business extract of one key prefix. Reads every record whose
      * key starts with AODBMS_XTR_PREFIX, slices its payload into the
      * fields the schema dictionary (see DICREC) declares for that
      * prefix, and writes them as a delimited file with a header row
      * - one row per record, one column per dictionary line - ready
      * to open in a spreadsheet or load into a reporting tool, so
      * nobody has to hand-slice db-payload by offset any more.
      *
      * The columns, in order:
      *   KEY           the record's key, trailing spaces trimmed
      *   one per dictionary line for the prefix, in the order the
      *                 lines appear in the dictionary, headed by
      *                 dic-field-name (FIELD-oooo when blank):
      *                   N  leading zeros dropped, with a decimal
      *                      point put in front of the last
      *                      dic-field-decimals digits
      *                   D  YYYY-MM-DD
      *                   T, R  the text, trailing spaces trimmed
      *   LAST_UPDATED  db-last-updated as YYYY-MM-DD HH:MM:SS
      * Text columns and the key are enclosed in double quotes, with
      * a quote inside the value doubled and any control character
      * turned into a space; numbers and dates are left bare. A field
      * beyond the record's stored payload, or blank, is an empty
      * column. An N or D field that does not hold what its line
      * declares (which the online path refuses, and AODBCHK's SCHEMA
      * mode exists to find) goes out as quoted text instead and is
      * counted in the summary as left unformatted.
      *
      * Optional selection, both applied when both are given:
      *   AODBMS_XTR_SELECT_FIELD/AODBMS_XTR_SELECT_VALUE
      *                 only records whose named column holds the
      *                 value, compared as the column is written
      *                 (so 123.45 or 2026-03-31, unquoted) - a blank
      *                 value selects the records where it is empty
      *   AODBMS_XTR_UPDATED_FROM/AODBMS_XTR_UPDATED_TO
      *                 only records whose db-last-updated date falls
      *                 in the range, YYYYMMDD, both ends inclusive;
      *                 either end left blank is open
      *
      * Only dictionary lines whose prefix is exactly the one asked
      * for make columns; a record under a longer prefix (ORDL under
      * ORD) is still a record under this one and is extracted with
      * this prefix's columns. Read-only with SHARING WITH ALL OTHER,
      * so the worker pool stays up. Return code 1 when the extract
      * cannot run: no prefix, no dictionary, no dictionary line for
      * the prefix, or an unknown selection field.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT data-file ASSIGN TO ws-data-path
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS db-key
               SHARING WITH ALL OTHER
               FILE STATUS IS ws-data-file-status.

           SELECT dictionary-file ASSIGN TO ws-dictionary-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-dictionary-file-status.

           SELECT extract-file ASSIGN TO ws-extract-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-extract-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  data-file.
           COPY DBREC.

       FD  dictionary-file.
           COPY DICREC.

      *    Sized well past the worst row a dictionary without
      *    overlapping fields can give: the quoted 32-byte key, a full
      *    4096-byte payload of quotes doubled, the quotes, decimal
      *    points and delimiters of 100 columns, and the timestamp. A
      *    row that still would not fit ends the run rather than
      *    going out cut short.
       FD  extract-file.
       01 extract-record               PIC X(10000).

       WORKING-STORAGE SECTION.

       01 ws-configuration.
           02 ws-data-path             PIC X(256).
           02 ws-dictionary-path       PIC X(256).
           02 ws-extract-path          PIC X(256).
           02 ws-prefix                PIC X(32) VALUE SPACES.
           02 ws-prefix-len            PIC 9(2).
           02 ws-delimiter-text        PIC X(3) VALUE SPACES.
           02 ws-delimiter             PIC X.
           02 ws-select-field          PIC X(20) VALUE SPACES.
           02 ws-select-value          PIC X(256) VALUE SPACES.
           02 ws-select-index          PIC 9(3) VALUE 0.
           02 ws-updated-from          PIC X(8) VALUE SPACES.
           02 ws-updated-to            PIC X(8) VALUE SPACES.

       01 ws-file-status.
           02 ws-data-file-status      PIC XX.
           02 ws-dictionary-file-status PIC XX.
           02 ws-extract-file-status   PIC XX.

       01 ws-data-eof                  PIC X VALUE 'N'.
           88 ws-data-at-eof           VALUE 'Y'.

      ******************************************************************
      * The prefix's columns: the dictionary lines for exactly this
      * prefix, loaded with the same checks as ws-schema in
      * aodbms.cbl plus the two presentation columns only this
      * program reads.

       01 ws-schema.
           02 ws-schema-eof            PIC X VALUE 'N'.
               88 ws-schema-at-eof     VALUE 'Y'.
           02 ws-schema-count          PIC 9(3) VALUE 0.
           02 ws-schema-index          PIC 9(3).
           02 ws-schema-name-tally     PIC 9(3).
           02 ws-schema-entry OCCURS 100 TIMES.
               03 ws-dic-name          PIC X(20).
               03 ws-dic-offset        PIC 9(4).
               03 ws-dic-length        PIC 9(4).
               03 ws-dic-type          PIC X.
                   88 ws-dic-numeric   VALUE 'N'.
                   88 ws-dic-date      VALUE 'D'.
               03 ws-dic-decimals      PIC 9.

      ******************************************************************
      * One column value on its way into the row: the field's bytes
      * as stored (space padded past the stored payload), the value
      * formatted for the extract, and the row being built.

       01 ws-cell.
           02 ws-cell-field            PIC X(4096).
           02 ws-cell-stored           PIC 9(4).
           02 ws-cell-end              PIC 9(5).
           02 ws-cell-available        PIC 9(4).
           02 ws-cell-value            PIC X(4096).
           02 ws-cell-len              PIC 9(4).
           02 ws-cell-whole            PIC 9(4).
           02 ws-cell-digit            PIC 9(4).
           02 ws-cell-char-index       PIC 9(4).
           02 ws-cell-char             PIC X.
           02 ws-cell-quote-flag       PIC X.
               88 ws-cell-is-quoted    VALUE 'Y'.
           02 ws-cell-selected-flag    PIC X.
               88 ws-cell-is-selected  VALUE 'Y'.
           02 ws-cell-unformatted-save PIC 9(9).

       01 ws-row-pointer               PIC 9(5).

       01 ws-xtr-totals.
           02 ws-xtr-scanned           PIC 9(9) VALUE 0.
           02 ws-xtr-written           PIC 9(9) VALUE 0.
           02 ws-xtr-unformatted       PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.

      ******************************************************************
      * This section marks the entry point of the extract run.

       se-entry SECTION.

       pa-entry.
           PERFORM se-initialize
           PERFORM se-extract
           PERFORM se-report
           CLOSE extract-file
           STOP RUN
           .

      ******************************************************************
      * This section performs initialization of global state.

       se-initialize SECTION.

       pa-initialize-configuration.
           MOVE '/var/lib/aodbms/data' TO ws-data-path
           ACCEPT ws-data-path FROM ENVIRONMENT 'AODBMS_DATA_PATH'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           MOVE '/var/lib/aodbms/schema.dic' TO ws-dictionary-path
           ACCEPT ws-dictionary-path
               FROM ENVIRONMENT 'AODBMS_DICT_PATH'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           MOVE '/var/lib/aodbms/extract.csv' TO ws-extract-path
           ACCEPT ws-extract-path
               FROM ENVIRONMENT 'AODBMS_XTR_OUTPUT_PATH'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           ACCEPT ws-prefix FROM ENVIRONMENT 'AODBMS_XTR_PREFIX'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ws-prefix IS EQUAL TO SPACES
               DISPLAY 'aodbxtr: AODBMS_XTR_PREFIX is required'
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-prefix TRAILING))
               TO ws-prefix-len

      *    TAB spelled out, since a tab character does not survive
      *    an STDENV line edited by hand. A quote would collide with
      *    the text quoting.
           ACCEPT ws-delimiter-text
               FROM ENVIRONMENT 'AODBMS_XTR_DELIMITER'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           EVALUATE TRUE
               WHEN ws-delimiter-text IS EQUAL TO SPACES
                   MOVE ',' TO ws-delimiter
               WHEN ws-delimiter-text IS EQUAL TO 'TAB'
                   MOVE X'09' TO ws-delimiter
               WHEN ws-delimiter-text (2:2) IS EQUAL TO SPACES
                   AND ws-delimiter-text (1:1) IS NOT EQUAL TO '"'
                   MOVE ws-delimiter-text (1:1) TO ws-delimiter
               WHEN OTHER
                   DISPLAY 'aodbxtr: delimiter must be one character '
                       'other than a quote, or TAB, got "'
                       ws-delimiter-text '"' UPON SYSERR
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           ACCEPT ws-select-field
               FROM ENVIRONMENT 'AODBMS_XTR_SELECT_FIELD'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           ACCEPT ws-select-value
               FROM ENVIRONMENT 'AODBMS_XTR_SELECT_VALUE'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           ACCEPT ws-updated-from
               FROM ENVIRONMENT 'AODBMS_XTR_UPDATED_FROM'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           ACCEPT ws-updated-to
               FROM ENVIRONMENT 'AODBMS_XTR_UPDATED_TO'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF (ws-updated-from IS NOT EQUAL TO SPACES
                   AND ws-updated-from IS NOT NUMERIC)
               OR (ws-updated-to IS NOT EQUAL TO SPACES
                   AND ws-updated-to IS NOT NUMERIC)
               DISPLAY 'aodbxtr: updated range must be YYYYMMDD, got "'
                   ws-updated-from '" to "' ws-updated-to '"'
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       pa-initialize-dictionary.
           OPEN INPUT dictionary-file
           IF ws-dictionary-file-status IS NOT EQUAL TO '00' THEN
               DISPLAY 'aodbxtr: cannot open schema dictionary, status '
                   ws-dictionary-file-status UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM pa-dictionary-load
           CLOSE dictionary-file

           IF ws-schema-count IS EQUAL TO 0
               DISPLAY 'aodbxtr: no schema dictionary line for prefix "'
                   ws-prefix (1:ws-prefix-len) '"' UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       pa-initialize-selection.
           IF ws-select-field IS NOT EQUAL TO SPACES
               MOVE 1 TO ws-schema-index
               PERFORM pa-selection-find
               IF ws-select-index IS EQUAL TO 0
                   DISPLAY 'aodbxtr: selection field "'
                       FUNCTION TRIM(ws-select-field TRAILING)
                       '" is not a column of prefix "'
                       ws-prefix (1:ws-prefix-len) '"' UPON SYSERR
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

       pa-initialize-data-file.
           OPEN INPUT data-file
           IF ws-data-file-status IS NOT EQUAL TO '00' THEN
               DISPLAY 'aodbxtr: cannot open data file, status '
                   ws-data-file-status UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       pa-initialize-extract-file.
           OPEN OUTPUT extract-file
           IF ws-extract-file-status IS NOT EQUAL TO '00' THEN
               DISPLAY 'aodbxtr: cannot open extract file, status '
                   ws-extract-file-status UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM pa-header-write
           .

      ******************************************************************
      * This section loads the prefix's dictionary lines into the
      * column table, with the same checks and loud drops as
      * se-dictionary-load in aodbms.cbl; lines for other prefixes
      * are passed over. It is reached only by name, from
      * se-initialize above - never by PERFORMing this section as a
      * whole.

       se-dictionary-load SECTION.

       pa-dictionary-load.
           READ dictionary-file
               AT END
                   SET ws-schema-at-eof TO TRUE
               NOT AT END
                   IF dictionary-record IS NOT EQUAL TO SPACES
                       PERFORM pa-dictionary-load-entry
                   END-IF
           END-READ

           IF NOT ws-schema-at-eof
               GO TO pa-dictionary-load
           END-IF
           .

      *    A column name carrying the delimiter or a quote would
      *    shift every column after it in the header row.
       pa-dictionary-load-entry.
           MOVE 0 TO ws-schema-name-tally
           INSPECT dic-field-name TALLYING ws-schema-name-tally
               FOR ALL ws-delimiter, ALL '"'
           IF dic-prefix-len IS NOT NUMERIC
               OR dic-field-offset IS NOT NUMERIC
               OR dic-field-length IS NOT NUMERIC
               OR dic-prefix-len IS EQUAL TO 0
               OR dic-prefix-len IS GREATER THAN LENGTH OF db-key
               OR dic-field-offset IS EQUAL TO 0
               OR dic-field-length IS EQUAL TO 0
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
               OR (dic-type-numeric
                   AND dic-field-decimals IS NUMERIC
                   AND dic-field-decimals IS NOT LESS THAN
                       dic-field-length)
               OR ws-schema-name-tally IS GREATER THAN 0
               DISPLAY 'aodbxtr: bad dictionary line dropped: "'
                   dictionary-record '"' UPON SYSERR
           ELSE
               IF dic-prefix-len IS EQUAL TO ws-prefix-len
                   AND dic-prefix (1:dic-prefix-len) IS EQUAL TO
                       ws-prefix (1:ws-prefix-len)
                   PERFORM pa-dictionary-load-column
               END-IF
           END-IF
           .

       pa-dictionary-load-column.
           IF ws-schema-count IS LESS THAN 100
               ADD 1 TO ws-schema-count
               IF dic-field-name IS EQUAL TO SPACES
                   MOVE SPACES TO ws-dic-name (ws-schema-count)
                   STRING 'FIELD-' DELIMITED BY SIZE,
                           dic-field-offset DELIMITED BY SIZE
                       INTO ws-dic-name (ws-schema-count)
               ELSE
                   MOVE dic-field-name TO ws-dic-name (ws-schema-count)
               END-IF
               MOVE dic-field-offset TO ws-dic-offset (ws-schema-count)
               MOVE dic-field-length TO ws-dic-length (ws-schema-count)
               MOVE dic-field-type TO ws-dic-type (ws-schema-count)
               IF dic-type-numeric AND dic-field-decimals IS NUMERIC
                   MOVE dic-field-decimals
                       TO ws-dic-decimals (ws-schema-count)
               ELSE
                   MOVE 0 TO ws-dic-decimals (ws-schema-count)
               END-IF
           ELSE
               DISPLAY 'aodbxtr: too many columns, line "'
                   dictionary-record '" dropped' UPON SYSERR
           END-IF
           .

      ******************************************************************
      * This section finds the selection column and writes the header
      * row. It is reached only by name, from se-initialize above -
      * never by PERFORMing this section as a whole.

       se-initialize-columns SECTION.

       pa-selection-find.
           IF ws-schema-index IS NOT GREATER THAN ws-schema-count
               IF ws-dic-name (ws-schema-index) IS EQUAL TO
                   ws-select-field
                   MOVE ws-schema-index TO ws-select-index
               ELSE
                   ADD 1 TO ws-schema-index
                   GO TO pa-selection-find
               END-IF
           END-IF
           .

       pa-header-write.
           MOVE SPACES TO extract-record
           MOVE 1 TO ws-row-pointer
           MOVE 'N' TO ws-cell-quote-flag
           MOVE 'KEY' TO ws-cell-value
           MOVE 3 TO ws-cell-len
           PERFORM pa-row-append

           MOVE 1 TO ws-schema-index
           PERFORM pa-header-column

           PERFORM pa-row-delimit
           MOVE 'LAST_UPDATED' TO ws-cell-value
           MOVE 12 TO ws-cell-len
           PERFORM pa-row-append

           PERFORM pa-row-write
           .

       pa-header-column.
           IF ws-schema-index IS NOT GREATER THAN ws-schema-count
               PERFORM pa-row-delimit
               MOVE ws-dic-name (ws-schema-index) TO ws-cell-value
               MOVE LENGTH OF ws-dic-name TO ws-cell-len
               PERFORM pa-cell-trim
               PERFORM pa-row-append
               ADD 1 TO ws-schema-index
               GO TO pa-header-column
           END-IF
           .

      ******************************************************************
      * This section reads the prefix's records in key order, from
      * the prefix padded with low values (its first possible key)
      * until the first key under another prefix.

       se-extract SECTION.

       pa-extract-start.
           MOVE LOW-VALUES TO db-key
           MOVE ws-prefix (1:ws-prefix-len)
               TO db-key (1:ws-prefix-len)
           START data-file KEY IS NOT LESS THAN db-key
               INVALID KEY
                   SET ws-data-at-eof TO TRUE
           END-START
           .

       pa-extract-loop.
           IF NOT ws-data-at-eof
               READ data-file NEXT RECORD
                   AT END
                       SET ws-data-at-eof TO TRUE
                   NOT AT END
                       IF db-key (1:ws-prefix-len) IS NOT EQUAL TO
                           ws-prefix (1:ws-prefix-len)
                           SET ws-data-at-eof TO TRUE
                       ELSE
                           ADD 1 TO ws-xtr-scanned
                           PERFORM pa-extract-select
                       END-IF
               END-READ
           END-IF

           IF NOT ws-data-at-eof
               GO TO pa-extract-loop
           END-IF

           CLOSE data-file
           .

      ******************************************************************
      * This section selects and writes one record. It is reached
      * only by name, from pa-extract-loop above - never by
      * PERFORMing this section as a whole.

       se-extract-record SECTION.

      *    The selection column is formatted exactly as it will be
      *    written, so the value compares the way it reads in the
      *    extract. The comparison pads the shorter side with spaces.
      *    Only cells actually written count as unformatted, so the
      *    count is put back after the selection column's formatting.
       pa-extract-select.
           MOVE 'Y' TO ws-cell-selected-flag
           IF (ws-updated-from IS NOT EQUAL TO SPACES
                   AND db-last-updated (1:8) IS LESS THAN
                       ws-updated-from)
               OR (ws-updated-to IS NOT EQUAL TO SPACES
                   AND db-last-updated (1:8) IS GREATER THAN
                       ws-updated-to)
               MOVE 'N' TO ws-cell-selected-flag
           END-IF

           IF ws-cell-is-selected AND ws-select-index IS GREATER THAN 0
               MOVE ws-select-index TO ws-schema-index
               MOVE ws-xtr-unformatted TO ws-cell-unformatted-save
               PERFORM pa-cell-format
               MOVE ws-cell-unformatted-save TO ws-xtr-unformatted
               IF ws-cell-len IS EQUAL TO 0
                   IF ws-select-value IS NOT EQUAL TO SPACES
                       MOVE 'N' TO ws-cell-selected-flag
                   END-IF
               ELSE
                   IF ws-cell-value (1:ws-cell-len) IS NOT EQUAL TO
                       ws-select-value
                       MOVE 'N' TO ws-cell-selected-flag
                   END-IF
               END-IF
           END-IF

           IF ws-cell-is-selected
               PERFORM pa-extract-row
           END-IF
           .

       pa-extract-row.
           MOVE SPACES TO extract-record
           MOVE 1 TO ws-row-pointer
           MOVE 'Y' TO ws-cell-quote-flag
           MOVE db-key TO ws-cell-value
           MOVE LENGTH OF db-key TO ws-cell-len
           PERFORM pa-cell-trim
           PERFORM pa-row-append

           MOVE 1 TO ws-schema-index
           PERFORM pa-extract-column

           PERFORM pa-row-delimit
           MOVE 'N' TO ws-cell-quote-flag
           IF db-last-updated (1:14) IS NUMERIC
               MOVE SPACES TO ws-cell-value
               STRING db-last-updated (1:4) DELIMITED BY SIZE,
                       '-' DELIMITED BY SIZE,
                       db-last-updated (5:2) DELIMITED BY SIZE,
                       '-' DELIMITED BY SIZE,
                       db-last-updated (7:2) DELIMITED BY SIZE,
                       ' ' DELIMITED BY SIZE,
                       db-last-updated (9:2) DELIMITED BY SIZE,
                       ':' DELIMITED BY SIZE,
                       db-last-updated (11:2) DELIMITED BY SIZE,
                       ':' DELIMITED BY SIZE,
                       db-last-updated (13:2) DELIMITED BY SIZE
                   INTO ws-cell-value
               MOVE 19 TO ws-cell-len
           ELSE
               MOVE 0 TO ws-cell-len
           END-IF
           PERFORM pa-row-append

           PERFORM pa-row-write
           ADD 1 TO ws-xtr-written
           .

       pa-extract-column.
           IF ws-schema-index IS NOT GREATER THAN ws-schema-count
               PERFORM pa-row-delimit
               PERFORM pa-cell-format
               PERFORM pa-row-append
               ADD 1 TO ws-schema-index
               GO TO pa-extract-column
           END-IF
           .

      ******************************************************************
      * This section formats the column ws-schema-index names from
      * the current record into ws-cell-value/ws-cell-len, and
      * appends cells to the row. It is reached only by name, from
      * the sections above - never by PERFORMing this section as a
      * whole.

       se-extract-cell SECTION.

      *    A payload length that isn't numeric or runs past the
      *    payload field falls back to the full padded field, the
      *    same as AODBUNLD, rather than abending the extract.
       pa-cell-format.
           MOVE SPACES TO ws-cell-field
           IF db-payload-len IS NUMERIC
               AND db-payload-len IS NOT GREATER THAN
                   LENGTH OF db-payload
               MOVE db-payload-len TO ws-cell-stored
           ELSE
               MOVE LENGTH OF db-payload TO ws-cell-stored
           END-IF

           IF ws-dic-offset (ws-schema-index) IS NOT GREATER THAN
               ws-cell-stored
               COMPUTE ws-cell-end = ws-dic-offset (ws-schema-index)
                   + ws-dic-length (ws-schema-index) - 1
               IF ws-cell-end IS GREATER THAN ws-cell-stored
                   COMPUTE ws-cell-available = ws-cell-stored
                       - ws-dic-offset (ws-schema-index) + 1
               ELSE
                   MOVE ws-dic-length (ws-schema-index)
                       TO ws-cell-available
               END-IF
               MOVE db-payload (ws-dic-offset (ws-schema-index)
                   :ws-cell-available)
                   TO ws-cell-field (1:ws-cell-available)
           END-IF

           EVALUATE TRUE
               WHEN ws-cell-field (1:ws-dic-length (ws-schema-index))
                   IS EQUAL TO SPACES
                   MOVE 'N' TO ws-cell-quote-flag
                   MOVE 0 TO ws-cell-len
               WHEN ws-dic-numeric (ws-schema-index)
                   PERFORM pa-cell-numeric
               WHEN ws-dic-date (ws-schema-index)
                   PERFORM pa-cell-date
               WHEN OTHER
                   PERFORM pa-cell-text
           END-EVALUATE
           .

       pa-cell-text.
           MOVE 'Y' TO ws-cell-quote-flag
           MOVE ws-cell-field TO ws-cell-value
           MOVE ws-dic-length (ws-schema-index) TO ws-cell-len
           PERFORM pa-cell-trim
           .

      *    Leading zeros go, but the whole part keeps at least its
      *    last digit, so zero with two decimals extracts as 0.00.
       pa-cell-numeric.
           IF ws-cell-field (1:ws-dic-length (ws-schema-index))
               IS NOT NUMERIC
               ADD 1 TO ws-xtr-unformatted
               PERFORM pa-cell-text
           ELSE
               MOVE 'N' TO ws-cell-quote-flag
               COMPUTE ws-cell-whole = ws-dic-length (ws-schema-index)
                   - ws-dic-decimals (ws-schema-index)
               MOVE 1 TO ws-cell-digit
               PERFORM pa-cell-numeric-skip
               COMPUTE ws-cell-len = ws-cell-whole - ws-cell-digit + 1
               MOVE ws-cell-field (ws-cell-digit:ws-cell-len)
                   TO ws-cell-value
               IF ws-dic-decimals (ws-schema-index) IS GREATER THAN 0
                   MOVE '.' TO ws-cell-value (ws-cell-len + 1:1)
                   MOVE ws-cell-field (ws-cell-whole + 1
                       :ws-dic-decimals (ws-schema-index))
                       TO ws-cell-value (ws-cell-len + 2
                           :ws-dic-decimals (ws-schema-index))
                   COMPUTE ws-cell-len = ws-cell-len + 1
                       + ws-dic-decimals (ws-schema-index)
               END-IF
           END-IF
           .

       pa-cell-numeric-skip.
           IF ws-cell-digit IS LESS THAN ws-cell-whole
               IF ws-cell-field (ws-cell-digit:1) IS EQUAL TO '0'
                   ADD 1 TO ws-cell-digit
                   GO TO pa-cell-numeric-skip
               END-IF
           END-IF
           .

       pa-cell-date.
           IF ws-cell-field (1:8) IS NOT NUMERIC
               ADD 1 TO ws-xtr-unformatted
               PERFORM pa-cell-text
           ELSE
               MOVE 'N' TO ws-cell-quote-flag
               MOVE SPACES TO ws-cell-value
               STRING ws-cell-field (1:4) DELIMITED BY SIZE,
                       '-' DELIMITED BY SIZE,
                       ws-cell-field (5:2) DELIMITED BY SIZE,
                       '-' DELIMITED BY SIZE,
                       ws-cell-field (7:2) DELIMITED BY SIZE
                   INTO ws-cell-value
               MOVE 10 TO ws-cell-len
           END-IF
           .

      *    Nested rather than one condition, so the reference
      *    modification is never asked for position zero.
       pa-cell-trim.
           IF ws-cell-len IS GREATER THAN 0
               IF ws-cell-value (ws-cell-len:1) IS EQUAL TO SPACE
                   SUBTRACT 1 FROM ws-cell-len
                   GO TO pa-cell-trim
               END-IF
           END-IF
           .

       pa-row-delimit.
           MOVE ws-delimiter TO extract-record (ws-row-pointer:1)
           ADD 1 TO ws-row-pointer
           .

      *    The room check allows for every character of the value
      *    being a doubled quote, the two enclosing quotes and the
      *    next delimiter. An empty value is an empty column, quoted
      *    or not, which reporting tools read as null.
       pa-row-append.
           IF ws-row-pointer + 2 * ws-cell-len + 3
               IS GREATER THAN LENGTH OF extract-record
               DISPLAY 'aodbxtr: row for key '
                   FUNCTION TRIM(db-key TRAILING)
                   ' does not fit the extract record' UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ws-cell-len IS GREATER THAN 0
               IF ws-cell-is-quoted
                   MOVE '"' TO extract-record (ws-row-pointer:1)
                   ADD 1 TO ws-row-pointer
                   MOVE 1 TO ws-cell-char-index
                   PERFORM pa-row-append-quoted
                   MOVE '"' TO extract-record (ws-row-pointer:1)
                   ADD 1 TO ws-row-pointer
               ELSE
                   MOVE ws-cell-value (1:ws-cell-len)
                       TO extract-record (ws-row-pointer:ws-cell-len)
                   ADD ws-cell-len TO ws-row-pointer
               END-IF
           END-IF
           .

       pa-row-append-quoted.
           MOVE ws-cell-value (ws-cell-char-index:1) TO ws-cell-char
           EVALUATE TRUE
               WHEN ws-cell-char IS EQUAL TO '"'
                   MOVE '""' TO extract-record (ws-row-pointer:2)
                   ADD 2 TO ws-row-pointer
               WHEN ws-cell-char IS LESS THAN SPACE
                   MOVE SPACE TO extract-record (ws-row-pointer:1)
                   ADD 1 TO ws-row-pointer
               WHEN OTHER
                   MOVE ws-cell-char
                       TO extract-record (ws-row-pointer:1)
                   ADD 1 TO ws-row-pointer
           END-EVALUATE

           ADD 1 TO ws-cell-char-index
           IF ws-cell-char-index IS NOT GREATER THAN ws-cell-len
               GO TO pa-row-append-quoted
           END-IF
           .

       pa-row-write.
           WRITE extract-record
           IF ws-extract-file-status IS NOT EQUAL TO '00' THEN
               DISPLAY 'aodbxtr: extract write failed, status '
                   ws-extract-file-status UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      ******************************************************************
      * This section prints the extract summary.

       se-report SECTION.

       pa-report-print.
           DISPLAY '================================================'
           DISPLAY 'AODBMS PREFIX EXTRACT SUMMARY'
           DISPLAY '================================================'
           DISPLAY 'Data file: ' ws-data-path
           DISPLAY 'Dictionary file: ' ws-dictionary-path
           DISPLAY 'Extract file: ' ws-extract-path
           DISPLAY 'Prefix ......................... '
               ws-prefix (1:ws-prefix-len)
           DISPLAY 'Columns from dictionary ........ ' ws-schema-count
           IF ws-select-index IS GREATER THAN 0
               DISPLAY 'Selected on .................... '
                   FUNCTION TRIM(ws-select-field TRAILING) ' = "'
                   FUNCTION TRIM(ws-select-value TRAILING) '"'
           END-IF
           IF ws-updated-from IS NOT EQUAL TO SPACES
               DISPLAY 'Updated on or after ............ '
                   ws-updated-from
           END-IF
           IF ws-updated-to IS NOT EQUAL TO SPACES
               DISPLAY 'Updated on or before ........... '
                   ws-updated-to
           END-IF
           DISPLAY '------------------------------------------------'
           DISPLAY 'Records under prefix ........... ' ws-xtr-scanned
           DISPLAY 'Records extracted .............. ' ws-xtr-written
           DISPLAY 'Values left unformatted ........ '
               ws-xtr-unformatted
           DISPLAY '================================================'
           .
