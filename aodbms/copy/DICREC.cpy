      *                        time instead of weeks later at the
      *                        warehouse
      *                    T = any text
      *                    R = a reference to another record: the
      *                        field holds the rest of that record's
      *                        key, under the prefix named in
      *                        dic-ref-prefix below - an order line's
      *                        customer number naming its CUST record
      *   dic-required     Y = the field must be present within the
      *                    stored payload length and non-blank; N =
      *                    a payload too short to reach it passes
      *   dic-ref-prefix-len/dic-ref-prefix
      *                    R lines only (blank on every other line):
      *                    the prefix of the referenced keys, zero
      *                    padded length then the prefix itself. The
      *                    referenced key is this prefix followed by
      *                    the field's bytes as stored, so prefix
      *                    length plus field length must fit the
      *                    32-byte key; a field value shorter than
      *                    the field is space padded, the same as
      *                    the key it names.
      *   dic-field-name   optional column name for AODBXTR's header
      *                    row, up to 20 characters with no quote
      *                    or extract delimiter in it (AODBXTR drops
      *                    such a line loudly); blank means AODBXTR
      *                    names the column FIELD-oooo after the
      *                    field's offset
      *   dic-field-decimals
      *                    N lines only, optional: the number of
      *                    implied decimal places AODBXTR puts a
      *                    point in front of (blank or 0 = a whole
      *                    number; it must be less than the field
      *                    length). An amount stored 000012345 with
      *                    2 decimals extracts as 123.45.
      *   dic-mask-flag    Y = the field is sensitive: AODBMASK
      *                    scrambles it when it copies a snapshot
      *                    for the test region (blank or N = copied
      *                    as is). Any type may be flagged; a flagged
      *                    R line also scrambles the keys it names,
      *                    the same way, so references still line up
      *                    in the copy.
      *
      * The aodbms PUT handlers and AODBLOAD validate every stored
      * payload against each matching line and refuse mismatches with
      * status 10; AODBCHK's SCHEMA mode sweeps the existing file and
      * reports the records that would no longer pass.
      *
      * A reference field is checked for type like a T field (blank
      * fails only when required), and then for integrity: a
      * non-blank reference within the stored length must name a
      * record that is on file, or the PUT is refused with status 15
      * (AODBLOAD rejects the record). The other direction is held
      * too - a worker DELETE of a record some referencing record
      * still names is refused with status 15, and AODBPURG keeps an
      * expired record that is still named, reporting it instead of
      * purging it. Finding the referencing records means walking
      * the referencing prefix in key order, so reference lines
      * belong on prefixes of modest size. AODBCHK's REFS mode
      * sweeps the existing file and lists every orphan - a
      * reference naming a key that is not on file - by prefix.
      *
      * The file is LINE SEQUENTIAL on purpose - operators maintain
      * it with an editor. Workers only read it at startup; after
      * editing, recycle the pool.
      ******************************************************************

       01 dictionary-record.
               88 dic-type-numeric     VALUE 'N'.
               88 dic-type-date        VALUE 'D'.
               88 dic-type-text        VALUE 'T'.
               88 dic-type-reference   VALUE 'R'.
           02 FILLER                   PIC X.
           02 dic-required-flag        PIC X.
               88 dic-field-required   VALUE 'Y'.
           02 FILLER                   PIC X.
           02 dic-ref-prefix-len       PIC 9(2).
           02 FILLER                   PIC X.
           02 dic-ref-prefix           PIC X(32).
           02 FILLER                   PIC X.
           02 dic-field-name           PIC X(20).
           02 FILLER                   PIC X.
           02 dic-field-decimals       PIC 9.
           02 FILLER                   PIC X.
           02 dic-mask-flag            PIC X.
               88 dic-field-masked     VALUE 'Y'.
