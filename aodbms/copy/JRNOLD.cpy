      ******************************************************************
      * JRNOLD - the JRNREC record as written before the jrn-origin /
      * jrn-written widening: the same fields up to jrn-expires, 4177
      * bytes in all. Nothing writes it any more. The worker and the
      * batch jobs read it only to recover the high-water sequence
      * from a file in the old layout - a day set aside as
      * '.old-layout', or the last prior-day file before the upgrade
      * - so the first post-widening run never reissues a sequence
      * the pre-widening AODBAPLY has already applied at the DR site.
      * Only the sequence is named; the rest of the old record is of
      * no interest to that scan.
      ******************************************************************

       01 old-journal-record.
           02 ojr-sequence             PIC 9(9).
           02 FILLER                   PIC X(4168).
