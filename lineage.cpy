      ******************************************************************
      * lineage.dat record layout - one fixed-layout record appended
      * by SPLITFILE, ECHOFILE and REJREPAIR for every physical line
      * of input they read, and read back by FLATTRACE. like
      * runhist.cpy this book is maintained by hand - change it in
      * step with every program's WRITE-LINEAGE-RECORD section and
      * with FLATTRACE, and only ever by adding to the end, since the
      * cumulative lineage file already on disk carries the old
      * layout.
      *
      * each record is one hop: line LN-SOURCE-LINE of LN-SOURCE-FILE
      * went to LN-TARGET-FILE as LN-OUTCOME -
      *     SPLIT      routed to a type csv, LN-REASON the type code
      *     WRITTEN    written to the flat file, LN-TARGET-REC its
      *                FD-REC-NO
      *     REJECTED   written to the reject file, LN-REASON its code
      *     DUPLICATE  written to the duplicates file
      *     REPAIRED   written to the resubmit csv, LN-REASON the
      *                reject code it was repaired from
      *     UNFIXABLE  written to the unfixable file
      *     HEADER     a header line - never data, no target
      *     BLANK      an empty line - nothing written, no target
      *     RENAMED    a whole file renamed by a batch driver - line
      *                and target record are zero, every line of
      *                LN-SOURCE-FILE now lives in LN-TARGET-FILE
      * for every outcome but WRITTEN, LN-TARGET-REC is the physical
      * line number in the target file, header line included - the
      * same number the next program in the chain records as its
      * LN-SOURCE-LINE. LN-RUN-DATE and LN-RUN-TIME are the run's
      * start stamp, so one run's hops all carry the same stamp and
      * a later run's hops sort after it.
      ******************************************************************
       01  LN-LINEAGE-RECORD.
           05  LN-PROGRAM-ID            PIC X(10).
           05  LN-RUN-DATE              PIC X(8).
           05  LN-RUN-TIME              PIC X(8).
           05  LN-SOURCE-FILE           PIC X(50).
           05  LN-SOURCE-LINE           PIC 9(7).
           05  LN-OUTCOME               PIC X(10).
           05  LN-REASON                PIC X(20).
           05  LN-TARGET-FILE           PIC X(50).
           05  LN-TARGET-REC            PIC 9(7).
