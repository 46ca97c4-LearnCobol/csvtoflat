      ******************************************************************
      * flatgdg.cat record layout - one fixed-layout record per
      * generation, written and read back by FLATGDG. like
      * runhist.cpy this book is maintained by hand - change it in
      * step with FLATGDG, and only ever by adding to the end, since
      * the catalog already on disk carries the old layout.
      *
      * a generation is one run of one feed: its flat file and the
      * copybook, control report, reject file and duplicates file
      * that run wrote beside it. GC-GEN-NO counts up from 1 per
      * feed and is never reused. GC-STATUS is ACTIVE while the
      * members sit where the run left them, ARCHIVED once retention
      * has moved them to the feed's archive directory - the member
      * names always say where the files are now. a member the run
      * did not write (no duplicates without dedup.cfg) is blank.
      ******************************************************************
       01  GC-CATALOG-RECORD.
           05  GC-FEED                  PIC X(20).
           05  GC-GEN-NO                PIC 9(4).
           05  GC-STATUS                PIC X(8).
           05  GC-CREATE-DATE           PIC X(8).
           05  GC-CREATE-TIME           PIC X(6).
           05  GC-DAT-FILE              PIC X(50).
           05  GC-CPY-FILE              PIC X(50).
           05  GC-RPT-FILE              PIC X(50).
           05  GC-REJ-FILE              PIC X(50).
           05  GC-DUP-FILE              PIC X(50).
