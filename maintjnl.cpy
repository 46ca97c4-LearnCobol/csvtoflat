      ******************************************************************
      * flatmaint.jnl record layout - one fixed-layout journal record
      * appended by FLATMAINT for every add, change and delete it
      * makes to a keyed file, and read back by FLATJRNL for the
      * daily audit review. like runhist.cpy this book is maintained
      * by hand - change it in step with FLATMAINT's WRITE-JOURNAL-
      * RECORD section and with FLATJRNL, and only ever by adding to
      * the end, since the journal already on disk carries the old
      * layout.
      *
      * the before image is the whole flat record as it stood in the
      * keyed file (spaces for an add), the after image the record as
      * written back (spaces for a delete) - both exactly the bytes
      * KEYED-DATA held, so either can be laid against flatfile.cpy.
      ******************************************************************
       01  MJ-JOURNAL-RECORD.
           05  MJ-OPERATOR              PIC X(8).
           05  MJ-JRNL-DATE             PIC X(8).
           05  MJ-JRNL-TIME             PIC X(6).
           05  MJ-ACTION                PIC X(1).
           05  MJ-KEYED-FILE            PIC X(50).
           05  MJ-KEY                   PIC X(100).
           05  MJ-REC-WIDTH             PIC 9(4).
           05  MJ-BEFORE-IMAGE          PIC X(4096).
           05  MJ-AFTER-IMAGE           PIC X(4096).
