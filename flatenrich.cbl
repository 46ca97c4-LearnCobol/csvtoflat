      ******************************************************************
      * reference-data enrichment companion program for FLATLOAD
      * the posting jobs want the branch name and the product
      * description beside the codes flatfile.dat carries, and those
      * values arrive on their own reference feeds - converted by
      * ECHOFILE and loaded by FLATLOAD like any other feed - so the
      * join used to happen in a spreadsheet or separately in each
      * downstream job. this program takes a foreign-key column of
      * the flat file, reads each record's key value in the
      * reference feed's keyed file (the flatfile.idx FLATLOAD built
      * for it, keyed on the reference code), and appends the
      * reference columns the enrichment config names to the end of
      * the record.
      *
      * enrichment config (enrich.cfg) - same two-digit column-number
      * shape validate.cfg speaks in, one line per reference column:
      *     02 ADD             append the reference book's column 2
      *     04 ADD             then its column 4
      * the column number is the reference book's, in (1:2), the
      * action in (4:4). ADD order is the order the columns are
      * appended in, each under the next FDnn- number after the flat
      * file's own columns and the name after its reference stamp -
      * the reference book's FD02-BRANCH-NAME appended to a five
      * column file becomes FD06-BRANCH-NAME.
      *
      * the enriched file keeps every record's own bytes and
      * FD-REC-NO, and carries the source's "H" record restamped
      * with the new width and one merged trailer - the count and
      * the hash totals of every NUMERIC column in the validation
      * config, recomputed off the enriched records - so FLATVERIFY
      * passes it with the same config, and the run writes the book
      * that describes it. a record whose key is blank, or whose key
      * the reference file does not hold, is not written: it goes to
      * the enrichment reject file in the reason-prefixed shape
      * reject.dat uses - NOREFKEY or NOREFMATCH, a blank, then the
      * flat record itself - and the run ends with return code 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FLATENRICH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLAT-FILE
               ASSIGN TO WS-FLAT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FLAT-FILE-STATUS.
           SELECT KEYED-FILE
               ASSIGN TO WS-KEYED-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KEYED-KEY
               FILE STATUS IS WS-KEYED-FILE-STATUS.
      * one copybook reader serves both books - the reference book is
      * read and its chosen columns filed away, then the filename is
      * swapped and the same file reopened on the flat file's book.
           SELECT COPYBOOK-FILE
               ASSIGN TO WS-COPYBOOK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPY-FILE-STATUS.
           SELECT ENRICH-CONFIG-FILE
               ASSIGN TO WS-ENRICH-CFG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENR-FILE-STATUS.
           SELECT VALIDATION-CONFIG-FILE
               ASSIGN TO WS-VALIDATION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAL-FILE-STATUS.
      * the enriched file is written as a raw byte stream - the same
      * writer FLATXTRACT uses - so each record carries exactly the
      * new width plus the historical CRLF framing.
           SELECT ENRICH-FILE
               ASSIGN TO WS-ENRICH-FILENAME
               ORGANIZATION IS SEQUENTIAL.
           SELECT ENRICH-COPYBOOK-FILE
               ASSIGN TO WS-ENRICH-CPY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE
               ASSIGN TO WS-REJECT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FLAT-FILE.
       01 FLAT-BYTE                     PIC X(1).

      *****************************************************************
      * KEYED-RECORD mirrors the record FLATLOAD writes - the key at
      * the compiled 100-byte field ceiling, space padded, and the
      * whole reference flat record behind it.
      *****************************************************************
       FD KEYED-FILE.
       01 KEYED-RECORD.
           05 KEYED-KEY                 PIC X(100).
           05 KEYED-DATA                PIC X(4096).

       FD COPYBOOK-FILE.
       01 COPYBOOK-RECORD               PIC X(80).

       FD ENRICH-CONFIG-FILE.
       01 ENRICH-CONFIG-RECORD          PIC X(80).

       FD VALIDATION-CONFIG-FILE.
       01 VALIDATION-CONFIG-RECORD      PIC X(80).

       FD ENRICH-FILE.
       01 ENRICH-BYTE                   PIC X(1).

       FD ENRICH-COPYBOOK-FILE.
       01 ENRICH-COPYBOOK-RECORD        PIC X(80).

      *****************************************************************
      * REJECT-RECORD holds the reason code plus the whole flat
      * record, sized like ECHOFILE's own reject records.
      *****************************************************************
       FD REJECT-FILE.
       01 REJECT-RECORD                 PIC X(4200).

       FD REPORT-FILE.
       01 REPORT-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FLAT-FILENAME              PIC X(50) VALUE "flatfile.dat".
       77 WS-FLAT-FILE-STATUS           PIC XX.
       77 WS-FLAT-CPY-FILENAME          PIC X(50) VALUE "flatfile.cpy".
       77 WS-KEYED-FILENAME             PIC X(50) VALUE "reference.idx".
       77 WS-KEYED-FILE-STATUS          PIC XX.
       77 WS-REF-CPY-FILENAME           PIC X(50) VALUE "reference.cpy".
       77 WS-COPYBOOK-FILENAME          PIC X(50).
       77 WS-CPY-FILE-STATUS            PIC XX.
      *****************************************************************
      * WS-ENRICH-CFG-FILENAME names the enrichment config. like
      * FLATXTRACT's selection config it is required - an enrichment
      * that adds nothing is meaningless - so a missing config, or
      * one with no ADD lines, is a hard stop.
      *****************************************************************
       77 WS-ENRICH-CFG-FILENAME        PIC X(50) VALUE "enrich.cfg".
       77 WS-ENR-FILE-STATUS            PIC XX.
       77 WS-ENR-EOF                    PIC X(1).
      *****************************************************************
      * WS-VALIDATION-FILENAME names the column-number/type config
      * the enriched file's trailer is built from - the same config
      * the flat file was converted with, since its columns keep
      * their numbers. it is fine for no such file to exist, in
      * which case the trailer carries the count only.
      *****************************************************************
       77 WS-VALIDATION-FILENAME        PIC X(50) VALUE "validate.cfg".
       77 WS-VAL-FILE-STATUS            PIC XX.
       77 WS-VAL-EOF                    PIC X(1).
       77 WS-NO-VAL-RULES               PIC 99 VALUE ZERO.
       01 WS-VALIDATION-RULES.
           05 WS-VAL-RULE               OCCURS 40 TIMES.
               10 WS-VAL-COLUMN         PIC 99.
               10 WS-VAL-TYPE           PIC X(7).
       77 WS-VAL-IDX                    PIC 99.
       77 WS-ENRICH-FILENAME            PIC X(50) VALUE "enrich.dat".
       77 WS-ENRICH-CPY-FILENAME        PIC X(50) VALUE "enrich.cpy".
       77 WS-REJECT-FILENAME            PIC X(50) VALUE "enrich.rej".
       77 WS-REPORT-FILENAME            PIC X(50) VALUE "enrich.rpt".
       77 WS-ARG-VALUE                  PIC X(50).
      *****************************************************************
      * the copybook's FD-FLATFILE-RECORD block, loaded the same way
      * FLATLOAD loads it - every item's name, offset and width,
      * FDnn- columns numbered in order. it holds the reference book
      * while the config is resolved, then the flat file's book with
      * the appended columns added to its end - the enriched layout.
      *****************************************************************
       77 WS-NO-LOD-ENTRIES             PIC 99 VALUE ZERO.
       01 WS-LOD-TABLE.
           05 WS-LOD-ENTRY              OCCURS 44 TIMES.
               10 WS-LOD-NAME           PIC X(30).
               10 WS-LOD-START          PIC 9999.
               10 WS-LOD-WIDTH          PIC 999.
               10 WS-LOD-COL-NO         PIC 99.
       77 WS-LOD-IDX                    PIC 99.
       77 WS-LOD-NEXT                   PIC 9999.
       77 WS-LOD-COL-CNT                PIC 99.
       77 WS-CPY-EOF                    PIC X(1).
       77 WS-CPY-01-CNT                 PIC 9.
       77 WS-CPY-DONE                   PIC X(1).
       77 WS-CPY-IDX                    PIC 99.
       77 WS-CPY-DIGITS                 PIC 9.
       77 WS-CPY-WIDTH-FIELD            PIC X(3).
       77 WS-CPY-WIDTH                  PIC 999.
       77 WS-CPY-NAME                   PIC X(30).
       77 WS-CPY-NAME-LEN               PIC 99.
       77 WS-CPY-REC-LEN                PIC 9999.
       77 WS-WANT-COL                   PIC 99.
      *****************************************************************
      * the foreign-key column, given as a column number or an FDnn-
      * name and resolved against the flat file's book the way
      * FLATLOAD resolves its key.
      *****************************************************************
       77 WS-KEY-SPEC                   PIC X(30).
       77 WS-KEY-COL-NO                 PIC 99.
       77 WS-KEY-START                  PIC 9999.
       77 WS-KEY-WIDTH                  PIC 999.
       77 WS-KEY-NAME                   PIC X(30).
      *****************************************************************
      * the appended columns, in ADD-line order - each resolved to
      * its offset and width in the reference record, then given its
      * offset and new FDnn- name in the enriched record.
      *****************************************************************
       77 WS-NO-ADD-COLS                PIC 99 VALUE ZERO.
       01 WS-ADD-COLS.
           05 WS-ADD-COL                OCCURS 40 TIMES.
               10 WS-ADD-REF-START      PIC 9999.
               10 WS-ADD-WIDTH          PIC 999.
               10 WS-ADD-REF-NAME       PIC X(30).
               10 WS-ADD-OUT-START      PIC 9999.
               10 WS-ADD-OUT-NAME       PIC X(30).
       77 WS-ADD-IDX                    PIC 99.
       77 WS-ADD-SEQ                    PIC 99.
      *****************************************************************
      * the hash columns - one entry per NUMERIC validation rule, in
      * rule order, resolved against the enriched layout - the order
      * the merged trailer carries its totals in.
      *****************************************************************
       77 WS-NO-HASH-COLS               PIC 99 VALUE ZERO.
       01 WS-HASH-COLS.
           05 WS-HASH-COL               OCCURS 40 TIMES.
               10 WS-HASH-START         PIC 9999.
               10 WS-HASH-WIDTH         PIC 999.
               10 WS-HASH-COL-NO        PIC 99.
       01 WS-HASH-TOTALS.
           05 WS-HASH-TOTAL             PIC 9(15) OCCURS 40 TIMES.
       77 WS-HASH-IDX                   PIC 99.
       77 WS-HASH-WORK                  PIC 9(15).
       77 WS-TRL-POS                    PIC 9999.
       77 WS-FLD-WORK                   PIC X(100).
       77 WS-FLD-LEN                    PIC 999.
      *****************************************************************
      * flat file record assembly - same byte-stream reader FLATLOAD
      * uses, width off the "H" control record. the header's run
      * date and source csv are kept to restamp onto the output.
      *****************************************************************
       77 WS-REC-WIDTH                  PIC 9999 VALUE ZERO.
       77 WS-PHYS-LEN                   PIC 9999.
       77 WS-BUF-IDX                    PIC 9999.
       77 WS-REC-BUF                    PIC X(4099).
       77 WS-FLAT-EOF                   PIC X(1) VALUE 'N'.
       77 WS-TERM-LEN                   PIC 9 VALUE ZERO.
       77 WS-HELD-BYTE                  PIC X(1).
       77 WS-HELD-FLAG                  PIC X(1) VALUE 'N'.
       77 WS-SRC-HDR-INFO               PIC X(58).
      *****************************************************************
      * output record assembly - the flat record's own items up to
      * its last non-FILLER item (WS-BASE-LEN bytes), then the
      * appended columns, floored at the 63 bytes the header layout
      * needs and the bytes the trailer's hash slots need, exactly
      * as ECHOFILE computes its own width.
      *****************************************************************
       77 WS-BASE-LEN                   PIC 9999.
       77 WS-OUT-WIDTH                  PIC 9999.
       77 WS-OUT-BUF                    PIC X(4099).
       77 WS-OUT-IDX                    PIC 9999.
       77 WS-OUT-REC-CNT                PIC 9(7) VALUE ZERO.
       77 WS-ENRICH-REASON              PIC X(20).
      *****************************************************************
      * run counters for the control report.
      *****************************************************************
       77 WS-NO-DATA-RECS               PIC 9(7) VALUE ZERO.
       77 WS-NO-SRC-TRAILERS            PIC 9(7) VALUE ZERO.
       77 WS-NO-MATCHED                 PIC 9(7) VALUE ZERO.
       77 WS-NO-NO-KEY                  PIC 9(7) VALUE ZERO.
       77 WS-NO-NO-MATCH                PIC 9(7) VALUE ZERO.
       77 WS-NO-REJECTS                 PIC 9(7) VALUE ZERO.
      *****************************************************************
      * generated-copybook formatting scratch - mirrors ECHOFILE's
      * WRITE-COPYBOOK family.
      *****************************************************************
       77 WS-CPY-SEQ-NUM                PIC 99.
       77 WS-CPY-SEQ-EDIT               PIC 99.
       77 WS-CPY-WIDTH-NUM              PIC 999.
       77 WS-CPY-WIDTH-EDIT             PIC ZZ9.
       77 WS-CPY-WIDTH-STR              PIC X(3).
       77 WS-CPY-WIDTH-TRIM             PIC X(3).
       77 WS-CPY-TOT-LEN                PIC 9999.
       77 WS-CPY-FILL-NUM               PIC 9999.
       77 WS-CPY-FILL-EDIT              PIC ZZZ9.
       77 WS-CPY-FILL-STR               PIC X(4).
       77 WS-CPY-FILL-TRIM              PIC X(4).
      *****************************************************************
      * report formatting scratch - mirrors ECHOFILE's
      * FORMAT-RPT-NUM/WS-RPT-NUM family.
      *****************************************************************
       77 WS-CHR-IDX                    PIC 99.
       77 WS-RPT-NUM                    PIC 9(7).
       77 WS-RPT-EDIT                   PIC Z(6)9.
       77 WS-RPT-STR                    PIC X(7).
       77 WS-RPT-TRIM                   PIC X(7).

       PROCEDURE DIVISION.
      * arguments are positional: flat file, its copybook, the
      * foreign-key column (number or FDnn- name), reference keyed
      * file, reference copybook, enrichment config, validation
      * config, enriched output, enriched copybook, reject file,
      * report file.
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-FLAT-FILENAME
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-FLAT-CPY-FILENAME
           END-IF
           MOVE SPACES TO WS-KEY-SPEC
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-KEY-SPEC FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-KEYED-FILENAME
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 5 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-REF-CPY-FILENAME
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 6 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-ENRICH-CFG-FILENAME
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 7 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-VALIDATION-FILENAME
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 8 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-ENRICH-FILENAME
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 9 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-ENRICH-CPY-FILENAME
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 10 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-REJECT-FILENAME
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 11 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-REPORT-FILENAME
           END-IF
           IF WS-KEY-SPEC = SPACES
               DISPLAY "FLATENRICH: A FOREIGN-KEY COLUMN IS REQUIRED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-REF-CPY-FILENAME TO WS-COPYBOOK-FILENAME
           PERFORM READ-COPYBOOK-LAYOUT
           PERFORM READ-ENRICH-CONFIG
           MOVE WS-FLAT-CPY-FILENAME TO WS-COPYBOOK-FILENAME
           PERFORM READ-COPYBOOK-LAYOUT
           COMPUTE WS-CPY-REC-LEN = WS-LOD-NEXT - 1
           PERFORM RESOLVE-KEY-FIELD
           PERFORM APPEND-ENRICH-COLUMNS
           PERFORM READ-VALIDATION-CONFIG
           PERFORM RESOLVE-HASH-COLUMNS
           PERFORM COMPUTE-ENRICH-WIDTH
           OPEN INPUT KEYED-FILE
           IF WS-KEYED-FILE-STATUS NOT = "00"
               DISPLAY "FLATENRICH: KEYED FILE " WS-KEYED-FILENAME
                   " COULD NOT BE OPENED, STATUS "
                   WS-KEYED-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FLAT-FILE
           IF WS-FLAT-FILE-STATUS NOT = "00"
               DISPLAY "FLATENRICH: FLAT FILE " WS-FLAT-FILENAME
                   " COULD NOT BE OPENED, STATUS "
                   WS-FLAT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-HEADER-RECORD
      * a book wider than the file's own records is not the book the
      * file was converted with - enriching through it would read
      * columns out of the next record.
           IF WS-CPY-REC-LEN > WS-REC-WIDTH
               DISPLAY "FLATENRICH: " WS-FLAT-CPY-FILENAME
                   " DESCRIBES A WIDER RECORD THAN "
                   WS-FLAT-FILENAME " CARRIES"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-ENRICH-COPYBOOK
           OPEN OUTPUT ENRICH-FILE
           OPEN OUTPUT REJECT-FILE
           PERFORM WRITE-ENRICH-HEADER
           PERFORM UNTIL WS-FLAT-EOF = 'Y'
               PERFORM READ-FLAT-RECORD
               IF WS-FLAT-EOF NOT = 'Y'
                   EVALUATE WS-REC-BUF(1:1)
                       WHEN "D"
                           SET WS-NO-DATA-RECS UP BY 1
                           PERFORM ENRICH-DATA-RECORD
                       WHEN "T"
                           SET WS-NO-SRC-TRAILERS UP BY 1
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE FLAT-FILE
           CLOSE KEYED-FILE
           CLOSE REJECT-FILE
           PERFORM WRITE-ENRICH-TRAILER
           CLOSE ENRICH-FILE
           PERFORM WRITE-ENRICH-REPORT
           IF WS-NO-REJECTS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * subroutine loads the FD-FLATFILE-RECORD block of the
      * copybook WS-COPYBOOK-FILENAME names into WS-LOD-TABLE - same
      * parse FLATLOAD runs, against the books this system
      * generates.
      ******************************************************************
       READ-COPYBOOK-LAYOUT SECTION.
           MOVE ZERO TO WS-NO-LOD-ENTRIES
           MOVE ZERO TO WS-CPY-01-CNT
           MOVE ZERO TO WS-LOD-COL-CNT
           MOVE 1 TO WS-LOD-NEXT
           MOVE 'N' TO WS-CPY-DONE
           MOVE 'N' TO WS-CPY-EOF
           OPEN INPUT COPYBOOK-FILE
           IF WS-CPY-FILE-STATUS NOT = "00"
               DISPLAY "FLATENRICH: COPYBOOK " WS-COPYBOOK-FILENAME
                   " COULD NOT BE OPENED, STATUS " WS-CPY-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CPY-EOF = 'Y'
               READ COPYBOOK-FILE INTO COPYBOOK-RECORD
                   AT END
                       MOVE 'Y' TO WS-CPY-EOF
                   NOT AT END
                       PERFORM PARSE-COPYBOOK-RECORD
               END-READ
           END-PERFORM
           CLOSE COPYBOOK-FILE
           IF WS-NO-LOD-ENTRIES = ZERO
               DISPLAY "FLATENRICH: COPYBOOK " WS-COPYBOOK-FILENAME
                   " HOLDS NO RECORD LAYOUT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * subroutine parses one copybook line - comment lines are
      * skipped, the second 01 ends the data block, and every
      * "PIC X(n)" item inside it files its name, offset and width.
      ******************************************************************
       PARSE-COPYBOOK-RECORD SECTION.
           IF COPYBOOK-RECORD(7:1) = "*" OR WS-CPY-DONE = 'Y'
               CONTINUE
           ELSE
      * 01 levels sit in area A (column 8) in the books this system
      * writes now - column 4 is still accepted for books generated
      * before that correction.
           IF COPYBOOK-RECORD(4:2) = "01"
           OR COPYBOOK-RECORD(8:2) = "01"
               SET WS-CPY-01-CNT UP BY 1
               IF WS-CPY-01-CNT > 1
                   MOVE 'Y' TO WS-CPY-DONE
               END-IF
           ELSE
               MOVE 1 TO WS-CPY-IDX
               PERFORM UNTIL WS-CPY-IDX > 70
                   OR COPYBOOK-RECORD(WS-CPY-IDX:6) = "PIC X("
                   SET WS-CPY-IDX UP BY 1
               END-PERFORM
               IF WS-CPY-IDX <= 70
                   MOVE SPACES TO WS-CPY-WIDTH-FIELD
                   MOVE ZERO TO WS-CPY-DIGITS
                   SET WS-CPY-IDX UP BY 6
                   PERFORM UNTIL COPYBOOK-RECORD(WS-CPY-IDX:1) = ")"
                       OR WS-CPY-DIGITS >= 3
                       OR WS-CPY-IDX > 79
                       SET WS-CPY-DIGITS UP BY 1
                       MOVE COPYBOOK-RECORD(WS-CPY-IDX:1)
                           TO WS-CPY-WIDTH-FIELD(WS-CPY-DIGITS:1)
                       SET WS-CPY-IDX UP BY 1
                   END-PERFORM
                   IF WS-CPY-DIGITS > 0
                   AND WS-CPY-WIDTH-FIELD(1:WS-CPY-DIGITS) IS NUMERIC
                   AND WS-NO-LOD-ENTRIES < 44
                       MOVE WS-CPY-WIDTH-FIELD(1:WS-CPY-DIGITS)
                           TO WS-CPY-WIDTH
                       PERFORM EXTRACT-COPYBOOK-NAME
                       SET WS-NO-LOD-ENTRIES UP BY 1
                       MOVE WS-CPY-NAME
                           TO WS-LOD-NAME(WS-NO-LOD-ENTRIES)
                       MOVE WS-LOD-NEXT
                           TO WS-LOD-START(WS-NO-LOD-ENTRIES)
                       MOVE WS-CPY-WIDTH
                           TO WS-LOD-WIDTH(WS-NO-LOD-ENTRIES)
                       ADD WS-CPY-WIDTH TO WS-LOD-NEXT
                       IF WS-CPY-NAME(1:2) = "FD"
                       AND WS-CPY-NAME(3:1) IS NUMERIC
                           SET WS-LOD-COL-CNT UP BY 1
                           MOVE WS-LOD-COL-CNT
                               TO WS-LOD-COL-NO(WS-NO-LOD-ENTRIES)
                       ELSE
                           MOVE ZERO
                               TO WS-LOD-COL-NO(WS-NO-LOD-ENTRIES)
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.

      ******************************************************************
      * subroutine lifts the data name off the copybook line - it
      * starts in column 12, as this system writes its books, and
      * runs to the first blank.
      ******************************************************************
       EXTRACT-COPYBOOK-NAME SECTION.
           MOVE SPACES TO WS-CPY-NAME
           MOVE ZERO TO WS-CPY-NAME-LEN
           PERFORM UNTIL WS-CPY-NAME-LEN >= 30
               OR COPYBOOK-RECORD(12 + WS-CPY-NAME-LEN:1) = SPACE
               SET WS-CPY-NAME-LEN UP BY 1
               MOVE COPYBOOK-RECORD(11 + WS-CPY-NAME-LEN:1)
                   TO WS-CPY-NAME(WS-CPY-NAME-LEN:1)
           END-PERFORM.

      ******************************************************************
      * subroutine finds the entry whose column number is WS-WANT-COL
      * - WS-LOD-IDX comes back pointing at it, or past the table
      * end when no column carries that number.
      ******************************************************************
       FIND-COLUMN-ENTRY SECTION.
           MOVE 1 TO WS-LOD-IDX
           PERFORM UNTIL WS-LOD-IDX > WS-NO-LOD-ENTRIES
               OR WS-LOD-COL-NO(WS-LOD-IDX) = WS-WANT-COL
               SET WS-LOD-IDX UP BY 1
           END-PERFORM.

      ******************************************************************
      * subroutine loads the enrichment config against the reference
      * book, just loaded - every ADD line files the next appended
      * column. an unknown column, an unknown action, or a config
      * with no ADD lines is a hard stop before a single record is
      * enriched wrong.
      ******************************************************************
       READ-ENRICH-CONFIG SECTION.
           MOVE ZERO TO WS-NO-ADD-COLS
           MOVE 'N' TO WS-ENR-EOF
           OPEN INPUT ENRICH-CONFIG-FILE
           IF WS-ENR-FILE-STATUS NOT = "00"
               DISPLAY "FLATENRICH: CONFIG " WS-ENRICH-CFG-FILENAME
                   " COULD NOT BE OPENED, STATUS " WS-ENR-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ENR-EOF = 'Y'
               READ ENRICH-CONFIG-FILE INTO ENRICH-CONFIG-RECORD
                   AT END
                       MOVE 'Y' TO WS-ENR-EOF
                   NOT AT END
                       IF ENRICH-CONFIG-RECORD NOT = SPACES
                           PERFORM PARSE-ENRICH-RULE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENRICH-CONFIG-FILE
           IF WS-NO-ADD-COLS = ZERO
               DISPLAY "FLATENRICH: CONFIG " WS-ENRICH-CFG-FILENAME
                   " HOLDS NO ADD LINES"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * subroutine parses one enrichment rule - reference column
      * number in (1:2), action in (4:4).
      ******************************************************************
       PARSE-ENRICH-RULE SECTION.
           IF ENRICH-CONFIG-RECORD(1:2) NOT NUMERIC
               DISPLAY "FLATENRICH: CONFIG LINE MUST LEAD WITH A "
                   "TWO-DIGIT COLUMN NUMBER: "
                   ENRICH-CONFIG-RECORD(1:20)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ENRICH-CONFIG-RECORD(1:2) TO WS-WANT-COL
           PERFORM FIND-COLUMN-ENTRY
           IF WS-LOD-IDX > WS-NO-LOD-ENTRIES OR WS-WANT-COL = ZERO
               DISPLAY "FLATENRICH: COLUMN "
                   ENRICH-CONFIG-RECORD(1:2)
                   " MATCHES NO COLUMN IN " WS-COPYBOOK-FILENAME
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ENRICH-CONFIG-RECORD(4:4) NOT = "ADD "
               DISPLAY "FLATENRICH: ACTION "
                   ENRICH-CONFIG-RECORD(4:4)
                   " IS NOT ADD"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-NO-ADD-COLS >= 40
               DISPLAY "FLATENRICH: MORE THAN 40 ADD LINES"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-NO-ADD-COLS UP BY 1
           MOVE WS-LOD-START(WS-LOD-IDX)
               TO WS-ADD-REF-START(WS-NO-ADD-COLS)
           MOVE WS-LOD-WIDTH(WS-LOD-IDX)
               TO WS-ADD-WIDTH(WS-NO-ADD-COLS)
           MOVE WS-LOD-NAME(WS-LOD-IDX)
               TO WS-ADD-REF-NAME(WS-NO-ADD-COLS).

      ******************************************************************
      * subroutine resolves the foreign-key argument against the flat
      * file's book - a bare two-digit number is an FDnn- column
      * number, anything else a full data name. a key that matches
      * no column is a hard stop.
      ******************************************************************
       RESOLVE-KEY-FIELD SECTION.
           MOVE ZERO TO WS-KEY-START
           MOVE ZERO TO WS-KEY-COL-NO
           IF WS-KEY-SPEC(1:2) IS NUMERIC
           AND WS-KEY-SPEC(3:28) = SPACES
               MOVE WS-KEY-SPEC(1:2) TO WS-KEY-COL-NO
               IF WS-KEY-COL-NO > 0
                   MOVE 1 TO WS-LOD-IDX
                   PERFORM UNTIL WS-LOD-IDX > WS-NO-LOD-ENTRIES
                       OR WS-KEY-START > 0
                       IF WS-LOD-COL-NO(WS-LOD-IDX) = WS-KEY-COL-NO
                           PERFORM TAKE-KEY-FROM-ENTRY
                       END-IF
                       SET WS-LOD-IDX UP BY 1
                   END-PERFORM
               END-IF
           ELSE
               MOVE 1 TO WS-LOD-IDX
               PERFORM UNTIL WS-LOD-IDX > WS-NO-LOD-ENTRIES
                   OR WS-KEY-START > 0
                   IF WS-LOD-NAME(WS-LOD-IDX) = WS-KEY-SPEC
                       PERFORM TAKE-KEY-FROM-ENTRY
                   END-IF
                   SET WS-LOD-IDX UP BY 1
               END-PERFORM
           END-IF
           IF WS-KEY-START = ZERO
               DISPLAY "FLATENRICH: KEY " WS-KEY-SPEC
                   " MATCHES NO COLUMN IN " WS-COPYBOOK-FILENAME
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * subroutine copies WS-LOD-IDX's entry into the resolved-key
      * fields.
      ******************************************************************
       TAKE-KEY-FROM-ENTRY SECTION.
           MOVE WS-LOD-START(WS-LOD-IDX) TO WS-KEY-START
           MOVE WS-LOD-WIDTH(WS-LOD-IDX) TO WS-KEY-WIDTH
           MOVE WS-LOD-NAME(WS-LOD-IDX) TO WS-KEY-NAME.

      ******************************************************************
      * subroutine turns the flat file's layout into the enriched
      * layout - the closing FILLER that pads a record out to its
      * floor is dropped, so the appended columns follow the last
      * real item, then each appended column is added under the
      * next FDnn- number with the name after its reference stamp.
      * a FILLER inside the record keeps its bytes.
      ******************************************************************
       APPEND-ENRICH-COLUMNS SECTION.
           PERFORM UNTIL WS-NO-LOD-ENTRIES = ZERO
               OR WS-LOD-NAME(WS-NO-LOD-ENTRIES) NOT = "FILLER"
               SET WS-NO-LOD-ENTRIES DOWN BY 1
           END-PERFORM
           IF WS-NO-LOD-ENTRIES = ZERO
               MOVE 8 TO WS-BASE-LEN
           ELSE
               COMPUTE WS-BASE-LEN =
                   WS-LOD-START(WS-NO-LOD-ENTRIES)
                   + WS-LOD-WIDTH(WS-NO-LOD-ENTRIES) - 1
           END-IF
           IF WS-NO-LOD-ENTRIES + WS-NO-ADD-COLS > 44
               DISPLAY "FLATENRICH: " WS-FLAT-CPY-FILENAME
                   " HAS NO ROOM FOR THE COLUMNS "
                   WS-ENRICH-CFG-FILENAME " ADDS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-LOD-NEXT = WS-BASE-LEN + 1
           MOVE 1 TO WS-ADD-IDX
           PERFORM UNTIL WS-ADD-IDX > WS-NO-ADD-COLS
               SET WS-LOD-COL-CNT UP BY 1
               MOVE WS-LOD-COL-CNT TO WS-ADD-SEQ
               MOVE SPACES TO WS-ADD-OUT-NAME(WS-ADD-IDX)
               IF WS-ADD-REF-NAME(WS-ADD-IDX)(1:2) = "FD"
               AND WS-ADD-REF-NAME(WS-ADD-IDX)(3:2) IS NUMERIC
               AND WS-ADD-REF-NAME(WS-ADD-IDX)(5:1) = "-"
                   STRING "FD" DELIMITED BY SIZE
                       WS-ADD-SEQ DELIMITED BY SIZE
                       WS-ADD-REF-NAME(WS-ADD-IDX)(5:26)
                           DELIMITED BY SPACE
                       INTO WS-ADD-OUT-NAME(WS-ADD-IDX)
               ELSE
                   STRING "FD" DELIMITED BY SIZE
                       WS-ADD-SEQ DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-ADD-REF-NAME(WS-ADD-IDX) DELIMITED BY SPACE
                       INTO WS-ADD-OUT-NAME(WS-ADD-IDX)
               END-IF
               MOVE WS-LOD-NEXT TO WS-ADD-OUT-START(WS-ADD-IDX)
               SET WS-NO-LOD-ENTRIES UP BY 1
               MOVE WS-ADD-OUT-NAME(WS-ADD-IDX)
                   TO WS-LOD-NAME(WS-NO-LOD-ENTRIES)
               MOVE WS-LOD-NEXT TO WS-LOD-START(WS-NO-LOD-ENTRIES)
               MOVE WS-ADD-WIDTH(WS-ADD-IDX)
                   TO WS-LOD-WIDTH(WS-NO-LOD-ENTRIES)
               MOVE WS-LOD-COL-CNT TO WS-LOD-COL-NO(WS-NO-LOD-ENTRIES)
               ADD WS-ADD-WIDTH(WS-ADD-IDX) TO WS-LOD-NEXT
               SET WS-ADD-IDX UP BY 1
           END-PERFORM.

      ******************************************************************
      * subroutine loads the optional column-number/type validation
      * config - same loader ECHOFILE runs, driving which columns
      * carry a hash total in the trailer.
      ******************************************************************
       READ-VALIDATION-CONFIG SECTION.
           MOVE ZERO TO WS-NO-VAL-RULES
           MOVE 'N' TO WS-VAL-EOF
           OPEN INPUT VALIDATION-CONFIG-FILE
           IF WS-VAL-FILE-STATUS = "00"
               PERFORM UNTIL WS-VAL-EOF = 'Y'
               OR WS-NO-VAL-RULES >= 40
                   READ VALIDATION-CONFIG-FILE
                       INTO VALIDATION-CONFIG-RECORD
                       AT END
                           MOVE 'Y' TO WS-VAL-EOF
                       NOT AT END
                           IF VALIDATION-CONFIG-RECORD NOT = SPACES
                           AND VALIDATION-CONFIG-RECORD(1:2) IS NUMERIC
                               SET WS-NO-VAL-RULES UP BY 1
                               MOVE VALIDATION-CONFIG-RECORD(1:2)
                                   TO WS-VAL-COLUMN(WS-NO-VAL-RULES)
                               MOVE VALIDATION-CONFIG-RECORD(4:7)
                                   TO WS-VAL-TYPE(WS-NO-VAL-RULES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VALIDATION-CONFIG-FILE
           END-IF.

      ******************************************************************
      * subroutine resolves each NUMERIC validation rule, in rule
      * order, to its column in the enriched layout - the same
      * resolution FLATVERIFY will make against the output. a rule
      * naming a column the layout does not carry is a hard stop:
      * the config does not belong to this file, and a trailer built
      * from it could never verify.
      ******************************************************************
       RESOLVE-HASH-COLUMNS SECTION.
           MOVE ZERO TO WS-NO-HASH-COLS
           MOVE 1 TO WS-VAL-IDX
           PERFORM UNTIL WS-VAL-IDX > WS-NO-VAL-RULES
               IF WS-VAL-TYPE(WS-VAL-IDX) = "NUMERIC"
                   MOVE WS-VAL-COLUMN(WS-VAL-IDX) TO WS-WANT-COL
                   PERFORM FIND-COLUMN-ENTRY
                   IF WS-LOD-IDX > WS-NO-LOD-ENTRIES
                   OR WS-WANT-COL = ZERO
                       DISPLAY "FLATENRICH: VALIDATION COLUMN "
                           WS-VAL-COLUMN(WS-VAL-IDX)
                           " MATCHES NO COLUMN IN "
                           WS-FLAT-CPY-FILENAME
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET WS-NO-HASH-COLS UP BY 1
                   MOVE WS-LOD-START(WS-LOD-IDX)
                       TO WS-HASH-START(WS-NO-HASH-COLS)
                   MOVE WS-LOD-WIDTH(WS-LOD-IDX)
                       TO WS-HASH-WIDTH(WS-NO-HASH-COLS)
                   MOVE WS-VAL-COLUMN(WS-VAL-IDX)
                       TO WS-HASH-COL-NO(WS-NO-HASH-COLS)
                   MOVE ZERO TO WS-HASH-TOTAL(WS-NO-HASH-COLS)
               END-IF
               SET WS-VAL-IDX UP BY 1
           END-PERFORM.

      ******************************************************************
      * subroutine computes the enriched record width - the flat
      * record up to its last real item plus the appended columns,
      * floored at the 63 bytes the header layout needs and the
      * bytes the trailer's hash slots need, the same floors
      * ECHOFILE's COMPUTE-MAX-LEN applies.
      ******************************************************************
       COMPUTE-ENRICH-WIDTH SECTION.
           COMPUTE WS-OUT-WIDTH = WS-LOD-NEXT - 1
           IF WS-OUT-WIDTH < 63
               MOVE 63 TO WS-OUT-WIDTH
           END-IF
           COMPUTE WS-TRL-POS = 8 + 15 * WS-NO-HASH-COLS
           IF WS-OUT-WIDTH < WS-TRL-POS
               MOVE WS-TRL-POS TO WS-OUT-WIDTH
           END-IF
           IF WS-OUT-WIDTH > 4096
               DISPLAY "FLATENRICH: THE ENRICHED RECORD WOULD BE "
                   "WIDER THAN 4096 BYTES"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * subroutine reads the leading "H" control record off the flat
      * file byte by byte and takes the record width from it - same
      * handshake FLATLOAD performs. the header's run date and
      * source csv are kept for the output's own header.
      ******************************************************************
       READ-HEADER-RECORD SECTION.
           MOVE SPACES TO WS-REC-BUF
           MOVE 1 TO WS-BUF-IDX
           PERFORM UNTIL WS-BUF-IDX > 63 OR WS-FLAT-EOF = 'Y'
               READ FLAT-FILE
                   AT END
                       MOVE 'Y' TO WS-FLAT-EOF
                   NOT AT END
                       MOVE FLAT-BYTE TO WS-REC-BUF(WS-BUF-IDX:1)
                       SET WS-BUF-IDX UP BY 1
               END-READ
           END-PERFORM
           IF WS-FLAT-EOF = 'Y'
           OR WS-REC-BUF(1:1) NOT = "H"
           OR WS-REC-BUF(60:4) NOT NUMERIC
               DISPLAY "FLATENRICH: " WS-FLAT-FILENAME
                   " DOES NOT LEAD WITH AN H CONTROL RECORD"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-REC-BUF(60:4) TO WS-REC-WIDTH
           MOVE WS-REC-BUF(2:58) TO WS-SRC-HDR-INFO
      * the conversion program can only produce widths between the
      * 63-byte header-layout floor and its 4096-byte record buffer
      * - anything else is a doctored or corrupt file, and trusting
      * it would walk the record reader far past its own buffer.
           IF WS-REC-WIDTH < 63 OR WS-REC-WIDTH > 4096
               DISPLAY "FLATENRICH: " WS-FLAT-FILENAME
                   " CARRIES RECORD WIDTH " WS-REC-WIDTH
                   " - NOT A FLAT FILE THIS SYSTEM GENERATED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      * drain the rest of the header record's content, then read one
      * byte past it - a CR there means the historical CRLF shape,
      * any other byte starts a FIXED-mode file's next record and is
      * held for the record reader.
           PERFORM UNTIL WS-BUF-IDX > WS-REC-WIDTH
               OR WS-FLAT-EOF = 'Y'
               READ FLAT-FILE
                   AT END
                       MOVE 'Y' TO WS-FLAT-EOF
                   NOT AT END
                       SET WS-BUF-IDX UP BY 1
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-TERM-LEN
           IF WS-FLAT-EOF = 'N'
               READ FLAT-FILE
                   AT END
                       MOVE 'Y' TO WS-FLAT-EOF
                   NOT AT END
                       IF FLAT-BYTE = X"0D"
                           MOVE 3 TO WS-TERM-LEN
                           READ FLAT-FILE
                               AT END
                                   MOVE 'Y' TO WS-FLAT-EOF
                           END-READ
                           READ FLAT-FILE
                               AT END
                                   MOVE 'Y' TO WS-FLAT-EOF
                           END-READ
                       ELSE
                           MOVE FLAT-BYTE TO WS-HELD-BYTE
                           MOVE 'Y' TO WS-HELD-FLAG
                       END-IF
               END-READ
           END-IF
           COMPUTE WS-PHYS-LEN = WS-REC-WIDTH + WS-TERM-LEN.

      ******************************************************************
      * subroutine assembles the next physical record into
      * WS-REC-BUF, byte by byte.
      ******************************************************************
       READ-FLAT-RECORD SECTION.
           MOVE SPACES TO WS-REC-BUF
           MOVE 1 TO WS-BUF-IDX
           IF WS-HELD-FLAG = 'Y'
               MOVE WS-HELD-BYTE TO WS-REC-BUF(1:1)
               MOVE 2 TO WS-BUF-IDX
               MOVE 'N' TO WS-HELD-FLAG
           END-IF
           PERFORM UNTIL WS-BUF-IDX > WS-PHYS-LEN
               OR WS-FLAT-EOF = 'Y'
               READ FLAT-FILE
                   AT END
                       MOVE 'Y' TO WS-FLAT-EOF
                   NOT AT END
                       MOVE FLAT-BYTE TO WS-REC-BUF(WS-BUF-IDX:1)
                       SET WS-BUF-IDX UP BY 1
               END-READ
           END-PERFORM.

      ******************************************************************
      * subroutine enriches one data record - its foreign key is
      * read in the reference keyed file, and a hit writes the
      * record with the reference columns appended. a blank key or
      * a key the reference file does not hold sends the record to
      * the reject file instead.
      ******************************************************************
       ENRICH-DATA-RECORD SECTION.
           MOVE SPACES TO WS-ENRICH-REASON
           MOVE SPACES TO KEYED-KEY
           MOVE WS-REC-BUF(WS-KEY-START:WS-KEY-WIDTH) TO KEYED-KEY
           IF KEYED-KEY = SPACES
               MOVE "NOREFKEY" TO WS-ENRICH-REASON
               SET WS-NO-NO-KEY UP BY 1
           ELSE
               READ KEYED-FILE
               IF WS-KEYED-FILE-STATUS NOT = "00"
                   MOVE "NOREFMATCH" TO WS-ENRICH-REASON
                   SET WS-NO-NO-MATCH UP BY 1
               END-IF
           END-IF
           IF WS-ENRICH-REASON NOT = SPACES
               PERFORM WRITE-REJECT-RECORD
           ELSE
               SET WS-NO-MATCHED UP BY 1
               PERFORM WRITE-ENRICH-RECORD
           END-IF.

      ******************************************************************
      * subroutine assembles and writes one enriched data record -
      * the flat record's own bytes, FD-REC-NO included, then each
      * appended column from the reference record just read. the
      * record then feeds the merged trailer's count and totals.
      ******************************************************************
       WRITE-ENRICH-RECORD SECTION.
           MOVE SPACES TO WS-OUT-BUF
           MOVE WS-REC-BUF(1:WS-BASE-LEN) TO WS-OUT-BUF(1:WS-BASE-LEN)
           MOVE 1 TO WS-ADD-IDX
           PERFORM UNTIL WS-ADD-IDX > WS-NO-ADD-COLS
               MOVE KEYED-DATA(WS-ADD-REF-START(WS-ADD-IDX):
                   WS-ADD-WIDTH(WS-ADD-IDX))
                   TO WS-OUT-BUF(WS-ADD-OUT-START(WS-ADD-IDX):
                   WS-ADD-WIDTH(WS-ADD-IDX))
               SET WS-ADD-IDX UP BY 1
           END-PERFORM
           MOVE "D" TO WS-OUT-BUF(1:1)
           SET WS-OUT-REC-CNT UP BY 1
           PERFORM ACCUMULATE-HASH-TOTALS
           PERFORM WRITE-ENRICH-BYTES.

      ******************************************************************
      * subroutine logs a record that could not be enriched - the
      * reason code followed by the flat record as it was read - in
      * the same reason-prefixed shape ECHOFILE's
      * WRITE-REJECT-RECORD uses.
      ******************************************************************
       WRITE-REJECT-RECORD SECTION.
           MOVE SPACES TO REJECT-RECORD
           STRING WS-ENRICH-REASON DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-REC-BUF(1:WS-REC-WIDTH) DELIMITED BY SIZE
               INTO REJECT-RECORD
           WRITE REJECT-RECORD
           SET WS-NO-REJECTS UP BY 1.

      ******************************************************************
      * subroutine folds the enriched record into the trailer hash
      * totals - the same arithmetic ECHOFILE's ACCUMULATE-HASH-
      * TOTALS and FLATVERIFY run, so the totals agree with what
      * FLATVERIFY recomputes off the output: a value longer than
      * fifteen digits contributes its low fifteen, the totals wrap
      * the same way, and a non-numeric field contributes nothing.
      ******************************************************************
       ACCUMULATE-HASH-TOTALS SECTION.
           MOVE 1 TO WS-HASH-IDX
           PERFORM UNTIL WS-HASH-IDX > WS-NO-HASH-COLS
               MOVE SPACES TO WS-FLD-WORK
               MOVE WS-OUT-BUF(WS-HASH-START(WS-HASH-IDX):
                   WS-HASH-WIDTH(WS-HASH-IDX)) TO WS-FLD-WORK
               MOVE 100 TO WS-FLD-LEN
               PERFORM UNTIL WS-FLD-WORK(WS-FLD-LEN:1) NOT = SPACE
                   OR WS-FLD-LEN = 0
                   SET WS-FLD-LEN DOWN BY 1
               END-PERFORM
               IF WS-FLD-LEN > 15
                   IF WS-FLD-WORK(WS-FLD-LEN - 14:15) IS NUMERIC
                       MOVE WS-FLD-WORK(WS-FLD-LEN - 14:15)
                           TO WS-HASH-WORK
                       ADD WS-HASH-WORK
                           TO WS-HASH-TOTAL(WS-HASH-IDX)
                   END-IF
               ELSE
                   IF WS-FLD-LEN > 0
                   AND WS-FLD-WORK(1:WS-FLD-LEN) IS NUMERIC
                       MOVE WS-FLD-WORK(1:WS-FLD-LEN)
                           TO WS-HASH-WORK
                       ADD WS-HASH-WORK
                           TO WS-HASH-TOTAL(WS-HASH-IDX)
                   END-IF
               END-IF
               SET WS-HASH-IDX UP BY 1
           END-PERFORM.

      ******************************************************************
      * subroutine puts one assembled output record on disk - the
      * content at the enriched width, then the CR/LF pair and the
      * line terminator byte, the historical CRLF physical shape the
      * downstream readers already detect.
      ******************************************************************
       WRITE-ENRICH-BYTES SECTION.
           MOVE X"0D" TO WS-OUT-BUF(WS-OUT-WIDTH + 1:1)
           MOVE X"0A" TO WS-OUT-BUF(WS-OUT-WIDTH + 2:1)
           MOVE X"0A" TO WS-OUT-BUF(WS-OUT-WIDTH + 3:1)
           MOVE 1 TO WS-OUT-IDX
           PERFORM UNTIL WS-OUT-IDX > WS-OUT-WIDTH + 3
               MOVE WS-OUT-BUF(WS-OUT-IDX:1) TO ENRICH-BYTE
               WRITE ENRICH-BYTE
               SET WS-OUT-IDX UP BY 1
           END-PERFORM.

      ******************************************************************
      * subroutine writes the output's "H" control record - the run
      * date and source csv the flat file's header carried, so the
      * enriched file still says which conversion run it came from,
      * and the new record width.
      ******************************************************************
       WRITE-ENRICH-HEADER SECTION.
           MOVE SPACES TO WS-OUT-BUF
           MOVE "H" TO WS-OUT-BUF(1:1)
           MOVE WS-SRC-HDR-INFO TO WS-OUT-BUF(2:58)
           MOVE WS-OUT-WIDTH TO WS-OUT-BUF(60:4)
           PERFORM WRITE-ENRICH-BYTES.

      ******************************************************************
      * subroutine writes the one merged "T" control record - the
      * enriched record count and the recomputed hash totals, one
      * per NUMERIC validation column in rule order. an appended
      * flat file's per-segment trailers fold into this one, the
      * same way FLATSORT merges them.
      ******************************************************************
       WRITE-ENRICH-TRAILER SECTION.
           MOVE SPACES TO WS-OUT-BUF
           MOVE "T" TO WS-OUT-BUF(1:1)
           MOVE WS-OUT-REC-CNT TO WS-OUT-BUF(2:7)
           MOVE 9 TO WS-TRL-POS
           MOVE 1 TO WS-HASH-IDX
           PERFORM UNTIL WS-HASH-IDX > WS-NO-HASH-COLS
               MOVE WS-HASH-TOTAL(WS-HASH-IDX)
                   TO WS-OUT-BUF(WS-TRL-POS:15)
               SET WS-TRL-POS UP BY 15
               SET WS-HASH-IDX UP BY 1
           END-PERFORM
           PERFORM WRITE-ENRICH-BYTES.

      ******************************************************************
      * subroutine formats a numeric field width into a trimmed,
      * left-justified literal suitable for STRINGing into a
      * "PIC X(nn)." copybook clause - same idiom as ECHOFILE's
      * FORMAT-CPY-WIDTH.
      ******************************************************************
       FORMAT-CPY-WIDTH SECTION.
           MOVE WS-CPY-WIDTH-NUM TO WS-CPY-WIDTH-EDIT
           MOVE WS-CPY-WIDTH-EDIT TO WS-CPY-WIDTH-STR
           MOVE 1 TO WS-CHR-IDX
           PERFORM UNTIL WS-CPY-WIDTH-STR(WS-CHR-IDX:1) NOT = SPACE
               SET WS-CHR-IDX UP BY 1
           END-PERFORM
           MOVE WS-CPY-WIDTH-STR(WS-CHR-IDX:4 - WS-CHR-IDX)
               TO WS-CPY-WIDTH-TRIM.

      ******************************************************************
      * subroutine emits the enriched file's copybook - the same
      * three record layouts ECHOFILE's WRITE-COPYBOOK emits,
      * carrying the flat file's items unchanged, the appended
      * columns after them, the trailer's hash slots for the
      * validation config the totals were built from, and FILLER out
      * to the output width.
      ******************************************************************
       WRITE-ENRICH-COPYBOOK SECTION.
           OPEN OUTPUT ENRICH-COPYBOOK-FILE
           MOVE "      ****************************************"
               TO ENRICH-COPYBOOK-RECORD
           WRITE ENRICH-COPYBOOK-RECORD
           MOVE "      * enriched record layouts - generated"
               TO ENRICH-COPYBOOK-RECORD
           WRITE ENRICH-COPYBOOK-RECORD
           MOVE "      * by FLATENRICH from the source book."
               TO ENRICH-COPYBOOK-RECORD
           WRITE ENRICH-COPYBOOK-RECORD
           MOVE "      * FD-REC-TYPE is H (header), D (data)"
               TO ENRICH-COPYBOOK-RECORD
           WRITE ENRICH-COPYBOOK-RECORD
           MOVE "      * or T (trailer) - all three records"
               TO ENRICH-COPYBOOK-RECORD
           WRITE ENRICH-COPYBOOK-RECORD
           MOVE "      * share one physical width."
               TO ENRICH-COPYBOOK-RECORD
           WRITE ENRICH-COPYBOOK-RECORD
           MOVE "      ****************************************"
               TO ENRICH-COPYBOOK-RECORD
           WRITE ENRICH-COPYBOOK-RECORD
           MOVE "       01  FD-FLATFILE-RECORD."
               TO ENRICH-COPYBOOK-RECORD
           WRITE ENRICH-COPYBOOK-RECORD
           MOVE 1 TO WS-LOD-IDX
           PERFORM UNTIL WS-LOD-IDX > WS-NO-LOD-ENTRIES
               IF WS-LOD-NAME(WS-LOD-IDX) NOT = "FILLER"
                   MOVE WS-LOD-WIDTH(WS-LOD-IDX) TO WS-CPY-WIDTH-NUM
                   PERFORM FORMAT-CPY-WIDTH
                   MOVE SPACES TO ENRICH-COPYBOOK-RECORD
                   STRING "       05  " DELIMITED BY SIZE
                       WS-LOD-NAME(WS-LOD-IDX) DELIMITED BY SPACE
                       "  PIC X(" DELIMITED BY SIZE
                       WS-CPY-WIDTH-TRIM DELIMITED BY SPACE
                       ")." DELIMITED BY SIZE
                       INTO ENRICH-COPYBOOK-RECORD
                   WRITE ENRICH-COPYBOOK-RECORD
               ELSE
                   MOVE WS-LOD-WIDTH(WS-LOD-IDX) TO WS-CPY-FILL-NUM
                   PERFORM WRITE-ENRICH-CPY-FILLER
               END-IF
               SET WS-LOD-IDX UP BY 1
           END-PERFORM
           COMPUTE WS-CPY-TOT-LEN = WS-LOD-NEXT - 1
           IF WS-OUT-WIDTH > WS-CPY-TOT-LEN
               COMPUTE WS-CPY-FILL-NUM = WS-OUT-WIDTH - WS-CPY-TOT-LEN
               PERFORM WRITE-ENRICH-CPY-FILLER
           END-IF
           MOVE "       01  FD-FLATFILE-HEADER."
               TO ENRICH-COPYBOOK-RECORD
           WRITE ENRICH-COPYBOOK-RECORD
           MOVE "       05  FD-HDR-REC-TYPE  PIC X(1)."
               TO ENRICH-COPYBOOK-RECORD
           WRITE ENRICH-COPYBOOK-RECORD
           MOVE "       05  FD-HDR-RUN-DATE  PIC X(8)."
               TO ENRICH-COPYBOOK-RECORD
           WRITE ENRICH-COPYBOOK-RECORD
           MOVE "       05  FD-HDR-SOURCE-CSV  PIC X(50)."
               TO ENRICH-COPYBOOK-RECORD
           WRITE ENRICH-COPYBOOK-RECORD
           MOVE "       05  FD-HDR-REC-WIDTH  PIC X(4)."
               TO ENRICH-COPYBOOK-RECORD
           WRITE ENRICH-COPYBOOK-RECORD
           IF WS-OUT-WIDTH > 63
               COMPUTE WS-CPY-FILL-NUM = WS-OUT-WIDTH - 63
               PERFORM WRITE-ENRICH-CPY-FILLER
           END-IF
           MOVE "       01  FD-FLATFILE-TRAILER."
               TO ENRICH-COPYBOOK-RECORD
           WRITE ENRICH-COPYBOOK-RECORD
           MOVE "       05  FD-TRL-REC-TYPE  PIC X(1)."
               TO ENRICH-COPYBOOK-RECORD
           WRITE ENRICH-COPYBOOK-RECORD
           MOVE "       05  FD-TRL-REC-COUNT  PIC X(7)."
               TO ENRICH-COPYBOOK-RECORD
           WRITE ENRICH-COPYBOOK-RECORD
           MOVE 8 TO WS-CPY-TOT-LEN
           MOVE 1 TO WS-HASH-IDX
           PERFORM UNTIL WS-HASH-IDX > WS-NO-HASH-COLS
               MOVE WS-HASH-COL-NO(WS-HASH-IDX) TO WS-CPY-SEQ-NUM
               MOVE WS-CPY-SEQ-NUM TO WS-CPY-SEQ-EDIT
               MOVE SPACES TO ENRICH-COPYBOOK-RECORD
               STRING "       05  FD-TRL-HASH-" DELIMITED BY SIZE
                   WS-CPY-SEQ-EDIT DELIMITED BY SIZE
                   "  PIC X(15)." DELIMITED BY SIZE
                   INTO ENRICH-COPYBOOK-RECORD
               WRITE ENRICH-COPYBOOK-RECORD
               ADD 15 TO WS-CPY-TOT-LEN
               SET WS-HASH-IDX UP BY 1
           END-PERFORM
           IF WS-OUT-WIDTH > WS-CPY-TOT-LEN
               COMPUTE WS-CPY-FILL-NUM = WS-OUT-WIDTH - WS-CPY-TOT-LEN
               PERFORM WRITE-ENRICH-CPY-FILLER
           END-IF
           CLOSE ENRICH-COPYBOOK-FILE.

      ******************************************************************
      * subroutine writes one FILLER entry of WS-CPY-FILL-NUM bytes
      * to the enriched copybook - same padding idiom as ECHOFILE's
      * WRITE-COPYBOOK-FILLER.
      ******************************************************************
       WRITE-ENRICH-CPY-FILLER SECTION.
           MOVE WS-CPY-FILL-NUM TO WS-CPY-FILL-EDIT
           MOVE WS-CPY-FILL-EDIT TO WS-CPY-FILL-STR
           MOVE 1 TO WS-CHR-IDX
           PERFORM UNTIL WS-CPY-FILL-STR(WS-CHR-IDX:1) NOT = SPACE
               SET WS-CHR-IDX UP BY 1
           END-PERFORM
           MOVE WS-CPY-FILL-STR(WS-CHR-IDX:5 - WS-CHR-IDX)
               TO WS-CPY-FILL-TRIM
           MOVE SPACES TO ENRICH-COPYBOOK-RECORD
           STRING "       05  FILLER" DELIMITED BY SIZE
               "  PIC X(" DELIMITED BY SIZE
               WS-CPY-FILL-TRIM DELIMITED BY SPACE
               ")." DELIMITED BY SIZE
               INTO ENRICH-COPYBOOK-RECORD
           WRITE ENRICH-COPYBOOK-RECORD.

      ******************************************************************
      * subroutine formats a record count into a trimmed, left
      * justified literal for the report - same idiom as ECHOFILE's
      * FORMAT-RPT-NUM.
      ******************************************************************
       FORMAT-RPT-NUM SECTION.
           MOVE WS-RPT-NUM TO WS-RPT-EDIT
           MOVE WS-RPT-EDIT TO WS-RPT-STR
           MOVE 1 TO WS-CHR-IDX
           PERFORM UNTIL WS-RPT-STR(WS-CHR-IDX:1) NOT = SPACE
               SET WS-CHR-IDX UP BY 1
           END-PERFORM
           MOVE WS-RPT-STR(WS-CHR-IDX:8 - WS-CHR-IDX) TO WS-RPT-TRIM.

      ******************************************************************
      * subroutine writes the enrichment control report - the files,
      * the key, the record counts with the matches and the misses
      * by reason, and the appended columns under their new names.
      ******************************************************************
       WRITE-ENRICH-REPORT SECTION.
           OPEN OUTPUT REPORT-FILE
           MOVE "FLATENRICH RUN-CONTROL REPORT" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "FLAT FILE     : " DELIMITED BY SIZE
               WS-FLAT-FILENAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "FOREIGN KEY   : " DELIMITED BY SIZE
               WS-KEY-NAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "REFERENCE FILE: " DELIMITED BY SIZE
               WS-KEYED-FILENAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "REFERENCE BOOK: " DELIMITED BY SIZE
               WS-REF-CPY-FILENAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "ENRICHED FILE : " DELIMITED BY SIZE
               WS-ENRICH-FILENAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "ENRICHED BOOK : " DELIMITED BY SIZE
               WS-ENRICH-CPY-FILENAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "REJECT FILE   : " DELIMITED BY SIZE
               WS-REJECT-FILENAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-DATA-RECS TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "RECORDS READ  : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-MATCHED TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "MATCHED       : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-REJECTS TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "MISSED        : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-NO-MATCH TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "  NOREFMATCH  : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-NO-KEY TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "  NOREFKEY    : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-OUT-REC-CNT TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "RECORDS       : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-SRC-TRAILERS TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "SRC TRAILERS  : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-OUT-WIDTH TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "ENRICHED WIDTH: " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "COLUMNS ADDED:" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 1 TO WS-ADD-IDX
           PERFORM UNTIL WS-ADD-IDX > WS-NO-ADD-COLS
               MOVE SPACES TO REPORT-RECORD
               STRING "  " DELIMITED BY SIZE
                   WS-ADD-REF-NAME(WS-ADD-IDX) DELIMITED BY SPACE
                   " -> " DELIMITED BY SIZE
                   WS-ADD-OUT-NAME(WS-ADD-IDX) DELIMITED BY SPACE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
               SET WS-ADD-IDX UP BY 1
           END-PERFORM
           CLOSE REPORT-FILE.
