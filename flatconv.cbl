      ******************************************************************
      * layout reconcile companion program for ECHOFILE
      * ECHOFILE sizes every FDnn- column from the longest value the
      * day's csv carried, so flatfile.cpy shifts the first time a
      * vendor sends one longer name - and FLATDIFF then refuses to
      * compare the two days, since the two copybooks no longer
      * agree. this program takes a flat file with its own copybook
      * and a fixed target copybook, matches the columns by their
      * FDnn- names, and rewrites every "D" record into the target's
      * column positions and widths - so an old generation can be
      * diffed, loaded or handed to a fixed-layout consumer after
      * the feed's widths have drifted.
      *
      * a target column matches the source column of the same name;
      * failing that, the source column whose name after its "FDnn-"
      * stamp is the same - a vendor who inserts a column renumbers
      * everything after it, and the data under FD04-BRANCH is still
      * the data the target calls FD05-BRANCH. a target column with
      * no match is added blank, a source column no target column
      * claims is dropped, and a value longer than its narrower
      * target column is cut to fit and counted. the file is read as
      * a raw byte stream (the same reader FLATLOAD uses) and
      * rewritten with the source's "H" record restamped with the
      * new width and one merged trailer - the record count and the
      * hash totals of every NUMERIC column in the validation
      * config, recomputed off the re-laid records against the
      * target layout - so FLATVERIFY passes the result with the
      * same config. the run writes the book that describes the
      * output and a report of every column added, dropped, moved,
      * widened or narrowed, and ends with return code 4 when any
      * value had to be truncated.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FLATCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLAT-FILE
               ASSIGN TO WS-FLAT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FLAT-FILE-STATUS.
      * one copybook reader serves both books - the source book is
      * read, filed away, the filename swapped and the same file
      * reopened on the target book.
           SELECT COPYBOOK-FILE
               ASSIGN TO WS-COPYBOOK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPY-FILE-STATUS.
           SELECT VALIDATION-CONFIG-FILE
               ASSIGN TO WS-VALIDATION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAL-FILE-STATUS.
      * the re-laid file is written as a raw byte stream - the same
      * writer FLATXTRACT uses - so each record carries exactly the
      * target width plus the historical CRLF framing.
           SELECT CONV-FILE
               ASSIGN TO WS-CONV-FILENAME
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONV-COPYBOOK-FILE
               ASSIGN TO WS-CONV-CPY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FLAT-FILE.
       01 FLAT-BYTE                     PIC X(1).

       FD COPYBOOK-FILE.
       01 COPYBOOK-RECORD               PIC X(80).

       FD VALIDATION-CONFIG-FILE.
       01 VALIDATION-CONFIG-RECORD      PIC X(80).

       FD CONV-FILE.
       01 CONV-BYTE                     PIC X(1).

       FD CONV-COPYBOOK-FILE.
       01 CONV-COPYBOOK-RECORD          PIC X(80).

       FD REPORT-FILE.
       01 REPORT-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FLAT-FILENAME              PIC X(50) VALUE "flatfile.dat".
       77 WS-FLAT-FILE-STATUS           PIC XX.
       77 WS-COPYBOOK-FILENAME          PIC X(50).
       77 WS-CPY-FILE-STATUS            PIC XX.
       77 WS-SOURCE-CPY-FILENAME        PIC X(50) VALUE "flatfile.cpy".
       77 WS-TARGET-CPY-FILENAME        PIC X(50) VALUE "target.cpy".
      *****************************************************************
      * WS-VALIDATION-FILENAME names the column-number/type config
      * the target layout's trailer is built from - column numbers
      * are the target's FDnn- numbers, the same way FLATVERIFY will
      * resolve them against the output. it is fine for no such file
      * to exist, in which case the trailer carries the count only.
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
       77 WS-CONV-FILENAME              PIC X(50) VALUE "flatconv.dat".
       77 WS-CONV-CPY-FILENAME          PIC X(50) VALUE "flatconv.cpy".
       77 WS-REPORT-FILENAME            PIC X(50) VALUE "flatconv.rpt".
       77 WS-ARG-VALUE                  PIC X(50).
      *****************************************************************
      * the copybook's FD-FLATFILE-RECORD block, loaded the same way
      * FLATLOAD loads it - the source book first, filed away in
      * WS-SRC-TABLE, then the target book, which stays here.
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
       77 WS-WANT-COL                   PIC 99.
      *****************************************************************
      * the source book's layout, and whether a target column has
      * claimed each entry yet - an entry nothing claims is a
      * dropped column.
      *****************************************************************
       77 WS-NO-SRC-ENTRIES             PIC 99 VALUE ZERO.
       77 WS-SRC-REC-LEN                PIC 9999.
       01 WS-SRC-TABLE.
           05 WS-SRC-ENTRY              OCCURS 44 TIMES.
               10 WS-SRC-NAME           PIC X(30).
               10 WS-SRC-START          PIC 9999.
               10 WS-SRC-WIDTH          PIC 999.
               10 WS-SRC-COL-NO         PIC 99.
               10 WS-SRC-CLAIMED        PIC X(1).
       77 WS-SRC-IDX                    PIC 99.
      *****************************************************************
      * the column map - one entry per target layout item, pointing
      * at the source entry that feeds it (zero for an added
      * column), how the match was made ("N" by full name, "R" by
      * the name after a shifted FDnn- stamp), and how many values
      * had to be cut to fit the target width.
      *****************************************************************
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY              OCCURS 44 TIMES.
               10 WS-MAP-SRC-IDX        PIC 99.
               10 WS-MAP-HOW            PIC X(1).
               10 WS-MAP-TRUNC          PIC 9(7).
       77 WS-MAP-MOVE-LEN               PIC 999.
       77 WS-MAP-REST-LEN               PIC 999.
       77 WS-MAP-REST-POS               PIC 9999.
      *****************************************************************
      * the hash columns - one entry per NUMERIC validation rule, in
      * rule order, resolved against the target layout - the order
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
      * output record assembly - the target book's width, floored at
      * the 63 bytes the header layout needs and the bytes the
      * trailer's hash slots need, exactly as ECHOFILE computes its
      * own width.
      *****************************************************************
       77 WS-OUT-WIDTH                  PIC 9999.
       77 WS-OUT-BUF                    PIC X(4099).
       77 WS-OUT-IDX                    PIC 9999.
       77 WS-OUT-REC-CNT                PIC 9(7) VALUE ZERO.
      *****************************************************************
      * run counters for the control report.
      *****************************************************************
       77 WS-NO-DATA-RECS               PIC 9(7) VALUE ZERO.
       77 WS-NO-SRC-TRAILERS            PIC 9(7) VALUE ZERO.
       77 WS-NO-COLS-ADDED              PIC 9(7) VALUE ZERO.
       77 WS-NO-COLS-DROPPED            PIC 9(7) VALUE ZERO.
       77 WS-NO-COLS-NARROWED           PIC 9(7) VALUE ZERO.
       77 WS-NO-COLS-MOVED              PIC 9(7) VALUE ZERO.
       77 WS-NO-TRUNCATED               PIC 9(7) VALUE ZERO.
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
       77 WS-CPY-WIDTH-TRIM-2           PIC X(3).
       77 WS-CPY-TOT-LEN                PIC 9999.
       77 WS-CPY-END-IDX                PIC 99.
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
      * arguments are positional: flat file, its own copybook, the
      * target copybook, validation config, output flat file, output
      * copybook, report file.
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
               MOVE WS-ARG-VALUE TO WS-SOURCE-CPY-FILENAME
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-TARGET-CPY-FILENAME
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-VALIDATION-FILENAME
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 5 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-CONV-FILENAME
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 6 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-CONV-CPY-FILENAME
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 7 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-REPORT-FILENAME
           END-IF
           MOVE WS-SOURCE-CPY-FILENAME TO WS-COPYBOOK-FILENAME
           PERFORM READ-COPYBOOK-LAYOUT
           PERFORM SAVE-SOURCE-LAYOUT
           MOVE WS-TARGET-CPY-FILENAME TO WS-COPYBOOK-FILENAME
           PERFORM READ-COPYBOOK-LAYOUT
           PERFORM READ-VALIDATION-CONFIG
           PERFORM RESOLVE-HASH-COLUMNS
           PERFORM MATCH-TARGET-COLUMNS
           PERFORM COMPUTE-CONV-WIDTH
           OPEN INPUT FLAT-FILE
           IF WS-FLAT-FILE-STATUS NOT = "00"
               DISPLAY "FLATCONV: FLAT FILE " WS-FLAT-FILENAME
                   " COULD NOT BE OPENED, STATUS "
                   WS-FLAT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-HEADER-RECORD
      * a source book wider than the file's own records is not the
      * book the file was converted with - re-laying through it
      * would read columns out of the next record.
           IF WS-SRC-REC-LEN > WS-REC-WIDTH
               DISPLAY "FLATCONV: " WS-SOURCE-CPY-FILENAME
                   " DESCRIBES A WIDER RECORD THAN "
                   WS-FLAT-FILENAME " CARRIES"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-CONV-COPYBOOK
           OPEN OUTPUT CONV-FILE
           PERFORM WRITE-CONV-HEADER
           PERFORM UNTIL WS-FLAT-EOF = 'Y'
               PERFORM READ-FLAT-RECORD
               IF WS-FLAT-EOF NOT = 'Y'
                   EVALUATE WS-REC-BUF(1:1)
                       WHEN "D"
                           SET WS-NO-DATA-RECS UP BY 1
                           PERFORM WRITE-CONV-RECORD
                       WHEN "T"
                           SET WS-NO-SRC-TRAILERS UP BY 1
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE FLAT-FILE
           PERFORM WRITE-CONV-TRAILER
           CLOSE CONV-FILE
           PERFORM WRITE-CONV-REPORT
           IF WS-NO-TRUNCATED > 0
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
               DISPLAY "FLATCONV: COPYBOOK " WS-COPYBOOK-FILENAME
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
               DISPLAY "FLATCONV: COPYBOOK " WS-COPYBOOK-FILENAME
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
      * subroutine files the source book's layout, just loaded, away
      * in WS-SRC-TABLE so the target book can be loaded over
      * WS-LOD-TABLE - every entry starts out unclaimed.
      ******************************************************************
       SAVE-SOURCE-LAYOUT SECTION.
           MOVE WS-NO-LOD-ENTRIES TO WS-NO-SRC-ENTRIES
           COMPUTE WS-SRC-REC-LEN = WS-LOD-NEXT - 1
           MOVE 1 TO WS-LOD-IDX
           PERFORM UNTIL WS-LOD-IDX > WS-NO-LOD-ENTRIES
               MOVE WS-LOD-NAME(WS-LOD-IDX) TO WS-SRC-NAME(WS-LOD-IDX)
               MOVE WS-LOD-START(WS-LOD-IDX)
                   TO WS-SRC-START(WS-LOD-IDX)
               MOVE WS-LOD-WIDTH(WS-LOD-IDX)
                   TO WS-SRC-WIDTH(WS-LOD-IDX)
               MOVE WS-LOD-COL-NO(WS-LOD-IDX)
                   TO WS-SRC-COL-NO(WS-LOD-IDX)
               MOVE 'N' TO WS-SRC-CLAIMED(WS-LOD-IDX)
               SET WS-LOD-IDX UP BY 1
           END-PERFORM.

      ******************************************************************
      * subroutine loads the optional column-number/type validation
      * config - same loader ECHOFILE runs, driving which target
      * columns carry a hash total in the trailer.
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
      * subroutine finds the target entry whose column number is
      * WS-WANT-COL - WS-LOD-IDX comes back pointing at it, or past
      * the table end when no column carries that number.
      ******************************************************************
       FIND-COLUMN-ENTRY SECTION.
           MOVE 1 TO WS-LOD-IDX
           PERFORM UNTIL WS-LOD-IDX > WS-NO-LOD-ENTRIES
               OR WS-LOD-COL-NO(WS-LOD-IDX) = WS-WANT-COL
               SET WS-LOD-IDX UP BY 1
           END-PERFORM.

      ******************************************************************
      * subroutine resolves each NUMERIC validation rule, in rule
      * order, to its column in the target layout - the same
      * resolution FLATVERIFY will make against the output. a rule
      * naming a column the target does not carry is a hard stop:
      * the config does not belong to the target layout, and a
      * trailer built from it could never verify.
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
                       DISPLAY "FLATCONV: VALIDATION COLUMN "
                           WS-VAL-COLUMN(WS-VAL-IDX)
                           " MATCHES NO COLUMN IN "
                           WS-TARGET-CPY-FILENAME
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
      * subroutine maps every target layout item onto the source
      * item that feeds it - by full name first, then, for an FDnn-
      * column, by the name after the stamp among the source columns
      * still unclaimed. FILLER feeds nothing and is fed by nothing;
      * the record-type byte is written fresh on every record.
      ******************************************************************
       MATCH-TARGET-COLUMNS SECTION.
           MOVE 1 TO WS-LOD-IDX
           PERFORM UNTIL WS-LOD-IDX > WS-NO-LOD-ENTRIES
               MOVE ZERO TO WS-MAP-SRC-IDX(WS-LOD-IDX)
               MOVE SPACE TO WS-MAP-HOW(WS-LOD-IDX)
               MOVE ZERO TO WS-MAP-TRUNC(WS-LOD-IDX)
               IF WS-LOD-NAME(WS-LOD-IDX) NOT = "FILLER"
               AND WS-LOD-NAME(WS-LOD-IDX) NOT = "FD-REC-TYPE"
                   MOVE 1 TO WS-SRC-IDX
                   PERFORM UNTIL WS-SRC-IDX > WS-NO-SRC-ENTRIES
                       OR WS-MAP-SRC-IDX(WS-LOD-IDX) > 0
                       IF WS-SRC-CLAIMED(WS-SRC-IDX) = 'N'
                       AND WS-SRC-NAME(WS-SRC-IDX) =
                           WS-LOD-NAME(WS-LOD-IDX)
                           MOVE WS-SRC-IDX
                               TO WS-MAP-SRC-IDX(WS-LOD-IDX)
                           MOVE "N" TO WS-MAP-HOW(WS-LOD-IDX)
                       END-IF
                       SET WS-SRC-IDX UP BY 1
                   END-PERFORM
                   IF WS-MAP-SRC-IDX(WS-LOD-IDX) = ZERO
                   AND WS-LOD-COL-NO(WS-LOD-IDX) > 0
                   AND WS-LOD-NAME(WS-LOD-IDX)(5:1) = "-"
                       MOVE 1 TO WS-SRC-IDX
                       PERFORM UNTIL WS-SRC-IDX > WS-NO-SRC-ENTRIES
                           OR WS-MAP-SRC-IDX(WS-LOD-IDX) > 0
                           IF WS-SRC-CLAIMED(WS-SRC-IDX) = 'N'
                           AND WS-SRC-COL-NO(WS-SRC-IDX) > 0
                           AND WS-SRC-NAME(WS-SRC-IDX)(5:26) =
                               WS-LOD-NAME(WS-LOD-IDX)(5:26)
                               MOVE WS-SRC-IDX
                                   TO WS-MAP-SRC-IDX(WS-LOD-IDX)
                               MOVE "R" TO WS-MAP-HOW(WS-LOD-IDX)
                               SET WS-NO-COLS-MOVED UP BY 1
                           END-IF
                           SET WS-SRC-IDX UP BY 1
                       END-PERFORM
                   END-IF
                   IF WS-MAP-SRC-IDX(WS-LOD-IDX) > 0
                       MOVE 'Y' TO WS-SRC-CLAIMED
                           (WS-MAP-SRC-IDX(WS-LOD-IDX))
                       IF WS-LOD-WIDTH(WS-LOD-IDX) <
                           WS-SRC-WIDTH(WS-MAP-SRC-IDX(WS-LOD-IDX))
                           SET WS-NO-COLS-NARROWED UP BY 1
                       END-IF
                   ELSE
                       IF WS-LOD-COL-NO(WS-LOD-IDX) > 0
                           SET WS-NO-COLS-ADDED UP BY 1
                       END-IF
                   END-IF
               END-IF
               SET WS-LOD-IDX UP BY 1
           END-PERFORM
           MOVE 1 TO WS-SRC-IDX
           PERFORM UNTIL WS-SRC-IDX > WS-NO-SRC-ENTRIES
               IF WS-SRC-CLAIMED(WS-SRC-IDX) = 'N'
               AND WS-SRC-COL-NO(WS-SRC-IDX) > 0
                   SET WS-NO-COLS-DROPPED UP BY 1
               END-IF
               SET WS-SRC-IDX UP BY 1
           END-PERFORM.

      ******************************************************************
      * subroutine computes the output record width - the target
      * book's own record length, floored at the 63 bytes the header
      * layout needs and the bytes the trailer's hash slots need,
      * the same floors ECHOFILE's COMPUTE-MAX-LEN applies.
      ******************************************************************
       COMPUTE-CONV-WIDTH SECTION.
           COMPUTE WS-OUT-WIDTH = WS-LOD-NEXT - 1
           IF WS-OUT-WIDTH < 63
               MOVE 63 TO WS-OUT-WIDTH
           END-IF
           COMPUTE WS-TRL-POS = 8 + 15 * WS-NO-HASH-COLS
           IF WS-OUT-WIDTH < WS-TRL-POS
               MOVE WS-TRL-POS TO WS-OUT-WIDTH
           END-IF
           IF WS-OUT-WIDTH > 4096
               DISPLAY "FLATCONV: " WS-TARGET-CPY-FILENAME
                   " DESCRIBES A RECORD WIDER THAN 4096 BYTES"
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
               DISPLAY "FLATCONV: " WS-FLAT-FILENAME
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
               DISPLAY "FLATCONV: " WS-FLAT-FILENAME
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
      * subroutine puts one assembled output record on disk - the
      * content at the target width, then the CR/LF pair and the
      * line terminator byte, the historical CRLF physical shape the
      * downstream readers already detect.
      ******************************************************************
       WRITE-CONV-BYTES SECTION.
           MOVE X"0D" TO WS-OUT-BUF(WS-OUT-WIDTH + 1:1)
           MOVE X"0A" TO WS-OUT-BUF(WS-OUT-WIDTH + 2:1)
           MOVE X"0A" TO WS-OUT-BUF(WS-OUT-WIDTH + 3:1)
           MOVE 1 TO WS-OUT-IDX
           PERFORM UNTIL WS-OUT-IDX > WS-OUT-WIDTH + 3
               MOVE WS-OUT-BUF(WS-OUT-IDX:1) TO CONV-BYTE
               WRITE CONV-BYTE
               SET WS-OUT-IDX UP BY 1
           END-PERFORM.

      ******************************************************************
      * subroutine writes the output's "H" control record - the run
      * date and source csv the source file's header carried, so the
      * re-laid file still says which conversion run it came from,
      * and the new record width.
      ******************************************************************
       WRITE-CONV-HEADER SECTION.
           MOVE SPACES TO WS-OUT-BUF
           MOVE "H" TO WS-OUT-BUF(1:1)
           MOVE WS-SRC-HDR-INFO TO WS-OUT-BUF(2:58)
           MOVE WS-OUT-WIDTH TO WS-OUT-BUF(60:4)
           PERFORM WRITE-CONV-BYTES.

      ******************************************************************
      * subroutine re-lays one data record - every mapped target
      * item takes its source item's bytes, left-justified and
      * blank-padded when the target is wider, cut to fit when it
      * is narrower. a cut that loses anything but trailing blanks
      * is a truncated value, counted against its column. the
      * record then feeds the merged trailer's count and totals.
      ******************************************************************
       WRITE-CONV-RECORD SECTION.
           MOVE SPACES TO WS-OUT-BUF
           MOVE 1 TO WS-LOD-IDX
           PERFORM UNTIL WS-LOD-IDX > WS-NO-LOD-ENTRIES
               IF WS-MAP-SRC-IDX(WS-LOD-IDX) > 0
                   MOVE WS-MAP-SRC-IDX(WS-LOD-IDX) TO WS-SRC-IDX
                   IF WS-LOD-WIDTH(WS-LOD-IDX) <
                       WS-SRC-WIDTH(WS-SRC-IDX)
                       MOVE WS-LOD-WIDTH(WS-LOD-IDX)
                           TO WS-MAP-MOVE-LEN
                       COMPUTE WS-MAP-REST-LEN =
                           WS-SRC-WIDTH(WS-SRC-IDX)
                           - WS-LOD-WIDTH(WS-LOD-IDX)
                       COMPUTE WS-MAP-REST-POS =
                           WS-SRC-START(WS-SRC-IDX)
                           + WS-LOD-WIDTH(WS-LOD-IDX)
                       IF WS-REC-BUF(WS-MAP-REST-POS:WS-MAP-REST-LEN)
                           NOT = SPACES
                           SET WS-MAP-TRUNC(WS-LOD-IDX) UP BY 1
                           SET WS-NO-TRUNCATED UP BY 1
                       END-IF
                   ELSE
                       MOVE WS-SRC-WIDTH(WS-SRC-IDX)
                           TO WS-MAP-MOVE-LEN
                   END-IF
                   MOVE WS-REC-BUF(WS-SRC-START(WS-SRC-IDX):
                       WS-MAP-MOVE-LEN)
                       TO WS-OUT-BUF(WS-LOD-START(WS-LOD-IDX):
                       WS-MAP-MOVE-LEN)
               END-IF
               SET WS-LOD-IDX UP BY 1
           END-PERFORM
           MOVE "D" TO WS-OUT-BUF(1:1)
           SET WS-OUT-REC-CNT UP BY 1
           PERFORM ACCUMULATE-HASH-TOTALS
           PERFORM WRITE-CONV-BYTES.

      ******************************************************************
      * subroutine folds the re-laid record into the trailer hash
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
      * subroutine writes the one merged "T" control record - the
      * re-laid record count and the recomputed hash totals, one per
      * NUMERIC validation column in rule order. an appended source
      * file's per-segment trailers fold into this one, the same
      * way FLATSORT merges them.
      ******************************************************************
       WRITE-CONV-TRAILER SECTION.
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
           PERFORM WRITE-CONV-BYTES.

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
      * subroutine emits the output's copybook - the same three
      * record layouts ECHOFILE's WRITE-COPYBOOK emits, carrying the
      * target book's items, names and widths unchanged, the
      * trailer's hash slots for the validation config the totals
      * were built from, and FILLER out to the output width.
      ******************************************************************
       WRITE-CONV-COPYBOOK SECTION.
           OPEN OUTPUT CONV-COPYBOOK-FILE
           MOVE "      ****************************************"
               TO CONV-COPYBOOK-RECORD
           WRITE CONV-COPYBOOK-RECORD
           MOVE "      * re-laid record layouts - generated"
               TO CONV-COPYBOOK-RECORD
           WRITE CONV-COPYBOOK-RECORD
           MOVE "      * by FLATCONV from the target book."
               TO CONV-COPYBOOK-RECORD
           WRITE CONV-COPYBOOK-RECORD
           MOVE "      * FD-REC-TYPE is H (header), D (data)"
               TO CONV-COPYBOOK-RECORD
           WRITE CONV-COPYBOOK-RECORD
           MOVE "      * or T (trailer) - all three records"
               TO CONV-COPYBOOK-RECORD
           WRITE CONV-COPYBOOK-RECORD
           MOVE "      * share one physical width."
               TO CONV-COPYBOOK-RECORD
           WRITE CONV-COPYBOOK-RECORD
           MOVE "      ****************************************"
               TO CONV-COPYBOOK-RECORD
           WRITE CONV-COPYBOOK-RECORD
           MOVE "       01  FD-FLATFILE-RECORD."
               TO CONV-COPYBOOK-RECORD
           WRITE CONV-COPYBOOK-RECORD
      * a trailing run of the target's FILLER items is folded into
      * one closing FILLER out to the output width - every FILLER
      * ahead of the last named item is written as it stands, so
      * the items after it keep the offsets the data records use.
           MOVE WS-NO-LOD-ENTRIES TO WS-CPY-END-IDX
           PERFORM UNTIL WS-CPY-END-IDX = ZERO
               OR WS-LOD-NAME(WS-CPY-END-IDX) NOT = "FILLER"
               SET WS-CPY-END-IDX DOWN BY 1
           END-PERFORM
           MOVE ZERO TO WS-CPY-TOT-LEN
           MOVE 1 TO WS-LOD-IDX
           PERFORM UNTIL WS-LOD-IDX > WS-CPY-END-IDX
               IF WS-LOD-NAME(WS-LOD-IDX) NOT = "FILLER"
                   MOVE WS-LOD-WIDTH(WS-LOD-IDX) TO WS-CPY-WIDTH-NUM
                   PERFORM FORMAT-CPY-WIDTH
                   MOVE SPACES TO CONV-COPYBOOK-RECORD
                   STRING "       05  " DELIMITED BY SIZE
                       WS-LOD-NAME(WS-LOD-IDX) DELIMITED BY SPACE
                       "  PIC X(" DELIMITED BY SIZE
                       WS-CPY-WIDTH-TRIM DELIMITED BY SPACE
                       ")." DELIMITED BY SIZE
                       INTO CONV-COPYBOOK-RECORD
                   WRITE CONV-COPYBOOK-RECORD
               ELSE
                   MOVE WS-LOD-WIDTH(WS-LOD-IDX) TO WS-CPY-FILL-NUM
                   PERFORM WRITE-CONV-CPY-FILLER
               END-IF
               ADD WS-LOD-WIDTH(WS-LOD-IDX) TO WS-CPY-TOT-LEN
               SET WS-LOD-IDX UP BY 1
           END-PERFORM
           IF WS-OUT-WIDTH > WS-CPY-TOT-LEN
               COMPUTE WS-CPY-FILL-NUM = WS-OUT-WIDTH - WS-CPY-TOT-LEN
               PERFORM WRITE-CONV-CPY-FILLER
           END-IF
           MOVE "       01  FD-FLATFILE-HEADER."
               TO CONV-COPYBOOK-RECORD
           WRITE CONV-COPYBOOK-RECORD
           MOVE "       05  FD-HDR-REC-TYPE  PIC X(1)."
               TO CONV-COPYBOOK-RECORD
           WRITE CONV-COPYBOOK-RECORD
           MOVE "       05  FD-HDR-RUN-DATE  PIC X(8)."
               TO CONV-COPYBOOK-RECORD
           WRITE CONV-COPYBOOK-RECORD
           MOVE "       05  FD-HDR-SOURCE-CSV  PIC X(50)."
               TO CONV-COPYBOOK-RECORD
           WRITE CONV-COPYBOOK-RECORD
           MOVE "       05  FD-HDR-REC-WIDTH  PIC X(4)."
               TO CONV-COPYBOOK-RECORD
           WRITE CONV-COPYBOOK-RECORD
           IF WS-OUT-WIDTH > 63
               COMPUTE WS-CPY-FILL-NUM = WS-OUT-WIDTH - 63
               PERFORM WRITE-CONV-CPY-FILLER
           END-IF
           MOVE "       01  FD-FLATFILE-TRAILER."
               TO CONV-COPYBOOK-RECORD
           WRITE CONV-COPYBOOK-RECORD
           MOVE "       05  FD-TRL-REC-TYPE  PIC X(1)."
               TO CONV-COPYBOOK-RECORD
           WRITE CONV-COPYBOOK-RECORD
           MOVE "       05  FD-TRL-REC-COUNT  PIC X(7)."
               TO CONV-COPYBOOK-RECORD
           WRITE CONV-COPYBOOK-RECORD
           MOVE 8 TO WS-CPY-TOT-LEN
           MOVE 1 TO WS-HASH-IDX
           PERFORM UNTIL WS-HASH-IDX > WS-NO-HASH-COLS
               MOVE WS-HASH-COL-NO(WS-HASH-IDX) TO WS-CPY-SEQ-NUM
               MOVE WS-CPY-SEQ-NUM TO WS-CPY-SEQ-EDIT
               MOVE SPACES TO CONV-COPYBOOK-RECORD
               STRING "       05  FD-TRL-HASH-" DELIMITED BY SIZE
                   WS-CPY-SEQ-EDIT DELIMITED BY SIZE
                   "  PIC X(15)." DELIMITED BY SIZE
                   INTO CONV-COPYBOOK-RECORD
               WRITE CONV-COPYBOOK-RECORD
               ADD 15 TO WS-CPY-TOT-LEN
               SET WS-HASH-IDX UP BY 1
           END-PERFORM
           IF WS-OUT-WIDTH > WS-CPY-TOT-LEN
               COMPUTE WS-CPY-FILL-NUM = WS-OUT-WIDTH - WS-CPY-TOT-LEN
               PERFORM WRITE-CONV-CPY-FILLER
           END-IF
           CLOSE CONV-COPYBOOK-FILE.

      ******************************************************************
      * subroutine writes one FILLER entry of WS-CPY-FILL-NUM bytes
      * to the output copybook - same padding idiom as ECHOFILE's
      * WRITE-COPYBOOK-FILLER.
      ******************************************************************
       WRITE-CONV-CPY-FILLER SECTION.
           MOVE WS-CPY-FILL-NUM TO WS-CPY-FILL-EDIT
           MOVE WS-CPY-FILL-EDIT TO WS-CPY-FILL-STR
           MOVE 1 TO WS-CHR-IDX
           PERFORM UNTIL WS-CPY-FILL-STR(WS-CHR-IDX:1) NOT = SPACE
               SET WS-CHR-IDX UP BY 1
           END-PERFORM
           MOVE WS-CPY-FILL-STR(WS-CHR-IDX:5 - WS-CHR-IDX)
               TO WS-CPY-FILL-TRIM
           MOVE SPACES TO CONV-COPYBOOK-RECORD
           STRING "       05  FILLER" DELIMITED BY SIZE
               "  PIC X(" DELIMITED BY SIZE
               WS-CPY-FILL-TRIM DELIMITED BY SPACE
               ")." DELIMITED BY SIZE
               INTO CONV-COPYBOOK-RECORD
           WRITE CONV-COPYBOOK-RECORD.

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
      * subroutine writes the conversion report - the files, the
      * two widths and the record counts, then a line per target
      * column saying where its data came from and what happened to
      * its width, then every source column the target dropped.
      ******************************************************************
       WRITE-CONV-REPORT SECTION.
           OPEN OUTPUT REPORT-FILE
           MOVE "FLATCONV LAYOUT CONVERSION REPORT" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "SOURCE FILE   : " DELIMITED BY SIZE
               WS-FLAT-FILENAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "SOURCE BOOK   : " DELIMITED BY SIZE
               WS-SOURCE-CPY-FILENAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "TARGET BOOK   : " DELIMITED BY SIZE
               WS-TARGET-CPY-FILENAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "OUTPUT FILE   : " DELIMITED BY SIZE
               WS-CONV-FILENAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "OUTPUT BOOK   : " DELIMITED BY SIZE
               WS-CONV-CPY-FILENAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-REC-WIDTH TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "SOURCE WIDTH  : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-OUT-WIDTH TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "OUTPUT WIDTH  : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-DATA-RECS TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "RECORDS READ  : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-OUT-REC-CNT TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "RECORDS WRITTEN: " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-SRC-TRAILERS TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "SOURCE TRAILERS MERGED: " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-HASH-COLS TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "HASH COLUMNS  : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "TARGET COLUMNS:" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 1 TO WS-LOD-IDX
           PERFORM UNTIL WS-LOD-IDX > WS-NO-LOD-ENTRIES
               IF WS-LOD-COL-NO(WS-LOD-IDX) > 0
                   PERFORM WRITE-COLUMN-MAP-LINE
               END-IF
               SET WS-LOD-IDX UP BY 1
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "SOURCE COLUMNS DROPPED:" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 1 TO WS-SRC-IDX
           PERFORM UNTIL WS-SRC-IDX > WS-NO-SRC-ENTRIES
               IF WS-SRC-CLAIMED(WS-SRC-IDX) = 'N'
               AND WS-SRC-COL-NO(WS-SRC-IDX) > 0
                   MOVE SPACES TO REPORT-RECORD
                   MOVE WS-SRC-NAME(WS-SRC-IDX) TO REPORT-RECORD(3:30)
                   MOVE "NOT IN THE TARGET BOOK"
                       TO REPORT-RECORD(35:22)
                   WRITE REPORT-RECORD
               END-IF
               SET WS-SRC-IDX UP BY 1
           END-PERFORM
           IF WS-NO-COLS-DROPPED = ZERO
               MOVE "  NONE" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-COLS-ADDED TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "COLUMNS ADDED : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-COLS-DROPPED TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "COLUMNS DROPPED: " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-COLS-MOVED TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "COLUMNS RENUMBERED: " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-COLS-NARROWED TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "COLUMNS NARROWED: " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-TRUNCATED TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "VALUES TRUNCATED: " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-NO-TRUNCATED = ZERO
               MOVE "NO VALUES TRUNCATED" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           CLOSE REPORT-FILE.

      ******************************************************************
      * subroutine writes the report line for one target column -
      * the name at column 3, and from column 35 where its data
      * came from: an added column, a column found under a shifted
      * FDnn- stamp (named on a second line), and any change of
      * width, with the count of values a narrowing cut.
      ******************************************************************
       WRITE-COLUMN-MAP-LINE SECTION.
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-LOD-NAME(WS-LOD-IDX) TO REPORT-RECORD(3:30)
           MOVE WS-MAP-SRC-IDX(WS-LOD-IDX) TO WS-SRC-IDX
           IF WS-SRC-IDX = ZERO
               MOVE "ADDED - BLANK IN EVERY RECORD"
                   TO REPORT-RECORD(35:29)
           ELSE
               MOVE WS-SRC-WIDTH(WS-SRC-IDX) TO WS-CPY-WIDTH-NUM
               PERFORM FORMAT-CPY-WIDTH
               MOVE WS-CPY-WIDTH-TRIM TO WS-CPY-WIDTH-TRIM-2
               MOVE WS-LOD-WIDTH(WS-LOD-IDX) TO WS-CPY-WIDTH-NUM
               PERFORM FORMAT-CPY-WIDTH
               EVALUATE TRUE
                   WHEN WS-LOD-WIDTH(WS-LOD-IDX) =
                       WS-SRC-WIDTH(WS-SRC-IDX)
                       STRING "SAME WIDTH " DELIMITED BY SIZE
                           WS-CPY-WIDTH-TRIM DELIMITED BY SPACE
                           INTO REPORT-RECORD(35:46)
                   WHEN WS-LOD-WIDTH(WS-LOD-IDX) >
                       WS-SRC-WIDTH(WS-SRC-IDX)
                       STRING "WIDENED " DELIMITED BY SIZE
                           WS-CPY-WIDTH-TRIM-2 DELIMITED BY SPACE
                           " TO " DELIMITED BY SIZE
                           WS-CPY-WIDTH-TRIM DELIMITED BY SPACE
                           INTO REPORT-RECORD(35:46)
                   WHEN OTHER
                       MOVE WS-MAP-TRUNC(WS-LOD-IDX) TO WS-RPT-NUM
                       PERFORM FORMAT-RPT-NUM
                       STRING "NARROWED " DELIMITED BY SIZE
                           WS-CPY-WIDTH-TRIM-2 DELIMITED BY SPACE
                           " TO " DELIMITED BY SIZE
                           WS-CPY-WIDTH-TRIM DELIMITED BY SPACE
                           ", " DELIMITED BY SIZE
                           WS-RPT-TRIM DELIMITED BY SPACE
                           " TRUNCATED" DELIMITED BY SIZE
                           INTO REPORT-RECORD(35:46)
               END-EVALUATE
           END-IF
           WRITE REPORT-RECORD
           IF WS-MAP-HOW(WS-LOD-IDX) = "R"
               MOVE SPACES TO REPORT-RECORD
               STRING "WAS " DELIMITED BY SIZE
                   WS-SRC-NAME(WS-SRC-IDX) DELIMITED BY SPACE
                   " IN THE SOURCE BOOK" DELIMITED BY SIZE
                   INTO REPORT-RECORD(35:46)
               WRITE REPORT-RECORD
           END-IF.
