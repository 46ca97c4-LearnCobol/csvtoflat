           SELECT DUPLICATE-FILE
               ASSIGN TO WS-DUPOUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COLUMN-SPEC-FILE
               ASSIGN TO WS-COLSPEC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLSPEC-FILE-STATUS.
      * TRUNC-SRC-FILE/TRUNC-FILE reopen WS-OUTPUT-FILENAME and its
      * scratch copy as raw byte streams, not LINE SEQUENTIAL, so
      * TRUNCATE-OUTPUT-FILE can copy a fixed byte count without the
               ASSIGN TO WS-RUNHIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RH-FILE-STATUS.
           SELECT LINEAGE-FILE
               ASSIGN TO WS-LINEAGE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIN-FILE-STATUS.
      * the run lock that keeps two simultaneous runs off one
      * output name. LOCK-INFO-FILE is the readable sidecar
      * carrying the holder's start date/time and input filename;
       FD DEDUP-CONFIG-FILE.
       01 DEDUP-CONFIG-RECORD           PIC X(80).

       FD COLUMN-SPEC-FILE.
       01 COLUMN-SPEC-RECORD            PIC X(80).

      *****************************************************************
      * DUPLICATE-RECORD holds a repeat of an already-seen key - the
      * DUPLICATE reason code plus the full raw record, the same
       FD RUN-HISTORY-FILE.
       01 RUN-HISTORY-RECORD            PIC X(149).

       FD LINEAGE-FILE.
       01 LINEAGE-RECORD                PIC X(170).

       FD LOCK-INFO-FILE.
       01 LOCK-INFO-RECORD              PIC X(80).

       77 WS-REPORT-FILENAME            PIC X(50) VALUE "flatfile.rpt".
       77 WS-CHECKPOINT-FILENAME        PIC X(50) VALUE "flatfile.ckp".
       77 WS-CKPT-FILE-STATUS           PIC XX.
       77 WS-RESUME-EOF                 PIC X(1).
       77 WS-NO-READ                    PIC 9(7) VALUE ZERO.
      *****************************************************************
      * WS-VALIDATION-FILENAME names an optional column-number/type
       77 WS-DUP-FOUND                  PIC X(1).
       77 WS-DUP-IS-DUP                 PIC X(1).
      *****************************************************************
      * WS-COLSPEC-FILENAME names a column spec for a supplier who
      * sends a fixed-column text extract instead of a csv. naming
      * one turns on WS-FIXED-MODE: every line of the input is data
      * (there is no header line - the column names come off the
      * spec instead), and EXTRACT-FIXED-FIELDS lifts each field out
      * of the record by position rather than hunting delimiters.
      * from there on the record takes exactly the path a csv record
      * does - transform, validate, dedup, reject, copybook, H/D/T
      * flat file - so nothing downstream can tell the difference.
      * each spec line is a four-digit start position in (1:4), a
      * space, a three-digit length in (6:3), a space, and the column
      * name in (10:50), one line per field in flat file order. a
      * line with "*" in (1:1) is a comment. unlike the optional
      * configs above, a spec that is named but missing or malformed
      * is a hard stop - guessing at positions would shift every
      * column of every record. a record with data past the end of
      * the last spec column rejects as OVERSPEC. WS-HDR-LINES is how
      * many header lines lead the input - one for a csv, none for a
      * fixed-column extract - so lineage line numbers stay physical.
      *****************************************************************
       77 WS-COLSPEC-FILENAME           PIC X(50).
       77 WS-COLSPEC-FILE-STATUS        PIC XX.
       77 WS-COLSPEC-EOF                PIC X(1).
       77 WS-FIXED-MODE                 PIC X(1) VALUE 'N'.
       77 WS-HDR-LINES                  PIC 9 VALUE 1.
       77 WS-NO-SPEC-COLS               PIC 99 VALUE ZERO.
       01 WS-COLUMN-SPECS.
           05 WS-SPEC-COLUMN            OCCURS 40 TIMES.
               10 WS-SPEC-START         PIC 9999.
               10 WS-SPEC-LEN           PIC 999.
               10 WS-SPEC-NAME          PIC X(50).
       77 WS-SPEC-END                   PIC 9999 VALUE ZERO.
       77 WS-SPEC-LAST                  PIC 9(5).
       77 WS-SPEC-LINE-NO               PIC 9(4).
      *****************************************************************
      * control-record fields - every record in the flat file now
      * leads with a one-byte record type: "H" is the run header
      * (run date, source csv, record width), "D" is a data record,
       77 WS-RH-TIME-WORK               PIC X(8).
       COPY "runhist.cpy".
      *****************************************************************
      * lineage - one fixed-layout record (see lineage.cpy) for every
      * physical line of the csv is appended to the shared cumulative
      * lineage.dat - the FD-REC-NO a written record was given, or
      * the reject or duplicates file line it went to instead - so
      * FLATTRACE can follow any record across the whole chain.
      * WS-LIN-SRC-LINE is the line's physical number, header line
      * included: counted by the scanning pass, which logs the
      * rejects, and off WS-IN-REC-NO in the write pass, which logs
      * everything else.
      *****************************************************************
       77 WS-LINEAGE-FILENAME           PIC X(50) VALUE "lineage.dat".
       77 WS-LIN-FILE-STATUS            PIC XX.
       77 WS-LIN-OPEN                   PIC X(1) VALUE 'N'.
       77 WS-LIN-DATE                   PIC X(8).
       77 WS-LIN-TIME                   PIC X(8).
       77 WS-LIN-SRC-LINE               PIC 9(7) VALUE ZERO.
       COPY "lineage.cpy".
      *****************************************************************
      * run-lock state - the two sidecar names built off the output
      * name (<output>.lck for the readable holder details,
      * <output>.lkg for the held guard), the holder record read
                   STOP RUN
               END-IF
           END-IF
      * a thirteenth positional argument names the column spec of a
      * fixed-column supplier extract - see WS-COLSPEC-FILENAME.
      * absent, the input is a delimited csv as it always was, and
      * the delimiter argument is ignored when it is present.
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 13 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-COLSPEC-FILENAME
               MOVE 'Y' TO WS-FIXED-MODE
               MOVE 0 TO WS-HDR-LINES
               PERFORM READ-COLUMN-SPEC
           END-IF
      * with every argument settled, take the exclusive run lock on
      * the output name before either pass touches a file - two
      * simultaneous runs against one output interleave the flat
      * here instead. append mode is covered the same way, since a
      * collision there corrupts an already-good file.
           PERFORM ACQUIRE-RUN-LOCK
           PERFORM OPEN-LINEAGE-FILE
           MOVE 0 TO WS-REC-NO
           MOVE 0 TO WS-NO-REJECTS
      * with a locked layout there is nothing for the length-scanning
      * line 1 of the csv is the header - it is never data, so it is
      * read once here, its column names are saved off for
      * WRITE-COPYBOOK, and the length-scanning pass below starts
      * clean on the first data record. a fixed-column extract has
      * no header line - its names come off the column spec and
      * line 1 is the first data record.
           IF WS-FIXED-MODE = 'Y'
               PERFORM LOAD-SPEC-HEADER
               PERFORM SAVE-HEADER-FIELDS
               PERFORM CHECK-HEADER-SCHEMA
               MOVE 0 TO WS-LIN-SRC-LINE
           ELSE
               READ INPUT-FILE INTO INPUT-RECORD
                   AT END
                       MOVE 'Y' TO NO-MORE-RECORDS
               END-READ
               MOVE 1 TO WS-LIN-SRC-LINE
               IF NO-MORE-RECORDS NOT = 'Y'
                   PERFORM EXTRACT-FIELDS
                   PERFORM SAVE-HEADER-FIELDS
                   PERFORM CHECK-HEADER-SCHEMA
               ELSE
      * an empty csv has no header line at all - with a contracted
      * schema on file that is itself a mismatch, not a clean run.
                   MOVE ZERO TO WS-HDR-NO-FLDS
                   PERFORM CHECK-HEADER-SCHEMA
               END-IF
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               MOVE SPACES TO INPUT-RECORD
               AT END
               MOVE 'Y' TO NO-MORE-RECORDS
               NOT AT END
               SET WS-LIN-SRC-LINE UP BY 1
               IF INPUT-RECORD NOT = SPACES
                   SET WS-NO-READ UP BY 1
                   SET WS-DUP-SEQ UP BY 1
           PERFORM COMPUTE-MAX-LEN
           MOVE 'N' TO NO-MORE-RECORDS
      * skip the header line again - it does not get written as a
      * data record in flatfile.dat. a fixed-column extract has no
      * header line to skip.
           IF WS-FIXED-MODE = 'N'
               READ INPUT-FILE INTO INPUT-RECORD
                   AT END
                       MOVE 'Y' TO NO-MORE-RECORDS
               END-READ
               IF NO-MORE-RECORDS NOT = 'Y'
                   MOVE 1 TO WS-LIN-SRC-LINE
                   MOVE "HEADER" TO LN-OUTCOME
                   PERFORM WRITE-LINEAGE-RECORD
               END-IF
           END-IF
      * under a locked layout the header names are lifted here, since
      * the pass that normally saves them did not run - and a header
      * whose field count no longer matches the locked copybook, or
      * that fails the expected-schema check, is stopped hard here,
      * before the output file is even opened, so an abend never
      * clobbers the previous good flat file. a fixed-column extract
      * is held to the same checks with the spec's names as its
      * header, empty file or not.
           IF WS-LAYOUT-LOCKED = 'Y'
               IF NO-MORE-RECORDS NOT = 'Y'
               OR WS-FIXED-MODE = 'Y'
                   IF WS-FIXED-MODE = 'Y'
                       PERFORM LOAD-SPEC-HEADER
                   ELSE
                       PERFORM EXTRACT-FIELDS
                   END-IF
                   IF WS-NO-FLDS NOT = WS-LAYOUT-NO-FLDS
                       DISPLAY "ECHOFILE: HEADER HAS " WS-NO-FLDS
                           " FIELDS BUT LAYOUT " WS-LAYOUT-FILENAME
      * run already logged for the records the skip passes over are
      * kept, but rewritten on a resume that fell back to a clean
      * run, which re-parses from record 1 and would otherwise log
      * every reject and duplicate twice. on a true resume the lines
      * already there are counted first, so the lineage line numbers
      * of the rejects and duplicates this run appends carry on from
      * the abended run's instead of starting again at 1.
           IF WS-LAYOUT-LOCKED = 'Y'
               IF WS-RESUME-FLAG = 'Y'
                   MOVE ZERO TO WS-NO-REJECTS
                   MOVE 'N' TO WS-RESUME-EOF
                   OPEN INPUT REJECT-FILE
                   PERFORM UNTIL WS-RESUME-EOF = 'Y'
                       READ REJECT-FILE
                           AT END
                               MOVE 'Y' TO WS-RESUME-EOF
                           NOT AT END
                               SET WS-NO-REJECTS UP BY 1
                       END-READ
                   END-PERFORM
                   CLOSE REJECT-FILE
                   OPEN EXTEND REJECT-FILE
               ELSE
                   OPEN OUTPUT REJECT-FILE
           END-IF
           IF WS-DEDUP-KEY-COL > 0
               IF WS-RESUME-FLAG = 'Y'
                   MOVE ZERO TO WS-NO-DUPS
                   MOVE 'N' TO WS-RESUME-EOF
                   OPEN INPUT DUPLICATE-FILE
                   PERFORM UNTIL WS-RESUME-EOF = 'Y'
                       READ DUPLICATE-FILE
                           AT END
                               MOVE 'Y' TO WS-RESUME-EOF
                           NOT AT END
                               SET WS-NO-DUPS UP BY 1
                       END-READ
                   END-PERFORM
                   CLOSE DUPLICATE-FILE
                   OPEN EXTEND DUPLICATE-FILE
               ELSE
                   OPEN OUTPUT DUPLICATE-FILE
               MOVE 'Y' TO NO-MORE-RECORDS
               NOT AT END
               SET WS-IN-REC-NO UP BY 1
               COMPUTE WS-LIN-SRC-LINE = WS-IN-REC-NO + WS-HDR-LINES
               IF INPUT-RECORD NOT = SPACES
                   SET WS-DUP-SEQ UP BY 1
               END-IF
                       PERFORM WRITE-REJECT-RECORD
                   END-IF
               END-IF
               IF INPUT-RECORD = SPACES
                   MOVE "BLANK" TO LN-OUTCOME
                   PERFORM WRITE-LINEAGE-RECORD
               END-IF
               END-READ
      * do not write/rewrite records when the line is blank/empty, and
      * do not write a record a second time if EXTRACT-FIELDS could
                   ELSE
                       PERFORM WRITE-FIELDS-TO-BUFFER
                       PERFORM WRITE-OUTPUT-RECORD
                       MOVE "WRITTEN" TO LN-OUTCOME
                       MOVE WS-OUTPUT-FILENAME TO LN-TARGET-FILE
                       MOVE WS-REC-NO TO LN-TARGET-REC
                       PERFORM WRITE-LINEAGE-RECORD
                       SET WS-REC-NO UP BY 1
                       IF WS-NO-HASH-COLS > 0
                           PERFORM ACCUMULATE-HASH-TOTALS
           END-IF
           PERFORM WRITE-CONTROL-REPORT
           PERFORM WRITE-RUN-HISTORY
           IF WS-LIN-OPEN = 'Y'
               CLOSE LINEAGE-FILE
           END-IF
      * a clean finish means there is nothing left to restart from -
      * but an append pass never owned the checkpoint, and deleting
      * one here could erase a main run's abended resume point.
           PERFORM RELEASE-RUN-LOCK
           STOP RUN.

      ******************************************************************
      * extract field(s) from the current input record - by position
      * off the column spec for a fixed-column extract, by delimiter
      * for everything else
      ******************************************************************
       EXTRACT-FIELDS SECTION.
           IF WS-FIXED-MODE = 'Y'
               PERFORM EXTRACT-FIXED-FIELDS
           ELSE
               PERFORM EXTRACT-DELIMITED-FIELDS
           END-IF.

      ******************************************************************
      * extract field(s) from a delimited sequential file record -
      * WS-DELIMITER is the field separator, comma unless overridden
      ******************************************************************
       EXTRACT-DELIMITED-FIELDS SECTION.
           MOVE 1 TO WS-REC-IDX
           MOVE 1 TO WS-FLD-IDX
           MOVE 1 TO WS-FLD-NO
           SET WS-FLD-NO DOWN BY 1
           MOVE WS-FLD-NO TO WS-NO-FLDS.

      ******************************************************************
      * extract field(s) from a fixed-column record - each spec column
      * is lifted out of INPUT-RECORD by its start and length, exactly
      * as the supplier padded it. the runtime drops trailing blanks
      * off a line sequential read, so a record that stops short of a
      * column just leaves that column blank; a record with anything
      * past the end of the last spec column has fields the spec does
      * not know about and is rejected rather than silently cut.
      ******************************************************************
       EXTRACT-FIXED-FIELDS SECTION.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM FIND-RECORD-LENGTH
           MOVE 1 TO WS-FLD-NO
           PERFORM UNTIL WS-FLD-NO > WS-NO-SPEC-COLS
               MOVE SPACES TO WS-RECORD-FIELD(WS-FLD-NO)
               IF WS-SPEC-START(WS-FLD-NO) <= WS-REC-LEN
                   MOVE INPUT-RECORD(WS-SPEC-START(WS-FLD-NO):
                       WS-SPEC-LEN(WS-FLD-NO))
                       TO WS-RECORD-FIELD(WS-FLD-NO)
               END-IF
               SET WS-FLD-NO UP BY 1
           END-PERFORM
           IF WS-REC-LEN > WS-SPEC-END
               MOVE "OVERSPEC" TO WS-REJECT-REASON
           END-IF
           MOVE WS-NO-SPEC-COLS TO WS-NO-FLDS.

      ******************************************************************
      * subroutine stands the column spec's names in for the header
      * line a fixed-column extract does not have - they go into
      * WS-RECORD-FIELD just as EXTRACT-FIELDS would have left a csv
      * header's names, ready for SAVE-HEADER-FIELDS.
      ******************************************************************
       LOAD-SPEC-HEADER SECTION.
           MOVE 1 TO WS-FLD-NO
           PERFORM UNTIL WS-FLD-NO > WS-NO-SPEC-COLS
               MOVE WS-SPEC-NAME(WS-FLD-NO)
                   TO WS-RECORD-FIELD(WS-FLD-NO)
               SET WS-FLD-NO UP BY 1
           END-PERFORM
           MOVE WS-NO-SPEC-COLS TO WS-NO-FLDS.

      ******************************************************************
      * never trust intrinsic functions until you know what you're doing
      * hand crafted string length fetching subroutine just like I've 
               MOVE WS-REJECT-REASON TO REJECT-RECORD
           END-IF
           WRITE REJECT-RECORD
           SET WS-NO-REJECTS UP BY 1
           MOVE "REJECTED" TO LN-OUTCOME
           MOVE WS-REJECT-REASON TO LN-REASON
           MOVE WS-REJECT-FILENAME TO LN-TARGET-FILE
           MOVE WS-NO-REJECTS TO LN-TARGET-REC
           PERFORM WRITE-LINEAGE-RECORD.

      ******************************************************************
      * subroutine loads the optional column-number/type validation
               CLOSE DEDUP-CONFIG-FILE
           END-IF.

      ******************************************************************
      * subroutine loads the column spec named by WS-COLSPEC-FILENAME
      * into WS-COLUMN-SPECS and works out WS-SPEC-END, the last byte
      * any column reaches. the spec was named on purpose, so a
      * missing or empty spec, a line that is not "SSSS LLL name", a
      * column wider than the per-field ceiling or reaching past the
      * input record, or more columns than the field-count ceiling
      * are all hard stops.
      ******************************************************************
       READ-COLUMN-SPEC SECTION.
           MOVE ZERO TO WS-NO-SPEC-COLS
           MOVE ZERO TO WS-SPEC-END
           MOVE ZERO TO WS-SPEC-LINE-NO
           MOVE 'N' TO WS-COLSPEC-EOF
           OPEN INPUT COLUMN-SPEC-FILE
           IF WS-COLSPEC-FILE-STATUS NOT = "00"
               DISPLAY "ECHOFILE: COLUMN SPEC " WS-COLSPEC-FILENAME
                   " CANNOT BE OPENED - STATUS "
                   WS-COLSPEC-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-COLSPEC-EOF = 'Y'
               READ COLUMN-SPEC-FILE INTO COLUMN-SPEC-RECORD
                   AT END
                       MOVE 'Y' TO WS-COLSPEC-EOF
                   NOT AT END
                       SET WS-SPEC-LINE-NO UP BY 1
                       IF COLUMN-SPEC-RECORD NOT = SPACES
                       AND COLUMN-SPEC-RECORD(1:1) NOT = "*"
                           IF COLUMN-SPEC-RECORD(1:4) IS NOT NUMERIC
                           OR COLUMN-SPEC-RECORD(5:1) NOT = SPACE
                           OR COLUMN-SPEC-RECORD(6:3) IS NOT NUMERIC
                               DISPLAY "ECHOFILE: COLUMN SPEC LINE "
                                   WS-SPEC-LINE-NO
                                   " MUST BE SSSS LLL NAME"
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           IF WS-NO-SPEC-COLS >= WS-MAX-FLDS
                               DISPLAY "ECHOFILE: COLUMN SPEC HAS "
                                   "MORE THAN " WS-MAX-FLDS
                                   " COLUMNS"
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           SET WS-NO-SPEC-COLS UP BY 1
                           MOVE COLUMN-SPEC-RECORD(1:4)
                               TO WS-SPEC-START(WS-NO-SPEC-COLS)
                           MOVE COLUMN-SPEC-RECORD(6:3)
                               TO WS-SPEC-LEN(WS-NO-SPEC-COLS)
                           MOVE COLUMN-SPEC-RECORD(10:50)
                               TO WS-SPEC-NAME(WS-NO-SPEC-COLS)
                           COMPUTE WS-SPEC-LAST =
                               WS-SPEC-START(WS-NO-SPEC-COLS)
                               + WS-SPEC-LEN(WS-NO-SPEC-COLS) - 1
                           IF WS-SPEC-START(WS-NO-SPEC-COLS) = 0
                           OR WS-SPEC-LEN(WS-NO-SPEC-COLS) = 0
                           OR WS-SPEC-LEN(WS-NO-SPEC-COLS)
                               > WS-MAX-FLD-LEN
                           OR WS-SPEC-LAST > 4160
                               DISPLAY "ECHOFILE: COLUMN SPEC LINE "
                                   WS-SPEC-LINE-NO
                                   " START OR LENGTH OUT OF RANGE"
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           IF WS-SPEC-LAST > WS-SPEC-END
                               MOVE WS-SPEC-LAST TO WS-SPEC-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COLUMN-SPEC-FILE
           IF WS-NO-SPEC-COLS = 0
               DISPLAY "ECHOFILE: COLUMN SPEC " WS-COLSPEC-FILENAME
                   " DEFINES NO COLUMNS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * subroutine copies the configured key column of the record
      * just parsed into WS-DUP-CURR-KEY. a record whose key field is
               MOVE "DUPLICATE" TO DUPLICATE-RECORD
           END-IF
           WRITE DUPLICATE-RECORD
           SET WS-NO-DUPS UP BY 1
           MOVE "DUPLICATE" TO LN-OUTCOME
           MOVE "DUPLICATE" TO LN-REASON
           MOVE WS-DUPOUT-FILENAME TO LN-TARGET-FILE
           MOVE WS-NO-DUPS TO LN-TARGET-REC
           PERFORM WRITE-LINEAGE-RECORD.

      ******************************************************************
      * subroutine checks every configured column of the record
           MOVE "      * flatfile.dat record layouts - generated"
               TO COPYBOOK-RECORD
           WRITE COPYBOOK-RECORD
           IF WS-FIXED-MODE = 'Y'
               MOVE "      * by ECHOFILE from the column spec."
                   TO COPYBOOK-RECORD
           ELSE
               MOVE "      * by ECHOFILE from the csv header row."
                   TO COPYBOOK-RECORD
           END-IF
           WRITE COPYBOOK-RECORD
           MOVE "      * FD-REC-TYPE is H (header), D (data)"
               TO COPYBOOK-RECORD
               WS-OUTPUT-FILENAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-FIXED-MODE = 'Y'
               MOVE SPACES TO REPORT-RECORD
               STRING "COLUMN SPEC   : " DELIMITED BY SIZE
                   WS-COLSPEC-FILENAME DELIMITED BY SPACE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE WS-NO-READ TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
               CLOSE RUN-HISTORY-FILE
           END-IF.

      ******************************************************************
      * subroutine opens the shared cumulative lineage file for this
      * run and takes the run's start stamp, carried on every hop it
      * writes. like the run history, lineage is a by-product - a
      * lineage file that cannot be opened does not stop the run.
      ******************************************************************
       OPEN-LINEAGE-FILE SECTION.
           ACCEPT WS-LIN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LIN-TIME FROM TIME
           MOVE SPACES TO LN-LINEAGE-RECORD
           MOVE ZERO TO LN-SOURCE-LINE
           MOVE ZERO TO LN-TARGET-REC
           OPEN EXTEND LINEAGE-FILE
      * the cumulative file does not exist yet on its first use.
           IF WS-LIN-FILE-STATUS = "35"
               OPEN OUTPUT LINEAGE-FILE
           END-IF
           IF WS-LIN-FILE-STATUS = "00"
               MOVE 'Y' TO WS-LIN-OPEN
           END-IF.

      ******************************************************************
      * subroutine appends one hop for the current csv line - the
      * caller has set the outcome and, where there is one, the
      * reason, target file and target record - then clears those
      * for the next line.
      ******************************************************************
       WRITE-LINEAGE-RECORD SECTION.
           MOVE "ECHOFILE" TO LN-PROGRAM-ID
           MOVE WS-LIN-DATE TO LN-RUN-DATE
           MOVE WS-LIN-TIME TO LN-RUN-TIME
           MOVE WS-FILENAME TO LN-SOURCE-FILE
           MOVE WS-LIN-SRC-LINE TO LN-SOURCE-LINE
           IF WS-LIN-OPEN = 'Y'
               MOVE LN-LINEAGE-RECORD TO LINEAGE-RECORD
               WRITE LINEAGE-RECORD
           END-IF
           MOVE SPACES TO LN-REASON
           MOVE SPACES TO LN-TARGET-FILE
           MOVE ZERO TO LN-TARGET-REC.

      ******************************************************************
      * subroutine takes the exclusive run lock on the output name.
      * the guard file opens EXCLUSIVE and stays open for the whole
