      ******************************************************************
      * column profiling companion program for ECHOFILE
      * onboarding a new vendor feed means deciding which columns
      * get NUMERIC or DATE rules in validate.cfg and which need
      * DATEUS, STRIP, UPPER or TRIM in transform.cfg - and a wrong
      * guess only shows itself when reject.dat fills up on the
      * first production run. this program reads a flat file
      * through its flatfile.cpy (convert the feed's sample with no
      * configs in force, so the values are exactly as the vendor
      * sent them) and profiles every FDnn- column: how many values
      * are blank, how many distinct values there are and which
      * come up most often, the shortest and longest value and the
      * lowest and highest, and what share of the values are all
      * digits, look like dates, or are mixed case.
      *
      * from the same counts it writes a draft validation config
      * and a draft transform config in the two-digit column format
      * ECHOFILE reads - a rule is only drafted when every value the
      * sample carried would pass it, so the drafts never reject a
      * row of the data they were drawn from. they are written
      * under their own names, never over the live configs, for an
      * analyst to review and rename. each rule line carries the
      * column's name after the rule, where the config loaders never
      * look.
      *
      * distinct values are counted in a table of two hundred per
      * column - enough for the code and branch columns the top
      * values matter for. a column past that is reported as having
      * more than two hundred, and its top values then rank only the
      * values seen before the table filled.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FLATPROF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLAT-FILE
               ASSIGN TO WS-FLAT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FLAT-FILE-STATUS.
           SELECT COPYBOOK-FILE
               ASSIGN TO WS-COPYBOOK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPY-FILE-STATUS.
           SELECT VALIDATION-DRAFT-FILE
               ASSIGN TO WS-VAL-DRAFT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSFORM-DRAFT-FILE
               ASSIGN TO WS-TRX-DRAFT-FILENAME
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

       FD VALIDATION-DRAFT-FILE.
       01 VALIDATION-DRAFT-RECORD       PIC X(80).

       FD TRANSFORM-DRAFT-FILE.
       01 TRANSFORM-DRAFT-RECORD        PIC X(80).

       FD REPORT-FILE.
       01 REPORT-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FLAT-FILENAME              PIC X(50) VALUE "flatfile.dat".
       77 WS-FLAT-FILE-STATUS           PIC XX.
       77 WS-COPYBOOK-FILENAME          PIC X(50) VALUE "flatfile.cpy".
       77 WS-CPY-FILE-STATUS            PIC XX.
       77 WS-REPORT-FILENAME            PIC X(50) VALUE "flatprof.rpt".
      *****************************************************************
      * the drafts go out under their own names so a profiling run
      * can never replace the validate.cfg and transform.cfg a live
      * feed is converting with.
      *****************************************************************
       77 WS-VAL-DRAFT-FILENAME         PIC X(50) VALUE "validate.drf".
       77 WS-TRX-DRAFT-FILENAME         PIC X(50)
                                        VALUE "transform.drf".
       77 WS-ARG-VALUE                  PIC X(50).
      *****************************************************************
      * WS-TOP-N is how many of each column's most frequent values
      * the report lists - five unless the run asks for another
      * count, never more than ten.
      *****************************************************************
       77 WS-TOP-N                      PIC 99 VALUE 5.
      *****************************************************************
      * the copybook's FD-FLATFILE-RECORD block, loaded the same way
      * FLATLOAD loads it - every item's name, offset and width,
      * FDnn- columns numbered in order.
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
      *****************************************************************
      * flat file record assembly - same byte-stream reader FLATLOAD
      * uses, width off the "H" control record.
      *****************************************************************
       77 WS-REC-WIDTH                  PIC 9999 VALUE ZERO.
       77 WS-PHYS-LEN                   PIC 9999.
       77 WS-BUF-IDX                    PIC 9999.
       77 WS-REC-BUF                    PIC X(4099).
       77 WS-FLAT-EOF                   PIC X(1) VALUE 'N'.
       77 WS-TERM-LEN                   PIC 9 VALUE ZERO.
       77 WS-HELD-BYTE                  PIC X(1).
       77 WS-HELD-FLAG                  PIC X(1) VALUE 'N'.
      *****************************************************************
      * the profile - one entry per layout item (only the FDnn-
      * columns are filled), counting blank and non-blank values,
      * the value lengths and the lowest and highest value, and for
      * the non-blank values how many are all digits, digits with
      * thousands commas, CCYYMMDD dates, US M/D/YYYY dates, and how
      * many carry lower case, upper case only, both cases, or
      * leading blanks. digit and date shapes are judged on the
      * value with its leading blanks shifted off, the way ECHOFILE
      * sees it once a TRIM rule has run.
      *****************************************************************
       01 WS-PRF-TABLE.
           05 WS-PRF-ENTRY              OCCURS 44 TIMES.
               10 WS-PRF-BLANKS         PIC 9(7).
               10 WS-PRF-VALUES         PIC 9(7).
               10 WS-PRF-MIN-LEN        PIC 999.
               10 WS-PRF-MAX-LEN        PIC 999.
               10 WS-PRF-MIN-VAL        PIC X(100).
               10 WS-PRF-MAX-VAL        PIC X(100).
               10 WS-PRF-DIGITS         PIC 9(7).
               10 WS-PRF-COMMAS         PIC 9(7).
               10 WS-PRF-CCYYMMDD       PIC 9(7).
               10 WS-PRF-USDATE         PIC 9(7).
               10 WS-PRF-LOWER          PIC 9(7).
               10 WS-PRF-UPPER          PIC 9(7).
               10 WS-PRF-MIXED          PIC 9(7).
               10 WS-PRF-LEADING        PIC 9(7).
               10 WS-PRF-NO-DISTINCT    PIC 999.
               10 WS-PRF-DST-FULL       PIC X(1).
      *****************************************************************
      * the distinct values - per column, in first-seen order, each
      * with the number of records that carried it.
      *****************************************************************
       01 WS-DISTINCT-TABLE.
           05 WS-DST-COLUMN             OCCURS 44 TIMES.
               10 WS-DST-ENTRY          OCCURS 200 TIMES.
                   15 WS-DST-VALUE      PIC X(100).
                   15 WS-DST-COUNT      PIC 9(7).
       77 WS-DST-IDX                    PIC 999.
       77 WS-DST-MATCH                  PIC 999.
      *****************************************************************
      * top-value ranking scratch - a value already listed is
      * flagged so the next pass picks the next most frequent.
      *****************************************************************
       01 WS-TOP-FLAGS.
           05 WS-TOP-TAKEN              PIC X(1) OCCURS 200 TIMES.
       77 WS-TOP-RANK                   PIC 99.
       77 WS-TOP-BEST                   PIC 999.
      *****************************************************************
      * one value under examination - as it sits in the record,
      * its length with trailing blanks trimmed, and its core with
      * the leading blanks shifted off too.
      *****************************************************************
       77 WS-PRF-FLD                    PIC X(100).
       77 WS-PRF-LEN                    PIC 999.
       77 WS-PRF-LEAD                   PIC 999.
       77 WS-PRF-CORE                   PIC X(100).
       77 WS-PRF-CORE-LEN               PIC 999.
       77 WS-PRF-WORK                   PIC X(100).
       77 WS-PRF-COMMA-CNT              PIC 999.
       77 WS-PRF-HAS-LOWER              PIC X(1).
       77 WS-PRF-HAS-UPPER              PIC X(1).
       77 WS-PRF-MM                     PIC 99.
       77 WS-PRF-DD                     PIC 99.
       77 WS-PRF-MM-STR                 PIC X(3).
       77 WS-PRF-DD-STR                 PIC X(3).
       77 WS-PRF-YY-STR                 PIC X(5).
       77 WS-PRF-DATE-OK                PIC X(1).
      *****************************************************************
      * the drafted rules - per column, the validation type (spaces
      * for none), whether the values want their leading blanks
      * trimmed, the shape transform (STRIP or DATEUS, spaces for
      * none), and whether the case wants folding.
      *****************************************************************
       01 WS-DRF-TABLE.
           05 WS-DRF-ENTRY              OCCURS 44 TIMES.
               10 WS-DRF-VAL-TYPE       PIC X(7).
               10 WS-DRF-TRIM           PIC X(1).
               10 WS-DRF-SHAPE          PIC X(7).
               10 WS-DRF-UPPER          PIC X(1).
       77 WS-DRF-LINE                   PIC X(80).
       77 WS-DRF-RULES                  PIC X(40).
       77 WS-DRF-PRIOR                  PIC X(40).
       77 WS-DRF-COL-STR                PIC 99.
       77 WS-NO-VAL-DRAFTS              PIC 9(7) VALUE ZERO.
       77 WS-NO-TRX-DRAFTS              PIC 9(7) VALUE ZERO.
      *****************************************************************
      * run counters for the report.
      *****************************************************************
       77 WS-NO-DATA-RECS               PIC 9(7) VALUE ZERO.
       77 WS-NO-PROF-COLS               PIC 9(7) VALUE ZERO.
      *****************************************************************
      * report formatting scratch - mirrors ECHOFILE's
      * FORMAT-RPT-NUM/WS-RPT-NUM family, plus a share of the
      * column's non-blank values as a whole percentage.
      *****************************************************************
       77 WS-RPT-LINE                   PIC X(80).
       77 WS-CHR-IDX                    PIC 99.
       77 WS-RPT-NUM                    PIC 9(7).
       77 WS-RPT-EDIT                   PIC Z(6)9.
       77 WS-RPT-STR                    PIC X(7).
       77 WS-RPT-TRIM                   PIC X(7).
       77 WS-RPT-TRIM-2                 PIC X(7).
       77 WS-PCT-LABEL                  PIC X(16).
       77 WS-PCT-COUNT                  PIC 9(7).
       77 WS-PCT                        PIC 999.

       PROCEDURE DIVISION.
      * arguments are positional: flat file, copybook, report file,
      * draft validation config, draft transform config, number of
      * top values to list per column.
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
               MOVE WS-ARG-VALUE TO WS-COPYBOOK-FILENAME
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-REPORT-FILENAME
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-VAL-DRAFT-FILENAME
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 5 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-TRX-DRAFT-FILENAME
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 6 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE(1:1) IS NUMERIC
           AND WS-ARG-VALUE(2:1) = SPACE
               MOVE WS-ARG-VALUE(1:1) TO WS-TOP-N
           END-IF
           IF WS-ARG-VALUE(1:2) IS NUMERIC
               MOVE WS-ARG-VALUE(1:2) TO WS-TOP-N
           END-IF
           IF WS-TOP-N > 10
               MOVE 10 TO WS-TOP-N
           END-IF
           PERFORM READ-COPYBOOK-LAYOUT
           MOVE 1 TO WS-LOD-IDX
           PERFORM UNTIL WS-LOD-IDX > WS-NO-LOD-ENTRIES
               MOVE ZERO TO WS-PRF-BLANKS(WS-LOD-IDX)
               MOVE ZERO TO WS-PRF-VALUES(WS-LOD-IDX)
               MOVE ZERO TO WS-PRF-MIN-LEN(WS-LOD-IDX)
               MOVE ZERO TO WS-PRF-MAX-LEN(WS-LOD-IDX)
               MOVE SPACES TO WS-PRF-MIN-VAL(WS-LOD-IDX)
               MOVE SPACES TO WS-PRF-MAX-VAL(WS-LOD-IDX)
               MOVE ZERO TO WS-PRF-DIGITS(WS-LOD-IDX)
               MOVE ZERO TO WS-PRF-COMMAS(WS-LOD-IDX)
               MOVE ZERO TO WS-PRF-CCYYMMDD(WS-LOD-IDX)
               MOVE ZERO TO WS-PRF-USDATE(WS-LOD-IDX)
               MOVE ZERO TO WS-PRF-LOWER(WS-LOD-IDX)
               MOVE ZERO TO WS-PRF-UPPER(WS-LOD-IDX)
               MOVE ZERO TO WS-PRF-MIXED(WS-LOD-IDX)
               MOVE ZERO TO WS-PRF-LEADING(WS-LOD-IDX)
               MOVE ZERO TO WS-PRF-NO-DISTINCT(WS-LOD-IDX)
               MOVE 'N' TO WS-PRF-DST-FULL(WS-LOD-IDX)
               IF WS-LOD-COL-NO(WS-LOD-IDX) > 0
                   SET WS-NO-PROF-COLS UP BY 1
               END-IF
               SET WS-LOD-IDX UP BY 1
           END-PERFORM
           OPEN INPUT FLAT-FILE
           IF WS-FLAT-FILE-STATUS NOT = "00"
               DISPLAY "FLATPROF: FLAT FILE " WS-FLAT-FILENAME
                   " COULD NOT BE OPENED, STATUS "
                   WS-FLAT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-HEADER-RECORD
      * a book wider than the file's own records is not the book the
      * file was converted with - profiling through it would read
      * columns out of the next record.
           IF WS-CPY-REC-LEN > WS-REC-WIDTH
               DISPLAY "FLATPROF: " WS-COPYBOOK-FILENAME
                   " DESCRIBES A WIDER RECORD THAN "
                   WS-FLAT-FILENAME " CARRIES"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FLAT-EOF = 'Y'
               PERFORM READ-FLAT-RECORD
               IF WS-FLAT-EOF NOT = 'Y'
               AND WS-REC-BUF(1:1) = "D"
                   SET WS-NO-DATA-RECS UP BY 1
                   PERFORM PROFILE-DATA-RECORD
               END-IF
           END-PERFORM
           CLOSE FLAT-FILE
           PERFORM DRAFT-COLUMN-RULES
           PERFORM WRITE-DRAFT-CONFIGS
           PERFORM WRITE-PROFILE-REPORT
      * a file with no data records profiles nothing, and the drafts
      * it leaves hold no rules.
           IF WS-NO-DATA-RECS = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * subroutine loads the FD-FLATFILE-RECORD block of the
      * copybook into WS-LOD-TABLE - same parse FLATLOAD runs,
      * against the books this system generates.
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
               DISPLAY "FLATPROF: COPYBOOK " WS-COPYBOOK-FILENAME
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
               DISPLAY "FLATPROF: COPYBOOK " WS-COPYBOOK-FILENAME
                   " HOLDS NO RECORD LAYOUT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-CPY-REC-LEN = WS-LOD-NEXT - 1.

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
      * subroutine reads the flat file's "H" control record and
      * takes the record width off it - same reader FLATLOAD runs.
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
               DISPLAY "FLATPROF: " WS-FLAT-FILENAME
                   " DOES NOT LEAD WITH AN H CONTROL RECORD"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-REC-BUF(60:4) TO WS-REC-WIDTH
      * the conversion program can only produce widths between the
      * 63-byte header-layout floor and its 4096-byte record buffer
      * - anything else is a doctored or corrupt file, and trusting
      * it would walk the record reader far past its own buffer.
           IF WS-REC-WIDTH < 63 OR WS-REC-WIDTH > 4096
               DISPLAY "FLATPROF: " WS-FLAT-FILENAME
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
      * subroutine folds every FDnn- column of one "D" record into
      * the profile.
      ******************************************************************
       PROFILE-DATA-RECORD SECTION.
           MOVE 1 TO WS-LOD-IDX
           PERFORM UNTIL WS-LOD-IDX > WS-NO-LOD-ENTRIES
               IF WS-LOD-COL-NO(WS-LOD-IDX) > 0
                   PERFORM PROFILE-COLUMN-VALUE
               END-IF
               SET WS-LOD-IDX UP BY 1
           END-PERFORM.

      ******************************************************************
      * subroutine profiles WS-LOD-IDX's value in the current record
      * - a blank value is only counted; anything else is measured,
      * compared against the lowest and highest so far, classified
      * and counted among the column's distinct values.
      ******************************************************************
       PROFILE-COLUMN-VALUE SECTION.
           MOVE SPACES TO WS-PRF-FLD
           MOVE WS-REC-BUF(WS-LOD-START(WS-LOD-IDX):
               WS-LOD-WIDTH(WS-LOD-IDX)) TO WS-PRF-FLD
           IF WS-PRF-FLD = SPACES
               SET WS-PRF-BLANKS(WS-LOD-IDX) UP BY 1
           ELSE
               SET WS-PRF-VALUES(WS-LOD-IDX) UP BY 1
               MOVE 100 TO WS-PRF-LEN
               PERFORM UNTIL WS-PRF-FLD(WS-PRF-LEN:1) NOT = SPACE
                   SET WS-PRF-LEN DOWN BY 1
               END-PERFORM
               IF WS-PRF-VALUES(WS-LOD-IDX) = 1
                   MOVE WS-PRF-LEN TO WS-PRF-MIN-LEN(WS-LOD-IDX)
                   MOVE WS-PRF-LEN TO WS-PRF-MAX-LEN(WS-LOD-IDX)
                   MOVE WS-PRF-FLD TO WS-PRF-MIN-VAL(WS-LOD-IDX)
                   MOVE WS-PRF-FLD TO WS-PRF-MAX-VAL(WS-LOD-IDX)
               END-IF
               IF WS-PRF-LEN < WS-PRF-MIN-LEN(WS-LOD-IDX)
                   MOVE WS-PRF-LEN TO WS-PRF-MIN-LEN(WS-LOD-IDX)
               END-IF
               IF WS-PRF-LEN > WS-PRF-MAX-LEN(WS-LOD-IDX)
                   MOVE WS-PRF-LEN TO WS-PRF-MAX-LEN(WS-LOD-IDX)
               END-IF
               IF WS-PRF-FLD < WS-PRF-MIN-VAL(WS-LOD-IDX)
                   MOVE WS-PRF-FLD TO WS-PRF-MIN-VAL(WS-LOD-IDX)
               END-IF
               IF WS-PRF-FLD > WS-PRF-MAX-VAL(WS-LOD-IDX)
                   MOVE WS-PRF-FLD TO WS-PRF-MAX-VAL(WS-LOD-IDX)
               END-IF
               PERFORM CLASSIFY-COLUMN-VALUE
               PERFORM COUNT-DISTINCT-VALUE
           END-IF.

      ******************************************************************
      * subroutine sorts the non-blank value into the profile's
      * shape and case counts. the shapes are the ones ECHOFILE's
      * edits and transforms know: plain digits (NUMERIC), digits
      * with thousands commas (STRIP), an 8-digit CCYYMMDD date with
      * a plausible month and day (DATE), and a US M/D/YYYY or
      * MM/DD/YYYY date (DATEUS).
      ******************************************************************
       CLASSIFY-COLUMN-VALUE SECTION.
           MOVE ZERO TO WS-PRF-LEAD
           PERFORM UNTIL WS-PRF-FLD(WS-PRF-LEAD + 1:1) NOT = SPACE
               SET WS-PRF-LEAD UP BY 1
           END-PERFORM
           IF WS-PRF-LEAD > 0
               SET WS-PRF-LEADING(WS-LOD-IDX) UP BY 1
           END-IF
           COMPUTE WS-PRF-CORE-LEN = WS-PRF-LEN - WS-PRF-LEAD
           MOVE SPACES TO WS-PRF-CORE
           MOVE WS-PRF-FLD(WS-PRF-LEAD + 1:WS-PRF-CORE-LEN)
               TO WS-PRF-CORE
           IF WS-PRF-CORE(1:WS-PRF-CORE-LEN) IS NUMERIC
               SET WS-PRF-DIGITS(WS-LOD-IDX) UP BY 1
               IF WS-PRF-CORE-LEN = 8
                   MOVE WS-PRF-CORE(5:2) TO WS-PRF-MM
                   MOVE WS-PRF-CORE(7:2) TO WS-PRF-DD
                   IF WS-PRF-MM >= 1 AND WS-PRF-MM <= 12
                   AND WS-PRF-DD >= 1 AND WS-PRF-DD <= 31
                       SET WS-PRF-CCYYMMDD(WS-LOD-IDX) UP BY 1
                   END-IF
               END-IF
           ELSE
               MOVE WS-PRF-CORE TO WS-PRF-WORK
               MOVE ZERO TO WS-PRF-COMMA-CNT
               INSPECT WS-PRF-WORK TALLYING WS-PRF-COMMA-CNT
                   FOR ALL ","
               INSPECT WS-PRF-WORK REPLACING ALL "," BY "0"
               IF WS-PRF-COMMA-CNT > 0
               AND WS-PRF-WORK(1:WS-PRF-CORE-LEN) IS NUMERIC
                   SET WS-PRF-COMMAS(WS-LOD-IDX) UP BY 1
               END-IF
               PERFORM CHECK-US-DATE-SHAPE
               IF WS-PRF-DATE-OK = 'Y'
                   SET WS-PRF-USDATE(WS-LOD-IDX) UP BY 1
               END-IF
           END-IF
      * a value carries lower case when folding it up changes it,
      * and upper case when folding it down does.
           MOVE WS-PRF-CORE TO WS-PRF-WORK
           INSPECT WS-PRF-WORK
               CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 'N' TO WS-PRF-HAS-LOWER
           IF WS-PRF-WORK NOT = WS-PRF-CORE
               MOVE 'Y' TO WS-PRF-HAS-LOWER
           END-IF
           MOVE WS-PRF-CORE TO WS-PRF-WORK
           INSPECT WS-PRF-WORK
               CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               TO
               "abcdefghijklmnopqrstuvwxyz"
           MOVE 'N' TO WS-PRF-HAS-UPPER
           IF WS-PRF-WORK NOT = WS-PRF-CORE
               MOVE 'Y' TO WS-PRF-HAS-UPPER
           END-IF
           IF WS-PRF-HAS-LOWER = 'Y'
               SET WS-PRF-LOWER(WS-LOD-IDX) UP BY 1
               IF WS-PRF-HAS-UPPER = 'Y'
                   SET WS-PRF-MIXED(WS-LOD-IDX) UP BY 1
               END-IF
           ELSE
               IF WS-PRF-HAS-UPPER = 'Y'
                   SET WS-PRF-UPPER(WS-LOD-IDX) UP BY 1
               END-IF
           END-IF.

      ******************************************************************
      * subroutine judges whether the value's core is a US date -
      * the same M/D/YYYY and MM/DD/YYYY shapes ECHOFILE's DATEUS
      * transform takes, with a plausible month and day so the
      * reformatted value would also pass the DATE edit.
      ******************************************************************
       CHECK-US-DATE-SHAPE SECTION.
           MOVE 'N' TO WS-PRF-DATE-OK
           IF WS-PRF-CORE-LEN >= 8 AND WS-PRF-CORE-LEN <= 10
               MOVE SPACES TO WS-PRF-MM-STR
               MOVE SPACES TO WS-PRF-DD-STR
               MOVE SPACES TO WS-PRF-YY-STR
               UNSTRING WS-PRF-CORE(1:WS-PRF-CORE-LEN)
                   DELIMITED BY "/"
                   INTO WS-PRF-MM-STR WS-PRF-DD-STR WS-PRF-YY-STR
               END-UNSTRING
               MOVE 'Y' TO WS-PRF-DATE-OK
               EVALUATE TRUE
                   WHEN WS-PRF-MM-STR(2:2) = SPACES
                   AND WS-PRF-MM-STR(1:1) IS NUMERIC
                       MOVE WS-PRF-MM-STR(1:1) TO WS-PRF-MM
                   WHEN WS-PRF-MM-STR(3:1) = SPACE
                   AND WS-PRF-MM-STR(1:2) IS NUMERIC
                       MOVE WS-PRF-MM-STR(1:2) TO WS-PRF-MM
                   WHEN OTHER
                       MOVE 'N' TO WS-PRF-DATE-OK
               END-EVALUATE
               EVALUATE TRUE
                   WHEN WS-PRF-DD-STR(2:2) = SPACES
                   AND WS-PRF-DD-STR(1:1) IS NUMERIC
                       MOVE WS-PRF-DD-STR(1:1) TO WS-PRF-DD
                   WHEN WS-PRF-DD-STR(3:1) = SPACE
                   AND WS-PRF-DD-STR(1:2) IS NUMERIC
                       MOVE WS-PRF-DD-STR(1:2) TO WS-PRF-DD
                   WHEN OTHER
                       MOVE 'N' TO WS-PRF-DATE-OK
               END-EVALUATE
               IF WS-PRF-YY-STR(1:4) IS NUMERIC
               AND WS-PRF-YY-STR(5:1) = SPACE
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-PRF-DATE-OK
               END-IF
               IF WS-PRF-DATE-OK = 'Y'
                   IF WS-PRF-MM < 1 OR WS-PRF-MM > 12
                   OR WS-PRF-DD < 1 OR WS-PRF-DD > 31
                       MOVE 'N' TO WS-PRF-DATE-OK
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * subroutine counts the value among WS-LOD-IDX's distinct
      * values - a new value takes the next free entry, and once
      * the column's table is full new values are no longer
      * tracked and the column is marked as having run past it.
      ******************************************************************
       COUNT-DISTINCT-VALUE SECTION.
           MOVE ZERO TO WS-DST-MATCH
           MOVE 1 TO WS-DST-IDX
           PERFORM UNTIL WS-DST-IDX > WS-PRF-NO-DISTINCT(WS-LOD-IDX)
               OR WS-DST-MATCH > 0
               IF WS-DST-VALUE(WS-LOD-IDX, WS-DST-IDX) = WS-PRF-FLD
                   MOVE WS-DST-IDX TO WS-DST-MATCH
               END-IF
               SET WS-DST-IDX UP BY 1
           END-PERFORM
           IF WS-DST-MATCH > 0
               SET WS-DST-COUNT(WS-LOD-IDX, WS-DST-MATCH) UP BY 1
           ELSE
               IF WS-PRF-NO-DISTINCT(WS-LOD-IDX) >= 200
                   MOVE 'Y' TO WS-PRF-DST-FULL(WS-LOD-IDX)
               ELSE
                   SET WS-PRF-NO-DISTINCT(WS-LOD-IDX) UP BY 1
                   MOVE WS-PRF-NO-DISTINCT(WS-LOD-IDX) TO WS-DST-IDX
                   MOVE WS-PRF-FLD
                       TO WS-DST-VALUE(WS-LOD-IDX, WS-DST-IDX)
                   MOVE 1 TO WS-DST-COUNT(WS-LOD-IDX, WS-DST-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * subroutine drafts each column's rules from its profile. a
      * validation rule is drafted only when the column was never
      * blank and every value (after the drafted transforms) passes
      * it - ECHOFILE rejects a blank under both NUMERIC and DATE:
      *     all digits, all plausible CCYYMMDD     - DATE
      *     all digits                             - NUMERIC
      *     all digits, some with thousands commas - STRIP, NUMERIC
      *     all US M/D/YYYY dates                  - DATEUS, DATE
      * STRIP and DATEUS are still drafted for a column with blanks,
      * without the validation rule. TRIM is drafted when any value
      * carried leading blanks, and UPPER when the column mixes
      * upper-case-only values with values carrying lower case - a
      * code column the vendor keys inconsistently.
      ******************************************************************
       DRAFT-COLUMN-RULES SECTION.
           MOVE 1 TO WS-LOD-IDX
           PERFORM UNTIL WS-LOD-IDX > WS-NO-LOD-ENTRIES
               MOVE SPACES TO WS-DRF-VAL-TYPE(WS-LOD-IDX)
               MOVE 'N' TO WS-DRF-TRIM(WS-LOD-IDX)
               MOVE SPACES TO WS-DRF-SHAPE(WS-LOD-IDX)
               MOVE 'N' TO WS-DRF-UPPER(WS-LOD-IDX)
               IF WS-LOD-COL-NO(WS-LOD-IDX) > 0
               AND WS-PRF-VALUES(WS-LOD-IDX) > 0
                   IF WS-PRF-LEADING(WS-LOD-IDX) > 0
                       MOVE 'Y' TO WS-DRF-TRIM(WS-LOD-IDX)
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-PRF-CCYYMMDD(WS-LOD-IDX)
                           = WS-PRF-VALUES(WS-LOD-IDX)
                           MOVE "DATE" TO WS-DRF-VAL-TYPE(WS-LOD-IDX)
                       WHEN WS-PRF-DIGITS(WS-LOD-IDX)
                           = WS-PRF-VALUES(WS-LOD-IDX)
                           MOVE "NUMERIC"
                               TO WS-DRF-VAL-TYPE(WS-LOD-IDX)
                       WHEN WS-PRF-COMMAS(WS-LOD-IDX) > 0
                       AND WS-PRF-DIGITS(WS-LOD-IDX)
                           + WS-PRF-COMMAS(WS-LOD-IDX)
                           = WS-PRF-VALUES(WS-LOD-IDX)
                           MOVE "STRIP" TO WS-DRF-SHAPE(WS-LOD-IDX)
                           MOVE "NUMERIC"
                               TO WS-DRF-VAL-TYPE(WS-LOD-IDX)
                       WHEN WS-PRF-USDATE(WS-LOD-IDX)
                           = WS-PRF-VALUES(WS-LOD-IDX)
                           MOVE "DATEUS" TO WS-DRF-SHAPE(WS-LOD-IDX)
                           MOVE "DATE" TO WS-DRF-VAL-TYPE(WS-LOD-IDX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF WS-PRF-BLANKS(WS-LOD-IDX) > 0
                       MOVE SPACES TO WS-DRF-VAL-TYPE(WS-LOD-IDX)
                   END-IF
                   IF WS-PRF-LOWER(WS-LOD-IDX) > 0
                   AND WS-PRF-UPPER(WS-LOD-IDX) > 0
                       MOVE 'Y' TO WS-DRF-UPPER(WS-LOD-IDX)
                   END-IF
               END-IF
               SET WS-LOD-IDX UP BY 1
           END-PERFORM.

      ******************************************************************
      * subroutine writes the two drafts - a comment line naming the
      * file they were drawn from, then the rules column by column.
      * the transforms go out in the order ECHOFILE should run them:
      * TRIM first so the shape transforms see the value itself,
      * then STRIP or DATEUS, then UPPER.
      ******************************************************************
       WRITE-DRAFT-CONFIGS SECTION.
           OPEN OUTPUT VALIDATION-DRAFT-FILE
           OPEN OUTPUT TRANSFORM-DRAFT-FILE
           MOVE SPACES TO VALIDATION-DRAFT-RECORD
           STRING "* draft validation rules profiled from "
               DELIMITED BY SIZE
               WS-FLAT-FILENAME DELIMITED BY SPACE
               INTO VALIDATION-DRAFT-RECORD
           WRITE VALIDATION-DRAFT-RECORD
           MOVE SPACES TO TRANSFORM-DRAFT-RECORD
           STRING "* draft transform rules profiled from "
               DELIMITED BY SIZE
               WS-FLAT-FILENAME DELIMITED BY SPACE
               INTO TRANSFORM-DRAFT-RECORD
           WRITE TRANSFORM-DRAFT-RECORD
           MOVE 1 TO WS-LOD-IDX
           PERFORM UNTIL WS-LOD-IDX > WS-NO-LOD-ENTRIES
               IF WS-DRF-VAL-TYPE(WS-LOD-IDX) NOT = SPACES
                   MOVE WS-DRF-VAL-TYPE(WS-LOD-IDX) TO WS-DRF-RULES
                   PERFORM FORMAT-DRAFT-LINE
                   MOVE WS-DRF-LINE TO VALIDATION-DRAFT-RECORD
                   WRITE VALIDATION-DRAFT-RECORD
                   SET WS-NO-VAL-DRAFTS UP BY 1
               END-IF
               IF WS-DRF-TRIM(WS-LOD-IDX) = 'Y'
                   MOVE "TRIM" TO WS-DRF-RULES
                   PERFORM FORMAT-DRAFT-LINE
                   MOVE WS-DRF-LINE TO TRANSFORM-DRAFT-RECORD
                   WRITE TRANSFORM-DRAFT-RECORD
                   SET WS-NO-TRX-DRAFTS UP BY 1
               END-IF
               IF WS-DRF-SHAPE(WS-LOD-IDX) NOT = SPACES
                   MOVE WS-DRF-SHAPE(WS-LOD-IDX) TO WS-DRF-RULES
                   PERFORM FORMAT-DRAFT-LINE
                   MOVE WS-DRF-LINE TO TRANSFORM-DRAFT-RECORD
                   WRITE TRANSFORM-DRAFT-RECORD
                   SET WS-NO-TRX-DRAFTS UP BY 1
               END-IF
               IF WS-DRF-UPPER(WS-LOD-IDX) = 'Y'
                   MOVE "UPPER" TO WS-DRF-RULES
                   PERFORM FORMAT-DRAFT-LINE
                   MOVE WS-DRF-LINE TO TRANSFORM-DRAFT-RECORD
                   WRITE TRANSFORM-DRAFT-RECORD
                   SET WS-NO-TRX-DRAFTS UP BY 1
               END-IF
               SET WS-LOD-IDX UP BY 1
           END-PERFORM
           CLOSE VALIDATION-DRAFT-FILE
           CLOSE TRANSFORM-DRAFT-FILE.

      ******************************************************************
      * subroutine lays out one draft rule line - the two-digit
      * column number in (1:2), the rule in (4:7), and the column's
      * name from (13:) for the analyst reviewing the draft.
      ******************************************************************
       FORMAT-DRAFT-LINE SECTION.
           MOVE SPACES TO WS-DRF-LINE
           MOVE WS-LOD-COL-NO(WS-LOD-IDX) TO WS-DRF-COL-STR
           MOVE WS-DRF-COL-STR TO WS-DRF-LINE(1:2)
           MOVE WS-DRF-RULES(1:7) TO WS-DRF-LINE(4:7)
           MOVE WS-LOD-NAME(WS-LOD-IDX) TO WS-DRF-LINE(13:30).

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
      * subroutine writes the profile report - the files and record
      * count, a block per FDnn- column, and the draft rule counts.
      ******************************************************************
       WRITE-PROFILE-REPORT SECTION.
           OPEN OUTPUT REPORT-FILE
           MOVE "FLATPROF COLUMN PROFILE REPORT" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "FLAT FILE     : " DELIMITED BY SIZE
               WS-FLAT-FILENAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "COPYBOOK      : " DELIMITED BY SIZE
               WS-COPYBOOK-FILENAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-DATA-RECS TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "DATA RECORDS  : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-PROF-COLS TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "COLUMNS       : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 1 TO WS-LOD-IDX
           PERFORM UNTIL WS-LOD-IDX > WS-NO-LOD-ENTRIES
               IF WS-LOD-COL-NO(WS-LOD-IDX) > 0
                   PERFORM WRITE-COLUMN-PROFILE
               END-IF
               SET WS-LOD-IDX UP BY 1
           END-PERFORM
           MOVE WS-NO-VAL-DRAFTS TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "VALIDATE DRAFT: " DELIMITED BY SIZE
               WS-VAL-DRAFT-FILENAME DELIMITED BY SPACE
               " - " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               " RULES" DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-TRX-DRAFTS TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "XFORM DRAFT   : " DELIMITED BY SIZE
               WS-TRX-DRAFT-FILENAME DELIMITED BY SPACE
               " - " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               " RULES" DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE.

      ******************************************************************
      * subroutine writes WS-LOD-IDX's block - its name and width,
      * the blank and distinct counts, the value lengths and range,
      * the shape and case shares, its top values and the rules
      * drafted for it.
      ******************************************************************
       WRITE-COLUMN-PROFILE SECTION.
           MOVE WS-LOD-WIDTH(WS-LOD-IDX) TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "COLUMN " DELIMITED BY SIZE
               WS-LOD-NAME(WS-LOD-IDX) DELIMITED BY SPACE
               " - WIDTH " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-PRF-BLANKS(WS-LOD-IDX) TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "  BLANK       : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-PRF-NO-DISTINCT(WS-LOD-IDX) TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           IF WS-PRF-DST-FULL(WS-LOD-IDX) = 'Y'
               STRING "  DISTINCT    : MORE THAN " DELIMITED BY SIZE
                   WS-RPT-TRIM DELIMITED BY SPACE
                   INTO REPORT-RECORD
           ELSE
               STRING "  DISTINCT    : " DELIMITED BY SIZE
                   WS-RPT-TRIM DELIMITED BY SPACE
                   INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           IF WS-PRF-VALUES(WS-LOD-IDX) > 0
               MOVE WS-PRF-MIN-LEN(WS-LOD-IDX) TO WS-RPT-NUM
               PERFORM FORMAT-RPT-NUM
               MOVE WS-RPT-TRIM TO WS-RPT-TRIM-2
               MOVE WS-PRF-MAX-LEN(WS-LOD-IDX) TO WS-RPT-NUM
               PERFORM FORMAT-RPT-NUM
               MOVE SPACES TO REPORT-RECORD
               STRING "  LENGTH      : " DELIMITED BY SIZE
                   WS-RPT-TRIM-2 DELIMITED BY SPACE
                   " TO " DELIMITED BY SIZE
                   WS-RPT-TRIM DELIMITED BY SPACE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-RPT-LINE
               MOVE "  LOWEST      : " TO WS-RPT-LINE(1:16)
               MOVE WS-PRF-MIN-VAL(WS-LOD-IDX) TO WS-RPT-LINE(17:64)
               MOVE WS-RPT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-RPT-LINE
               MOVE "  HIGHEST     : " TO WS-RPT-LINE(1:16)
               MOVE WS-PRF-MAX-VAL(WS-LOD-IDX) TO WS-RPT-LINE(17:64)
               MOVE WS-RPT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "  ALL DIGITS  : " TO WS-PCT-LABEL
               MOVE WS-PRF-DIGITS(WS-LOD-IDX) TO WS-PCT-COUNT
               PERFORM WRITE-SHARE-LINE
               MOVE "  DATE-LIKE   : " TO WS-PCT-LABEL
               COMPUTE WS-PCT-COUNT = WS-PRF-CCYYMMDD(WS-LOD-IDX)
                   + WS-PRF-USDATE(WS-LOD-IDX)
               PERFORM WRITE-SHARE-LINE
               MOVE "  MIXED CASE  : " TO WS-PCT-LABEL
               MOVE WS-PRF-MIXED(WS-LOD-IDX) TO WS-PCT-COUNT
               PERFORM WRITE-SHARE-LINE
               PERFORM WRITE-TOP-VALUES
           END-IF
           MOVE SPACES TO WS-DRF-RULES
           IF WS-DRF-TRIM(WS-LOD-IDX) = 'Y'
               MOVE WS-DRF-RULES TO WS-DRF-PRIOR
               STRING WS-DRF-PRIOR DELIMITED BY "  "
                   " TRIM" DELIMITED BY SIZE
                   INTO WS-DRF-RULES
           END-IF
           IF WS-DRF-SHAPE(WS-LOD-IDX) NOT = SPACES
               MOVE WS-DRF-RULES TO WS-DRF-PRIOR
               STRING WS-DRF-PRIOR DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   WS-DRF-SHAPE(WS-LOD-IDX) DELIMITED BY SPACE
                   INTO WS-DRF-RULES
           END-IF
           IF WS-DRF-UPPER(WS-LOD-IDX) = 'Y'
               MOVE WS-DRF-RULES TO WS-DRF-PRIOR
               STRING WS-DRF-PRIOR DELIMITED BY "  "
                   " UPPER" DELIMITED BY SIZE
                   INTO WS-DRF-RULES
           END-IF
           IF WS-DRF-VAL-TYPE(WS-LOD-IDX) NOT = SPACES
               MOVE WS-DRF-RULES TO WS-DRF-PRIOR
               STRING WS-DRF-PRIOR DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   WS-DRF-VAL-TYPE(WS-LOD-IDX) DELIMITED BY SPACE
                   INTO WS-DRF-RULES
           END-IF
           IF WS-DRF-RULES = SPACES
               MOVE " NONE" TO WS-DRF-RULES
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "  DRAFT RULES :" DELIMITED BY SIZE
               WS-DRF-RULES DELIMITED BY "  "
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

      ******************************************************************
      * subroutine writes one share line - WS-PCT-COUNT as a whole
      * percentage of the column's non-blank values, then the count
      * itself.
      ******************************************************************
       WRITE-SHARE-LINE SECTION.
           COMPUTE WS-PCT ROUNDED =
               WS-PCT-COUNT * 100 / WS-PRF-VALUES(WS-LOD-IDX)
           MOVE WS-PCT TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE WS-RPT-TRIM TO WS-RPT-TRIM-2
           MOVE WS-PCT-COUNT TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING WS-PCT-LABEL DELIMITED BY SIZE
               WS-RPT-TRIM-2 DELIMITED BY SPACE
               "% (" DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      ******************************************************************
      * subroutine lists WS-LOD-IDX's most frequent values, most
      * frequent first - each pass picks the highest count not yet
      * listed, the earliest-seen value winning a tie.
      ******************************************************************
       WRITE-TOP-VALUES SECTION.
           IF WS-TOP-N > 0
               MOVE "  TOP VALUES  :" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE 1 TO WS-DST-IDX
           PERFORM UNTIL WS-DST-IDX > 200
               MOVE 'N' TO WS-TOP-TAKEN(WS-DST-IDX)
               SET WS-DST-IDX UP BY 1
           END-PERFORM
           MOVE 1 TO WS-TOP-RANK
           PERFORM UNTIL WS-TOP-RANK > WS-TOP-N
               OR WS-TOP-RANK > WS-PRF-NO-DISTINCT(WS-LOD-IDX)
               MOVE ZERO TO WS-TOP-BEST
               MOVE 1 TO WS-DST-IDX
               PERFORM UNTIL WS-DST-IDX
                   > WS-PRF-NO-DISTINCT(WS-LOD-IDX)
                   IF WS-TOP-TAKEN(WS-DST-IDX) = 'N'
                       IF WS-TOP-BEST = 0
                           MOVE WS-DST-IDX TO WS-TOP-BEST
                       ELSE
                           IF WS-DST-COUNT(WS-LOD-IDX, WS-DST-IDX)
                               > WS-DST-COUNT(WS-LOD-IDX, WS-TOP-BEST)
                               MOVE WS-DST-IDX TO WS-TOP-BEST
                           END-IF
                       END-IF
                   END-IF
                   SET WS-DST-IDX UP BY 1
               END-PERFORM
               MOVE 'Y' TO WS-TOP-TAKEN(WS-TOP-BEST)
               MOVE WS-DST-COUNT(WS-LOD-IDX, WS-TOP-BEST) TO WS-RPT-EDIT
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-RPT-EDIT TO WS-RPT-LINE(5:7)
               MOVE WS-DST-VALUE(WS-LOD-IDX, WS-TOP-BEST)
                   TO WS-RPT-LINE(14:67)
               MOVE WS-RPT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               SET WS-TOP-RANK UP BY 1
           END-PERFORM.
