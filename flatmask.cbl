      ******************************************************************
      * sensitive-column masking companion program for ECHOFILE
      * the test and training regions want production-shaped flat
      * files, and production files carry account numbers, customer
      * names and birth dates that may not leave the production
      * region. this program reads the flat file through the
      * flatfile.cpy layout ECHOFILE generated (resolving FDnn- names
      * and offsets the same way FLATXTRACT does), replaces the
      * columns a mask config names, and writes a masked flat file
      * of the same width and layout - the source's own copybook
      * still describes it.
      *
      * mask config (mask.cfg) - same two-digit column-number shape
      * validate.cfg speaks in, one rule per column:
      *     01 DIGITS          scramble every digit, keep the format
      *     02 NAME            substitute a surrogate name
      *     05 FIXED  REDACTED substitute the fixed value given
      *     04 DATE            shift a CCYYMMDD date a per-value
      *                        number of days
      *     07 DATE   -045     shift a CCYYMMDD date 45 days back
      * the column number is in (1:2), the action in (4:6), and the
      * parameter from (11:).
      *
      * masking is deterministic - every masked value depends on
      * nothing but the original value and the mask key, never on
      * the record, column or file it sits in - so the same account
      * number masks to the same digits in every SPLITFILE per-type
      * file, every generation and every feed masked with the same
      * key, and FLATXREF and FLATDIFF still match keys across the
      * masked files. DIGITS is a two-pass chained substitution over
      * the digits of the value: each digit is offset by a key stream
      * that the digits before it (first pass) and after it (second
      * pass) feed, so every output digit depends on the whole value,
      * yet two different account numbers can never mask to the
      * same one - key columns stay unique. letters, blanks and
      * punctuation stay where they were. NAME picks one of a fixed
      * table of surrogate names off a hash of the original value.
      * the mask key is the optional seventh argument - a masking
      * run for another region should supply its own.
      *
      * the masked file carries the source's "H" record and one
      * merged trailer - the record count and the hash totals of
      * every NUMERIC column in the validation config, recomputed
      * off the masked records - so FLATVERIFY passes it with the
      * same config. a DATE column value that is not a CCYYMMDD
      * date cannot be shifted, and is blanked rather than passed
      * through unmasked - the run then ends with return code 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FLATMASK.
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
           SELECT MASK-CONFIG-FILE
               ASSIGN TO WS-MASK-CFG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MCF-FILE-STATUS.
           SELECT VALIDATION-CONFIG-FILE
               ASSIGN TO WS-VALIDATION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAL-FILE-STATUS.
      * the masked file is written as a raw byte stream - the same
      * writer FLATXTRACT uses - so each record carries exactly the
      * source width plus the historical CRLF framing.
           SELECT MASK-FILE
               ASSIGN TO WS-MASK-FILENAME
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FLAT-FILE.
       01 FLAT-BYTE                     PIC X(1).

       FD COPYBOOK-FILE.
       01 COPYBOOK-RECORD               PIC X(80).

       FD MASK-CONFIG-FILE.
       01 MASK-CONFIG-RECORD            PIC X(80).

       FD VALIDATION-CONFIG-FILE.
       01 VALIDATION-CONFIG-RECORD      PIC X(80).

       FD MASK-FILE.
       01 MASK-BYTE                     PIC X(1).

       FD REPORT-FILE.
       01 REPORT-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FLAT-FILENAME              PIC X(50) VALUE "flatfile.dat".
       77 WS-FLAT-FILE-STATUS           PIC XX.
       77 WS-COPYBOOK-FILENAME          PIC X(50) VALUE "flatfile.cpy".
       77 WS-CPY-FILE-STATUS            PIC XX.
      *****************************************************************
      * WS-MASK-CFG-FILENAME names the mask config. like FLATXTRACT's
      * selection config it is required - a masking run that masks
      * nothing would ship production data under a masked name - so
      * a missing config, or one with no rules, is a hard stop.
      *****************************************************************
       77 WS-MASK-CFG-FILENAME          PIC X(50) VALUE "mask.cfg".
       77 WS-MCF-FILE-STATUS            PIC XX.
       77 WS-MCF-EOF                    PIC X(1).
       77 WS-VALIDATION-FILENAME        PIC X(50) VALUE "validate.cfg".
       77 WS-VAL-FILE-STATUS            PIC XX.
       77 WS-VAL-EOF                    PIC X(1).
       77 WS-MASK-FILENAME              PIC X(50) VALUE "masked.dat".
       77 WS-REPORT-FILENAME            PIC X(50) VALUE "flatmask.rpt".
       77 WS-ARG-VALUE                  PIC X(50).
       77 WS-ARG-LEN                    PIC 99.
      *****************************************************************
      * WS-MASK-KEY seeds every key stream and value hash. the
      * compiled default keeps casual runs repeatable; a region that
      * must not share masked values with another supplies its own
      * key of up to nine digits as the seventh argument. the report
      * says which was used but never prints the key itself.
      *****************************************************************
       77 WS-MASK-KEY                   PIC 9(9) VALUE 271828183.
       77 WS-MASK-KEY-SOURCE            PIC X(8) VALUE "DEFAULT".
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
       77 WS-CPY-IDX                    PIC 99.
       77 WS-CPY-DIGITS                 PIC 9.
       77 WS-CPY-DONE                   PIC X(1).
       77 WS-CPY-WIDTH-FIELD            PIC X(3).
       77 WS-CPY-WIDTH                  PIC 999.
       77 WS-CPY-NAME                   PIC X(30).
       77 WS-CPY-NAME-LEN               PIC 99.
       77 WS-CPY-REC-LEN                PIC 9999.
       77 WS-WANT-COL                   PIC 99.
      *****************************************************************
      * the mask rules, in config order - each resolved to its
      * column's name, offset and width, with the action, its
      * parameter, and per rule the count of values masked and of
      * DATE values that could not be shifted and were blanked.
      * WS-MSK-SHIFT is a DATE rule's fixed shift in days - zero
      * means each value's shift is taken off its own hash.
      *****************************************************************
       77 WS-NO-MASK-RULES              PIC 99 VALUE ZERO.
       01 WS-MASK-RULES.
           05 WS-MASK-RULE              OCCURS 40 TIMES.
               10 WS-MSK-COL-NO         PIC 99.
               10 WS-MSK-NAME           PIC X(30).
               10 WS-MSK-START          PIC 9999.
               10 WS-MSK-WIDTH          PIC 999.
               10 WS-MSK-ACTION         PIC X(6).
               10 WS-MSK-PARM           PIC X(50).
               10 WS-MSK-SHIFT          PIC S9(3).
               10 WS-MSK-COUNT          PIC 9(7).
               10 WS-MSK-BLANKED        PIC 9(7).
       77 WS-MSK-IDX                    PIC 99.
       77 WS-MSK-CHK-IDX                PIC 99.
      *****************************************************************
      * masking scratch - the field being masked, left in place at
      * its full width, and its length to the last nonblank byte.
      *****************************************************************
       77 WS-MSK-FLD                    PIC X(100).
       77 WS-MSK-LEN                    PIC 999.
       77 WS-MSK-POS                    PIC 999.
       77 WS-MSK-DIGIT                  PIC 9.
       77 WS-MSK-SUM                    PIC 99.
       77 WS-MSK-BLANK-FLAG             PIC X(1).
      *****************************************************************
      * key stream - WS-MIX-STATE is stirred by MIX-MASK-STATE with
      * whatever WS-MIX-INPUT the caller feeds it, modulo the prime
      * 999999937, and TAKE-MIX-DIGIT lifts one offset digit out of
      * the middle of it.
      *****************************************************************
       77 WS-MIX-STATE                  PIC 9(9).
       77 WS-MIX-INPUT                  PIC 9(5).
       77 WS-MIX-WORK                   PIC 9(18).
       77 WS-MIX-QUOT                   PIC 9(18).
       77 WS-MIX-HIGH                   PIC 9(9).
       77 WS-MIX-DIGIT                  PIC 9.
      *****************************************************************
      * the printable characters in collating order - a value's hash
      * takes each byte's position in this string, so no intrinsic
      * is needed to turn a character into a number.
      *****************************************************************
       01 WS-HASH-CHARS.
           05 FILLER                    PIC X(12)
               VALUE " !""#$%&'()*+".
           05 FILLER                    PIC X(12)
               VALUE ",-./01234567".
           05 FILLER                    PIC X(12)
               VALUE "89:;<=>?@ABC".
           05 FILLER                    PIC X(12)
               VALUE "DEFGHIJKLMNO".
           05 FILLER                    PIC X(12)
               VALUE "PQRSTUVWXYZ[".
           05 FILLER                    PIC X(12)
               VALUE "\]^_`abcdefg".
           05 FILLER                    PIC X(12)
               VALUE "hijklmnopqrs".
           05 FILLER                    PIC X(11)
               VALUE "tuvwxyz{|}~".
       01 WS-HASH-CHAR-TABLE REDEFINES WS-HASH-CHARS.
           05 WS-HASH-CHAR              PIC X(1) OCCURS 95 TIMES.
       77 WS-CHAR-IDX                   PIC 999.
      *****************************************************************
      * the surrogate names NAME substitutes - a fixed table, so a
      * given original always draws the same surrogate.
      *****************************************************************
       01 WS-SURROGATE-NAMES.
           05 FILLER                    PIC X(20) VALUE "ALEX MORGAN".
           05 FILLER                    PIC X(20) VALUE "JORDAN BAKER".
           05 FILLER                    PIC X(20) VALUE "CASEY HOLT".
           05 FILLER                    PIC X(20) VALUE "RILEY PARKER".
           05 FILLER                    PIC X(20) VALUE "TAYLOR REED".
           05 FILLER                    PIC X(20) VALUE "JAMIE FOSTER".
           05 FILLER                    PIC X(20) VALUE "MORGAN HAYES".
           05 FILLER                    PIC X(20) VALUE "DREW CARSON".
           05 FILLER                    PIC X(20) VALUE "QUINN WALSH".
           05 FILLER                    PIC X(20) VALUE "AVERY LANE".
           05 FILLER                    PIC X(20) VALUE "ROWAN PRICE".
           05 FILLER                    PIC X(20) VALUE "SAGE BENNETT".
           05 FILLER                    PIC X(20) VALUE "EMERY COLE".
           05 FILLER                    PIC X(20) VALUE "HARPER DUNN".
           05 FILLER                    PIC X(20) VALUE "LOGAN PIERCE".
           05 FILLER                    PIC X(20) VALUE "REESE GRANT".
           05 FILLER                    PIC X(20) VALUE "BLAKE MERCER".
           05 FILLER                    PIC X(20) VALUE "PARKER STONE".
           05 FILLER                    PIC X(20) VALUE "SKYLER WARD".
           05 FILLER                    PIC X(20) VALUE "FINLEY BROOKS".
       01 WS-SURROGATE-TABLE REDEFINES WS-SURROGATE-NAMES.
           05 WS-SURROGATE-NAME         PIC X(20) OCCURS 20 TIMES.
       77 WS-SURROGATE-IDX              PIC 99.
      *****************************************************************
      * date-shift scratch - the date broken out, its month's length
      * off the table below (February corrected for leap years), and
      * the signed shift in days.
      *****************************************************************
       01 WS-MONTH-DAYS-VALUES.
           05 FILLER                    PIC X(24)
               VALUE "312831303130313130313031".
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05 WS-MONTH-DAYS             PIC 99 OCCURS 12 TIMES.
       77 WS-DT-YYYY                    PIC 9999.
       77 WS-DT-MM                      PIC 99.
       77 WS-DT-DD                      PIC 99.
       77 WS-DT-MONTH-LEN               PIC 99.
       77 WS-DT-REM                     PIC 999.
       77 WS-DT-QUOT                    PIC 9(9).
       77 WS-DT-SHIFT                   PIC S9(3).
       77 WS-DT-STEPS                   PIC 999.
       77 WS-DT-STEP-IDX                PIC 999.
      *****************************************************************
      * the NUMERIC validation columns, in rule order, resolved to
      * their offsets - the columns the trailer carries hash totals
      * for - and the totals recomputed off the masked records.
      *****************************************************************
       77 WS-NO-VAL-RULES               PIC 99 VALUE ZERO.
       01 WS-VALIDATION-RULES.
           05 WS-VAL-RULE               OCCURS 40 TIMES.
               10 WS-VAL-COLUMN         PIC 99.
               10 WS-VAL-TYPE           PIC X(7).
       77 WS-VAL-IDX                    PIC 99.
       77 WS-NO-HASH-COLS               PIC 99 VALUE ZERO.
       01 WS-HASH-COLS.
           05 WS-HASH-COL               OCCURS 40 TIMES.
               10 WS-HASH-START         PIC 9999.
               10 WS-HASH-WIDTH         PIC 999.
       01 WS-HASH-TOTALS.
           05 WS-HASH-TOTAL             PIC 9(15) OCCURS 40 TIMES.
       77 WS-HASH-IDX                   PIC 99.
       77 WS-HASH-WORK                  PIC 9(15).
       77 WS-TRL-POS                    PIC 9999.
       77 WS-FLD-WORK                   PIC X(100).
       77 WS-FLD-LEN                    PIC 999.
      *****************************************************************
      * flat file record assembly - same byte-stream reader FLATLOAD
      * uses, width off the "H" control record, whose run date and
      * source csv are kept for the masked file's own header.
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
       77 WS-OUT-BUF                    PIC X(4099).
       77 WS-OUT-IDX                    PIC 9999.
      *****************************************************************
      * run counters for the control report.
      *****************************************************************
       77 WS-NO-DATA-RECS               PIC 9(7) VALUE ZERO.
       77 WS-NO-SRC-TRAILERS            PIC 9(7) VALUE ZERO.
       77 WS-OUT-REC-CNT                PIC 9(7) VALUE ZERO.
       77 WS-NO-BLANKED                 PIC 9(7) VALUE ZERO.
      *****************************************************************
      * report formatting scratch - mirrors ECHOFILE's
      * FORMAT-RPT-NUM/WS-RPT-NUM family.
      *****************************************************************
       77 WS-CHR-IDX                    PIC 99.
       77 WS-RPT-NUM                    PIC 9(7).
       77 WS-RPT-EDIT                   PIC Z(6)9.
       77 WS-RPT-STR                    PIC X(7).
       77 WS-RPT-TRIM                   PIC X(7).
       77 WS-RPT-METHOD                 PIC X(40).
       77 WS-RPT-SIGN                   PIC X(1).
       77 WS-RPT-DAYS                   PIC 999.

       PROCEDURE DIVISION.
      * arguments are positional: flat file, copybook, mask config,
      * validation config, masked output, report file, mask key.
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
               MOVE WS-ARG-VALUE TO WS-MASK-CFG-FILENAME
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
               MOVE WS-ARG-VALUE TO WS-MASK-FILENAME
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 6 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-REPORT-FILENAME
           END-IF
      * a mask key that is not all digits is a hard stop - running
      * on under the default would mask with a key the operator did
      * not choose, and the values would not match the other files
      * masked under the key they did.
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 7 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE 50 TO WS-ARG-LEN
               PERFORM UNTIL WS-ARG-VALUE(WS-ARG-LEN:1) NOT = SPACE
                   SET WS-ARG-LEN DOWN BY 1
               END-PERFORM
               IF WS-ARG-LEN > 9
               OR WS-ARG-VALUE(1:WS-ARG-LEN) IS NOT NUMERIC
                   DISPLAY "FLATMASK: MASK KEY MUST BE ONE TO NINE "
                       "DIGITS"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ARG-VALUE(1:WS-ARG-LEN) TO WS-MASK-KEY
               MOVE "SUPPLIED" TO WS-MASK-KEY-SOURCE
           END-IF
           PERFORM READ-COPYBOOK-LAYOUT
           COMPUTE WS-CPY-REC-LEN = WS-LOD-NEXT - 1
           PERFORM READ-MASK-CONFIG
           PERFORM READ-VALIDATION-CONFIG
           PERFORM RESOLVE-HASH-COLUMNS
           OPEN INPUT FLAT-FILE
           IF WS-FLAT-FILE-STATUS NOT = "00"
               DISPLAY "FLATMASK: FLAT FILE " WS-FLAT-FILENAME
                   " COULD NOT BE OPENED, STATUS "
                   WS-FLAT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-HEADER-RECORD
      * a book wider than the file's own records is not the book the
      * file was converted with - masking through it would overwrite
      * bytes of the next record.
           IF WS-CPY-REC-LEN > WS-REC-WIDTH
               DISPLAY "FLATMASK: " WS-COPYBOOK-FILENAME
                   " DESCRIBES A WIDER RECORD THAN "
                   WS-FLAT-FILENAME " CARRIES"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      * the masked file keeps the source width, so the trailer's
      * hash slots have to fit inside it - a validation config with
      * more NUMERIC columns than the width holds is not the config
      * this file was converted with.
           COMPUTE WS-TRL-POS = 8 + 15 * WS-NO-HASH-COLS
           IF WS-TRL-POS > WS-REC-WIDTH
               DISPLAY "FLATMASK: " WS-VALIDATION-FILENAME
                   " NEEDS A WIDER TRAILER THAN "
                   WS-FLAT-FILENAME " CARRIES"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MASK-FILE
           PERFORM WRITE-MASK-HEADER
           PERFORM UNTIL WS-FLAT-EOF = 'Y'
               PERFORM READ-FLAT-RECORD
               IF WS-FLAT-EOF NOT = 'Y'
                   EVALUATE WS-REC-BUF(1:1)
                       WHEN "D"
                           SET WS-NO-DATA-RECS UP BY 1
                           PERFORM MASK-DATA-RECORD
                           PERFORM WRITE-MASK-RECORD
                       WHEN "T"
                           SET WS-NO-SRC-TRAILERS UP BY 1
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE FLAT-FILE
           PERFORM WRITE-MASK-TRAILER
           CLOSE MASK-FILE
           PERFORM WRITE-MASK-REPORT
           IF WS-NO-BLANKED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * subroutine loads the FD-FLATFILE-RECORD block of the
      * generated copybook into WS-LOD-TABLE - same parse FLATLOAD
      * runs, against the books this system generates.
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
               DISPLAY "FLATMASK: COPYBOOK " WS-COPYBOOK-FILENAME
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
               DISPLAY "FLATMASK: COPYBOOK " WS-COPYBOOK-FILENAME
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
      * subroutine loads the mask config - every line files one rule,
      * resolved against the layout on the spot. an unknown column,
      * a column masked twice, an unknown action, a FIXED rule with
      * no value or a DATE shift that is not +nnn or -nnn are all
      * hard stops before a single record is masked wrong.
      ******************************************************************
       READ-MASK-CONFIG SECTION.
           MOVE ZERO TO WS-NO-MASK-RULES
           MOVE 'N' TO WS-MCF-EOF
           OPEN INPUT MASK-CONFIG-FILE
           IF WS-MCF-FILE-STATUS NOT = "00"
               DISPLAY "FLATMASK: CONFIG " WS-MASK-CFG-FILENAME
                   " COULD NOT BE OPENED, STATUS " WS-MCF-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-MCF-EOF = 'Y'
               READ MASK-CONFIG-FILE INTO MASK-CONFIG-RECORD
                   AT END
                       MOVE 'Y' TO WS-MCF-EOF
                   NOT AT END
                       IF MASK-CONFIG-RECORD NOT = SPACES
                           PERFORM PARSE-MASK-RULE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASK-CONFIG-FILE
           IF WS-NO-MASK-RULES = ZERO
               DISPLAY "FLATMASK: CONFIG " WS-MASK-CFG-FILENAME
                   " HOLDS NO MASK RULES"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * subroutine parses one mask rule - column number in (1:2),
      * action in (4:6), parameter from (11:).
      ******************************************************************
       PARSE-MASK-RULE SECTION.
           IF MASK-CONFIG-RECORD(1:2) NOT NUMERIC
               DISPLAY "FLATMASK: CONFIG LINE MUST LEAD WITH A "
                   "TWO-DIGIT COLUMN NUMBER: "
                   MASK-CONFIG-RECORD(1:20)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE MASK-CONFIG-RECORD(1:2) TO WS-WANT-COL
           PERFORM FIND-COLUMN-ENTRY
           IF WS-LOD-IDX > WS-NO-LOD-ENTRIES OR WS-WANT-COL = ZERO
               DISPLAY "FLATMASK: COLUMN "
                   MASK-CONFIG-RECORD(1:2)
                   " MATCHES NO COLUMN IN " WS-COPYBOOK-FILENAME
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      * two rules on one column would mask the masked value, and the
      * report could not say how the column was masked.
           MOVE 1 TO WS-MSK-CHK-IDX
           PERFORM UNTIL WS-MSK-CHK-IDX > WS-NO-MASK-RULES
               IF WS-MSK-COL-NO(WS-MSK-CHK-IDX) = WS-WANT-COL
                   DISPLAY "FLATMASK: COLUMN "
                       MASK-CONFIG-RECORD(1:2)
                       " IS MASKED BY MORE THAN ONE RULE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-MSK-CHK-IDX UP BY 1
           END-PERFORM
           IF WS-NO-MASK-RULES >= 40
               DISPLAY "FLATMASK: MORE THAN 40 MASK RULES"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-NO-MASK-RULES UP BY 1
           MOVE WS-WANT-COL TO WS-MSK-COL-NO(WS-NO-MASK-RULES)
           MOVE WS-LOD-NAME(WS-LOD-IDX)
               TO WS-MSK-NAME(WS-NO-MASK-RULES)
           MOVE WS-LOD-START(WS-LOD-IDX)
               TO WS-MSK-START(WS-NO-MASK-RULES)
           MOVE WS-LOD-WIDTH(WS-LOD-IDX)
               TO WS-MSK-WIDTH(WS-NO-MASK-RULES)
           MOVE MASK-CONFIG-RECORD(4:6)
               TO WS-MSK-ACTION(WS-NO-MASK-RULES)
           MOVE MASK-CONFIG-RECORD(11:50)
               TO WS-MSK-PARM(WS-NO-MASK-RULES)
           MOVE ZERO TO WS-MSK-SHIFT(WS-NO-MASK-RULES)
           MOVE ZERO TO WS-MSK-COUNT(WS-NO-MASK-RULES)
           MOVE ZERO TO WS-MSK-BLANKED(WS-NO-MASK-RULES)
           EVALUATE MASK-CONFIG-RECORD(4:6)
               WHEN "DIGITS"
               WHEN "NAME  "
                   CONTINUE
               WHEN "FIXED "
                   IF MASK-CONFIG-RECORD(11:50) = SPACES
                       DISPLAY "FLATMASK: FIXED RULE FOR COLUMN "
                           MASK-CONFIG-RECORD(1:2)
                           " GIVES NO SUBSTITUTE VALUE"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN "DATE  "
                   IF MASK-CONFIG-RECORD(11:50) NOT = SPACES
                       IF (MASK-CONFIG-RECORD(11:1) NOT = "+"
                           AND MASK-CONFIG-RECORD(11:1) NOT = "-")
                       OR MASK-CONFIG-RECORD(12:3) IS NOT NUMERIC
                       OR MASK-CONFIG-RECORD(12:3) = "000"
                       OR MASK-CONFIG-RECORD(15:46) NOT = SPACES
                           DISPLAY "FLATMASK: DATE SHIFT FOR COLUMN "
                               MASK-CONFIG-RECORD(1:2)
                               " MUST BE +NNN OR -NNN DAYS"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE MASK-CONFIG-RECORD(12:3)
                           TO WS-MSK-SHIFT(WS-NO-MASK-RULES)
                       IF MASK-CONFIG-RECORD(11:1) = "-"
                           MULTIPLY -1
                               BY WS-MSK-SHIFT(WS-NO-MASK-RULES)
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "FLATMASK: ACTION "
                       MASK-CONFIG-RECORD(4:6)
                       " IS NOT DIGITS, NAME, FIXED OR DATE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

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
      * order, to its column in the layout - the same resolution
      * FLATVERIFY will make against the output. a rule naming a
      * column the layout does not carry is a hard stop: the config
      * does not belong to this file, and a trailer built from it
      * could never verify.
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
                       DISPLAY "FLATMASK: VALIDATION COLUMN "
                           WS-VAL-COLUMN(WS-VAL-IDX)
                           " MATCHES NO COLUMN IN "
                           WS-COPYBOOK-FILENAME
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET WS-NO-HASH-COLS UP BY 1
                   MOVE WS-LOD-START(WS-LOD-IDX)
                       TO WS-HASH-START(WS-NO-HASH-COLS)
                   MOVE WS-LOD-WIDTH(WS-LOD-IDX)
                       TO WS-HASH-WIDTH(WS-NO-HASH-COLS)
                   MOVE ZERO TO WS-HASH-TOTAL(WS-NO-HASH-COLS)
               END-IF
               SET WS-VAL-IDX UP BY 1
           END-PERFORM.

      ******************************************************************
      * subroutine reads the leading "H" control record off the flat
      * file byte by byte and takes the record width from it - same
      * handshake FLATLOAD performs. the header's run date and
      * source csv are kept for the masked file's own header.
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
               DISPLAY "FLATMASK: " WS-FLAT-FILENAME
                   " DOES NOT LEAD WITH AN H CONTROL RECORD"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-REC-BUF(2:58) TO WS-SRC-HDR-INFO
           MOVE WS-REC-BUF(60:4) TO WS-REC-WIDTH
      * the conversion program can only produce widths between the
      * 63-byte header-layout floor and its 4096-byte record buffer
      * - anything else is a doctored or corrupt file, and trusting
      * it would walk the record reader far past its own buffer.
           IF WS-REC-WIDTH < 63 OR WS-REC-WIDTH > 4096
               DISPLAY "FLATMASK: " WS-FLAT-FILENAME
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
      * subroutine runs every mask rule against the data record just
      * read, in place in WS-REC-BUF. a blank value stays blank -
      * there is nothing in it to hide, and masking it would invent
      * data the source never had.
      ******************************************************************
       MASK-DATA-RECORD SECTION.
           MOVE 1 TO WS-MSK-IDX
           PERFORM UNTIL WS-MSK-IDX > WS-NO-MASK-RULES
               MOVE SPACES TO WS-MSK-FLD
               MOVE WS-REC-BUF(WS-MSK-START(WS-MSK-IDX):
                   WS-MSK-WIDTH(WS-MSK-IDX)) TO WS-MSK-FLD
               MOVE WS-MSK-WIDTH(WS-MSK-IDX) TO WS-MSK-LEN
               PERFORM UNTIL WS-MSK-LEN = 0
                   OR WS-MSK-FLD(WS-MSK-LEN:1) NOT = SPACE
                   SET WS-MSK-LEN DOWN BY 1
               END-PERFORM
               IF WS-MSK-LEN > 0
                   EVALUATE WS-MSK-ACTION(WS-MSK-IDX)
                       WHEN "DIGITS"
                           PERFORM SCRAMBLE-DIGITS
                       WHEN "NAME  "
                           PERFORM SUBSTITUTE-NAME
                       WHEN "FIXED "
                           MOVE WS-MSK-PARM(WS-MSK-IDX) TO WS-MSK-FLD
                       WHEN "DATE  "
                           PERFORM SHIFT-DATE
                   END-EVALUATE
                   MOVE WS-MSK-FLD(1:WS-MSK-WIDTH(WS-MSK-IDX))
                       TO WS-REC-BUF(WS-MSK-START(WS-MSK-IDX):
                       WS-MSK-WIDTH(WS-MSK-IDX))
                   SET WS-MSK-COUNT(WS-MSK-IDX) UP BY 1
               END-IF
               SET WS-MSK-IDX UP BY 1
           END-PERFORM.

      ******************************************************************
      * subroutine scrambles every digit of WS-MSK-FLD in place -
      * letters, blanks and punctuation are left where they are, so
      * the value keeps its format. the first pass runs left to
      * right, offsetting each digit by a key-stream digit that the
      * original digits before it have stirred; the second runs
      * right to left over the first pass's output the same way.
      * each pass can be undone digit by digit given the key, so no
      * two values ever scramble to the same result - but without
      * the key, every output digit depends on the whole value.
      ******************************************************************
       SCRAMBLE-DIGITS SECTION.
           MOVE WS-MASK-KEY TO WS-MIX-STATE
           MOVE 1 TO WS-MSK-POS
           PERFORM UNTIL WS-MSK-POS > WS-MSK-LEN
               IF WS-MSK-FLD(WS-MSK-POS:1) IS NUMERIC
                   PERFORM SCRAMBLE-ONE-DIGIT
               END-IF
               SET WS-MSK-POS UP BY 1
           END-PERFORM
           MOVE WS-MASK-KEY TO WS-MIX-STATE
           MOVE 99999 TO WS-MIX-INPUT
           PERFORM MIX-MASK-STATE
           MOVE WS-MSK-LEN TO WS-MSK-POS
           PERFORM UNTIL WS-MSK-POS = 0
               IF WS-MSK-FLD(WS-MSK-POS:1) IS NUMERIC
                   PERFORM SCRAMBLE-ONE-DIGIT
               END-IF
               SET WS-MSK-POS DOWN BY 1
           END-PERFORM.

      ******************************************************************
      * subroutine offsets the digit at WS-MSK-POS by the next
      * key-stream digit, modulo ten, then stirs the digit it
      * replaced back into the stream.
      ******************************************************************
       SCRAMBLE-ONE-DIGIT SECTION.
           MOVE WS-MSK-POS TO WS-MIX-INPUT
           PERFORM MIX-MASK-STATE
           PERFORM TAKE-MIX-DIGIT
           MOVE WS-MSK-FLD(WS-MSK-POS:1) TO WS-MSK-DIGIT
           COMPUTE WS-MIX-INPUT = WS-MSK-DIGIT + 11
           COMPUTE WS-MSK-SUM = WS-MSK-DIGIT + WS-MIX-DIGIT
           DIVIDE WS-MSK-SUM BY 10
               GIVING WS-MIX-QUOT REMAINDER WS-MSK-DIGIT
           MOVE WS-MSK-DIGIT TO WS-MSK-FLD(WS-MSK-POS:1)
           PERFORM MIX-MASK-STATE.

      ******************************************************************
      * subroutine replaces WS-MSK-FLD with the surrogate name its
      * value hashes to - the same original always draws the same
      * surrogate. a surrogate longer than the column is cut at the
      * column width when it goes back into the record.
      ******************************************************************
       SUBSTITUTE-NAME SECTION.
           PERFORM HASH-FIELD-VALUE
           DIVIDE WS-MIX-STATE BY 20
               GIVING WS-MIX-QUOT REMAINDER WS-SURROGATE-IDX
           SET WS-SURROGATE-IDX UP BY 1
           MOVE WS-SURROGATE-NAME(WS-SURROGATE-IDX) TO WS-MSK-FLD.

      ******************************************************************
      * subroutine shifts the CCYYMMDD date in WS-MSK-FLD by the
      * rule's fixed number of days, or - with no fixed shift - by
      * a shift of 1 to 365 days, forward or back, taken off the
      * value's own hash, so one birth date always lands on the same
      * masked date. ECHOFILE's date check does not know February
      * from a 31-day month, so a day past its month's end is pulled
      * back to the last day first. a value that is not a CCYYMMDD
      * date cannot be shifted and is blanked.
      ******************************************************************
       SHIFT-DATE SECTION.
           MOVE 'N' TO WS-MSK-BLANK-FLAG
           IF WS-MSK-LEN NOT = 8 OR WS-MSK-FLD(1:8) IS NOT NUMERIC
               MOVE 'Y' TO WS-MSK-BLANK-FLAG
           ELSE
               MOVE WS-MSK-FLD(1:4) TO WS-DT-YYYY
               MOVE WS-MSK-FLD(5:2) TO WS-DT-MM
               MOVE WS-MSK-FLD(7:2) TO WS-DT-DD
               IF WS-DT-YYYY = 0
               OR WS-DT-MM < 1 OR WS-DT-MM > 12
               OR WS-DT-DD < 1 OR WS-DT-DD > 31
                   MOVE 'Y' TO WS-MSK-BLANK-FLAG
               END-IF
           END-IF
           IF WS-MSK-BLANK-FLAG = 'Y'
               MOVE SPACES TO WS-MSK-FLD
               SET WS-MSK-BLANKED(WS-MSK-IDX) UP BY 1
               SET WS-NO-BLANKED UP BY 1
           ELSE
               IF WS-MSK-SHIFT(WS-MSK-IDX) NOT = 0
                   MOVE WS-MSK-SHIFT(WS-MSK-IDX) TO WS-DT-SHIFT
               ELSE
                   PERFORM HASH-FIELD-VALUE
                   DIVIDE WS-MIX-STATE BY 365
                       GIVING WS-DT-QUOT REMAINDER WS-DT-REM
                   COMPUTE WS-DT-SHIFT = WS-DT-REM + 1
                   DIVIDE WS-DT-QUOT BY 2
                       GIVING WS-DT-QUOT REMAINDER WS-DT-REM
                   IF WS-DT-REM = 1
                       MULTIPLY -1 BY WS-DT-SHIFT
                   END-IF
               END-IF
               PERFORM FIND-MONTH-LENGTH
               IF WS-DT-DD > WS-DT-MONTH-LEN
                   MOVE WS-DT-MONTH-LEN TO WS-DT-DD
               END-IF
               IF WS-DT-SHIFT < 0
                   COMPUTE WS-DT-STEPS = 0 - WS-DT-SHIFT
               ELSE
                   MOVE WS-DT-SHIFT TO WS-DT-STEPS
               END-IF
               MOVE 1 TO WS-DT-STEP-IDX
               PERFORM UNTIL WS-DT-STEP-IDX > WS-DT-STEPS
                   IF WS-DT-SHIFT < 0
                       PERFORM STEP-DATE-BACK
                   ELSE
                       PERFORM STEP-DATE-FORWARD
                   END-IF
                   SET WS-DT-STEP-IDX UP BY 1
               END-PERFORM
               MOVE SPACES TO WS-MSK-FLD
               MOVE WS-DT-YYYY TO WS-MSK-FLD(1:4)
               MOVE WS-DT-MM TO WS-MSK-FLD(5:2)
               MOVE WS-DT-DD TO WS-MSK-FLD(7:2)
           END-IF.

      ******************************************************************
      * subroutine moves WS-DT-YYYY/MM/DD one day later.
      ******************************************************************
       STEP-DATE-FORWARD SECTION.
           SET WS-DT-DD UP BY 1
           IF WS-DT-DD > WS-DT-MONTH-LEN
               MOVE 1 TO WS-DT-DD
               SET WS-DT-MM UP BY 1
               IF WS-DT-MM > 12
                   MOVE 1 TO WS-DT-MM
                   SET WS-DT-YYYY UP BY 1
               END-IF
               PERFORM FIND-MONTH-LENGTH
           END-IF.

      ******************************************************************
      * subroutine moves WS-DT-YYYY/MM/DD one day earlier.
      ******************************************************************
       STEP-DATE-BACK SECTION.
           IF WS-DT-DD > 1
               SET WS-DT-DD DOWN BY 1
           ELSE
               IF WS-DT-MM > 1
                   SET WS-DT-MM DOWN BY 1
               ELSE
                   MOVE 12 TO WS-DT-MM
                   SET WS-DT-YYYY DOWN BY 1
               END-IF
               PERFORM FIND-MONTH-LENGTH
               MOVE WS-DT-MONTH-LEN TO WS-DT-DD
           END-IF.

      ******************************************************************
      * subroutine sets WS-DT-MONTH-LEN to the length of month
      * WS-DT-MM of year WS-DT-YYYY - February has 29 days in a year
      * divisible by 4, except a century year not divisible by 400.
      ******************************************************************
       FIND-MONTH-LENGTH SECTION.
           MOVE WS-MONTH-DAYS(WS-DT-MM) TO WS-DT-MONTH-LEN
           IF WS-DT-MM = 2
               DIVIDE WS-DT-YYYY BY 4
                   GIVING WS-DT-QUOT REMAINDER WS-DT-REM
               IF WS-DT-REM = 0
                   MOVE 29 TO WS-DT-MONTH-LEN
                   DIVIDE WS-DT-YYYY BY 100
                       GIVING WS-DT-QUOT REMAINDER WS-DT-REM
                   IF WS-DT-REM = 0
                       DIVIDE WS-DT-YYYY BY 400
                           GIVING WS-DT-QUOT REMAINDER WS-DT-REM
                       IF WS-DT-REM NOT = 0
                           MOVE 28 TO WS-DT-MONTH-LEN
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * subroutine hashes the value in WS-MSK-FLD(1:WS-MSK-LEN) into
      * WS-MIX-STATE - the key stirred with each byte's position in
      * WS-HASH-CHARS, so the hash depends on the key and the value
      * and on nothing else.
      ******************************************************************
       HASH-FIELD-VALUE SECTION.
           MOVE WS-MASK-KEY TO WS-MIX-STATE
           MOVE 1 TO WS-MSK-POS
           PERFORM UNTIL WS-MSK-POS > WS-MSK-LEN
               MOVE 1 TO WS-CHAR-IDX
               PERFORM UNTIL WS-CHAR-IDX > 95
                   OR WS-HASH-CHAR(WS-CHAR-IDX)
                       = WS-MSK-FLD(WS-MSK-POS:1)
                   SET WS-CHAR-IDX UP BY 1
               END-PERFORM
               MOVE WS-CHAR-IDX TO WS-MIX-INPUT
               PERFORM MIX-MASK-STATE
               SET WS-MSK-POS UP BY 1
           END-PERFORM.

      ******************************************************************
      * subroutine stirs WS-MIX-INPUT into WS-MIX-STATE - multiply,
      * add, and reduce modulo the prime 999999937.
      ******************************************************************
       MIX-MASK-STATE SECTION.
           COMPUTE WS-MIX-WORK = WS-MIX-STATE * 7919
               + WS-MIX-INPUT * 104729 + 12345
           DIVIDE WS-MIX-WORK BY 999999937
               GIVING WS-MIX-QUOT REMAINDER WS-MIX-STATE.

      ******************************************************************
      * subroutine lifts one key-stream digit out of the middle of
      * WS-MIX-STATE, away from its low digits, which follow the
      * last input most closely.
      ******************************************************************
       TAKE-MIX-DIGIT SECTION.
           DIVIDE WS-MIX-STATE BY 1000 GIVING WS-MIX-HIGH
           DIVIDE WS-MIX-HIGH BY 10
               GIVING WS-MIX-QUOT REMAINDER WS-MIX-DIGIT.

      ******************************************************************
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
      * content at the source width, then the CR/LF pair and the
      * line terminator byte, the historical CRLF physical shape the
      * downstream readers already detect.
      ******************************************************************
       WRITE-MASK-BYTES SECTION.
           MOVE X"0D" TO WS-OUT-BUF(WS-REC-WIDTH + 1:1)
           MOVE X"0A" TO WS-OUT-BUF(WS-REC-WIDTH + 2:1)
           MOVE X"0A" TO WS-OUT-BUF(WS-REC-WIDTH + 3:1)
           MOVE 1 TO WS-OUT-IDX
           PERFORM UNTIL WS-OUT-IDX > WS-REC-WIDTH + 3
               MOVE WS-OUT-BUF(WS-OUT-IDX:1) TO MASK-BYTE
               WRITE MASK-BYTE
               SET WS-OUT-IDX UP BY 1
           END-PERFORM.

      ******************************************************************
      * subroutine writes the masked file's "H" control record - the
      * run date and source csv the flat file's header carried, so
      * the masked file still says which conversion run it came
      * from, and the unchanged record width.
      ******************************************************************
       WRITE-MASK-HEADER SECTION.
           MOVE SPACES TO WS-OUT-BUF
           MOVE "H" TO WS-OUT-BUF(1:1)
           MOVE WS-SRC-HDR-INFO TO WS-OUT-BUF(2:58)
           MOVE WS-REC-WIDTH TO WS-OUT-BUF(60:4)
           PERFORM WRITE-MASK-BYTES.

      ******************************************************************
      * subroutine writes one masked data record - its own bytes and
      * FD-REC-NO, masked columns replaced - and adds its hash
      * column values into the trailer totals.
      ******************************************************************
       WRITE-MASK-RECORD SECTION.
           MOVE SPACES TO WS-OUT-BUF
           MOVE WS-REC-BUF(1:WS-REC-WIDTH)
               TO WS-OUT-BUF(1:WS-REC-WIDTH)
           SET WS-OUT-REC-CNT UP BY 1
           IF WS-NO-HASH-COLS > 0
               PERFORM ACCUMULATE-HASH-TOTALS
           END-IF
           PERFORM WRITE-MASK-BYTES.

      ******************************************************************
      * subroutine writes the one merged "T" control record - the
      * masked record count and the recomputed hash totals, one per
      * NUMERIC validation column in rule order. an appended flat
      * file's per-segment trailers fold into this one, the same way
      * FLATSORT merges them.
      ******************************************************************
       WRITE-MASK-TRAILER SECTION.
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
           PERFORM WRITE-MASK-BYTES.

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
      * subroutine builds the one-line description of how rule
      * WS-MSK-IDX masks its column, for the control report.
      ******************************************************************
       DESCRIBE-MASK-METHOD SECTION.
           MOVE SPACES TO WS-RPT-METHOD
           EVALUATE WS-MSK-ACTION(WS-MSK-IDX)
               WHEN "DIGITS"
                   MOVE "DIGITS SCRAMBLED, FORMAT KEPT"
                       TO WS-RPT-METHOD
               WHEN "NAME  "
                   MOVE "SURROGATE NAME SUBSTITUTED"
                       TO WS-RPT-METHOD
               WHEN "FIXED "
                   STRING "FIXED VALUE " DELIMITED BY SIZE
                       WS-MSK-PARM(WS-MSK-IDX) DELIMITED BY SIZE
                       INTO WS-RPT-METHOD
               WHEN "DATE  "
                   IF WS-MSK-SHIFT(WS-MSK-IDX) = 0
                       MOVE "DATE SHIFTED 1-365 DAYS PER VALUE"
                           TO WS-RPT-METHOD
                   ELSE
                       IF WS-MSK-SHIFT(WS-MSK-IDX) < 0
                           MOVE "-" TO WS-RPT-SIGN
                           COMPUTE WS-RPT-DAYS =
                               0 - WS-MSK-SHIFT(WS-MSK-IDX)
                       ELSE
                           MOVE "+" TO WS-RPT-SIGN
                           MOVE WS-MSK-SHIFT(WS-MSK-IDX) TO WS-RPT-DAYS
                       END-IF
                       STRING "DATE SHIFTED " DELIMITED BY SIZE
                           WS-RPT-SIGN DELIMITED BY SIZE
                           WS-RPT-DAYS DELIMITED BY SIZE
                           " DAYS" DELIMITED BY SIZE
                           INTO WS-RPT-METHOD
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * subroutine writes the masking run-control report - what was
      * read and written, which key masked it, and every masked
      * column with how it was masked and how many values changed.
      ******************************************************************
       WRITE-MASK-REPORT SECTION.
           OPEN OUTPUT REPORT-FILE
           MOVE "FLATMASK RUN-CONTROL REPORT" TO REPORT-RECORD
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
           MOVE SPACES TO REPORT-RECORD
           STRING "MASK CONFIG   : " DELIMITED BY SIZE
               WS-MASK-CFG-FILENAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "MASKED FILE   : " DELIMITED BY SIZE
               WS-MASK-FILENAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "MASK KEY      : " DELIMITED BY SIZE
               WS-MASK-KEY-SOURCE DELIMITED BY SPACE
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
           STRING "TRAILERS MERGED: " DELIMITED BY SIZE
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
           MOVE WS-NO-BLANKED TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "VALUES BLANKED: " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "COLUMNS MASKED:" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 1 TO WS-MSK-IDX
           PERFORM UNTIL WS-MSK-IDX > WS-NO-MASK-RULES
               PERFORM DESCRIBE-MASK-METHOD
               MOVE SPACES TO REPORT-RECORD
               MOVE WS-MSK-NAME(WS-MSK-IDX) TO REPORT-RECORD(3:30)
               MOVE WS-RPT-METHOD TO REPORT-RECORD(35:40)
               WRITE REPORT-RECORD
               MOVE WS-MSK-COUNT(WS-MSK-IDX) TO WS-RPT-NUM
               PERFORM FORMAT-RPT-NUM
               MOVE SPACES TO REPORT-RECORD
               STRING "    VALUES MASKED : " DELIMITED BY SIZE
                   WS-RPT-TRIM DELIMITED BY SPACE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
               IF WS-MSK-BLANKED(WS-MSK-IDX) > 0
                   MOVE WS-MSK-BLANKED(WS-MSK-IDX) TO WS-RPT-NUM
                   PERFORM FORMAT-RPT-NUM
                   MOVE SPACES TO REPORT-RECORD
                   STRING "    NOT A DATE, BLANKED : " DELIMITED BY SIZE
                       WS-RPT-TRIM DELIMITED BY SPACE
                       INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               SET WS-MSK-IDX UP BY 1
           END-PERFORM
           CLOSE REPORT-FILE.
