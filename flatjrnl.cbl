      ******************************************************************
      * maintenance journal report companion program for FLATMAINT
      * FLATMAINT appends one journal record (see maintjnl.cpy) for
      * every add, change and delete an operator makes to a keyed
      * file, carrying the whole record before and after. this
      * program prints the journal for the daily audit review -
      * every entry in a date range, optionally for one operator -
      * with each entry's images laid out field by field against
      * flatfile.cpy: a change shows only the fields it altered,
      * before and after side by side, an add shows the record it
      * created and a delete the record it removed. an entry whose
      * record width does not match the copybook is listed without
      * its fields rather than laid against the wrong book.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FLATJRNL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE
               ASSIGN TO WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-FILE-STATUS.
           SELECT COPYBOOK-FILE
               ASSIGN TO WS-COPYBOOK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPY-FILE-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD                PIC X(8369).

       FD COPYBOOK-FILE.
       01 COPYBOOK-RECORD               PIC X(80).

       FD REPORT-FILE.
       01 REPORT-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-JOURNAL-FILENAME           PIC X(50) VALUE "flatmaint.jnl".
       77 WS-JNL-FILE-STATUS            PIC XX.
       77 WS-JNL-EOF                    PIC X(1) VALUE 'N'.
       77 WS-COPYBOOK-FILENAME          PIC X(50) VALUE "flatfile.cpy".
       77 WS-CPY-FILE-STATUS            PIC XX.
       77 WS-REPORT-FILENAME            PIC X(50) VALUE "flatjrnl.rpt".
      *****************************************************************
      * the selection - an inclusive CCYYMMDD date range (either end
      * blank leaves that end open) and an operator id (blank or ALL
      * matches every operator).
      *****************************************************************
       77 WS-FROM-DATE                  PIC X(8).
       77 WS-TO-DATE                    PIC X(8).
       77 WS-OPERATOR-FILTER            PIC X(8).
       77 WS-ARG-VALUE                  PIC X(50).
       COPY "maintjnl.cpy".
       77 WS-SELECTED                   PIC X(1).
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
       77 WS-REC-WIDTH                  PIC 9999.
      *****************************************************************
      * field line scratch - the before value at column 32 and the
      * after value at column 57, each trimmed to what the 80-byte
      * line has room for.
      *****************************************************************
       77 WS-BEFORE-FLD                 PIC X(100).
       77 WS-AFTER-FLD                  PIC X(100).
       77 WS-FLD-CHANGED                PIC X(1).
       77 WS-RPT-LINE                   PIC X(80).
      *****************************************************************
      * run counters for the closing lines.
      *****************************************************************
       77 WS-NO-JNL-RECS                PIC 9(7) VALUE ZERO.
       77 WS-NO-MATCHED                 PIC 9(7) VALUE ZERO.
       77 WS-NO-ADDS                    PIC 9(7) VALUE ZERO.
       77 WS-NO-CHANGES                 PIC 9(7) VALUE ZERO.
       77 WS-NO-DELETES                 PIC 9(7) VALUE ZERO.
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
      * arguments are positional: journal file, copybook, report
      * file, from date, to date, operator id (blank or ALL for
      * every operator).
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-JOURNAL-FILENAME
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
           MOVE SPACES TO WS-FROM-DATE
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-FROM-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE SPACES TO WS-TO-DATE
           DISPLAY 5 UPON ARGUMENT-NUMBER
           ACCEPT WS-TO-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE SPACES TO WS-OPERATOR-FILTER
           DISPLAY 6 UPON ARGUMENT-NUMBER
           ACCEPT WS-OPERATOR-FILTER FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-OPERATOR-FILTER = "ALL"
               MOVE SPACES TO WS-OPERATOR-FILTER
           END-IF
           PERFORM READ-COPYBOOK-LAYOUT
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-JOURNAL-HEADER
           OPEN INPUT JOURNAL-FILE
           IF WS-JNL-FILE-STATUS NOT = "00"
               MOVE SPACES TO REPORT-RECORD
               STRING "JOURNAL FILE NOT FOUND, STATUS: "
                   DELIMITED BY SIZE
                   WS-JNL-FILE-STATUS DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               PERFORM UNTIL WS-JNL-EOF = 'Y'
                   READ JOURNAL-FILE INTO JOURNAL-RECORD
                       AT END
                           MOVE 'Y' TO WS-JNL-EOF
                       NOT AT END
                           IF JOURNAL-RECORD NOT = SPACES
                               SET WS-NO-JNL-RECS UP BY 1
                               MOVE JOURNAL-RECORD TO MJ-JOURNAL-RECORD
                               PERFORM SELECT-JOURNAL-RECORD
                               IF WS-SELECTED = 'Y'
                                   SET WS-NO-MATCHED UP BY 1
                                   PERFORM WRITE-JOURNAL-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
           PERFORM WRITE-JOURNAL-SUMMARY
           CLOSE REPORT-FILE
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
               DISPLAY "FLATJRNL: COPYBOOK " WS-COPYBOOK-FILENAME
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
               DISPLAY "FLATJRNL: COPYBOOK " WS-COPYBOOK-FILENAME
                   " HOLDS NO RECORD LAYOUT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-REC-WIDTH = WS-LOD-NEXT - 1.

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
      * subroutine holds one journal record against the selection -
      * the inclusive date range (CCYYMMDD compares as text) and the
      * operator id.
      ******************************************************************
       SELECT-JOURNAL-RECORD SECTION.
           MOVE 'Y' TO WS-SELECTED
           IF WS-OPERATOR-FILTER NOT = SPACES
           AND MJ-OPERATOR NOT = WS-OPERATOR-FILTER
               MOVE 'N' TO WS-SELECTED
           END-IF
           IF WS-FROM-DATE NOT = SPACES
           AND MJ-JRNL-DATE < WS-FROM-DATE
               MOVE 'N' TO WS-SELECTED
           END-IF
           IF WS-TO-DATE NOT = SPACES
           AND MJ-JRNL-DATE > WS-TO-DATE
               MOVE 'N' TO WS-SELECTED
           END-IF.

      ******************************************************************
      * subroutine prints one journal entry - a line naming when,
      * who, what and which key, then the record's fields. a change
      * lists only the fields whose before and after values differ;
      * an add lists the after image and a delete the before image.
      ******************************************************************
       WRITE-JOURNAL-ENTRY SECTION.
           MOVE SPACES TO WS-RPT-LINE
           MOVE MJ-JRNL-DATE TO WS-RPT-LINE(1:8)
           MOVE MJ-JRNL-TIME TO WS-RPT-LINE(10:6)
           MOVE MJ-OPERATOR TO WS-RPT-LINE(17:8)
           EVALUATE MJ-ACTION
               WHEN "A"
                   SET WS-NO-ADDS UP BY 1
                   MOVE "ADD" TO WS-RPT-LINE(26:6)
               WHEN "C"
                   SET WS-NO-CHANGES UP BY 1
                   MOVE "CHANGE" TO WS-RPT-LINE(26:6)
               WHEN "D"
                   SET WS-NO-DELETES UP BY 1
                   MOVE "DELETE" TO WS-RPT-LINE(26:6)
               WHEN OTHER
                   MOVE MJ-ACTION TO WS-RPT-LINE(26:1)
           END-EVALUATE
           MOVE "KEY" TO WS-RPT-LINE(33:3)
           MOVE MJ-KEY(1:44) TO WS-RPT-LINE(37:44)
           MOVE WS-RPT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "  KEYED FILE " DELIMITED BY SIZE
               MJ-KEYED-FILE DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF MJ-REC-WIDTH NOT = WS-REC-WIDTH
               MOVE SPACES TO REPORT-RECORD
               STRING "  RECORD WIDTH " DELIMITED BY SIZE
                   MJ-REC-WIDTH DELIMITED BY SIZE
                   " DOES NOT MATCH " DELIMITED BY SIZE
                   WS-COPYBOOK-FILENAME DELIMITED BY SPACE
                   " - FIELDS NOT LISTED" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE SPACES TO WS-RPT-LINE
               MOVE "FIELD" TO WS-RPT-LINE(3:5)
               MOVE "BEFORE" TO WS-RPT-LINE(32:6)
               MOVE "AFTER" TO WS-RPT-LINE(57:5)
               MOVE WS-RPT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 1 TO WS-LOD-IDX
               PERFORM UNTIL WS-LOD-IDX > WS-NO-LOD-ENTRIES
                   IF WS-LOD-NAME(WS-LOD-IDX)(1:7) NOT = "FILLER "
                       PERFORM WRITE-JOURNAL-FIELD
                   END-IF
                   SET WS-LOD-IDX UP BY 1
               END-PERFORM
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

      ******************************************************************
      * subroutine prints one field of the entry - for a change only
      * when its value moved. a value longer than its column shows
      * its leading bytes; the journal itself holds it whole.
      ******************************************************************
       WRITE-JOURNAL-FIELD SECTION.
           MOVE SPACES TO WS-BEFORE-FLD
           MOVE SPACES TO WS-AFTER-FLD
           MOVE MJ-BEFORE-IMAGE(WS-LOD-START(WS-LOD-IDX):
               WS-LOD-WIDTH(WS-LOD-IDX)) TO WS-BEFORE-FLD
           MOVE MJ-AFTER-IMAGE(WS-LOD-START(WS-LOD-IDX):
               WS-LOD-WIDTH(WS-LOD-IDX)) TO WS-AFTER-FLD
           MOVE 'Y' TO WS-FLD-CHANGED
           IF MJ-ACTION = "C"
           AND WS-BEFORE-FLD = WS-AFTER-FLD
               MOVE 'N' TO WS-FLD-CHANGED
           END-IF
           IF WS-FLD-CHANGED = 'Y'
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-LOD-NAME(WS-LOD-IDX) TO WS-RPT-LINE(3:28)
               IF MJ-ACTION NOT = "A"
                   MOVE WS-BEFORE-FLD(1:24) TO WS-RPT-LINE(32:24)
               END-IF
               IF MJ-ACTION NOT = "D"
                   MOVE WS-AFTER-FLD(1:24) TO WS-RPT-LINE(57:24)
               END-IF
               MOVE WS-RPT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

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
      * subroutine writes the journal report's identification block
      * before the entries start.
      ******************************************************************
       WRITE-JOURNAL-HEADER SECTION.
           MOVE "FLATJRNL MAINTENANCE JOURNAL REPORT" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "JOURNAL FILE  : " DELIMITED BY SIZE
               WS-JOURNAL-FILENAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "COPYBOOK      : " DELIMITED BY SIZE
               WS-COPYBOOK-FILENAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-OPERATOR-FILTER NOT = SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING "OPERATOR      : " DELIMITED BY SIZE
                   WS-OPERATOR-FILTER DELIMITED BY SPACE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           IF WS-FROM-DATE NOT = SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING "FROM DATE     : " DELIMITED BY SIZE
                   WS-FROM-DATE DELIMITED BY SPACE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           IF WS-TO-DATE NOT = SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING "TO DATE       : " DELIMITED BY SIZE
                   WS-TO-DATE DELIMITED BY SPACE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-RPT-LINE
           MOVE "DATE" TO WS-RPT-LINE(1:4)
           MOVE "TIME" TO WS-RPT-LINE(10:4)
           MOVE "OPERATOR" TO WS-RPT-LINE(17:8)
           MOVE "ACTION" TO WS-RPT-LINE(26:6)
           MOVE "KEY" TO WS-RPT-LINE(33:3)
           MOVE WS-RPT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

      ******************************************************************
      * subroutine writes the closing counts - journal records read,
      * entries matched by the selection, and the matched entries by
      * action.
      ******************************************************************
       WRITE-JOURNAL-SUMMARY SECTION.
           MOVE WS-NO-JNL-RECS TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "ENTRIES READ  : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-MATCHED TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "ENTRIES LISTED: " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-ADDS TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "ADDS          : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-CHANGES TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "CHANGES       : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-DELETES TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "DELETES       : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD.
