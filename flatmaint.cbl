      ******************************************************************
      * keyed-file maintenance companion program for FLATLOAD
      * FLATINQ can show a record in flatfile.idx but not fix one, so
      * correcting a single bad field meant fixing the CSV and
      * rerunning the whole feed through ECHOFILE and FLATLOAD. this
      * program is an online maintenance screen over the keyed file -
      * the operator signs on, picks an action (add, change, delete
      * or inquire) and a key, and works the record on a form laid
      * out from flatfile.cpy: one line per FDnn- column with its
      * name and width, wide columns wrapping onto continuation
      * lines, as many pages as the layout needs.
      *
      * before an add or change is accepted every column named in
      * validate.cfg is put through the same NUMERIC and DATE edits
      * ECHOFILE's VALIDATE-FIELDS applies, so the keyed file never
      * holds a value the conversion would have rejected. the record
      * type, the FD-REC-NO sequence stamp and the key column are
      * shown but cannot be keyed over - a record that needs a new
      * key is deleted and added again, so the journal shows both.
      *
      * every add, change and delete is appended to the maintenance
      * journal (see maintjnl.cpy) with the operator, the date and
      * time, and the whole record before and after, and FLATJRNL
      * prints the journal for the daily audit review.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FLATMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEYED-FILE
               ASSIGN TO WS-KEYED-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KEYED-KEY
               FILE STATUS IS WS-KEYED-FILE-STATUS.
           SELECT COPYBOOK-FILE
               ASSIGN TO WS-COPYBOOK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPY-FILE-STATUS.
           SELECT VALIDATION-CONFIG-FILE
               ASSIGN TO WS-VALIDATION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAL-FILE-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *****************************************************************
      * KEYED-RECORD mirrors the record FLATLOAD writes - the key at
      * the compiled 100-byte field ceiling, space padded, and the
      * whole flat record behind it.
      *****************************************************************
       FD KEYED-FILE.
       01 KEYED-RECORD.
           05 KEYED-KEY                 PIC X(100).
           05 KEYED-DATA                PIC X(4096).

       FD COPYBOOK-FILE.
       01 COPYBOOK-RECORD               PIC X(80).

       FD VALIDATION-CONFIG-FILE.
       01 VALIDATION-CONFIG-RECORD      PIC X(80).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD                PIC X(8369).

       WORKING-STORAGE SECTION.
       77 WS-KEYED-FILENAME             PIC X(50) VALUE "flatfile.idx".
       77 WS-KEYED-FILE-STATUS          PIC XX.
       77 WS-COPYBOOK-FILENAME          PIC X(50) VALUE "flatfile.cpy".
       77 WS-CPY-FILE-STATUS            PIC XX.
       77 WS-VALIDATION-FILENAME        PIC X(50) VALUE "validate.cfg".
       77 WS-VAL-FILE-STATUS            PIC XX.
       77 WS-JOURNAL-FILENAME           PIC X(50) VALUE "flatmaint.jnl".
       77 WS-JNL-FILE-STATUS            PIC XX.
       77 WS-OPERATOR                   PIC X(8).
       77 WS-ARG-VALUE                  PIC X(50).
       77 WS-RUN-DATE                   PIC X(8).
       77 WS-RUN-TIME                   PIC X(8).
       COPY "maintjnl.cpy".
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
      * the key column - given by two-digit column number or by
      * generated FDnn- field name, resolved the way FLATLOAD
      * resolves it, so the screen keys on the column the keyed file
      * was loaded on.
      *****************************************************************
       77 WS-KEY-SPEC                   PIC X(30).
       77 WS-KEY-COL-NO                 PIC 99.
       77 WS-KEY-START                  PIC 9999 VALUE ZERO.
       77 WS-KEY-WIDTH                  PIC 999 VALUE ZERO.
       77 WS-KEY-NAME                   PIC X(30).
       77 WS-KEY-LOD-IDX                PIC 99.
      *****************************************************************
      * the optional column-number/type validation config, loaded
      * the same way ECHOFILE loads it.
      *****************************************************************
       77 WS-VAL-EOF                    PIC X(1).
       77 WS-NO-VAL-RULES               PIC 99 VALUE ZERO.
       01 WS-VALIDATION-RULES.
           05 WS-VAL-RULE               OCCURS 40 TIMES.
               10 WS-VAL-COLUMN         PIC 99.
               10 WS-VAL-TYPE           PIC X(7).
       77 WS-VAL-IDX                    PIC 99.
       77 WS-VAL-FLD                    PIC X(100).
       77 WS-VAL-FLD-LEN                PIC 999.
       77 WS-VAL-MM                     PIC 99.
       77 WS-VAL-DD                     PIC 99.
       77 WS-EDIT-ERROR                 PIC X(10).
      *****************************************************************
      * the form - one entry per screen line, built once from the
      * layout. a column wider than the 40-byte value area takes as
      * many continuation lines as it needs; lines 6 through 21
      * carry the form, sixteen to a page.
      *****************************************************************
       77 WS-NO-SCR-LINES               PIC 999 VALUE ZERO.
       01 WS-SCR-TABLE.
           05 WS-SCR-LINE               OCCURS 140 TIMES.
               10 WS-SCR-LOD-IDX        PIC 99.
               10 WS-SCR-OFFSET         PIC 999.
               10 WS-SCR-LEN            PIC 99.
               10 WS-SCR-PAGE           PIC 99.
               10 WS-SCR-ROW            PIC 99.
       77 WS-SCR-IDX                    PIC 999.
       77 WS-SCR-SEG-OFF                PIC 999.
       77 WS-SCR-SEGS                   PIC 9.
       77 WS-SCR-POS                    PIC 9999.
       77 WS-SCR-VALUE                  PIC X(40).
       77 WS-SCR-EDITABLE               PIC X(1).
       77 WS-NO-PAGES                   PIC 99 VALUE ZERO.
       77 WS-PAGE-NO                    PIC 99.
       77 WS-ROW                        PIC 99.
       77 WS-FIRST-ROW                  PIC 99 VALUE 6.
       77 WS-LAST-ROW                   PIC 99 VALUE 21.
       77 WS-WIDTH-EDIT                 PIC ZZ9.
       77 WS-PAGE-EDIT                  PIC Z9.
       77 WS-PAGES-EDIT                 PIC Z9.
      *****************************************************************
      * the record being worked - the image as read (the journal's
      * before image) and the image on the form.
      *****************************************************************
       77 WS-ACTION                     PIC X(1).
       77 WS-ENTRY-KEY                  PIC X(100).
       77 WS-KEY-ACCEPT-LEN             PIC 99.
       77 WS-BEFORE-REC                 PIC X(4096).
       77 WS-EDIT-REC                   PIC X(4096).
       77 WS-REPLY                      PIC X(1).
       77 WS-MESSAGE                    PIC X(79).
       77 WS-EDIT-DONE                  PIC X(1).
       77 WS-SAVE-IT                    PIC X(1).
       77 WS-MAINT-DONE                 PIC X(1) VALUE 'N'.
      *****************************************************************
      * session counters for the sign-off line.
      *****************************************************************
       77 WS-NO-ADDS                    PIC 9(7) VALUE ZERO.
       77 WS-NO-CHANGES                 PIC 9(7) VALUE ZERO.
       77 WS-NO-DELETES                 PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      * arguments are positional: keyed file, copybook, key column
      * number or FDnn- field name, validation config, journal file,
      * operator id (blank asks for it at sign-on).
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-KEYED-FILENAME
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
               MOVE WS-ARG-VALUE(1:30) TO WS-KEY-SPEC
           ELSE
               DISPLAY "FLATMAINT: A KEY COLUMN NUMBER OR FDNN- "
                   "FIELD NAME IS REQUIRED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
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
               MOVE WS-ARG-VALUE TO WS-JOURNAL-FILENAME
           END-IF
           MOVE SPACES TO WS-OPERATOR
           DISPLAY 6 UPON ARGUMENT-NUMBER
           ACCEPT WS-OPERATOR FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           PERFORM READ-COPYBOOK-LAYOUT
           PERFORM RESOLVE-KEY-FIELD
           PERFORM READ-VALIDATION-CONFIG
           PERFORM BUILD-FORM-LAYOUT
           OPEN I-O KEYED-FILE
           IF WS-KEYED-FILE-STATUS NOT = "00"
               DISPLAY "FLATMAINT: KEYED FILE " WS-KEYED-FILENAME
                   " COULD NOT BE OPENED, STATUS "
                   WS-KEYED-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF WS-OPERATOR = SPACES
               PERFORM SIGN-ON-OPERATOR
           END-IF
           MOVE SPACES TO WS-MESSAGE
           PERFORM UNTIL WS-MAINT-DONE = 'Y'
               PERFORM GET-ACTION-AND-KEY
               EVALUATE WS-ACTION
                   WHEN "A"
                       PERFORM ADD-KEYED-RECORD
                   WHEN "C"
                       PERFORM CHANGE-KEYED-RECORD
                   WHEN "D"
                       PERFORM DELETE-KEYED-RECORD
                   WHEN "I"
                       PERFORM INQUIRE-KEYED-RECORD
                   WHEN "X"
                       MOVE 'Y' TO WS-MAINT-DONE
                   WHEN OTHER
                       MOVE "ACTION MUST BE A, C, D, I OR X"
                           TO WS-MESSAGE
               END-EVALUATE
           END-PERFORM
           CLOSE KEYED-FILE
           DISPLAY SPACE LINE 1 COLUMN 1 WITH BLANK SCREEN
           DISPLAY "FLATMAINT: SESSION ENDED - " LINE 1 COLUMN 1
           DISPLAY WS-NO-ADDS LINE 1 COLUMN 28
           DISPLAY "ADDED," LINE 1 COLUMN 36
           DISPLAY WS-NO-CHANGES LINE 1 COLUMN 43
           DISPLAY "CHANGED," LINE 1 COLUMN 51
           DISPLAY WS-NO-DELETES LINE 1 COLUMN 60
           DISPLAY "DELETED" LINE 1 COLUMN 68
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
               DISPLAY "FLATMAINT: COPYBOOK " WS-COPYBOOK-FILENAME
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
               DISPLAY "FLATMAINT: COPYBOOK " WS-COPYBOOK-FILENAME
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
      * subroutine resolves the key column - a two-digit column
      * number or a generated FDnn- field name - to its place in the
      * layout, the same resolution FLATLOAD makes. a key that
      * matches nothing is a hard stop.
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
               DISPLAY "FLATMAINT: KEY " WS-KEY-SPEC
                   " MATCHES NO COLUMN IN " WS-COPYBOOK-FILENAME
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      * the key entry area runs from column 17 to column 76 - a key
      * column wider than that is keyed on its first 60 bytes.
           MOVE WS-KEY-WIDTH TO WS-KEY-ACCEPT-LEN
           IF WS-KEY-WIDTH > 60
               MOVE 60 TO WS-KEY-ACCEPT-LEN
           END-IF.

      ******************************************************************
      * subroutine copies WS-LOD-IDX's entry into the resolved-key
      * fields.
      ******************************************************************
       TAKE-KEY-FROM-ENTRY SECTION.
           MOVE WS-LOD-START(WS-LOD-IDX) TO WS-KEY-START
           MOVE WS-LOD-WIDTH(WS-LOD-IDX) TO WS-KEY-WIDTH
           MOVE WS-LOD-NAME(WS-LOD-IDX) TO WS-KEY-NAME
           MOVE WS-LOD-IDX TO WS-KEY-LOD-IDX.

      ******************************************************************
      * subroutine loads the optional column-number/type validation
      * config - same loader ECHOFILE runs. no config means no edits
      * beyond the layout itself.
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
      * subroutine builds the form from the layout - every item but
      * FILLER gets a line, a column wider than 40 bytes a line per
      * 40-byte segment, and a column that would straddle the foot
      * of a page starts the next page instead.
      ******************************************************************
       BUILD-FORM-LAYOUT SECTION.
           MOVE ZERO TO WS-NO-SCR-LINES
           MOVE 1 TO WS-NO-PAGES
           MOVE WS-FIRST-ROW TO WS-ROW
           MOVE 1 TO WS-LOD-IDX
           PERFORM UNTIL WS-LOD-IDX > WS-NO-LOD-ENTRIES
               IF WS-LOD-NAME(WS-LOD-IDX)(1:7) NOT = "FILLER "
                   COMPUTE WS-SCR-SEGS =
                       (WS-LOD-WIDTH(WS-LOD-IDX) + 39) / 40
                   IF WS-ROW + WS-SCR-SEGS - 1 > WS-LAST-ROW
                       SET WS-NO-PAGES UP BY 1
                       MOVE WS-FIRST-ROW TO WS-ROW
                   END-IF
                   MOVE 1 TO WS-SCR-SEG-OFF
                   PERFORM UNTIL WS-SCR-SEG-OFF >
                       WS-LOD-WIDTH(WS-LOD-IDX)
                       SET WS-NO-SCR-LINES UP BY 1
                       MOVE WS-LOD-IDX
                           TO WS-SCR-LOD-IDX(WS-NO-SCR-LINES)
                       MOVE WS-SCR-SEG-OFF
                           TO WS-SCR-OFFSET(WS-NO-SCR-LINES)
                       IF WS-LOD-WIDTH(WS-LOD-IDX) - WS-SCR-SEG-OFF
                           >= 40
                           MOVE 40 TO WS-SCR-LEN(WS-NO-SCR-LINES)
                       ELSE
                           COMPUTE WS-SCR-LEN(WS-NO-SCR-LINES) =
                               WS-LOD-WIDTH(WS-LOD-IDX)
                               - WS-SCR-SEG-OFF + 1
                       END-IF
                       MOVE WS-NO-PAGES TO WS-SCR-PAGE(WS-NO-SCR-LINES)
                       MOVE WS-ROW TO WS-SCR-ROW(WS-NO-SCR-LINES)
                       SET WS-ROW UP BY 1
                       SET WS-SCR-SEG-OFF UP BY 40
                   END-PERFORM
               END-IF
               SET WS-LOD-IDX UP BY 1
           END-PERFORM.

      ******************************************************************
      * subroutine asks for the operator id when the run did not
      * name one - every journal record carries it, so a session
      * cannot start without one.
      ******************************************************************
       SIGN-ON-OPERATOR SECTION.
           DISPLAY SPACE LINE 1 COLUMN 1 WITH BLANK SCREEN
           DISPLAY "FLATMAINT - KEYED FILE MAINTENANCE"
               LINE 1 COLUMN 1
           DISPLAY "OPERATOR ID:" LINE 3 COLUMN 1
           ACCEPT WS-OPERATOR LINE 3 COLUMN 14
           IF WS-OPERATOR = SPACES
               CLOSE KEYED-FILE
               DISPLAY "FLATMAINT: AN OPERATOR ID IS REQUIRED"
                   LINE 24 COLUMN 1
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * subroutine paints the screen's title block and action line,
      * shows the message the last action left, and takes the next
      * action code and key.
      ******************************************************************
       GET-ACTION-AND-KEY SECTION.
           DISPLAY SPACE LINE 1 COLUMN 1 WITH BLANK SCREEN
           DISPLAY "FLATMAINT - KEYED FILE MAINTENANCE"
               LINE 1 COLUMN 1
           DISPLAY "OPERATOR:" LINE 1 COLUMN 50
           DISPLAY WS-OPERATOR LINE 1 COLUMN 60
           DISPLAY "FILE:" LINE 2 COLUMN 1
           DISPLAY WS-KEYED-FILENAME LINE 2 COLUMN 7
           DISPLAY "DATE:" LINE 2 COLUMN 50
           DISPLAY WS-RUN-DATE LINE 2 COLUMN 60
           DISPLAY "ACTION:" LINE 3 COLUMN 1
           DISPLAY "KEY:" LINE 3 COLUMN 12
           DISPLAY "A ADD  C CHANGE  D DELETE  I INQUIRE  X EXIT"
               LINE 4 COLUMN 1
           DISPLAY WS-KEY-NAME LINE 4 COLUMN 50
           DISPLAY WS-MESSAGE LINE 23 COLUMN 1
           MOVE SPACES TO WS-MESSAGE
           MOVE SPACE TO WS-ACTION
           MOVE SPACES TO WS-ENTRY-KEY
           ACCEPT WS-ACTION LINE 3 COLUMN 9
           IF WS-ACTION = "a" OR "c" OR "d" OR "i" OR "x"
               INSPECT WS-ACTION CONVERTING "acdix" TO "ACDIX"
           END-IF
           IF WS-ACTION NOT = "X"
               ACCEPT WS-ENTRY-KEY(1:WS-KEY-ACCEPT-LEN)
                   LINE 3 COLUMN 17
               IF WS-ENTRY-KEY = SPACES
               AND (WS-ACTION = "A" OR "C" OR "D" OR "I")
                   MOVE "A KEY VALUE IS REQUIRED" TO WS-MESSAGE
                   MOVE SPACE TO WS-ACTION
               END-IF
           END-IF.

      ******************************************************************
      * subroutine adds a record under the key entered - the form
      * starts blank but for the record type, a zero sequence stamp
      * (a maintained record came through no conversion run) and the
      * key itself.
      ******************************************************************
       ADD-KEYED-RECORD SECTION.
           MOVE SPACES TO KEYED-KEY
           MOVE WS-ENTRY-KEY TO KEYED-KEY
           READ KEYED-FILE
           IF WS-KEYED-FILE-STATUS = "00"
               MOVE "KEY IS ALREADY ON FILE - USE C TO CHANGE IT"
                   TO WS-MESSAGE
           ELSE
               MOVE SPACES TO WS-BEFORE-REC
               MOVE SPACES TO WS-EDIT-REC
               MOVE "D" TO WS-EDIT-REC(1:1)
               MOVE 1 TO WS-LOD-IDX
               PERFORM UNTIL WS-LOD-IDX > WS-NO-LOD-ENTRIES
                   IF WS-LOD-NAME(WS-LOD-IDX) = "FD-REC-NO"
                       MOVE ZEROS TO WS-EDIT-REC(
                           WS-LOD-START(WS-LOD-IDX):
                           WS-LOD-WIDTH(WS-LOD-IDX))
                   END-IF
                   SET WS-LOD-IDX UP BY 1
               END-PERFORM
               MOVE WS-ENTRY-KEY TO
                   WS-EDIT-REC(WS-KEY-START:WS-KEY-WIDTH)
               PERFORM EDIT-FORM-RECORD
               IF WS-SAVE-IT = 'Y'
                   MOVE SPACES TO KEYED-RECORD
                   MOVE WS-ENTRY-KEY TO KEYED-KEY
                   MOVE WS-EDIT-REC(1:WS-REC-WIDTH) TO KEYED-DATA
                   WRITE KEYED-RECORD
                   IF WS-KEYED-FILE-STATUS = "00"
                       SET WS-NO-ADDS UP BY 1
                       PERFORM WRITE-JOURNAL-RECORD
                       MOVE "RECORD ADDED" TO WS-MESSAGE
                   ELSE
                       STRING "ADD FAILED, FILE STATUS "
                           DELIMITED BY SIZE
                           WS-KEYED-FILE-STATUS DELIMITED BY SIZE
                           INTO WS-MESSAGE
                   END-IF
               ELSE
                   MOVE "ADD CANCELLED - NOTHING WRITTEN"
                       TO WS-MESSAGE
               END-IF
           END-IF.

      ******************************************************************
      * subroutine changes the record under the key entered - a
      * save with no field actually altered writes nothing and
      * journals nothing.
      ******************************************************************
       CHANGE-KEYED-RECORD SECTION.
           MOVE SPACES TO KEYED-KEY
           MOVE WS-ENTRY-KEY TO KEYED-KEY
           READ KEYED-FILE
           IF WS-KEYED-FILE-STATUS NOT = "00"
               MOVE "KEY IS NOT ON FILE" TO WS-MESSAGE
           ELSE
               MOVE KEYED-DATA TO WS-BEFORE-REC
               MOVE KEYED-DATA TO WS-EDIT-REC
               PERFORM EDIT-FORM-RECORD
               IF WS-SAVE-IT = 'Y'
                   IF WS-EDIT-REC = WS-BEFORE-REC
                       MOVE "NO FIELD WAS CHANGED - NOTHING WRITTEN"
                           TO WS-MESSAGE
                   ELSE
                       MOVE WS-EDIT-REC TO KEYED-DATA
                       REWRITE KEYED-RECORD
                       IF WS-KEYED-FILE-STATUS = "00"
                           SET WS-NO-CHANGES UP BY 1
                           PERFORM WRITE-JOURNAL-RECORD
                           MOVE "RECORD CHANGED" TO WS-MESSAGE
                       ELSE
                           STRING "CHANGE FAILED, FILE STATUS "
                               DELIMITED BY SIZE
                               WS-KEYED-FILE-STATUS DELIMITED BY SIZE
                               INTO WS-MESSAGE
                       END-IF
                   END-IF
               ELSE
                   MOVE "CHANGE CANCELLED - NOTHING WRITTEN"
                       TO WS-MESSAGE
               END-IF
           END-IF.

      ******************************************************************
      * subroutine deletes the record under the key entered, once
      * the operator has seen it and confirmed.
      ******************************************************************
       DELETE-KEYED-RECORD SECTION.
           MOVE SPACES TO KEYED-KEY
           MOVE WS-ENTRY-KEY TO KEYED-KEY
           READ KEYED-FILE
           IF WS-KEYED-FILE-STATUS NOT = "00"
               MOVE "KEY IS NOT ON FILE" TO WS-MESSAGE
           ELSE
               MOVE KEYED-DATA TO WS-BEFORE-REC
               MOVE KEYED-DATA TO WS-EDIT-REC
               PERFORM SHOW-FORM-RECORD
               MOVE SPACE TO WS-REPLY
               DISPLAY "DELETE THIS RECORD (Y/N):" LINE 24 COLUMN 1
                   WITH ERASE EOL
               ACCEPT WS-REPLY LINE 24 COLUMN 27
               IF WS-REPLY = "Y" OR "y"
                   DELETE KEYED-FILE RECORD
                   IF WS-KEYED-FILE-STATUS = "00"
                       MOVE SPACES TO WS-EDIT-REC
                       SET WS-NO-DELETES UP BY 1
                       PERFORM WRITE-JOURNAL-RECORD
                       MOVE "RECORD DELETED" TO WS-MESSAGE
                   ELSE
                       STRING "DELETE FAILED, FILE STATUS "
                           DELIMITED BY SIZE
                           WS-KEYED-FILE-STATUS DELIMITED BY SIZE
                           INTO WS-MESSAGE
                   END-IF
               ELSE
                   MOVE "DELETE CANCELLED - NOTHING WRITTEN"
                       TO WS-MESSAGE
               END-IF
           END-IF.

      ******************************************************************
      * subroutine shows the record under the key entered, page by
      * page - nothing can be keyed and nothing is journalled.
      ******************************************************************
       INQUIRE-KEYED-RECORD SECTION.
           MOVE SPACES TO KEYED-KEY
           MOVE WS-ENTRY-KEY TO KEYED-KEY
           READ KEYED-FILE
           IF WS-KEYED-FILE-STATUS NOT = "00"
               MOVE "KEY IS NOT ON FILE" TO WS-MESSAGE
           ELSE
               MOVE KEYED-DATA TO WS-EDIT-REC
               PERFORM SHOW-FORM-RECORD
           END-IF.

      ******************************************************************
      * subroutine pages through the form display-only - every page
      * but the last waits for ENTER, and the last is left on the
      * screen for the caller's own prompt.
      ******************************************************************
       SHOW-FORM-RECORD SECTION.
           MOVE 1 TO WS-PAGE-NO
           PERFORM UNTIL WS-PAGE-NO > WS-NO-PAGES
               PERFORM PAINT-FORM-PAGE
               IF WS-PAGE-NO < WS-NO-PAGES OR WS-ACTION = "I"
                   MOVE SPACE TO WS-REPLY
                   DISPLAY "PRESS ENTER TO CONTINUE" LINE 24 COLUMN 1
                       WITH ERASE EOL
                   ACCEPT WS-REPLY LINE 24 COLUMN 25
               END-IF
               SET WS-PAGE-NO UP BY 1
           END-PERFORM.

      ******************************************************************
      * subroutine works the form for an add or change - every page
      * is shown and its open fields taken, then the whole record
      * goes through the validation edits. a failed edit names the
      * column and sends the operator round the pages again; a clean
      * record asks to save, go round again, or cancel.
      ******************************************************************
       EDIT-FORM-RECORD SECTION.
           MOVE 'N' TO WS-EDIT-DONE
           MOVE 'N' TO WS-SAVE-IT
           PERFORM UNTIL WS-EDIT-DONE = 'Y'
               MOVE 1 TO WS-PAGE-NO
               PERFORM UNTIL WS-PAGE-NO > WS-NO-PAGES
                   PERFORM PAINT-FORM-PAGE
                   PERFORM ACCEPT-FORM-PAGE
                   SET WS-PAGE-NO UP BY 1
               END-PERFORM
               PERFORM VALIDATE-FORM-RECORD
               MOVE SPACE TO WS-REPLY
               IF WS-MESSAGE NOT = SPACES
                   DISPLAY WS-MESSAGE LINE 23 COLUMN 1
                       WITH ERASE EOL
                   MOVE SPACES TO WS-MESSAGE
                   DISPLAY "ENTER TO CORRECT IT, N TO CANCEL:"
                       LINE 24 COLUMN 1 WITH ERASE EOL
                   ACCEPT WS-REPLY LINE 24 COLUMN 35
                   IF WS-REPLY = "N" OR "n"
                       MOVE 'Y' TO WS-EDIT-DONE
                   END-IF
               ELSE
                   DISPLAY "SAVE (Y), EDIT AGAIN (E) OR CANCEL (N):"
                       LINE 24 COLUMN 1 WITH ERASE EOL
                   ACCEPT WS-REPLY LINE 24 COLUMN 41
                   EVALUATE WS-REPLY
                       WHEN "Y"
                       WHEN "y"
                           MOVE 'Y' TO WS-SAVE-IT
                           MOVE 'Y' TO WS-EDIT-DONE
                       WHEN "N"
                       WHEN "n"
                           MOVE 'Y' TO WS-EDIT-DONE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

      ******************************************************************
      * subroutine paints page WS-PAGE-NO of the form from
      * WS-EDIT-REC - the column name and width on a column's first
      * line, its value (or the next 40 bytes of it) on every line.
      ******************************************************************
       PAINT-FORM-PAGE SECTION.
           DISPLAY SPACE LINE 5 COLUMN 1 WITH ERASE EOS
           DISPLAY "FIELD" LINE 5 COLUMN 2
           DISPLAY "WIDTH" LINE 5 COLUMN 33
           DISPLAY "VALUE" LINE 5 COLUMN 41
           MOVE 1 TO WS-SCR-IDX
           PERFORM UNTIL WS-SCR-IDX > WS-NO-SCR-LINES
               IF WS-SCR-PAGE(WS-SCR-IDX) = WS-PAGE-NO
                   MOVE WS-SCR-LOD-IDX(WS-SCR-IDX) TO WS-LOD-IDX
                   IF WS-SCR-OFFSET(WS-SCR-IDX) = 1
                       DISPLAY WS-LOD-NAME(WS-LOD-IDX)
                           LINE WS-SCR-ROW(WS-SCR-IDX) COLUMN 2
                       MOVE WS-LOD-WIDTH(WS-LOD-IDX) TO WS-WIDTH-EDIT
                       DISPLAY WS-WIDTH-EDIT
                           LINE WS-SCR-ROW(WS-SCR-IDX) COLUMN 34
                   END-IF
                   COMPUTE WS-SCR-POS = WS-LOD-START(WS-LOD-IDX)
                       + WS-SCR-OFFSET(WS-SCR-IDX) - 1
                   MOVE SPACES TO WS-SCR-VALUE
                   MOVE WS-EDIT-REC(WS-SCR-POS:WS-SCR-LEN(WS-SCR-IDX))
                       TO WS-SCR-VALUE
                   DISPLAY WS-SCR-VALUE(1:WS-SCR-LEN(WS-SCR-IDX))
                       LINE WS-SCR-ROW(WS-SCR-IDX) COLUMN 41
                       WITH UNDERLINE
               END-IF
               SET WS-SCR-IDX UP BY 1
           END-PERFORM
           MOVE WS-PAGE-NO TO WS-PAGE-EDIT
           MOVE WS-NO-PAGES TO WS-PAGES-EDIT
           DISPLAY "PAGE" LINE 22 COLUMN 66
           DISPLAY WS-PAGE-EDIT LINE 22 COLUMN 71
           DISPLAY "OF" LINE 22 COLUMN 74
           DISPLAY WS-PAGES-EDIT LINE 22 COLUMN 77.

      ******************************************************************
      * subroutine takes the open fields of page WS-PAGE-NO, each
      * keyed over its current value - the record type, FD-REC-NO
      * and the key column carry no column number or are the key,
      * and are never taken.
      ******************************************************************
       ACCEPT-FORM-PAGE SECTION.
           MOVE 1 TO WS-SCR-IDX
           PERFORM UNTIL WS-SCR-IDX > WS-NO-SCR-LINES
               IF WS-SCR-PAGE(WS-SCR-IDX) = WS-PAGE-NO
                   MOVE WS-SCR-LOD-IDX(WS-SCR-IDX) TO WS-LOD-IDX
                   MOVE 'Y' TO WS-SCR-EDITABLE
                   IF WS-LOD-COL-NO(WS-LOD-IDX) = ZERO
                   OR WS-LOD-IDX = WS-KEY-LOD-IDX
                       MOVE 'N' TO WS-SCR-EDITABLE
                   END-IF
                   IF WS-SCR-EDITABLE = 'Y'
                       COMPUTE WS-SCR-POS = WS-LOD-START(WS-LOD-IDX)
                           + WS-SCR-OFFSET(WS-SCR-IDX) - 1
                       MOVE SPACES TO WS-SCR-VALUE
                       MOVE WS-EDIT-REC(WS-SCR-POS:
                           WS-SCR-LEN(WS-SCR-IDX)) TO WS-SCR-VALUE
                       ACCEPT WS-SCR-VALUE(1:WS-SCR-LEN(WS-SCR-IDX))
                           LINE WS-SCR-ROW(WS-SCR-IDX) COLUMN 41
                           WITH UPDATE UNDERLINE
                       MOVE WS-SCR-VALUE(1:WS-SCR-LEN(WS-SCR-IDX))
                           TO WS-EDIT-REC(WS-SCR-POS:
                           WS-SCR-LEN(WS-SCR-IDX))
                   END-IF
               END-IF
               SET WS-SCR-IDX UP BY 1
           END-PERFORM.

      ******************************************************************
      * subroutine puts the record on the form through every
      * validation rule - the same NUMERIC and DATE edits ECHOFILE's
      * VALIDATE-NUMERIC-FIELD and VALIDATE-DATE-FIELD apply, against
      * the column the rule's number names. the first column to fail
      * is named in WS-MESSAGE, with ECHOFILE's reject reason.
      ******************************************************************
       VALIDATE-FORM-RECORD SECTION.
           MOVE SPACES TO WS-MESSAGE
           MOVE 1 TO WS-VAL-IDX
           PERFORM UNTIL WS-VAL-IDX > WS-NO-VAL-RULES
           OR WS-MESSAGE NOT = SPACES
               MOVE 1 TO WS-LOD-IDX
               PERFORM UNTIL WS-LOD-IDX > WS-NO-LOD-ENTRIES
                   OR (WS-LOD-COL-NO(WS-LOD-IDX) =
                       WS-VAL-COLUMN(WS-VAL-IDX)
                   AND WS-LOD-COL-NO(WS-LOD-IDX) > 0)
                   SET WS-LOD-IDX UP BY 1
               END-PERFORM
               IF WS-LOD-IDX <= WS-NO-LOD-ENTRIES
                   MOVE SPACES TO WS-EDIT-ERROR
                   MOVE SPACES TO WS-VAL-FLD
                   MOVE WS-EDIT-REC(WS-LOD-START(WS-LOD-IDX):
                       WS-LOD-WIDTH(WS-LOD-IDX)) TO WS-VAL-FLD
                   MOVE 100 TO WS-VAL-FLD-LEN
                   PERFORM UNTIL WS-VAL-FLD(WS-VAL-FLD-LEN:1)
                       NOT = SPACE
                       OR WS-VAL-FLD-LEN = 0
                       SET WS-VAL-FLD-LEN DOWN BY 1
                   END-PERFORM
                   EVALUATE WS-VAL-TYPE(WS-VAL-IDX)
                       WHEN "NUMERIC"
                           IF WS-VAL-FLD-LEN = 0
                           OR WS-VAL-FLD(1:WS-VAL-FLD-LEN) NOT NUMERIC
                               MOVE "BADNUMERIC" TO WS-EDIT-ERROR
                           END-IF
                       WHEN "DATE"
                           IF WS-VAL-FLD-LEN NOT = 8
                           OR WS-VAL-FLD(1:8) NOT NUMERIC
                               MOVE "BADDATE" TO WS-EDIT-ERROR
                           ELSE
                               MOVE WS-VAL-FLD(5:2) TO WS-VAL-MM
                               MOVE WS-VAL-FLD(7:2) TO WS-VAL-DD
                               IF WS-VAL-MM < 1 OR WS-VAL-MM > 12
                               OR WS-VAL-DD < 1 OR WS-VAL-DD > 31
                                   MOVE "BADDATE" TO WS-EDIT-ERROR
                               END-IF
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF WS-EDIT-ERROR = "BADNUMERIC"
                       STRING WS-LOD-NAME(WS-LOD-IDX)
                           DELIMITED BY SPACE
                           " FAILS THE NUMERIC EDIT (BADNUMERIC) - "
                           DELIMITED BY SIZE
                           "DIGITS ONLY" DELIMITED BY SIZE
                           INTO WS-MESSAGE
                   END-IF
                   IF WS-EDIT-ERROR = "BADDATE"
                       STRING WS-LOD-NAME(WS-LOD-IDX)
                           DELIMITED BY SPACE
                           " FAILS THE DATE EDIT (BADDATE) - "
                           DELIMITED BY SIZE
                           "CCYYMMDD" DELIMITED BY SIZE
                           INTO WS-MESSAGE
                   END-IF
               END-IF
               SET WS-VAL-IDX UP BY 1
           END-PERFORM.

      ******************************************************************
      * subroutine appends the change just made to the maintenance
      * journal - operator, date and time, the action, the key and
      * both record images. opened and closed around every record,
      * so a session that ends badly has still journalled every
      * change it made, and appended with OPEN EXTEND, falling back
      * to OPEN OUTPUT when the journal does not exist yet, the same
      * way ECHOFILE's WRITE-RUN-HISTORY appends to runhist.dat.
      ******************************************************************
       WRITE-JOURNAL-RECORD SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO MJ-JOURNAL-RECORD
           MOVE WS-OPERATOR TO MJ-OPERATOR
           MOVE WS-RUN-DATE TO MJ-JRNL-DATE
           MOVE WS-RUN-TIME(1:6) TO MJ-JRNL-TIME
           MOVE WS-ACTION TO MJ-ACTION
           MOVE WS-KEYED-FILENAME TO MJ-KEYED-FILE
           MOVE WS-ENTRY-KEY TO MJ-KEY
           MOVE WS-REC-WIDTH TO MJ-REC-WIDTH
           MOVE WS-BEFORE-REC TO MJ-BEFORE-IMAGE
           MOVE WS-EDIT-REC TO MJ-AFTER-IMAGE
           OPEN EXTEND JOURNAL-FILE
           IF WS-JNL-FILE-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           WRITE JOURNAL-RECORD FROM MJ-JOURNAL-RECORD
           CLOSE JOURNAL-FILE.
