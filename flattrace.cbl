      ******************************************************************
      * record lineage trace companion program for ECHOFILE
      * SPLITFILE, ECHOFILE and REJREPAIR each append one lineage
      * record (see lineage.cpy) to the shared lineage.dat for every
      * line of input they read - where that line went, and as what.
      * when a posting is questioned, this program answers "where
      * did this record come from" and "where did this vendor line
      * end up" by following those hops across the whole chain:
      * vendor csv, SPLITFILE's type csv, ECHOFILE's flat file or
      * reject file, REJREPAIR's resubmit csv, and the append pass's
      * FD-REC-NO.
      *
      * FORWARD starts from a file and a physical line number - a
      * vendor csv line, a reject file line - and follows each hop
      * to the file and line the next program read it as, until the
      * record is written (its FD-REC-NO), routed somewhere no
      * program has read yet, or was a header or blank line.
      * BACKWARD starts from a file and the record number the hop
      * into it carries - an FD-REC-NO in a flat file, a line in a
      * reject or resubmit file - and walks the hops back to the
      * line the record first arrived on.
      *
      * each hop is searched for in the order lineage.dat was
      * written - forward, the first hop recorded after the one just
      * taken, backward, the last one recorded before it - since the
      * fixed names (reject.dat, resubmit csv) are reused run over
      * run, and runs that follow each other within one second carry
      * the same stamp. a batch driver that renames a file records a
      * RENAMED hop, which the trace follows to the file's new name.
      * a start that matches more than one run (an appended flat
      * file numbers each segment from zero, a vendor csv converted
      * twice) traces every match, unless the optional run date
      * narrows the start to one day. a start reached through a
      * rename is held to that rename's place in lineage.dat -
      * backward, only the last hop that wrote the line before the
      * file was renamed; forward, only hops recorded after it - so
      * a fixed name reused run over run does not pull in other
      * runs' records. at most 20 starts are traced; more than that
      * is reported and ends the run with return code 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FLATTRACE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINEAGE-FILE
               ASSIGN TO WS-LINEAGE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIN-FILE-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD LINEAGE-FILE.
       01 LINEAGE-RECORD                PIC X(170).

       FD REPORT-FILE.
       01 REPORT-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-LINEAGE-FILENAME           PIC X(50) VALUE "lineage.dat".
       77 WS-LIN-FILE-STATUS            PIC XX.
       77 WS-LIN-EOF                    PIC X(1).
       77 WS-REPORT-FILENAME            PIC X(50) VALUE "flattrace.rpt".
       77 WS-ARG-VALUE                  PIC X(50).
       77 WS-ARG-LEN                    PIC 99.
       COPY "lineage.cpy".
      *****************************************************************
      * the trace request - direction, the start file and its line
      * or record number, and the optional CCYYMMDD run date the
      * start hops are narrowed to.
      *****************************************************************
       77 WS-DIRECTION                  PIC X(8).
       77 WS-START-FILE                 PIC X(50).
       77 WS-START-LINE                 PIC 9(7).
       77 WS-RUN-DATE-FILTER            PIC X(8).
      *****************************************************************
      * the start hops - every lineage record the request matches,
      * one chain traced from each. a start reached through renamed
      * files carries those RENAMED hops in front of it.
      *****************************************************************
       77 WS-NO-STARTS                  PIC 99 VALUE ZERO.
       01 WS-START-TABLE.
           05 WS-START-HOP              PIC X(170) OCCURS 20 TIMES.
       01 WS-START-POS-TABLE.
           05 WS-START-POS              PIC 9(9) OCCURS 20 TIMES.
       77 WS-START-IDX                  PIC 99.
       77 WS-NO-PREFIX                  PIC 99 VALUE ZERO.
       01 WS-PREFIX-TABLE.
           05 WS-PREFIX-HOP             PIC X(170) OCCURS 5 TIMES.
       77 WS-PREFIX-IDX                 PIC 99.
       77 WS-MORE-STARTS                PIC X(1).
       77 WS-START-MATCH                PIC X(1).
       77 WS-STARTS-OVERFLOW            PIC X(1) VALUE 'N'.
      *****************************************************************
      * the chain being traced, in the order the hops were found -
      * printed origin first, so a backward chain prints in reverse.
      *****************************************************************
       77 WS-NO-HOPS                    PIC 99 VALUE ZERO.
       01 WS-CHAIN-TABLE.
           05 WS-CHAIN-HOP              PIC X(170) OCCURS 30 TIMES.
       77 WS-HOP-IDX                    PIC 99.
       77 WS-CHAIN-DONE                 PIC X(1).
       77 WS-CHAIN-END                  PIC X(40).
       77 WS-NO-CHAINS                  PIC 9(7) VALUE ZERO.
      *****************************************************************
      * the trace position - the file and line the next hop must
      * name, and the record number in lineage.dat of the hop just
      * taken, which the next hop must follow (forward) or precede
      * (backward).
      *****************************************************************
       77 WS-CUR-FILE                   PIC X(50).
       77 WS-CUR-LINE                   PIC 9(7).
       77 WS-CUR-POS                    PIC 9(9).
       77 WS-LIN-POS                    PIC 9(9).
       77 WS-FOUND                      PIC X(1).
       77 WS-FOUND-HOP                  PIC X(170).
       77 WS-FOUND-POS                  PIC 9(9).
      *****************************************************************
      * report formatting scratch - mirrors ECHOFILE's
      * FORMAT-RPT-NUM/WS-RPT-NUM family.
      *****************************************************************
       77 WS-CHR-IDX                    PIC 99.
       77 WS-RPT-NUM                    PIC 9(7).
       77 WS-RPT-EDIT                   PIC Z(6)9.
       77 WS-RPT-STR                    PIC X(7).
       77 WS-RPT-TRIM                   PIC X(7).
       77 WS-RPT-LINE                   PIC X(80).

       PROCEDURE DIVISION.
      * arguments are positional: direction (FORWARD or BACKWARD),
      * start file, its line or record number, lineage file, report
      * file, run date.
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE WS-ARG-VALUE(1:8) TO WS-DIRECTION
           IF WS-DIRECTION NOT = "FORWARD"
           AND WS-DIRECTION NOT = "BACKWARD"
               DISPLAY "FLATTRACE: DIRECTION MUST BE FORWARD OR "
                   "BACKWARD"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-START-FILE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-START-FILE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-START-FILE = SPACES
               DISPLAY "FLATTRACE: A START FILE IS REQUIRED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE 50 TO WS-ARG-LEN
           PERFORM UNTIL WS-ARG-LEN = 0
               OR WS-ARG-VALUE(WS-ARG-LEN:1) NOT = SPACE
               SET WS-ARG-LEN DOWN BY 1
           END-PERFORM
           IF WS-ARG-LEN = 0 OR WS-ARG-LEN > 7
           OR WS-ARG-VALUE(1:WS-ARG-LEN) NOT NUMERIC
               DISPLAY "FLATTRACE: THE LINE OR RECORD NUMBER MUST BE "
                   "ONE TO SEVEN DIGITS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ARG-VALUE(1:WS-ARG-LEN) TO WS-START-LINE
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-LINEAGE-FILENAME
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 5 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-REPORT-FILENAME
           END-IF
           MOVE SPACES TO WS-RUN-DATE-FILTER
           DISPLAY 6 UPON ARGUMENT-NUMBER
           ACCEPT WS-RUN-DATE-FILTER FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-RUN-DATE-FILTER NOT = SPACES
           AND WS-RUN-DATE-FILTER NOT NUMERIC
               DISPLAY "FLATTRACE: RUN DATE " WS-RUN-DATE-FILTER
                   " IS NOT CCYYMMDD"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LINEAGE-FILE
           IF WS-LIN-FILE-STATUS NOT = "00"
               DISPLAY "FLATTRACE: LINEAGE FILE " WS-LINEAGE-FILENAME
                   " COULD NOT BE OPENED, STATUS " WS-LIN-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE LINEAGE-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-TRACE-HEADING
           MOVE WS-START-FILE TO WS-CUR-FILE
           MOVE WS-START-LINE TO WS-CUR-LINE
           PERFORM FIND-START-HOPS
      * nothing recorded under the name given - the file may have
      * been renamed by a batch driver since (or, backward, since
      * the hop into it was recorded), so follow the rename and
      * look again under the other name.
      * each rename taken moves the trace position to it, so a
      * further rename and the start hops are looked for on the
      * near side of it only.
           MOVE 'Y' TO WS-MORE-STARTS
           IF WS-DIRECTION = "FORWARD"
               MOVE ZERO TO WS-CUR-POS
           ELSE
               MOVE 999999999 TO WS-CUR-POS
           END-IF
           PERFORM UNTIL WS-NO-STARTS > 0
               OR WS-MORE-STARTS = 'N'
               OR WS-NO-PREFIX >= 5
               PERFORM FIND-RENAME-HOP
               IF WS-FOUND = 'Y'
                   SET WS-NO-PREFIX UP BY 1
                   MOVE WS-FOUND-HOP TO WS-PREFIX-HOP(WS-NO-PREFIX)
                   MOVE WS-FOUND-POS TO WS-CUR-POS
                   MOVE WS-FOUND-HOP TO LN-LINEAGE-RECORD
                   IF WS-DIRECTION = "FORWARD"
                       MOVE LN-TARGET-FILE TO WS-CUR-FILE
                   ELSE
                       MOVE LN-SOURCE-FILE TO WS-CUR-FILE
                   END-IF
                   PERFORM FIND-START-HOPS
               ELSE
                   MOVE 'N' TO WS-MORE-STARTS
               END-IF
           END-PERFORM
           IF WS-NO-STARTS = ZERO
               MOVE "NO LINEAGE RECORDED FOR THIS FILE AND NUMBER"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 1 TO WS-START-IDX
               PERFORM UNTIL WS-START-IDX > WS-NO-STARTS
                   PERFORM TRACE-ONE-CHAIN
                   PERFORM WRITE-CHAIN
                   SET WS-START-IDX UP BY 1
               END-PERFORM
           END-IF
           IF WS-STARTS-OVERFLOW = 'Y'
               MOVE SPACES TO REPORT-RECORD
               STRING "MORE THAN 20 STARTS MATCHED - NARROW WITH THE "
                   DELIMITED BY SIZE
                   "RUN DATE ARGUMENT" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-NO-CHAINS TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "CHAINS TRACED : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           STOP RUN.

      ******************************************************************
      * subroutine collects every start hop - forward, the hops that
      * read line WS-CUR-LINE of WS-CUR-FILE, backward, the hops that
      * wrote record WS-CUR-LINE into it - narrowed to the run date
      * when one was given. file order is run order, so the table
      * fills oldest run first. reached through a rename, the start
      * is held to the rename's position WS-CUR-POS the way
      * FIND-LINE-HOP holds a hop mid-chain - forward, every hop
      * recorded after it; backward, only the latest recorded before
      * it. a match past the 20th is not traced but flagged.
      ******************************************************************
       FIND-START-HOPS SECTION.
           MOVE ZERO TO WS-NO-STARTS
           MOVE 'N' TO WS-STARTS-OVERFLOW
           MOVE ZERO TO WS-LIN-POS
           MOVE 'N' TO WS-LIN-EOF
           OPEN INPUT LINEAGE-FILE
           PERFORM UNTIL WS-LIN-EOF = 'Y'
               READ LINEAGE-FILE INTO LN-LINEAGE-RECORD
                   AT END
                       MOVE 'Y' TO WS-LIN-EOF
                   NOT AT END
                       SET WS-LIN-POS UP BY 1
                       MOVE 'N' TO WS-START-MATCH
                       IF LN-OUTCOME NOT = "RENAMED"
                       AND (WS-RUN-DATE-FILTER = SPACES
                           OR LN-RUN-DATE = WS-RUN-DATE-FILTER)
                           IF WS-DIRECTION = "FORWARD"
                               IF LN-SOURCE-FILE = WS-CUR-FILE
                               AND LN-SOURCE-LINE = WS-CUR-LINE
                               AND (WS-NO-PREFIX = 0
                                   OR WS-LIN-POS > WS-CUR-POS)
                                   MOVE 'Y' TO WS-START-MATCH
                               END-IF
                           ELSE
                               IF LN-TARGET-FILE = WS-CUR-FILE
                               AND LN-TARGET-REC = WS-CUR-LINE
                               AND (WS-NO-PREFIX = 0
                                   OR WS-LIN-POS < WS-CUR-POS)
                                   MOVE 'Y' TO WS-START-MATCH
                               END-IF
                           END-IF
                       END-IF
                       IF WS-START-MATCH = 'Y'
                           IF WS-NO-PREFIX > 0
                           AND WS-DIRECTION = "BACKWARD"
                               MOVE ZERO TO WS-NO-STARTS
                           END-IF
                           IF WS-NO-STARTS < 20
                               SET WS-NO-STARTS UP BY 1
                               MOVE LN-LINEAGE-RECORD
                                   TO WS-START-HOP(WS-NO-STARTS)
                               MOVE WS-LIN-POS
                                   TO WS-START-POS(WS-NO-STARTS)
                           ELSE
                               MOVE 'Y' TO WS-STARTS-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LINEAGE-FILE.

      ******************************************************************
      * subroutine follows one chain out from start hop WS-START-IDX -
      * any rename prefix first, then the start hop, then hop after
      * hop until the record is written, stops being read, or (at
      * the origin, backward) no hop names the line it came from.
      ******************************************************************
       TRACE-ONE-CHAIN SECTION.
           MOVE ZERO TO WS-NO-HOPS
           MOVE 1 TO WS-PREFIX-IDX
           PERFORM UNTIL WS-PREFIX-IDX > WS-NO-PREFIX
               SET WS-NO-HOPS UP BY 1
               MOVE WS-PREFIX-HOP(WS-PREFIX-IDX)
                   TO WS-CHAIN-HOP(WS-NO-HOPS)
               SET WS-PREFIX-IDX UP BY 1
           END-PERFORM
           MOVE WS-START-HOP(WS-START-IDX) TO WS-FOUND-HOP
           MOVE WS-START-POS(WS-START-IDX) TO WS-FOUND-POS
           PERFORM TAKE-LINE-HOP
           PERFORM UNTIL WS-CHAIN-DONE = 'Y'
               PERFORM FIND-LINE-HOP
               IF WS-FOUND = 'Y'
                   PERFORM TAKE-LINE-HOP
               ELSE
                   PERFORM FIND-RENAME-HOP
                   IF WS-FOUND = 'Y'
                       PERFORM TAKE-RENAME-HOP
                   ELSE
                       MOVE 'Y' TO WS-CHAIN-DONE
                       IF WS-DIRECTION = "FORWARD"
                           MOVE "NOT READ BY ANY LATER RUN"
                               TO WS-CHAIN-END
                       ELSE
                           MOVE "ORIGIN - NO EARLIER HOP RECORDED"
                               TO WS-CHAIN-END
                       END-IF
                   END-IF
               END-IF
               IF WS-NO-HOPS >= 30 AND WS-CHAIN-DONE = 'N'
                   MOVE 'Y' TO WS-CHAIN-DONE
                   MOVE "STOPPED AFTER 30 HOPS" TO WS-CHAIN-END
               END-IF
           END-PERFORM
           SET WS-NO-CHAINS UP BY 1.

      ******************************************************************
      * subroutine adds the line hop in WS-FOUND-HOP to the chain and
      * moves the trace position along it - forward to the line it
      * wrote, backward to the line it read. forward, a written
      * record, a header or a blank line ends the chain.
      ******************************************************************
       TAKE-LINE-HOP SECTION.
           MOVE 'N' TO WS-CHAIN-DONE
           SET WS-NO-HOPS UP BY 1
           MOVE WS-FOUND-HOP TO WS-CHAIN-HOP(WS-NO-HOPS)
           MOVE WS-FOUND-HOP TO LN-LINEAGE-RECORD
           MOVE WS-FOUND-POS TO WS-CUR-POS
           IF WS-DIRECTION = "FORWARD"
               MOVE LN-TARGET-FILE TO WS-CUR-FILE
               MOVE LN-TARGET-REC TO WS-CUR-LINE
               EVALUATE LN-OUTCOME
                   WHEN "WRITTEN"
                       MOVE 'Y' TO WS-CHAIN-DONE
                       MOVE "WRITTEN TO THE FLAT FILE"
                           TO WS-CHAIN-END
                   WHEN "HEADER"
                   WHEN "BLANK"
                       MOVE 'Y' TO WS-CHAIN-DONE
                       MOVE "NOT A DATA RECORD" TO WS-CHAIN-END
               END-EVALUATE
           ELSE
               MOVE LN-SOURCE-FILE TO WS-CUR-FILE
               MOVE LN-SOURCE-LINE TO WS-CUR-LINE
           END-IF.

      ******************************************************************
      * subroutine adds the rename hop in WS-FOUND-HOP to the chain -
      * the line is unchanged, only the file's name moves.
      ******************************************************************
       TAKE-RENAME-HOP SECTION.
           SET WS-NO-HOPS UP BY 1
           MOVE WS-FOUND-HOP TO WS-CHAIN-HOP(WS-NO-HOPS)
           MOVE WS-FOUND-HOP TO LN-LINEAGE-RECORD
           MOVE WS-FOUND-POS TO WS-CUR-POS
           IF WS-DIRECTION = "FORWARD"
               MOVE LN-TARGET-FILE TO WS-CUR-FILE
           ELSE
               MOVE LN-SOURCE-FILE TO WS-CUR-FILE
           END-IF.

      ******************************************************************
      * subroutine looks for the next line hop from the trace
      * position. forward, the first hop recorded after the position
      * that read line WS-CUR-LINE of WS-CUR-FILE; backward, the
      * last hop recorded before it that wrote that line. a WRITTEN
      * hop's record number is an FD-REC-NO, not a line, so it never
      * answers a backward search.
      ******************************************************************
       FIND-LINE-HOP SECTION.
           MOVE 'N' TO WS-FOUND
           MOVE ZERO TO WS-LIN-POS
           MOVE 'N' TO WS-LIN-EOF
           OPEN INPUT LINEAGE-FILE
           PERFORM UNTIL WS-LIN-EOF = 'Y'
               READ LINEAGE-FILE INTO LN-LINEAGE-RECORD
                   AT END
                       MOVE 'Y' TO WS-LIN-EOF
                   NOT AT END
                       SET WS-LIN-POS UP BY 1
                       IF LN-OUTCOME NOT = "RENAMED"
                           IF WS-DIRECTION = "FORWARD"
                               IF LN-SOURCE-FILE = WS-CUR-FILE
                               AND LN-SOURCE-LINE = WS-CUR-LINE
                               AND WS-LIN-POS > WS-CUR-POS
                                   PERFORM KEEP-EARLIEST-HOP
                               END-IF
                           ELSE
                               IF LN-TARGET-FILE = WS-CUR-FILE
                               AND LN-TARGET-REC = WS-CUR-LINE
                               AND LN-OUTCOME NOT = "WRITTEN"
                               AND WS-LIN-POS < WS-CUR-POS
                                   PERFORM KEEP-LATEST-HOP
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LINEAGE-FILE.

      ******************************************************************
      * subroutine looks for a rename of the file at the trace
      * position - forward, the first rename of WS-CUR-FILE recorded
      * after the position; backward, the last rename to it recorded
      * before the position.
      ******************************************************************
       FIND-RENAME-HOP SECTION.
           MOVE 'N' TO WS-FOUND
           MOVE ZERO TO WS-LIN-POS
           MOVE 'N' TO WS-LIN-EOF
           OPEN INPUT LINEAGE-FILE
           PERFORM UNTIL WS-LIN-EOF = 'Y'
               READ LINEAGE-FILE INTO LN-LINEAGE-RECORD
                   AT END
                       MOVE 'Y' TO WS-LIN-EOF
                   NOT AT END
                       SET WS-LIN-POS UP BY 1
                       IF LN-OUTCOME = "RENAMED"
                           IF WS-DIRECTION = "FORWARD"
                               IF LN-SOURCE-FILE = WS-CUR-FILE
                               AND WS-LIN-POS > WS-CUR-POS
                                   PERFORM KEEP-EARLIEST-HOP
                               END-IF
                           ELSE
                               IF LN-TARGET-FILE = WS-CUR-FILE
                               AND WS-LIN-POS < WS-CUR-POS
                                   PERFORM KEEP-LATEST-HOP
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LINEAGE-FILE.

      ******************************************************************
      * subroutine keeps the record just read when nothing is held
      * yet - the first candidate past the position is the earliest.
      ******************************************************************
       KEEP-EARLIEST-HOP SECTION.
           IF WS-FOUND = 'N'
               MOVE 'Y' TO WS-FOUND
               MOVE WS-LIN-POS TO WS-FOUND-POS
               MOVE LN-LINEAGE-RECORD TO WS-FOUND-HOP
           END-IF.

      ******************************************************************
      * subroutine keeps the record just read over any held - the
      * last candidate before the position is the latest.
      ******************************************************************
       KEEP-LATEST-HOP SECTION.
           MOVE 'Y' TO WS-FOUND
           MOVE WS-LIN-POS TO WS-FOUND-POS
           MOVE LN-LINEAGE-RECORD TO WS-FOUND-HOP.

      ******************************************************************
      * subroutine prints the chain just traced, origin first - a
      * forward chain in the order it was found, a backward chain in
      * reverse - then how it ended.
      ******************************************************************
       WRITE-CHAIN SECTION.
           MOVE WS-NO-CHAINS TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "CHAIN " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-DIRECTION = "FORWARD"
               MOVE 1 TO WS-HOP-IDX
               PERFORM UNTIL WS-HOP-IDX > WS-NO-HOPS
                   MOVE WS-CHAIN-HOP(WS-HOP-IDX) TO LN-LINEAGE-RECORD
                   PERFORM WRITE-HOP-LINES
                   SET WS-HOP-IDX UP BY 1
               END-PERFORM
           ELSE
               MOVE WS-NO-HOPS TO WS-HOP-IDX
               PERFORM UNTIL WS-HOP-IDX = 0
                   MOVE WS-CHAIN-HOP(WS-HOP-IDX) TO LN-LINEAGE-RECORD
                   PERFORM WRITE-HOP-LINES
                   SET WS-HOP-IDX DOWN BY 1
               END-PERFORM
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "  END OF CHAIN: " DELIMITED BY SIZE
               WS-CHAIN-END DELIMITED BY "  "
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

      ******************************************************************
      * subroutine prints one hop - when, which program, the outcome
      * and its reason, then the line it read and where it went. a
      * written record's target is its FD-REC-NO; a header or blank
      * line has no target.
      ******************************************************************
       WRITE-HOP-LINES SECTION.
           MOVE SPACES TO WS-RPT-LINE
           MOVE LN-RUN-DATE TO WS-RPT-LINE(3:8)
           MOVE LN-RUN-TIME(1:6) TO WS-RPT-LINE(12:6)
           MOVE LN-PROGRAM-ID TO WS-RPT-LINE(19:10)
           MOVE LN-OUTCOME TO WS-RPT-LINE(30:10)
           MOVE LN-REASON TO WS-RPT-LINE(41:20)
           MOVE WS-RPT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF LN-OUTCOME = "RENAMED"
               STRING "      FROM " DELIMITED BY SIZE
                   LN-SOURCE-FILE DELIMITED BY SPACE
                   INTO REPORT-RECORD
           ELSE
               MOVE LN-SOURCE-LINE TO WS-RPT-NUM
               PERFORM FORMAT-RPT-NUM
               STRING "      FROM " DELIMITED BY SIZE
                   LN-SOURCE-FILE DELIMITED BY SPACE
                   " LINE " DELIMITED BY SIZE
                   WS-RPT-TRIM DELIMITED BY SPACE
                   INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           EVALUATE LN-OUTCOME
               WHEN "RENAMED"
                   STRING "      TO   " DELIMITED BY SIZE
                       LN-TARGET-FILE DELIMITED BY SPACE
                       INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               WHEN "WRITTEN"
                   STRING "      TO   " DELIMITED BY SIZE
                       LN-TARGET-FILE DELIMITED BY SPACE
                       " FD-REC-NO " DELIMITED BY SIZE
                       LN-TARGET-REC DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               WHEN "HEADER"
               WHEN "BLANK"
                   CONTINUE
               WHEN OTHER
                   MOVE LN-TARGET-REC TO WS-RPT-NUM
                   PERFORM FORMAT-RPT-NUM
                   STRING "      TO   " DELIMITED BY SIZE
                       LN-TARGET-FILE DELIMITED BY SPACE
                       " LINE " DELIMITED BY SIZE
                       WS-RPT-TRIM DELIMITED BY SPACE
                       INTO REPORT-RECORD
                   WRITE REPORT-RECORD
           END-EVALUATE.

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
      * subroutine writes the trace report's identification block -
      * the lineage file, the direction and the start asked for.
      ******************************************************************
       WRITE-TRACE-HEADING SECTION.
           MOVE "FLATTRACE RECORD LINEAGE REPORT" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "LINEAGE FILE  : " DELIMITED BY SIZE
               WS-LINEAGE-FILENAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "DIRECTION     : " DELIMITED BY SIZE
               WS-DIRECTION DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "START FILE    : " DELIMITED BY SIZE
               WS-START-FILE DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-START-LINE TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "START NUMBER  : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-RUN-DATE-FILTER NOT = SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING "RUN DATE      : " DELIMITED BY SIZE
                   WS-RUN-DATE-FILTER DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.
