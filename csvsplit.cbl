               ASSIGN TO WS-RUNHIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RH-FILE-STATUS.
           SELECT LINEAGE-FILE
               ASSIGN TO WS-LINEAGE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-HISTORY-FILE.
       01 RUN-HISTORY-RECORD            PIC X(149).

       FD LINEAGE-FILE.
       01 LINEAGE-RECORD                PIC X(170).

       WORKING-STORAGE SECTION.
       77 WS-FILENAME                   PIC X(50).
      *****************************************************************
       77 WS-RH-TIME-WORK               PIC X(8).
       77 WS-RH-ROUTED                  PIC 9(7).
       COPY "runhist.cpy".
      *****************************************************************
      * lineage - one fixed-layout record (see lineage.cpy) for every
      * physical line of the input csv is appended to the shared
      * cumulative lineage.dat, naming the type csv and line each
      * record was routed to, so FLATTRACE can follow it on through
      * ECHOFILE. WS-LIN-SRC-LINE counts every line read, header and
      * blank lines included, the way an editor numbers them.
      *****************************************************************
       77 WS-LINEAGE-FILENAME           PIC X(50) VALUE "lineage.dat".
       77 WS-LIN-FILE-STATUS            PIC XX.
       77 WS-LIN-OPEN                   PIC X(1) VALUE 'N'.
       77 WS-LIN-DATE                   PIC X(8).
       77 WS-LIN-TIME                   PIC X(8).
       77 WS-LIN-SRC-LINE               PIC 9(7) VALUE ZERO.
       COPY "lineage.cpy".

       PROCEDURE DIVISION.
      * arguments are positional, read the same way ECHOFILE reads
           PERFORM OPEN-TYPE-FILES
           OPEN INPUT INPUT-FILE
           OPEN OUTPUT REJECT-FILE
           PERFORM OPEN-LINEAGE-FILE
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               MOVE SPACES TO INPUT-RECORD
               READ INPUT-FILE INTO INPUT-RECORD
               AT END
               MOVE 'Y' TO NO-MORE-RECORDS
               NOT AT END
               SET WS-LIN-SRC-LINE UP BY 1
               IF INPUT-RECORD = SPACES
                   MOVE "BLANK" TO LN-OUTCOME
                   PERFORM WRITE-LINEAGE-RECORD
               END-IF
               IF INPUT-RECORD NOT = SPACES
                   IF WS-FIRST-LINE = 'Y' AND WS-SKIP-HEADER = 'Y'
                       MOVE "HEADER" TO LN-OUTCOME
                       PERFORM WRITE-LINEAGE-RECORD
                   ELSE
                       SET WS-NO-READ UP BY 1
                       PERFORM EXTRACT-FIELDS
           CLOSE INPUT-FILE
           CLOSE REJECT-FILE
           PERFORM CLOSE-TYPE-FILES
           IF WS-LIN-OPEN = 'Y'
               CLOSE LINEAGE-FILE
           END-IF
           PERFORM CHECK-FEED-TRAILER-BALANCE
           PERFORM WRITE-SPLIT-REPORT
           PERFORM WRITE-RUN-HISTORY
                   WRITE SPLIT-RECORD-8
           END-EVALUATE
           SET WS-TYPE-COUNT(WS-TYPE-MATCH) UP BY 1
           PERFORM WRITE-SPLIT-LINEAGE
      * the routed record also feeds the trailer balance - the feed
      * trailer itself surrenders its claimed figures, every other
      * routed record accumulates its detail amount.
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
      * subroutine closes every configured type's output csv.
               WRITE RUN-HISTORY-RECORD
               CLOSE RUN-HISTORY-FILE
           END-IF.

      ******************************************************************
      * subroutine opens the shared cumulative lineage file for this
      * run and takes the run's start stamp, carried on every hop it
      * writes. like the run history, lineage is a by-product - a
      * lineage file that cannot be opened does not stop the split.
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
      * subroutine records where the routed record went - the type
      * csv WS-TYPE-MATCH points at, and its line there, one past
      * the type's count when the config gave that csv a header.
      ******************************************************************
       WRITE-SPLIT-LINEAGE SECTION.
           MOVE "SPLIT" TO LN-OUTCOME
           MOVE WS-TYPE-CODE(WS-TYPE-MATCH) TO LN-REASON
           EVALUATE WS-TYPE-MATCH
               WHEN 1
                   MOVE WS-SPLIT-FILENAME-1 TO LN-TARGET-FILE
               WHEN 2
                   MOVE WS-SPLIT-FILENAME-2 TO LN-TARGET-FILE
               WHEN 3
                   MOVE WS-SPLIT-FILENAME-3 TO LN-TARGET-FILE
               WHEN 4
                   MOVE WS-SPLIT-FILENAME-4 TO LN-TARGET-FILE
               WHEN 5
                   MOVE WS-SPLIT-FILENAME-5 TO LN-TARGET-FILE
               WHEN 6
                   MOVE WS-SPLIT-FILENAME-6 TO LN-TARGET-FILE
               WHEN 7
                   MOVE WS-SPLIT-FILENAME-7 TO LN-TARGET-FILE
               WHEN 8
                   MOVE WS-SPLIT-FILENAME-8 TO LN-TARGET-FILE
           END-EVALUATE
           IF WS-TYPE-HEADER(WS-TYPE-MATCH) NOT = SPACES
               COMPUTE LN-TARGET-REC =
                   WS-TYPE-COUNT(WS-TYPE-MATCH) + 1
           ELSE
               MOVE WS-TYPE-COUNT(WS-TYPE-MATCH) TO LN-TARGET-REC
           END-IF
           PERFORM WRITE-LINEAGE-RECORD.

      ******************************************************************
      * subroutine appends one hop for the current input line - the
      * caller has set the outcome and, where there is one, the
      * reason, target file and target line - then clears those for
      * the next line.
      ******************************************************************
       WRITE-LINEAGE-RECORD SECTION.
           MOVE "SPLITFILE" TO LN-PROGRAM-ID
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
