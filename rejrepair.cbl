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
       77 WS-REJECT-FILENAME            PIC X(50) VALUE "reject.dat".
       77 WS-REJ-FILE-STATUS            PIC XX.
       77 WS-RH-FILE-STATUS             PIC XX.
       77 WS-RH-TIME-WORK               PIC X(8).
       COPY "runhist.cpy".
      *****************************************************************
      * lineage - one fixed-layout record (see lineage.cpy) for every
      * physical line of the reject file is appended to the shared
      * cumulative lineage.dat, naming the resubmit csv line a
      * repaired record went to, so FLATTRACE can carry a record
      * through the reject/resubmit cycle to the FD-REC-NO the
      * append pass gives it.
      *****************************************************************
       77 WS-LINEAGE-FILENAME           PIC X(50) VALUE "lineage.dat".
       77 WS-LIN-FILE-STATUS            PIC XX.
       77 WS-LIN-OPEN                   PIC X(1) VALUE 'N'.
       77 WS-LIN-DATE                   PIC X(8).
       77 WS-LIN-TIME                   PIC X(8).
       77 WS-LIN-SRC-LINE               PIC 9(7) VALUE ZERO.
       COPY "lineage.cpy".

       PROCEDURE DIVISION.
      * arguments are positional: reject file, repair rules,
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM COPY-SOURCE-HEADER
           PERFORM OPEN-LINEAGE-FILE
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               MOVE SPACES TO REJECT-IN-RECORD
               READ REJECT-IN-FILE INTO REJECT-IN-RECORD
               AT END
               MOVE 'Y' TO NO-MORE-RECORDS
               NOT AT END
               SET WS-LIN-SRC-LINE UP BY 1
               IF REJECT-IN-RECORD NOT = SPACES
                   SET WS-NO-READ UP BY 1
                   PERFORM REPAIR-ONE-RECORD
               ELSE
                   MOVE "BLANK" TO LN-OUTCOME
                   PERFORM WRITE-LINEAGE-RECORD
               END-IF
               END-READ
           END-PERFORM
           CLOSE REJECT-IN-FILE
           CLOSE RESUBMIT-FILE
           CLOSE UNFIXABLE-FILE
           IF WS-LIN-OPEN = 'Y'
               CLOSE LINEAGE-FILE
           END-IF
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE REPORT-FILE
           PERFORM WRITE-RUN-HISTORY
               MOVE WS-OUT-RECORD TO RESUBMIT-RECORD
               WRITE RESUBMIT-RECORD
               SET WS-NO-REPAIRED UP BY 1
      * the resubmit csv leads with the source header, so the
      * repaired record sits one line past its count.
               MOVE "REPAIRED" TO LN-OUTCOME
               MOVE WS-REASON TO LN-REASON
               MOVE WS-RESUBMIT-FILENAME TO LN-TARGET-FILE
               COMPUTE LN-TARGET-REC = WS-NO-REPAIRED + 1
               PERFORM WRITE-LINEAGE-RECORD
           END-IF
           PERFORM WRITE-AUDIT-LINE.

               MOVE WS-REASON TO UNFIXABLE-RECORD
           END-IF
           WRITE UNFIXABLE-RECORD
           SET WS-NO-UNFIXABLE UP BY 1
           MOVE "UNFIXABLE" TO LN-OUTCOME
           MOVE WS-REASON TO LN-REASON
           MOVE WS-UNFIXABLE-FILENAME TO LN-TARGET-FILE
           MOVE WS-NO-UNFIXABLE TO LN-TARGET-REC
           PERFORM WRITE-LINEAGE-RECORD.

      ******************************************************************
      * subroutine writes one audit line per reject record worked -
               WRITE RUN-HISTORY-RECORD
               CLOSE RUN-HISTORY-FILE
           END-IF.

      ******************************************************************
      * subroutine opens the shared cumulative lineage file for this
      * run and takes the run's start stamp, carried on every hop it
      * writes. like the run history, lineage is a by-product - a
      * lineage file that cannot be opened does not stop the repair.
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
      * subroutine appends one hop for the current reject line - the
      * caller has set the outcome and, where there is one, the
      * reason, target file and target line - then clears those for
      * the next line.
      ******************************************************************
       WRITE-LINEAGE-RECORD SECTION.
           MOVE "REJREPAIR" TO LN-PROGRAM-ID
           MOVE WS-LIN-DATE TO LN-RUN-DATE
           MOVE WS-LIN-TIME TO LN-RUN-TIME
           MOVE WS-REJECT-FILENAME TO LN-SOURCE-FILE
           MOVE WS-LIN-SRC-LINE TO LN-SOURCE-LINE
           IF WS-LIN-OPEN = 'Y'
               MOVE LN-LINEAGE-RECORD TO LINEAGE-RECORD
               WRITE LINEAGE-RECORD
           END-IF
           MOVE SPACES TO LN-REASON
           MOVE SPACES TO LN-TARGET-FILE
           MOVE ZERO TO LN-TARGET-REC.
