      ******************************************************************
      * nightly job-stream controller for the flat file suite
      * the nightly run - SPLITFILE, ECHOFILE per record type,
      * FLATVERIFY, FLATXREF, FLATSORT, FLATLOAD, FLATSUM - used to
      * be chained by hand and by separate shell drivers, so when a
      * step failed at 2 a.m. the on-call person had to work out
      * which steps had already run and which to rerun. this program
      * runs the stream from a stream definition, one step after the
      * other, and gates each step on the return code of the one
      * before it: a step whose return code is over its gate stops
      * the stream, and every step after it is skipped. each step's
      * status, return code and start and end stamps go to a stream
      * status file, rewritten as every step starts and ends, so it
      * always says how far the stream got - and RESTART mode reads
      * it back and resumes at the step that failed (or never
      * finished) without rerunning the steps already complete. an
      * end-of-stream report lists every step, its return code and
      * its elapsed time.
      *
      * stream definition (jobstream.cfg) - one line per step, in
      * run order, "*" in column 1 for a comment line:
      *     (1:8)    step name, unique within the stream
      *     (10:3)   gate - the highest return code that lets the
      *              stream go on to the next step
      *     (14:)    the command - the program and its arguments,
      *              exactly as they would be typed at the shell
      * for example (the gate sits in columns 10-12, the command
      * from column 14):
      *     SPLIT    000 ./splitfile vendor.csv split.cfg , night
      *     ECHO-D1  004 ./echofile night_D1.csv flat_D1.dat ,
      *     VERIFY   000 ./flatverify flat_D1.dat flatfile.cpy
      *     XREF     000 ./flatxref flat_H.dat h.cpy 1 flat_D1.dat
      * a step's return code comes back from the shell as its wait
      * status - the exit code times 256. a program killed under the
      * shell comes back as exit code 128 plus the signal (137 for a
      * kill -9), over any gate the nightly stream uses. anything
      * below 256 but not zero means the shell itself never exited
      * (it was killed), which is recorded as ABENDED with return
      * code 999 so no gate lets the stream past it.
      *
      * the stream ends with return code 0 when every step completed
      * with return code 0, 4 when every step completed but one or
      * more inside its gate with a nonzero code, 8 when a gate
      * failed and the stream stopped, and 12 when the definition or
      * (in RESTART mode) the status file could not be used.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    JOBSTREAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-DEF-FILE
               ASSIGN TO WS-STREAM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-FILE-STATUS.
           SELECT STATUS-FILE
               ASSIGN TO WS-STATUS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STS-FILE-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD STREAM-DEF-FILE.
       01 STREAM-DEF-RECORD             PIC X(200).

       FD STATUS-FILE.
       01 STATUS-RECORD                 PIC X(80).

       FD REPORT-FILE.
       01 REPORT-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-STREAM-FILENAME            PIC X(50)
           VALUE "jobstream.cfg".
       77 WS-DEF-FILE-STATUS            PIC XX.
       77 WS-DEF-EOF                    PIC X(1).
       77 WS-STATUS-FILENAME            PIC X(50)
           VALUE "jobstream.sts".
       77 WS-STS-FILE-STATUS            PIC XX.
       77 WS-STS-EOF                    PIC X(1).
       77 WS-REPORT-FILENAME            PIC X(50)
           VALUE "jobstream.rpt".
       77 WS-ARG-VALUE                  PIC X(50).
      *****************************************************************
      * WS-RUN-MODE is RUN (the default - every step from the top,
      * the status file started afresh) or RESTART (resume from the
      * status file the last run left).
      *****************************************************************
       77 WS-RUN-MODE                   PIC X(7) VALUE "RUN".
      *****************************************************************
      * the stream - one entry per step in the definition, with the
      * status, return code and stamps this run (or, for a step
      * carried over by RESTART, the earlier run) gave it. thirty
      * steps is three times the nightly stream's ten.
      *****************************************************************
       77 WS-MAX-STEPS                  PIC 99 VALUE 30.
       77 WS-NO-STEPS                   PIC 99 VALUE ZERO.
       01 WS-STEP-TABLE.
           05 WS-STEP                   OCCURS 30 TIMES.
               10 WS-STEP-NAME          PIC X(8).
               10 WS-STEP-GATE          PIC 999.
               10 WS-STEP-COMMAND       PIC X(187).
               10 WS-STEP-STATUS        PIC X(8).
               10 WS-STEP-RC            PIC 999.
               10 WS-STEP-START-DATE    PIC X(8).
               10 WS-STEP-START-TIME    PIC X(6).
               10 WS-STEP-END-DATE      PIC X(8).
               10 WS-STEP-END-TIME      PIC X(6).
               10 WS-STEP-ELAPSED       PIC 9(7).
               10 WS-STEP-PRIOR         PIC X(1).
       77 WS-STEP-IDX                   PIC 99.
       77 WS-DUP-IDX                    PIC 99.
      *****************************************************************
      * the status file record - one per step, in stream order,
      * readable as it stands so the on-call person can look at it
      * directly. the whole file is rewritten each time a step
      * starts or ends.
      *****************************************************************
       01 WS-STATUS-LINE.
           05 SL-STEP-NAME              PIC X(8).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 SL-STATUS                 PIC X(8).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 SL-RC                     PIC 999.
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 SL-START-DATE             PIC X(8).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 SL-START-TIME             PIC X(6).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 SL-END-DATE               PIC X(8).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 SL-END-TIME               PIC X(6).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 SL-ELAPSED                PIC 9(7).
           05 FILLER                    PIC X(19) VALUE SPACES.
       77 WS-NO-STS-RECS                PIC 99.
       77 WS-STS-MISMATCH               PIC X(1).
      *****************************************************************
      * running a step - the command handed to the shell, the wait
      * status it hands back, and the gate outcome.
      *****************************************************************
       77 WS-SYS-COMMAND                PIC X(188).
       77 WS-SYS-STATUS                 PIC S9(9) COMP-5.
       77 WS-SYS-RC                     PIC 9(9).
       77 WS-GATE-FAILED                PIC X(1) VALUE 'N'.
       77 WS-FAILED-STEP                PIC X(8) VALUE SPACES.
      *****************************************************************
      * elapsed time - seconds since midnight at the start and end
      * of a step. a step that runs past midnight gets a day added,
      * since no nightly step runs anywhere near a whole day.
      *****************************************************************
       77 WS-TIME-WORK                  PIC X(8).
       77 WS-HH                         PIC 99.
       77 WS-MM                         PIC 99.
       77 WS-SS                         PIC 99.
       77 WS-START-SECS                 PIC 9(7).
       77 WS-END-SECS                   PIC 9(7).
       77 WS-ELAPSED-HH                 PIC 9(3).
       77 WS-ELAPSED-REM                PIC 9(7).
       77 WS-STREAM-DATE                PIC X(8).
       77 WS-STREAM-TIME                PIC X(8).
      *****************************************************************
      * stream counts for the report summary.
      *****************************************************************
       77 WS-NO-RUN                     PIC 9(7) VALUE ZERO.
       77 WS-NO-COMPLETE                PIC 9(7) VALUE ZERO.
       77 WS-NO-PRIOR                   PIC 9(7) VALUE ZERO.
       77 WS-NO-FAILED                  PIC 9(7) VALUE ZERO.
       77 WS-NO-SKIPPED                 PIC 9(7) VALUE ZERO.
       77 WS-NO-WARNINGS                PIC 9(7) VALUE ZERO.
      *****************************************************************
      * report formatting scratch - mirrors ECHOFILE's
      * FORMAT-RPT-NUM/WS-RPT-NUM family.
      *****************************************************************
       77 WS-CHR-IDX                    PIC 999.
       77 WS-RPT-NUM                    PIC 9(7).
       77 WS-RPT-EDIT                   PIC Z(6)9.
       77 WS-RPT-STR                    PIC X(7).
       77 WS-RPT-TRIM                   PIC X(7).
       77 WS-RPT-LINE                   PIC X(80).
       77 WS-RPT-PROGRAM                PIC X(20).
       01 WS-RPT-ELAPSED.
           05 WS-RPT-EL-HH              PIC 99.
           05 FILLER                    PIC X(1) VALUE ":".
           05 WS-RPT-EL-MM              PIC 99.
           05 FILLER                    PIC X(1) VALUE ":".
           05 WS-RPT-EL-SS              PIC 99.

       PROCEDURE DIVISION.
      * arguments are positional: stream definition, run mode (RUN
      * or RESTART), status file, report file.
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-STREAM-FILENAME
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE(1:7) TO WS-RUN-MODE
           END-IF
           IF WS-RUN-MODE NOT = "RUN" AND WS-RUN-MODE NOT = "RESTART"
               DISPLAY "JOBSTREAM: RUN MODE MUST BE RUN OR RESTART"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-STATUS-FILENAME
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-REPORT-FILENAME
           END-IF
           ACCEPT WS-STREAM-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STREAM-TIME FROM TIME
           PERFORM READ-STREAM-DEFINITION
           IF WS-RUN-MODE = "RESTART"
               PERFORM READ-STREAM-STATUS
           END-IF
           MOVE 1 TO WS-STEP-IDX
           PERFORM UNTIL WS-STEP-IDX > WS-NO-STEPS
               EVALUATE TRUE
                   WHEN WS-STEP-PRIOR(WS-STEP-IDX) = 'Y'
                       SET WS-NO-PRIOR UP BY 1
                       IF WS-STEP-RC(WS-STEP-IDX) > 0
                           SET WS-NO-WARNINGS UP BY 1
                       END-IF
                   WHEN WS-GATE-FAILED = 'Y'
                       MOVE "SKIPPED" TO WS-STEP-STATUS(WS-STEP-IDX)
                       SET WS-NO-SKIPPED UP BY 1
                   WHEN OTHER
                       PERFORM RUN-STREAM-STEP
               END-EVALUATE
               SET WS-STEP-IDX UP BY 1
           END-PERFORM
           PERFORM WRITE-STREAM-STATUS
           PERFORM WRITE-STREAM-REPORT
           EVALUATE TRUE
               WHEN WS-GATE-FAILED = 'Y'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NO-WARNINGS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      ******************************************************************
      * subroutine loads the stream definition into WS-STEP-TABLE -
      * every step PENDING until it runs. a missing definition, a
      * gate that is not three digits, a step with no name or no
      * command, a step name used twice, or more steps than the
      * table holds stops the stream before anything runs.
      ******************************************************************
       READ-STREAM-DEFINITION SECTION.
           MOVE ZERO TO WS-NO-STEPS
           MOVE 'N' TO WS-DEF-EOF
           OPEN INPUT STREAM-DEF-FILE
           IF WS-DEF-FILE-STATUS NOT = "00"
               DISPLAY "JOBSTREAM: STREAM DEFINITION "
                   WS-STREAM-FILENAME " COULD NOT BE OPENED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-DEF-EOF = 'Y'
               READ STREAM-DEF-FILE
                   AT END
                       MOVE 'Y' TO WS-DEF-EOF
                   NOT AT END
                       IF STREAM-DEF-RECORD NOT = SPACES
                       AND STREAM-DEF-RECORD(1:1) NOT = "*"
                           PERFORM PARSE-STREAM-STEP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STREAM-DEF-FILE
           IF WS-NO-STEPS = ZERO
               DISPLAY "JOBSTREAM: STREAM DEFINITION "
                   WS-STREAM-FILENAME " HAS NO STEPS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * subroutine checks one definition line and adds it to the
      * step table.
      ******************************************************************
       PARSE-STREAM-STEP SECTION.
           IF WS-NO-STEPS >= WS-MAX-STEPS
               DISPLAY "JOBSTREAM: MORE THAN 30 STEPS IN "
                   WS-STREAM-FILENAME
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF STREAM-DEF-RECORD(1:8) = SPACES
           OR STREAM-DEF-RECORD(14:187) = SPACES
               DISPLAY "JOBSTREAM: STEP NEEDS A NAME AND A COMMAND: "
                   STREAM-DEF-RECORD(1:40)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF STREAM-DEF-RECORD(10:3) NOT NUMERIC
               DISPLAY "JOBSTREAM: STEP " STREAM-DEF-RECORD(1:8)
                   " GATE IS NOT A THREE-DIGIT RETURN CODE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WS-DUP-IDX
           PERFORM UNTIL WS-DUP-IDX > WS-NO-STEPS
               IF WS-STEP-NAME(WS-DUP-IDX) = STREAM-DEF-RECORD(1:8)
                   DISPLAY "JOBSTREAM: STEP " STREAM-DEF-RECORD(1:8)
                       " IS NAMED TWICE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-DUP-IDX UP BY 1
           END-PERFORM
           SET WS-NO-STEPS UP BY 1
           MOVE STREAM-DEF-RECORD(1:8) TO WS-STEP-NAME(WS-NO-STEPS)
           MOVE STREAM-DEF-RECORD(10:3) TO WS-STEP-GATE(WS-NO-STEPS)
           MOVE STREAM-DEF-RECORD(14:187)
               TO WS-STEP-COMMAND(WS-NO-STEPS)
           MOVE "PENDING" TO WS-STEP-STATUS(WS-NO-STEPS)
           MOVE ZERO TO WS-STEP-RC(WS-NO-STEPS)
           MOVE SPACES TO WS-STEP-START-DATE(WS-NO-STEPS)
           MOVE SPACES TO WS-STEP-START-TIME(WS-NO-STEPS)
           MOVE SPACES TO WS-STEP-END-DATE(WS-NO-STEPS)
           MOVE SPACES TO WS-STEP-END-TIME(WS-NO-STEPS)
           MOVE ZERO TO WS-STEP-ELAPSED(WS-NO-STEPS)
           MOVE 'N' TO WS-STEP-PRIOR(WS-NO-STEPS).

      ******************************************************************
      * subroutine reads back the status file the last run left, for
      * RESTART. the file has to list the same steps in the same
      * order as the definition - a stream edited since the failure
      * is not one this program can safely resume. every step the
      * last run completed is carried over as it stands and will not
      * run again; every other step (failed, abended, skipped, or
      * left RUNNING by a controller that was itself killed) runs
      * from the top.
      ******************************************************************
       READ-STREAM-STATUS SECTION.
           OPEN INPUT STATUS-FILE
           IF WS-STS-FILE-STATUS NOT = "00"
               DISPLAY "JOBSTREAM: STATUS FILE " WS-STATUS-FILENAME
                   " COULD NOT BE OPENED FOR RESTART"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO WS-NO-STS-RECS
           MOVE 'N' TO WS-STS-EOF
           MOVE 'N' TO WS-STS-MISMATCH
           PERFORM UNTIL WS-STS-EOF = 'Y'
               READ STATUS-FILE INTO WS-STATUS-LINE
                   AT END
                       MOVE 'Y' TO WS-STS-EOF
                   NOT AT END
                       SET WS-NO-STS-RECS UP BY 1
                       IF WS-NO-STS-RECS > WS-NO-STEPS
                           MOVE 'Y' TO WS-STS-MISMATCH
                       ELSE
                           IF SL-STEP-NAME
                               NOT = WS-STEP-NAME(WS-NO-STS-RECS)
                               MOVE 'Y' TO WS-STS-MISMATCH
                           END-IF
                           IF SL-STATUS = "COMPLETE"
                           AND WS-STS-MISMATCH = 'N'
                               PERFORM CARRY-OVER-STEP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATUS-FILE
           IF WS-NO-STS-RECS NOT = WS-NO-STEPS
               MOVE 'Y' TO WS-STS-MISMATCH
           END-IF
           IF WS-STS-MISMATCH = 'Y'
               DISPLAY "JOBSTREAM: STATUS FILE " WS-STATUS-FILENAME
                   " DOES NOT MATCH THE STREAM DEFINITION"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * subroutine carries a step the last run completed over into
      * this run's table unchanged.
      ******************************************************************
       CARRY-OVER-STEP SECTION.
           MOVE SL-STATUS TO WS-STEP-STATUS(WS-NO-STS-RECS)
           MOVE SL-RC TO WS-STEP-RC(WS-NO-STS-RECS)
           MOVE SL-START-DATE TO WS-STEP-START-DATE(WS-NO-STS-RECS)
           MOVE SL-START-TIME TO WS-STEP-START-TIME(WS-NO-STS-RECS)
           MOVE SL-END-DATE TO WS-STEP-END-DATE(WS-NO-STS-RECS)
           MOVE SL-END-TIME TO WS-STEP-END-TIME(WS-NO-STS-RECS)
           MOVE SL-ELAPSED TO WS-STEP-ELAPSED(WS-NO-STS-RECS)
           MOVE 'Y' TO WS-STEP-PRIOR(WS-NO-STS-RECS).

      ******************************************************************
      * subroutine runs step WS-STEP-IDX - marks it RUNNING in the
      * status file first, so a controller killed mid-step leaves a
      * record of where it was, then hands the command to the shell
      * and gates on the return code it comes back with.
      ******************************************************************
       RUN-STREAM-STEP SECTION.
           MOVE "RUNNING" TO WS-STEP-STATUS(WS-STEP-IDX)
           ACCEPT WS-STEP-START-DATE(WS-STEP-IDX) FROM DATE YYYYMMDD
           ACCEPT WS-TIME-WORK FROM TIME
           MOVE WS-TIME-WORK(1:6) TO WS-STEP-START-TIME(WS-STEP-IDX)
           MOVE SPACES TO WS-STEP-END-DATE(WS-STEP-IDX)
           MOVE SPACES TO WS-STEP-END-TIME(WS-STEP-IDX)
           PERFORM WRITE-STREAM-STATUS
           DISPLAY "JOBSTREAM: STEP " WS-STEP-NAME(WS-STEP-IDX)
               " STARTED"
           SET WS-NO-RUN UP BY 1
           MOVE WS-STEP-COMMAND(WS-STEP-IDX) TO WS-SYS-COMMAND
           MOVE ZERO TO WS-SYS-STATUS
           CALL "SYSTEM" USING WS-SYS-COMMAND
               RETURNING WS-SYS-STATUS
           END-CALL
           ACCEPT WS-STEP-END-DATE(WS-STEP-IDX) FROM DATE YYYYMMDD
           ACCEPT WS-TIME-WORK FROM TIME
           MOVE WS-TIME-WORK(1:6) TO WS-STEP-END-TIME(WS-STEP-IDX)
           PERFORM COMPUTE-STEP-ELAPSED
      * the wait status carries the exit code in its high byte; a
      * nonzero low byte is the signal that ended a step which never
      * exited on its own.
           EVALUATE TRUE
               WHEN WS-SYS-STATUS < 0
                   MOVE 999 TO WS-STEP-RC(WS-STEP-IDX)
                   MOVE "ABENDED" TO WS-STEP-STATUS(WS-STEP-IDX)
               WHEN WS-SYS-STATUS >= 256
                   DIVIDE WS-SYS-STATUS BY 256 GIVING WS-SYS-RC
                   MOVE WS-SYS-RC TO WS-STEP-RC(WS-STEP-IDX)
                   MOVE "COMPLETE" TO WS-STEP-STATUS(WS-STEP-IDX)
               WHEN WS-SYS-STATUS > 0
                   MOVE 999 TO WS-STEP-RC(WS-STEP-IDX)
                   MOVE "ABENDED" TO WS-STEP-STATUS(WS-STEP-IDX)
               WHEN OTHER
                   MOVE ZERO TO WS-STEP-RC(WS-STEP-IDX)
                   MOVE "COMPLETE" TO WS-STEP-STATUS(WS-STEP-IDX)
           END-EVALUATE
           IF WS-STEP-RC(WS-STEP-IDX) > WS-STEP-GATE(WS-STEP-IDX)
               IF WS-STEP-STATUS(WS-STEP-IDX) = "COMPLETE"
                   MOVE "FAILED" TO WS-STEP-STATUS(WS-STEP-IDX)
               END-IF
               MOVE 'Y' TO WS-GATE-FAILED
               MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-FAILED-STEP
               SET WS-NO-FAILED UP BY 1
           ELSE
               SET WS-NO-COMPLETE UP BY 1
               IF WS-STEP-RC(WS-STEP-IDX) > 0
                   SET WS-NO-WARNINGS UP BY 1
               END-IF
           END-IF
           PERFORM WRITE-STREAM-STATUS
           DISPLAY "JOBSTREAM: STEP " WS-STEP-NAME(WS-STEP-IDX)
               " ENDED RC " WS-STEP-RC(WS-STEP-IDX) " "
               WS-STEP-STATUS(WS-STEP-IDX).

      ******************************************************************
      * subroutine works out step WS-STEP-IDX's elapsed seconds from
      * its start and end stamps.
      ******************************************************************
       COMPUTE-STEP-ELAPSED SECTION.
           MOVE WS-STEP-START-TIME(WS-STEP-IDX)(1:2) TO WS-HH
           MOVE WS-STEP-START-TIME(WS-STEP-IDX)(3:2) TO WS-MM
           MOVE WS-STEP-START-TIME(WS-STEP-IDX)(5:2) TO WS-SS
           COMPUTE WS-START-SECS = WS-HH * 3600 + WS-MM * 60 + WS-SS
           MOVE WS-STEP-END-TIME(WS-STEP-IDX)(1:2) TO WS-HH
           MOVE WS-STEP-END-TIME(WS-STEP-IDX)(3:2) TO WS-MM
           MOVE WS-STEP-END-TIME(WS-STEP-IDX)(5:2) TO WS-SS
           COMPUTE WS-END-SECS = WS-HH * 3600 + WS-MM * 60 + WS-SS
           IF WS-STEP-END-DATE(WS-STEP-IDX)
               NOT = WS-STEP-START-DATE(WS-STEP-IDX)
               ADD 86400 TO WS-END-SECS
           END-IF
           IF WS-END-SECS < WS-START-SECS
               MOVE ZERO TO WS-STEP-ELAPSED(WS-STEP-IDX)
           ELSE
               COMPUTE WS-STEP-ELAPSED(WS-STEP-IDX)
                   = WS-END-SECS - WS-START-SECS
           END-IF.

      ******************************************************************
      * subroutine rewrites the status file from the step table -
      * every step, in stream order, as it stands right now.
      ******************************************************************
       WRITE-STREAM-STATUS SECTION.
           OPEN OUTPUT STATUS-FILE
           IF WS-STS-FILE-STATUS NOT = "00"
               DISPLAY "JOBSTREAM: STATUS FILE " WS-STATUS-FILENAME
                   " COULD NOT BE WRITTEN, STATUS " WS-STS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WS-DUP-IDX
           PERFORM UNTIL WS-DUP-IDX > WS-NO-STEPS
               MOVE WS-STEP-NAME(WS-DUP-IDX) TO SL-STEP-NAME
               MOVE WS-STEP-STATUS(WS-DUP-IDX) TO SL-STATUS
               MOVE WS-STEP-RC(WS-DUP-IDX) TO SL-RC
               MOVE WS-STEP-START-DATE(WS-DUP-IDX) TO SL-START-DATE
               MOVE WS-STEP-START-TIME(WS-DUP-IDX) TO SL-START-TIME
               MOVE WS-STEP-END-DATE(WS-DUP-IDX) TO SL-END-DATE
               MOVE WS-STEP-END-TIME(WS-DUP-IDX) TO SL-END-TIME
               MOVE WS-STEP-ELAPSED(WS-DUP-IDX) TO SL-ELAPSED
               MOVE WS-STATUS-LINE TO STATUS-RECORD
               WRITE STATUS-RECORD
               SET WS-DUP-IDX UP BY 1
           END-PERFORM
           CLOSE STATUS-FILE.

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
      * subroutine writes the end-of-stream report - the stream and
      * its mode, one line per step with its gate, return code,
      * status and elapsed time (a step carried over by RESTART is
      * marked PRIOR RUN), then the stream counts and outcome.
      ******************************************************************
       WRITE-STREAM-REPORT SECTION.
           OPEN OUTPUT REPORT-FILE
           MOVE "JOBSTREAM RUN-CONTROL REPORT" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "STREAM FILE   : " DELIMITED BY SIZE
               WS-STREAM-FILENAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "STATUS FILE   : " DELIMITED BY SIZE
               WS-STATUS-FILENAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "RUN MODE      : " DELIMITED BY SIZE
               WS-RUN-MODE DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "STREAM START  : " DELIMITED BY SIZE
               WS-STREAM-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STREAM-TIME(1:6) DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-RPT-LINE
           MOVE "STEP" TO WS-RPT-LINE(1:4)
           MOVE "PROGRAM" TO WS-RPT-LINE(10:7)
           MOVE "GATE" TO WS-RPT-LINE(31:4)
           MOVE "RC" TO WS-RPT-LINE(37:2)
           MOVE "STATUS" TO WS-RPT-LINE(41:6)
           MOVE "ELAPSED" TO WS-RPT-LINE(51:7)
           MOVE WS-RPT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 1 TO WS-STEP-IDX
           PERFORM UNTIL WS-STEP-IDX > WS-NO-STEPS
               PERFORM WRITE-STEP-LINE
               SET WS-STEP-IDX UP BY 1
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-RUN TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "STEPS RUN     : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-COMPLETE TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "STEPS COMPLETE: " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-PRIOR TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "STEPS PRIOR   : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-FAILED TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "STEPS FAILED  : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-SKIPPED TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "STEPS SKIPPED : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF WS-GATE-FAILED = 'Y'
               STRING "STREAM RESULT : STOPPED AT STEP "
                   DELIMITED BY SIZE
                   WS-FAILED-STEP DELIMITED BY SPACE
                   " - RERUN WITH RESTART" DELIMITED BY SIZE
                   INTO REPORT-RECORD
           ELSE
               MOVE "STREAM RESULT : COMPLETE" TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE.

      ******************************************************************
      * subroutine writes step WS-STEP-IDX's report line - the
      * program is the first word of its command.
      ******************************************************************
       WRITE-STEP-LINE SECTION.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-RPT-LINE(1:8)
           MOVE SPACES TO WS-RPT-PROGRAM
           UNSTRING WS-STEP-COMMAND(WS-STEP-IDX) DELIMITED BY SPACE
               INTO WS-RPT-PROGRAM
           END-UNSTRING
           MOVE WS-RPT-PROGRAM TO WS-RPT-LINE(10:20)
           MOVE WS-STEP-GATE(WS-STEP-IDX) TO WS-RPT-LINE(31:3)
           MOVE WS-STEP-STATUS(WS-STEP-IDX) TO WS-RPT-LINE(41:8)
           IF WS-STEP-STATUS(WS-STEP-IDX) NOT = "SKIPPED"
           AND WS-STEP-STATUS(WS-STEP-IDX) NOT = "PENDING"
               MOVE WS-STEP-RC(WS-STEP-IDX) TO WS-RPT-LINE(36:3)
               DIVIDE WS-STEP-ELAPSED(WS-STEP-IDX) BY 3600
                   GIVING WS-ELAPSED-HH REMAINDER WS-ELAPSED-REM
               MOVE WS-ELAPSED-HH TO WS-RPT-EL-HH
               DIVIDE WS-ELAPSED-REM BY 60
                   GIVING WS-RPT-EL-MM REMAINDER WS-RPT-EL-SS
               MOVE WS-RPT-ELAPSED TO WS-RPT-LINE(51:8)
           END-IF
           IF WS-STEP-PRIOR(WS-STEP-IDX) = 'Y'
               MOVE "PRIOR RUN" TO WS-RPT-LINE(61:9)
           END-IF
           MOVE WS-RPT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
