      ******************************************************************
      * point-in-time history companion program for FLATDIFF
      * FLATDIFF says what changed between the 14th and the 15th, but
      * its change file is gone once the next day runs, and "what
      * did account 1002345 look like on the 3rd" meant digging an
      * old dated flat file out of the archive. this program keeps
      * a keyed history master - every version of every record,
      * each stamped with the date it took effect and the date it
      * was superseded - and runs in one of three modes:
      *
      *   POST - applies one day's FLATDIFF change file. an "A" or
      *          "C" record closes the key's current version (if
      *          any) as of the effective date and opens a new one;
      *          a "D" record closes the current version and opens
      *          nothing. each posting is written to a posting log,
      *          and a second posting of an effective date already
      *          on the log - or of one earlier than the last - is
      *          refused, so the master can never post a day out of
      *          order. the log also carries each change file's
      *          record count and check total, and a change file
      *          already on it is refused whatever effective date it
      *          is posted as, so yesterday's file rerun today can
      *          never double-post.
      *   ASOF - rebuilds the full flat file as it stood on a given
      *          date - every version in effect that day - with its
      *          own "H" record, a balancing "T" record (the count
      *          and the hash totals of every NUMERIC column in the
      *          validation config, as ECHOFILE builds them) and the
      *          copybook that describes it, so FLATVERIFY, FLATLOAD
      *          and FLATDIFF take the rebuilt file like any other.
      *   LIST - prints every version of one key (or of every key)
      *          field by field, oldest first, with each version's
      *          effective range and the change that opened and
      *          closed it - fields that differ from the version
      *          before are flagged, for the auditors.
      *
      * the master holds one record layout for its whole life - the
      * change file's copybook is filed as the master's own book on
      * the first posting, and a later change file cut under a
      * different layout is refused until its flat files are
      * re-laid onto the master's book with FLATCONV. a master is
      * seeded by posting a change file diffed against an empty
      * prior flat file, so that every record posts as an add.
      *
      * an effective date runs from its from-date up to, not
      * including, its to-date - the version a change on the 15th
      * supersedes is in effect through the 14th. a current version
      * carries the open to-date 99999999.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FLATHIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE
               ASSIGN TO WS-HIST-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT POSTING-LOG-FILE
               ASSIGN TO WS-POSTING-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
      * the change file is read as a raw byte stream - each record is
      * the one-byte action code, the flat record's content and the
      * historical CRLF framing, exactly as FLATDIFF writes it.
           SELECT CHANGE-FILE
               ASSIGN TO WS-CHANGE-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHG-FILE-STATUS.
           SELECT COPYBOOK-FILE
               ASSIGN TO WS-COPYBOOK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPY-FILE-STATUS.
           SELECT MASTER-BOOK-FILE
               ASSIGN TO WS-MASTER-CPY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VALIDATION-CONFIG-FILE
               ASSIGN TO WS-VALIDATION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAL-FILE-STATUS.
      * the rebuilt file is written as a raw byte stream - the same
      * writer FLATXTRACT uses.
           SELECT ASOF-FILE
               ASSIGN TO WS-ASOF-FILENAME
               ORGANIZATION IS SEQUENTIAL.
           SELECT ASOF-COPYBOOK-FILE
               ASSIGN TO WS-ASOF-CPY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *****************************************************************
      * HIST-RECORD is one version of one flat record - the key value
      * at the compiled 100-byte field ceiling and the date the
      * version took effect make up the record key, so a key's
      * versions sit together, oldest first. the to-date is the day
      * it was superseded (99999999 while current), the open and
      * close actions are the change codes that opened and closed
      * it, and HIST-DATA is the whole flat record as posted.
      *****************************************************************
       FD HIST-FILE.
       01 HIST-RECORD.
           05 HIST-KEY.
               10 HIST-REC-KEY          PIC X(100).
               10 HIST-EFF-FROM         PIC X(8).
           05 HIST-EFF-TO               PIC X(8).
           05 HIST-OPEN-ACTION          PIC X(1).
           05 HIST-CLOSE-ACTION         PIC X(1).
           05 HIST-POSTED-DATE          PIC X(8).
           05 HIST-DATA                 PIC X(4096).

      *****************************************************************
      * one posting log line per change file posted - the effective
      * date it was posted as, when it was posted, the key column
      * and record width the master holds, the change file's name
      * and what it did to the master. HLOG-CHG-RECS and
      * HLOG-CHG-CHECK identify the change file itself - its record
      * count and a check total over every byte of every change
      * record - so the same file cannot be posted twice. log lines
      * written before they were carried leave them blank.
      *****************************************************************
       FD POSTING-LOG-FILE.
       01 POSTING-LOG-RECORD.
           05 HLOG-EFF-DATE             PIC X(8).
           05 HLOG-POST-DATE            PIC X(8).
           05 HLOG-POST-TIME            PIC X(6).
           05 HLOG-KEY-COL              PIC X(2).
           05 HLOG-REC-WIDTH            PIC 9(4).
           05 HLOG-CHANGE-FILE          PIC X(50).
           05 HLOG-ADDS                 PIC 9(7).
           05 HLOG-CHANGES              PIC 9(7).
           05 HLOG-DELETES              PIC 9(7).
           05 HLOG-EXCEPTIONS           PIC 9(7).
           05 HLOG-CHG-RECS             PIC 9(7).
           05 HLOG-CHG-CHECK            PIC 9(15).

       FD CHANGE-FILE.
       01 CHANGE-BYTE                   PIC X(1).

       FD COPYBOOK-FILE.
       01 COPYBOOK-RECORD               PIC X(80).

       FD MASTER-BOOK-FILE.
       01 MASTER-BOOK-RECORD            PIC X(80).

       FD VALIDATION-CONFIG-FILE.
       01 VALIDATION-CONFIG-RECORD      PIC X(80).

       FD ASOF-FILE.
       01 ASOF-BYTE                     PIC X(1).

       FD ASOF-COPYBOOK-FILE.
       01 ASOF-COPYBOOK-RECORD          PIC X(80).

       FD REPORT-FILE.
       01 REPORT-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-HIST-MODE                  PIC X(4).
       77 WS-HIST-FILENAME              PIC X(50) VALUE "flathist.idx".
       77 WS-HIST-FILE-STATUS           PIC XX.
       77 WS-HIST-EOF                   PIC X(1).
       77 WS-MASTER-CPY-FILENAME        PIC X(50) VALUE "flathist.cpy".
       77 WS-POSTING-LOG-FILENAME       PIC X(50) VALUE "flathist.log".
       77 WS-LOG-FILE-STATUS            PIC XX.
       77 WS-LOG-EOF                    PIC X(1).
       77 WS-REPORT-FILENAME            PIC X(50) VALUE "flathist.rpt".
       77 WS-CHANGE-FILENAME            PIC X(50) VALUE "flatdiff.chg".
       77 WS-CHG-FILE-STATUS            PIC XX.
       77 WS-CHANGE-CPY-FILENAME        PIC X(50) VALUE "flatfile.cpy".
       77 WS-COPYBOOK-FILENAME          PIC X(50).
       77 WS-CPY-FILE-STATUS            PIC XX.
       77 WS-VALIDATION-FILENAME        PIC X(50) VALUE "validate.cfg".
       77 WS-VAL-FILE-STATUS            PIC XX.
       77 WS-ASOF-FILENAME              PIC X(50) VALUE "flatasof.dat".
       77 WS-ASOF-CPY-FILENAME          PIC X(50) VALUE "flatasof.cpy".
       77 WS-KEY-SPEC                   PIC X(2).
       77 WS-LIST-KEY                   PIC X(100).
       77 WS-ARG-VALUE                  PIC X(50).
      *****************************************************************
      * the dates - the effective date a posting stamps its versions
      * with (today, unless the run names one), the as-of date a
      * rebuild selects on, today's date for the posting log, and
      * the open to-date a current version carries.
      *****************************************************************
       77 WS-EFF-DATE                   PIC X(8).
       77 WS-ASOF-DATE                  PIC X(8).
       77 WS-RUN-DATE                   PIC X(8).
       77 WS-RUN-TIME                   PIC X(8).
       77 WS-OPEN-TO-DATE               PIC X(8) VALUE "99999999".
      *****************************************************************
      * what the posting log says - the first and last effective
      * dates posted, the key column the master was built on, and
      * whether (and when) the date now being posted was posted
      * before.
      *****************************************************************
       77 WS-NO-POSTINGS                PIC 9(5) VALUE ZERO.
       77 WS-FIRST-EFF-DATE             PIC X(8) VALUE SPACES.
       77 WS-LAST-EFF-DATE              PIC X(8) VALUE SPACES.
       77 WS-LOG-KEY-COL                PIC X(2) VALUE SPACES.
       77 WS-ALREADY-POSTED             PIC X(1) VALUE 'N'.
       77 WS-PRIOR-POST-DATE            PIC X(8).
       77 WS-PRIOR-CHANGE-FILE          PIC X(50).
      *****************************************************************
      * the change file's identity - its record count and a check
      * total chained over every byte of every change record, the
      * action byte and the whole flat record, in file order: each
      * byte's position in WS-ID-CHARS is stirred into the total by
      * multiply, add and reduce modulo the prime 999999999999989.
      * it is taken in a pass over the file before anything is
      * posted, and held against every posting on the log.
      *****************************************************************
       77 WS-CHG-ID-RECS                PIC 9(7) VALUE ZERO.
       77 WS-CHG-ID-CHECK               PIC 9(15) VALUE ZERO.
       77 WS-CHG-ID-WORK                PIC 9(18).
       77 WS-CHG-ID-QUOT                PIC 9(18).
       77 WS-CHG-ID-POS                 PIC 9999.
       77 WS-CHG-ID-CHAR                PIC 999.
       01 WS-ID-CHARS.
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
       01 WS-ID-CHAR-TABLE REDEFINES WS-ID-CHARS.
           05 WS-ID-CHAR                PIC X(1) OCCURS 95 TIMES.
       77 WS-FILE-POSTED                PIC X(1) VALUE 'N'.
      *****************************************************************
      * the copybook's FD-FLATFILE-RECORD block, loaded the same way
      * FLATLOAD loads it - the master's book, or on a posting the
      * change file's book to hold against it.
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
      * the master's layout, filed away while the change file's book
      * is loaded over WS-LOD-TABLE and held against it.
      *****************************************************************
       77 WS-MASTER-BOOK-FOUND          PIC X(1).
       77 WS-NO-MBK-ENTRIES             PIC 99 VALUE ZERO.
       01 WS-MBK-TABLE.
           05 WS-MBK-ENTRY              OCCURS 44 TIMES.
               10 WS-MBK-NAME           PIC X(30).
               10 WS-MBK-WIDTH          PIC 999.
       77 WS-LAYOUT-AGREES              PIC X(1).
      *****************************************************************
      * the key column - where it starts in the flat record, how
      * wide it is, and its generated name.
      *****************************************************************
       77 WS-KEY-START                  PIC 9999 VALUE ZERO.
       77 WS-KEY-WIDTH                  PIC 999 VALUE ZERO.
       77 WS-KEY-NAME                   PIC X(30).
      *****************************************************************
      * the validation config and the hash columns it resolves to in
      * the master's layout - one per NUMERIC rule, in rule order,
      * the order the rebuilt trailer carries its totals in.
      *****************************************************************
       77 WS-VAL-EOF                    PIC X(1).
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
               10 WS-HASH-COL-NO        PIC 99.
       01 WS-HASH-TOTALS.
           05 WS-HASH-TOTAL             PIC 9(15) OCCURS 40 TIMES.
       77 WS-HASH-IDX                   PIC 99.
       77 WS-HASH-WORK                  PIC 9(15).
       77 WS-TRL-POS                    PIC 9999.
       77 WS-FLD-WORK                   PIC X(100).
       77 WS-FLD-LEN                    PIC 999.
      *****************************************************************
      * change-record assembly - the record width is the change
      * file's book's record length, and every physical record is
      * the action byte, that width, and the three framing bytes.
      *****************************************************************
       77 WS-REC-WIDTH                  PIC 9999 VALUE ZERO.
       77 WS-PHYS-LEN                   PIC 9999.
       77 WS-BUF-IDX                    PIC 9999.
       77 WS-CHG-BUF                    PIC X(4100).
       77 WS-CHG-EOF                    PIC X(1) VALUE 'N'.
       77 WS-CHG-ACTION                 PIC X(1).
      *****************************************************************
      * the key's current version, found by walking its versions
      * forward from its lowest effective date.
      *****************************************************************
       77 WS-CURR-KEY                   PIC X(100).
       77 WS-CURR-FOUND                 PIC X(1).
       77 WS-CURR-EFF-FROM              PIC X(8).
      *****************************************************************
      * as-of rebuild record assembly - the master's record width,
      * floored at the 63 bytes the header layout needs and the
      * bytes the trailer's hash slots need.
      *****************************************************************
       77 WS-OUT-WIDTH                  PIC 9999.
       77 WS-OUT-BUF                    PIC X(4099).
       77 WS-OUT-IDX                    PIC 9999.
       77 WS-OUT-REC-CNT                PIC 9(7) VALUE ZERO.
      *****************************************************************
      * history listing scratch - the key whose versions are being
      * printed and the version before the one being printed, so a
      * changed field can be flagged.
      *****************************************************************
       77 WS-PREV-KEY                   PIC X(100).
       77 WS-PREV-DATA                  PIC X(4096).
       77 WS-HAVE-PREV                  PIC X(1).
       77 WS-LIST-DONE                  PIC X(1).
      *****************************************************************
      * run counters for the reports.
      *****************************************************************
       77 WS-NO-CHG-RECS                PIC 9(7) VALUE ZERO.
       77 WS-NO-ADDS                    PIC 9(7) VALUE ZERO.
       77 WS-NO-CHANGES                 PIC 9(7) VALUE ZERO.
       77 WS-NO-DELETES                 PIC 9(7) VALUE ZERO.
       77 WS-NO-EXCEPTIONS              PIC 9(7) VALUE ZERO.
       77 WS-NO-VERSIONS                PIC 9(7) VALUE ZERO.
       77 WS-NO-KEYS                    PIC 9(7) VALUE ZERO.
       77 WS-EXCEPTION-TEXT             PIC X(40).
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
       77 WS-CPY-TOT-LEN                PIC 9999.
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
      * arguments are positional: mode (POST, ASOF or LIST), history
      * master, the master's copybook, posting log, report file -
      * then the mode's own operands:
      *   POST - change file, the change file's copybook, key column
      *          number, effective date (blank for today)
      *   ASOF - as-of date, validation config, rebuilt flat file,
      *          rebuilt copybook
      *   LIST - key value (blank lists every key)
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE(1:5) = "POST "
           OR WS-ARG-VALUE(1:5) = "ASOF "
           OR WS-ARG-VALUE(1:5) = "LIST "
               MOVE WS-ARG-VALUE(1:4) TO WS-HIST-MODE
           ELSE
               DISPLAY "FLATHIST: MODE " WS-ARG-VALUE(1:6)
                   " IS NOT POST, ASOF OR LIST"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-HIST-FILENAME
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-MASTER-CPY-FILENAME
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-POSTING-LOG-FILENAME
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           EVALUATE WS-HIST-MODE
               WHEN "POST"
                   PERFORM READ-POST-ARGUMENTS
                   PERFORM POST-CHANGE-FILE
               WHEN "ASOF"
                   PERFORM READ-ASOF-ARGUMENTS
                   PERFORM BUILD-ASOF-FILE
               WHEN "LIST"
                   MOVE SPACES TO WS-LIST-KEY
                   DISPLAY 6 UPON ARGUMENT-NUMBER
                   ACCEPT WS-LIST-KEY FROM ARGUMENT-VALUE
                       ON EXCEPTION
                           CONTINUE
                   END-ACCEPT
                   PERFORM LIST-KEY-HISTORY
           END-EVALUATE
           STOP RUN.

      ******************************************************************
      * subroutine reads the POST mode's operands - change file, its
      * copybook, key column and effective date. a blank key column
      * falls back to the one the master was built on; a blank
      * effective date is today.
      ******************************************************************
       READ-POST-ARGUMENTS SECTION.
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 6 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-CHANGE-FILENAME
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 7 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-CHANGE-CPY-FILENAME
           END-IF
           MOVE SPACES TO WS-KEY-SPEC
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 8 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               IF WS-ARG-VALUE(1:2) IS NUMERIC
                   MOVE WS-ARG-VALUE(1:2) TO WS-KEY-SPEC
               ELSE
                   DISPLAY "FLATHIST: KEY COLUMN " WS-ARG-VALUE(1:2)
                       " IS NOT A TWO-DIGIT COLUMN NUMBER"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE WS-RUN-DATE TO WS-EFF-DATE
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 9 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               IF WS-ARG-VALUE(1:8) IS NUMERIC
               AND WS-ARG-VALUE(9:1) = SPACE
                   MOVE WS-ARG-VALUE(1:8) TO WS-EFF-DATE
               ELSE
                   DISPLAY "FLATHIST: EFFECTIVE DATE "
                       WS-ARG-VALUE(1:10) " IS NOT CCYYMMDD"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      ******************************************************************
      * subroutine reads the ASOF mode's operands - the as-of date
      * (required), validation config, rebuilt flat file and
      * rebuilt copybook.
      ******************************************************************
       READ-ASOF-ARGUMENTS SECTION.
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 6 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE(1:8) IS NUMERIC
           AND WS-ARG-VALUE(9:1) = SPACE
               MOVE WS-ARG-VALUE(1:8) TO WS-ASOF-DATE
           ELSE
               DISPLAY "FLATHIST: AN AS-OF DATE (CCYYMMDD) IS "
                   "REQUIRED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 7 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-VALIDATION-FILENAME
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 8 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-ASOF-FILENAME
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 9 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-ASOF-CPY-FILENAME
           END-IF.

      ******************************************************************
      * subroutine reads the posting log through - the first and
      * last effective dates posted, the master's key column, and
      * whether WS-EFF-DATE is already on it. no log yet means no
      * posting has ever been made.
      ******************************************************************
       READ-POSTING-LOG SECTION.
           MOVE ZERO TO WS-NO-POSTINGS
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT POSTING-LOG-FILE
           IF WS-LOG-FILE-STATUS = "00"
               PERFORM UNTIL WS-LOG-EOF = 'Y'
                   READ POSTING-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-LOG-EOF
                       NOT AT END
                           IF HLOG-EFF-DATE IS NUMERIC
                               PERFORM NOTE-POSTING-LOG-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-LOG-FILE
           END-IF.

      ******************************************************************
      * subroutine notes one posting log entry.
      ******************************************************************
       NOTE-POSTING-LOG-ENTRY SECTION.
           SET WS-NO-POSTINGS UP BY 1
           IF WS-FIRST-EFF-DATE = SPACES
           OR HLOG-EFF-DATE < WS-FIRST-EFF-DATE
               MOVE HLOG-EFF-DATE TO WS-FIRST-EFF-DATE
           END-IF
           IF WS-LAST-EFF-DATE = SPACES
           OR HLOG-EFF-DATE > WS-LAST-EFF-DATE
               MOVE HLOG-EFF-DATE TO WS-LAST-EFF-DATE
           END-IF
           MOVE HLOG-KEY-COL TO WS-LOG-KEY-COL
           IF HLOG-EFF-DATE = WS-EFF-DATE
               MOVE 'Y' TO WS-ALREADY-POSTED
               MOVE HLOG-POST-DATE TO WS-PRIOR-POST-DATE
               MOVE HLOG-CHANGE-FILE TO WS-PRIOR-CHANGE-FILE
           END-IF.

      ******************************************************************
      * subroutine posts one change file to the master. every check
      * is made before the master is touched - the effective date
      * must be new and later than the last one posted, the key
      * column must be the one the master was built on, and the
      * change file's book must describe the master's layout - so a
      * refused posting leaves the master exactly as it was.
      ******************************************************************
       POST-CHANGE-FILE SECTION.
           PERFORM READ-POSTING-LOG
           IF WS-ALREADY-POSTED = 'Y'
               DISPLAY "FLATHIST: EFFECTIVE DATE " WS-EFF-DATE
                   " WAS ALREADY POSTED ON " WS-PRIOR-POST-DATE
                   " FROM " WS-PRIOR-CHANGE-FILE
               DISPLAY "FLATHIST: POSTING REFUSED - THE MASTER IS "
                   "UNCHANGED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LAST-EFF-DATE NOT = SPACES
           AND WS-EFF-DATE < WS-LAST-EFF-DATE
               DISPLAY "FLATHIST: EFFECTIVE DATE " WS-EFF-DATE
                   " IS EARLIER THAN THE LAST POSTING, "
                   WS-LAST-EFF-DATE
               DISPLAY "FLATHIST: POSTING REFUSED - THE MASTER IS "
                   "UNCHANGED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-KEY-SPEC = SPACES
               MOVE WS-LOG-KEY-COL TO WS-KEY-SPEC
           END-IF
           IF WS-KEY-SPEC = SPACES
               DISPLAY "FLATHIST: A TWO-DIGIT KEY COLUMN NUMBER IS "
                   "REQUIRED FOR THE FIRST POSTING"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LOG-KEY-COL NOT = SPACES
           AND WS-KEY-SPEC NOT = WS-LOG-KEY-COL
               DISPLAY "FLATHIST: KEY COLUMN " WS-KEY-SPEC
                   " IS NOT THE MASTER'S KEY COLUMN, " WS-LOG-KEY-COL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHECK-MASTER-BOOK
           PERFORM RESOLVE-KEY-FIELD
           COMPUTE WS-REC-WIDTH = WS-LOD-NEXT - 1
           IF WS-REC-WIDTH > 4096
               DISPLAY "FLATHIST: " WS-CHANGE-CPY-FILENAME
                   " DESCRIBES A RECORD WIDER THAN 4096 BYTES"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-PHYS-LEN = WS-REC-WIDTH + 4
           PERFORM CHECK-CHANGE-IDENTITY
           OPEN INPUT CHANGE-FILE
           IF WS-CHG-FILE-STATUS NOT = "00"
               DISPLAY "FLATHIST: CHANGE FILE " WS-CHANGE-FILENAME
                   " COULD NOT BE OPENED, STATUS "
                   WS-CHG-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MASTER-BOOK-FOUND = 'N'
               PERFORM FILE-MASTER-BOOK
           END-IF
           PERFORM OPEN-HIST-MASTER
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-POST-HEADER
           PERFORM UNTIL WS-CHG-EOF = 'Y'
               PERFORM READ-CHANGE-RECORD
               IF WS-CHG-EOF NOT = 'Y'
                   SET WS-NO-CHG-RECS UP BY 1
                   PERFORM POST-CHANGE-RECORD
               END-IF
           END-PERFORM
           CLOSE CHANGE-FILE
           CLOSE HIST-FILE
           PERFORM WRITE-POSTING-LOG
           PERFORM WRITE-POST-SUMMARY
           CLOSE REPORT-FILE
           IF WS-NO-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * subroutine takes the change file's identity in a pass over
      * it and refuses the posting when a change file with the same
      * record count and check total is already on the posting log
      * - the same day's changes rerun under another effective date
      * would post every change twice. an empty change file changes
      * nothing and is never refused.
      ******************************************************************
       CHECK-CHANGE-IDENTITY SECTION.
           MOVE ZERO TO WS-CHG-ID-RECS
           MOVE ZERO TO WS-CHG-ID-CHECK
           OPEN INPUT CHANGE-FILE
           IF WS-CHG-FILE-STATUS NOT = "00"
               DISPLAY "FLATHIST: CHANGE FILE " WS-CHANGE-FILENAME
                   " COULD NOT BE OPENED, STATUS "
                   WS-CHG-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CHG-EOF = 'Y'
               PERFORM READ-CHANGE-RECORD
               IF WS-CHG-EOF NOT = 'Y'
                   SET WS-CHG-ID-RECS UP BY 1
                   PERFORM ADD-CHANGE-IDENTITY
               END-IF
           END-PERFORM
           CLOSE CHANGE-FILE
           MOVE 'N' TO WS-CHG-EOF
           IF WS-CHG-ID-RECS > 0
               MOVE 'N' TO WS-FILE-POSTED
               MOVE 'N' TO WS-LOG-EOF
               OPEN INPUT POSTING-LOG-FILE
               IF WS-LOG-FILE-STATUS = "00"
                   PERFORM UNTIL WS-LOG-EOF = 'Y'
                       OR WS-FILE-POSTED = 'Y'
                       READ POSTING-LOG-FILE
                           AT END
                               MOVE 'Y' TO WS-LOG-EOF
                           NOT AT END
                               IF HLOG-CHG-RECS IS NUMERIC
                               AND HLOG-CHG-RECS = WS-CHG-ID-RECS
                               AND HLOG-CHG-CHECK = WS-CHG-ID-CHECK
                                   MOVE 'Y' TO WS-FILE-POSTED
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE POSTING-LOG-FILE
               END-IF
               IF WS-FILE-POSTED = 'Y'
                   DISPLAY "FLATHIST: CHANGE FILE " WS-CHANGE-FILENAME
                       " WAS ALREADY POSTED ON " HLOG-POST-DATE
                       " AS EFFECTIVE DATE " HLOG-EFF-DATE
                   DISPLAY "FLATHIST: POSTING REFUSED - THE MASTER IS "
                       "UNCHANGED"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      ******************************************************************
      * subroutine stirs every byte of the change record just read -
      * the action byte and the flat record, up to the terminator -
      * into WS-CHG-ID-CHECK. a byte outside the printable set
      * counts as position 96.
      ******************************************************************
       ADD-CHANGE-IDENTITY SECTION.
           MOVE 1 TO WS-CHG-ID-POS
           PERFORM UNTIL WS-CHG-ID-POS > WS-REC-WIDTH + 1
               MOVE 1 TO WS-CHG-ID-CHAR
               PERFORM UNTIL WS-CHG-ID-CHAR > 95
                   OR WS-ID-CHAR(WS-CHG-ID-CHAR)
                       = WS-CHG-BUF(WS-CHG-ID-POS:1)
                   SET WS-CHG-ID-CHAR UP BY 1
               END-PERFORM
               COMPUTE WS-CHG-ID-WORK = WS-CHG-ID-CHECK * 131
                   + WS-CHG-ID-CHAR
               DIVIDE WS-CHG-ID-WORK BY 999999999999989
                   GIVING WS-CHG-ID-QUOT REMAINDER WS-CHG-ID-CHECK
               SET WS-CHG-ID-POS UP BY 1
           END-PERFORM.

      ******************************************************************
      * subroutine holds the change file's book against the master's
      * own. on the first posting there is no master book yet and
      * the change file's book becomes it; after that the two must
      * carry the same items at the same widths, or the versions
      * already on the master and the ones about to be posted would
      * not share a layout.
      ******************************************************************
       CHECK-MASTER-BOOK SECTION.
           MOVE 'N' TO WS-MASTER-BOOK-FOUND
           MOVE WS-MASTER-CPY-FILENAME TO WS-COPYBOOK-FILENAME
           OPEN INPUT COPYBOOK-FILE
           IF WS-CPY-FILE-STATUS = "00"
               CLOSE COPYBOOK-FILE
               MOVE 'Y' TO WS-MASTER-BOOK-FOUND
               PERFORM READ-COPYBOOK-LAYOUT
               MOVE WS-NO-LOD-ENTRIES TO WS-NO-MBK-ENTRIES
               MOVE 1 TO WS-LOD-IDX
               PERFORM UNTIL WS-LOD-IDX > WS-NO-LOD-ENTRIES
                   MOVE WS-LOD-NAME(WS-LOD-IDX)
                       TO WS-MBK-NAME(WS-LOD-IDX)
                   MOVE WS-LOD-WIDTH(WS-LOD-IDX)
                       TO WS-MBK-WIDTH(WS-LOD-IDX)
                   SET WS-LOD-IDX UP BY 1
               END-PERFORM
           END-IF
           MOVE WS-CHANGE-CPY-FILENAME TO WS-COPYBOOK-FILENAME
           PERFORM READ-COPYBOOK-LAYOUT
           IF WS-MASTER-BOOK-FOUND = 'Y'
               MOVE 'Y' TO WS-LAYOUT-AGREES
               IF WS-NO-LOD-ENTRIES NOT = WS-NO-MBK-ENTRIES
                   MOVE 'N' TO WS-LAYOUT-AGREES
               END-IF
               MOVE 1 TO WS-LOD-IDX
               PERFORM UNTIL WS-LOD-IDX > WS-NO-LOD-ENTRIES
                   OR WS-LAYOUT-AGREES = 'N'
                   IF WS-LOD-NAME(WS-LOD-IDX) NOT =
                       WS-MBK-NAME(WS-LOD-IDX)
                   OR WS-LOD-WIDTH(WS-LOD-IDX) NOT =
                       WS-MBK-WIDTH(WS-LOD-IDX)
                       MOVE 'N' TO WS-LAYOUT-AGREES
                   END-IF
                   SET WS-LOD-IDX UP BY 1
               END-PERFORM
               IF WS-LAYOUT-AGREES = 'N'
                   DISPLAY "FLATHIST: " WS-CHANGE-CPY-FILENAME
                       " DOES NOT DESCRIBE THE MASTER'S LAYOUT IN "
                       WS-MASTER-CPY-FILENAME
                   DISPLAY "FLATHIST: RE-LAY THE FLAT FILES ONTO "
                       "THE MASTER'S BOOK WITH FLATCONV AND DIFF "
                       "THEM AGAIN"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      ******************************************************************
      * subroutine files the change file's book, line for line, as
      * the master's own book on the first posting.
      ******************************************************************
       FILE-MASTER-BOOK SECTION.
           MOVE WS-CHANGE-CPY-FILENAME TO WS-COPYBOOK-FILENAME
           MOVE 'N' TO WS-CPY-EOF
           OPEN INPUT COPYBOOK-FILE
           OPEN OUTPUT MASTER-BOOK-FILE
           PERFORM UNTIL WS-CPY-EOF = 'Y'
               READ COPYBOOK-FILE INTO COPYBOOK-RECORD
                   AT END
                       MOVE 'Y' TO WS-CPY-EOF
                   NOT AT END
                       MOVE COPYBOOK-RECORD TO MASTER-BOOK-RECORD
                       WRITE MASTER-BOOK-RECORD
               END-READ
           END-PERFORM
           CLOSE COPYBOOK-FILE
           CLOSE MASTER-BOOK-FILE.

      ******************************************************************
      * subroutine opens the history master for update, creating it
      * empty on the first posting.
      ******************************************************************
       OPEN-HIST-MASTER SECTION.
           OPEN I-O HIST-FILE
           IF WS-HIST-FILE-STATUS = "35"
               OPEN OUTPUT HIST-FILE
               CLOSE HIST-FILE
               OPEN I-O HIST-FILE
           END-IF
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "FLATHIST: HISTORY MASTER " WS-HIST-FILENAME
                   " COULD NOT BE OPENED, STATUS "
                   WS-HIST-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * subroutine assembles the next change record into WS-CHG-BUF,
      * byte by byte - a short record at the end of the file (a
      * stray terminator or a truncated copy) is not a change.
      ******************************************************************
       READ-CHANGE-RECORD SECTION.
           MOVE SPACES TO WS-CHG-BUF
           MOVE 1 TO WS-BUF-IDX
           PERFORM UNTIL WS-BUF-IDX > WS-PHYS-LEN
               OR WS-CHG-EOF = 'Y'
               READ CHANGE-FILE
                   AT END
                       MOVE 'Y' TO WS-CHG-EOF
                   NOT AT END
                       MOVE CHANGE-BYTE TO WS-CHG-BUF(WS-BUF-IDX:1)
                       SET WS-BUF-IDX UP BY 1
               END-READ
           END-PERFORM
           IF WS-BUF-IDX <= WS-REC-WIDTH + 1
               MOVE 'Y' TO WS-CHG-EOF
           END-IF.

      ******************************************************************
      * subroutine posts one change record. an add for a key that
      * is already current, or a change for a key the master has
      * never seen, still posts as a new version - the change file
      * is the record of what the feed now holds - but is listed as
      * an exception, since it means a day was skipped or posted
      * out of step. a delete for a key with no current version has
      * nothing to close and is listed the same way.
      ******************************************************************
       POST-CHANGE-RECORD SECTION.
           MOVE WS-CHG-BUF(1:1) TO WS-CHG-ACTION
           MOVE SPACES TO WS-CURR-KEY
           MOVE WS-CHG-BUF(WS-KEY-START + 1:WS-KEY-WIDTH)
               TO WS-CURR-KEY
           PERFORM FIND-CURRENT-VERSION
           EVALUATE WS-CHG-ACTION
               WHEN "A"
                   SET WS-NO-ADDS UP BY 1
                   IF WS-CURR-FOUND = 'Y'
                       MOVE "ADD FOR A KEY ALREADY CURRENT"
                           TO WS-EXCEPTION-TEXT
                       PERFORM WRITE-POST-EXCEPTION
                       PERFORM CLOSE-CURRENT-VERSION
                   END-IF
                   PERFORM WRITE-NEW-VERSION
               WHEN "C"
                   SET WS-NO-CHANGES UP BY 1
                   IF WS-CURR-FOUND = 'Y'
                       PERFORM CLOSE-CURRENT-VERSION
                   ELSE
                       MOVE "CHANGE FOR A KEY WITH NO CURRENT VERSION"
                           TO WS-EXCEPTION-TEXT
                       PERFORM WRITE-POST-EXCEPTION
                   END-IF
                   PERFORM WRITE-NEW-VERSION
               WHEN "D"
                   SET WS-NO-DELETES UP BY 1
                   IF WS-CURR-FOUND = 'Y'
                       PERFORM CLOSE-CURRENT-VERSION
                   ELSE
                       MOVE "DELETE FOR A KEY WITH NO CURRENT VERSION"
                           TO WS-EXCEPTION-TEXT
                       PERFORM WRITE-POST-EXCEPTION
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE - NOT POSTED"
                       TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-POST-EXCEPTION
           END-EVALUATE.

      ******************************************************************
      * subroutine walks WS-CURR-KEY's versions forward from its
      * lowest effective date - WS-CURR-FOUND says whether one of
      * them is still open, and WS-CURR-EFF-FROM is its from-date.
      ******************************************************************
       FIND-CURRENT-VERSION SECTION.
           MOVE 'N' TO WS-CURR-FOUND
           MOVE 'N' TO WS-HIST-EOF
           MOVE WS-CURR-KEY TO HIST-REC-KEY
           MOVE LOW-VALUES TO HIST-EFF-FROM
           START HIST-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF
           END-START
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ HIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       IF HIST-REC-KEY NOT = WS-CURR-KEY
                           MOVE 'Y' TO WS-HIST-EOF
                       ELSE
                           IF HIST-EFF-TO = WS-OPEN-TO-DATE
                               MOVE 'Y' TO WS-CURR-FOUND
                               MOVE HIST-EFF-FROM TO WS-CURR-EFF-FROM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * subroutine closes the key's current version as of the
      * effective date. a version that opened on the effective date
      * itself - a rerun after a posting that stopped part way
      * through - is left for WRITE-NEW-VERSION to overwrite, so the
      * rerun posts each record once.
      ******************************************************************
       CLOSE-CURRENT-VERSION SECTION.
           IF WS-CURR-EFF-FROM NOT = WS-EFF-DATE
               MOVE WS-CURR-KEY TO HIST-REC-KEY
               MOVE WS-CURR-EFF-FROM TO HIST-EFF-FROM
               READ HIST-FILE
                   INVALID KEY
                       DISPLAY "FLATHIST: VERSION OF "
                           WS-CURR-KEY(1:40) " VANISHED FROM "
                           WS-HIST-FILENAME
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
               END-READ
               MOVE WS-EFF-DATE TO HIST-EFF-TO
               MOVE WS-CHG-ACTION TO HIST-CLOSE-ACTION
               REWRITE HIST-RECORD
                   INVALID KEY
                       DISPLAY "FLATHIST: VERSION OF "
                           WS-CURR-KEY(1:40) " COULD NOT BE CLOSED ON "
                           WS-HIST-FILENAME
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
           ELSE
               IF WS-CHG-ACTION = "D"
                   MOVE WS-CURR-KEY TO HIST-REC-KEY
                   MOVE WS-CURR-EFF-FROM TO HIST-EFF-FROM
                   DELETE HIST-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           END-IF.

      ******************************************************************
      * subroutine opens a new current version of the key, effective
      * from the effective date, holding the change record's flat
      * record.
      ******************************************************************
       WRITE-NEW-VERSION SECTION.
           MOVE SPACES TO HIST-RECORD
           MOVE WS-CURR-KEY TO HIST-REC-KEY
           MOVE WS-EFF-DATE TO HIST-EFF-FROM
           MOVE WS-OPEN-TO-DATE TO HIST-EFF-TO
           MOVE WS-CHG-ACTION TO HIST-OPEN-ACTION
           MOVE WS-RUN-DATE TO HIST-POSTED-DATE
           MOVE WS-CHG-BUF(2:WS-REC-WIDTH) TO HIST-DATA
           WRITE HIST-RECORD
               INVALID KEY
                   REWRITE HIST-RECORD
           END-WRITE.

      ******************************************************************
      * subroutine appends this posting to the posting log - the
      * entry that refuses a second posting of the same date.
      * appended with OPEN EXTEND, falling back to OPEN OUTPUT when
      * the log does not exist yet, the same way ECHOFILE's
      * WRITE-RUN-HISTORY appends to runhist.dat.
      ******************************************************************
       WRITE-POSTING-LOG SECTION.
           OPEN EXTEND POSTING-LOG-FILE
           IF WS-LOG-FILE-STATUS = "35"
               OPEN OUTPUT POSTING-LOG-FILE
           END-IF
           MOVE SPACES TO POSTING-LOG-RECORD
           MOVE WS-EFF-DATE TO HLOG-EFF-DATE
           MOVE WS-RUN-DATE TO HLOG-POST-DATE
           MOVE WS-RUN-TIME(1:6) TO HLOG-POST-TIME
           MOVE WS-KEY-SPEC TO HLOG-KEY-COL
           MOVE WS-REC-WIDTH TO HLOG-REC-WIDTH
           MOVE WS-CHANGE-FILENAME TO HLOG-CHANGE-FILE
           MOVE WS-NO-ADDS TO HLOG-ADDS
           MOVE WS-NO-CHANGES TO HLOG-CHANGES
           MOVE WS-NO-DELETES TO HLOG-DELETES
           MOVE WS-NO-EXCEPTIONS TO HLOG-EXCEPTIONS
           MOVE WS-CHG-ID-RECS TO HLOG-CHG-RECS
           MOVE WS-CHG-ID-CHECK TO HLOG-CHG-CHECK
           WRITE POSTING-LOG-RECORD
           CLOSE POSTING-LOG-FILE.

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
               DISPLAY "FLATHIST: COPYBOOK " WS-COPYBOOK-FILENAME
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
               DISPLAY "FLATHIST: COPYBOOK " WS-COPYBOOK-FILENAME
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
      * subroutine resolves the key column number to its place in
      * the layout - same resolution FLATDIFF makes, so the master
      * keys on exactly the column the change file was diffed on.
      ******************************************************************
       RESOLVE-KEY-FIELD SECTION.
           MOVE ZERO TO WS-KEY-START
           MOVE WS-KEY-SPEC TO WS-WANT-COL
           PERFORM FIND-COLUMN-ENTRY
           IF WS-LOD-IDX > WS-NO-LOD-ENTRIES
           OR WS-WANT-COL = ZERO
               DISPLAY "FLATHIST: KEY COLUMN " WS-KEY-SPEC
                   " MATCHES NO COLUMN IN " WS-COPYBOOK-FILENAME
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-LOD-START(WS-LOD-IDX) TO WS-KEY-START
           MOVE WS-LOD-WIDTH(WS-LOD-IDX) TO WS-KEY-WIDTH
           MOVE WS-LOD-NAME(WS-LOD-IDX) TO WS-KEY-NAME.

      ******************************************************************
      * subroutine finds the layout entry whose column number is
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
      * subroutine loads the optional column-number/type validation
      * config - same loader ECHOFILE runs, driving which columns
      * carry a hash total in the rebuilt trailer.
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
      * order, to its column in the master's layout - the same
      * resolution FLATVERIFY will make against the rebuilt file. a
      * rule naming a column the layout does not carry is a hard
      * stop: the config does not belong to this feed.
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
                       DISPLAY "FLATHIST: VALIDATION COLUMN "
                           WS-VAL-COLUMN(WS-VAL-IDX)
                           " MATCHES NO COLUMN IN "
                           WS-MASTER-CPY-FILENAME
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
      * subroutine rebuilds the flat file as it stood on the as-of
      * date - every version whose effective range covers the date,
      * in key order, written as the record it was posted as. the
      * "H" record carries the as-of date as its run date and the
      * master's name as its source; the "T" record balances the
      * records written.
      ******************************************************************
       BUILD-ASOF-FILE SECTION.
           MOVE SPACES TO WS-EFF-DATE
           PERFORM READ-POSTING-LOG
           MOVE WS-MASTER-CPY-FILENAME TO WS-COPYBOOK-FILENAME
           PERFORM READ-COPYBOOK-LAYOUT
           PERFORM READ-VALIDATION-CONFIG
           PERFORM RESOLVE-HASH-COLUMNS
           COMPUTE WS-REC-WIDTH = WS-LOD-NEXT - 1
           MOVE WS-REC-WIDTH TO WS-OUT-WIDTH
           IF WS-OUT-WIDTH < 63
               MOVE 63 TO WS-OUT-WIDTH
           END-IF
           COMPUTE WS-TRL-POS = 8 + 15 * WS-NO-HASH-COLS
           IF WS-OUT-WIDTH < WS-TRL-POS
               MOVE WS-TRL-POS TO WS-OUT-WIDTH
           END-IF
           IF WS-OUT-WIDTH > 4096
               DISPLAY "FLATHIST: " WS-MASTER-CPY-FILENAME
                   " DESCRIBES A RECORD WIDER THAN 4096 BYTES"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HIST-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "FLATHIST: HISTORY MASTER " WS-HIST-FILENAME
                   " COULD NOT BE OPENED, STATUS "
                   WS-HIST-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-ASOF-COPYBOOK
           OPEN OUTPUT ASOF-FILE
           MOVE SPACES TO WS-OUT-BUF
           MOVE "H" TO WS-OUT-BUF(1:1)
           MOVE WS-ASOF-DATE TO WS-OUT-BUF(2:8)
           MOVE WS-HIST-FILENAME TO WS-OUT-BUF(10:50)
           MOVE WS-OUT-WIDTH TO WS-OUT-BUF(60:4)
           PERFORM WRITE-ASOF-BYTES
           MOVE 'N' TO WS-HIST-EOF
           MOVE LOW-VALUES TO HIST-KEY
           START HIST-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF
           END-START
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ HIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       SET WS-NO-VERSIONS UP BY 1
                       IF HIST-EFF-FROM <= WS-ASOF-DATE
                       AND HIST-EFF-TO > WS-ASOF-DATE
                           PERFORM WRITE-ASOF-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIST-FILE
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
           PERFORM WRITE-ASOF-BYTES
           CLOSE ASOF-FILE
           PERFORM WRITE-ASOF-REPORT
      * a date before the first posting rebuilds an empty file - the
      * master cannot say what the feed held before it began.
           IF WS-FIRST-EFF-DATE = SPACES
           OR WS-ASOF-DATE < WS-FIRST-EFF-DATE
               MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * subroutine writes one version in effect on the as-of date
      * as a "D" record and folds it into the trailer totals.
      ******************************************************************
       WRITE-ASOF-RECORD SECTION.
           MOVE SPACES TO WS-OUT-BUF
           MOVE HIST-DATA(1:WS-REC-WIDTH) TO WS-OUT-BUF(1:WS-REC-WIDTH)
           MOVE "D" TO WS-OUT-BUF(1:1)
           SET WS-OUT-REC-CNT UP BY 1
           PERFORM ACCUMULATE-HASH-TOTALS
           PERFORM WRITE-ASOF-BYTES.

      ******************************************************************
      * subroutine folds the rebuilt record into the trailer hash
      * totals - the same arithmetic ECHOFILE's ACCUMULATE-HASH-
      * TOTALS and FLATVERIFY run: a value longer than fifteen
      * digits contributes its low fifteen, the totals wrap the same
      * way, and a non-numeric field contributes nothing.
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
      * subroutine puts one assembled record on disk - the content
      * at the output width, then the CR/LF pair and the line
      * terminator byte, the historical CRLF physical shape.
      ******************************************************************
       WRITE-ASOF-BYTES SECTION.
           MOVE X"0D" TO WS-OUT-BUF(WS-OUT-WIDTH + 1:1)
           MOVE X"0A" TO WS-OUT-BUF(WS-OUT-WIDTH + 2:1)
           MOVE X"0A" TO WS-OUT-BUF(WS-OUT-WIDTH + 3:1)
           MOVE 1 TO WS-OUT-IDX
           PERFORM UNTIL WS-OUT-IDX > WS-OUT-WIDTH + 3
               MOVE WS-OUT-BUF(WS-OUT-IDX:1) TO ASOF-BYTE
               WRITE ASOF-BYTE
               SET WS-OUT-IDX UP BY 1
           END-PERFORM.

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
      * subroutine emits the rebuilt file's copybook - the same
      * three record layouts ECHOFILE's WRITE-COPYBOOK emits,
      * carrying the master's items and widths, the trailer's hash
      * slots for the validation config the totals were built from,
      * and FILLER out to the output width.
      ******************************************************************
       WRITE-ASOF-COPYBOOK SECTION.
           OPEN OUTPUT ASOF-COPYBOOK-FILE
           MOVE "      ****************************************"
               TO ASOF-COPYBOOK-RECORD
           WRITE ASOF-COPYBOOK-RECORD
           MOVE "      * as-of record layouts - generated"
               TO ASOF-COPYBOOK-RECORD
           WRITE ASOF-COPYBOOK-RECORD
           MOVE "      * by FLATHIST from the master's book."
               TO ASOF-COPYBOOK-RECORD
           WRITE ASOF-COPYBOOK-RECORD
           MOVE "      * FD-REC-TYPE is H (header), D (data)"
               TO ASOF-COPYBOOK-RECORD
           WRITE ASOF-COPYBOOK-RECORD
           MOVE "      * or T (trailer) - all three records"
               TO ASOF-COPYBOOK-RECORD
           WRITE ASOF-COPYBOOK-RECORD
           MOVE "      * share one physical width."
               TO ASOF-COPYBOOK-RECORD
           WRITE ASOF-COPYBOOK-RECORD
           MOVE "      ****************************************"
               TO ASOF-COPYBOOK-RECORD
           WRITE ASOF-COPYBOOK-RECORD
           MOVE "       01  FD-FLATFILE-RECORD."
               TO ASOF-COPYBOOK-RECORD
           WRITE ASOF-COPYBOOK-RECORD
      * the master's own trailing FILLER is folded into one closing
      * FILLER out to the output width.
           MOVE ZERO TO WS-CPY-TOT-LEN
           PERFORM UNTIL WS-NO-LOD-ENTRIES = ZERO
               OR WS-LOD-NAME(WS-NO-LOD-ENTRIES) NOT = "FILLER"
               SET WS-NO-LOD-ENTRIES DOWN BY 1
           END-PERFORM
           MOVE 1 TO WS-LOD-IDX
           PERFORM UNTIL WS-LOD-IDX > WS-NO-LOD-ENTRIES
               MOVE WS-LOD-WIDTH(WS-LOD-IDX) TO WS-CPY-WIDTH-NUM
               ADD WS-CPY-WIDTH-NUM TO WS-CPY-TOT-LEN
               PERFORM FORMAT-CPY-WIDTH
               MOVE SPACES TO ASOF-COPYBOOK-RECORD
               STRING "       05  " DELIMITED BY SIZE
                   WS-LOD-NAME(WS-LOD-IDX) DELIMITED BY SPACE
                   "  PIC X(" DELIMITED BY SIZE
                   WS-CPY-WIDTH-TRIM DELIMITED BY SPACE
                   ")." DELIMITED BY SIZE
                   INTO ASOF-COPYBOOK-RECORD
               WRITE ASOF-COPYBOOK-RECORD
               SET WS-LOD-IDX UP BY 1
           END-PERFORM
           IF WS-OUT-WIDTH > WS-CPY-TOT-LEN
               COMPUTE WS-CPY-FILL-NUM = WS-OUT-WIDTH - WS-CPY-TOT-LEN
               PERFORM WRITE-ASOF-CPY-FILLER
           END-IF
           MOVE "       01  FD-FLATFILE-HEADER."
               TO ASOF-COPYBOOK-RECORD
           WRITE ASOF-COPYBOOK-RECORD
           MOVE "       05  FD-HDR-REC-TYPE  PIC X(1)."
               TO ASOF-COPYBOOK-RECORD
           WRITE ASOF-COPYBOOK-RECORD
           MOVE "       05  FD-HDR-RUN-DATE  PIC X(8)."
               TO ASOF-COPYBOOK-RECORD
           WRITE ASOF-COPYBOOK-RECORD
           MOVE "       05  FD-HDR-SOURCE-CSV  PIC X(50)."
               TO ASOF-COPYBOOK-RECORD
           WRITE ASOF-COPYBOOK-RECORD
           MOVE "       05  FD-HDR-REC-WIDTH  PIC X(4)."
               TO ASOF-COPYBOOK-RECORD
           WRITE ASOF-COPYBOOK-RECORD
           IF WS-OUT-WIDTH > 63
               COMPUTE WS-CPY-FILL-NUM = WS-OUT-WIDTH - 63
               PERFORM WRITE-ASOF-CPY-FILLER
           END-IF
           MOVE "       01  FD-FLATFILE-TRAILER."
               TO ASOF-COPYBOOK-RECORD
           WRITE ASOF-COPYBOOK-RECORD
           MOVE "       05  FD-TRL-REC-TYPE  PIC X(1)."
               TO ASOF-COPYBOOK-RECORD
           WRITE ASOF-COPYBOOK-RECORD
           MOVE "       05  FD-TRL-REC-COUNT  PIC X(7)."
               TO ASOF-COPYBOOK-RECORD
           WRITE ASOF-COPYBOOK-RECORD
           MOVE 8 TO WS-CPY-TOT-LEN
           MOVE 1 TO WS-HASH-IDX
           PERFORM UNTIL WS-HASH-IDX > WS-NO-HASH-COLS
               MOVE WS-HASH-COL-NO(WS-HASH-IDX) TO WS-CPY-SEQ-NUM
               MOVE WS-CPY-SEQ-NUM TO WS-CPY-SEQ-EDIT
               MOVE SPACES TO ASOF-COPYBOOK-RECORD
               STRING "       05  FD-TRL-HASH-" DELIMITED BY SIZE
                   WS-CPY-SEQ-EDIT DELIMITED BY SIZE
                   "  PIC X(15)." DELIMITED BY SIZE
                   INTO ASOF-COPYBOOK-RECORD
               WRITE ASOF-COPYBOOK-RECORD
               ADD 15 TO WS-CPY-TOT-LEN
               SET WS-HASH-IDX UP BY 1
           END-PERFORM
           IF WS-OUT-WIDTH > WS-CPY-TOT-LEN
               COMPUTE WS-CPY-FILL-NUM = WS-OUT-WIDTH - WS-CPY-TOT-LEN
               PERFORM WRITE-ASOF-CPY-FILLER
           END-IF
           CLOSE ASOF-COPYBOOK-FILE.

      ******************************************************************
      * subroutine writes one FILLER entry of WS-CPY-FILL-NUM bytes
      * to the rebuilt copybook - same padding idiom as ECHOFILE's
      * WRITE-COPYBOOK-FILLER.
      ******************************************************************
       WRITE-ASOF-CPY-FILLER SECTION.
           MOVE WS-CPY-FILL-NUM TO WS-CPY-FILL-EDIT
           MOVE WS-CPY-FILL-EDIT TO WS-CPY-FILL-STR
           MOVE 1 TO WS-CHR-IDX
           PERFORM UNTIL WS-CPY-FILL-STR(WS-CHR-IDX:1) NOT = SPACE
               SET WS-CHR-IDX UP BY 1
           END-PERFORM
           MOVE WS-CPY-FILL-STR(WS-CHR-IDX:5 - WS-CHR-IDX)
               TO WS-CPY-FILL-TRIM
           MOVE SPACES TO ASOF-COPYBOOK-RECORD
           STRING "       05  FILLER" DELIMITED BY SIZE
               "  PIC X(" DELIMITED BY SIZE
               WS-CPY-FILL-TRIM DELIMITED BY SPACE
               ")." DELIMITED BY SIZE
               INTO ASOF-COPYBOOK-RECORD
           WRITE ASOF-COPYBOOK-RECORD.

      ******************************************************************
      * subroutine prints the version history of one key, or of
      * every key when none is given - each key's versions oldest
      * first, each with its effective range, what opened and
      * closed it, and its fields. a field that differs from the
      * version before it is flagged with an asterisk in column 1.
      ******************************************************************
       LIST-KEY-HISTORY SECTION.
           MOVE WS-MASTER-CPY-FILENAME TO WS-COPYBOOK-FILENAME
           PERFORM READ-COPYBOOK-LAYOUT
           OPEN INPUT HIST-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "FLATHIST: HISTORY MASTER " WS-HIST-FILENAME
                   " COULD NOT BE OPENED, STATUS "
                   WS-HIST-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE "FLATHIST KEY HISTORY LISTING" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "HISTORY MASTER: " DELIMITED BY SIZE
               WS-HIST-FILENAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "MASTER BOOK   : " DELIMITED BY SIZE
               WS-MASTER-CPY-FILENAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF WS-LIST-KEY = SPACES
               MOVE "KEY           : (EVERY KEY)" TO REPORT-RECORD
           ELSE
               STRING "KEY           : " DELIMITED BY SIZE
                   WS-LIST-KEY(1:50) DELIMITED BY SIZE
                   INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'N' TO WS-HIST-EOF
           MOVE 'N' TO WS-LIST-DONE
           MOVE 'N' TO WS-HAVE-PREV
           MOVE LOW-VALUES TO WS-PREV-KEY
           MOVE LOW-VALUES TO HIST-KEY
           IF WS-LIST-KEY NOT = SPACES
               MOVE WS-LIST-KEY TO HIST-REC-KEY
           END-IF
           START HIST-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF
           END-START
           PERFORM UNTIL WS-HIST-EOF = 'Y' OR WS-LIST-DONE = 'Y'
               READ HIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       IF WS-LIST-KEY NOT = SPACES
                       AND HIST-REC-KEY NOT = WS-LIST-KEY
                           MOVE 'Y' TO WS-LIST-DONE
                       ELSE
                           PERFORM PRINT-HIST-VERSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIST-FILE
           IF WS-NO-KEYS = ZERO
               MOVE SPACES TO REPORT-RECORD
               IF WS-LIST-KEY = SPACES
                   MOVE "THE MASTER HOLDS NO VERSIONS" TO REPORT-RECORD
               ELSE
                   STRING "KEY " DELIMITED BY SIZE
                       WS-LIST-KEY(1:50) DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   MOVE "NOT FOUND" TO REPORT-RECORD(56:9)
               END-IF
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE WS-NO-KEYS TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "KEYS LISTED   : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-VERSIONS TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "VERSIONS      : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           IF WS-NO-KEYS = ZERO
           AND WS-LIST-KEY NOT = SPACES
               MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * subroutine prints the version just read - a key line when
      * the key changes, the version's effective range and actions,
      * then one labelled line per layout item as FLATINQ prints
      * them.
      ******************************************************************
       PRINT-HIST-VERSION SECTION.
           SET WS-NO-VERSIONS UP BY 1
           IF HIST-REC-KEY NOT = WS-PREV-KEY
               SET WS-NO-KEYS UP BY 1
               MOVE 'N' TO WS-HAVE-PREV
               MOVE HIST-REC-KEY TO WS-PREV-KEY
               MOVE SPACES TO REPORT-RECORD
               STRING "KEY " DELIMITED BY SIZE
                   HIST-REC-KEY(1:50) DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           IF HIST-EFF-TO = WS-OPEN-TO-DATE
               STRING "  EFFECTIVE " DELIMITED BY SIZE
                   HIST-EFF-FROM DELIMITED BY SIZE
                   " - CURRENT" DELIMITED BY SIZE
                   INTO REPORT-RECORD
           ELSE
               STRING "  EFFECTIVE " DELIMITED BY SIZE
                   HIST-EFF-FROM DELIMITED BY SIZE
                   " UNTIL " DELIMITED BY SIZE
                   HIST-EFF-TO DELIMITED BY SIZE
                   INTO REPORT-RECORD
           END-IF
           EVALUATE HIST-OPEN-ACTION
               WHEN "A"
                   MOVE "OPENED BY ADD" TO REPORT-RECORD(42:13)
               WHEN OTHER
                   MOVE "OPENED BY CHANGE" TO REPORT-RECORD(42:16)
           END-EVALUATE
           EVALUATE HIST-CLOSE-ACTION
               WHEN "D"
                   MOVE "CLOSED BY DELETE" TO REPORT-RECORD(60:16)
               WHEN "A"
               WHEN "C"
                   MOVE "CLOSED BY CHANGE" TO REPORT-RECORD(60:16)
           END-EVALUATE
           WRITE REPORT-RECORD
           MOVE 1 TO WS-LOD-IDX
           PERFORM UNTIL WS-LOD-IDX > WS-NO-LOD-ENTRIES
               IF WS-LOD-NAME(WS-LOD-IDX)(1:7) = "FILLER "
                   CONTINUE
               ELSE
                   MOVE SPACES TO WS-FLD-WORK
                   MOVE HIST-DATA(WS-LOD-START(WS-LOD-IDX):
                       WS-LOD-WIDTH(WS-LOD-IDX)) TO WS-FLD-WORK
                   MOVE 100 TO WS-FLD-LEN
                   PERFORM UNTIL
                       WS-FLD-WORK(WS-FLD-LEN:1) NOT = SPACE
                       OR WS-FLD-LEN = 0
                       SET WS-FLD-LEN DOWN BY 1
                   END-PERFORM
                   MOVE SPACES TO REPORT-RECORD
      * FD-REC-NO is the posting day's own sequence stamp, not data -
      * a renumbered record is not a changed one.
                   IF WS-HAVE-PREV = 'Y'
                   AND WS-LOD-NAME(WS-LOD-IDX)(1:10) NOT = "FD-REC-NO "
                   AND HIST-DATA(WS-LOD-START(WS-LOD-IDX):
                       WS-LOD-WIDTH(WS-LOD-IDX)) NOT =
                       WS-PREV-DATA(WS-LOD-START(WS-LOD-IDX):
                       WS-LOD-WIDTH(WS-LOD-IDX))
                       MOVE "*" TO REPORT-RECORD(1:1)
                   END-IF
                   MOVE WS-LOD-NAME(WS-LOD-IDX)
                       TO REPORT-RECORD(5:28)
                   MOVE ":" TO REPORT-RECORD(34:1)
                   IF WS-FLD-LEN > 44
                       MOVE 44 TO WS-FLD-LEN
                   END-IF
                   IF WS-FLD-LEN > 0
                       MOVE WS-FLD-WORK(1:WS-FLD-LEN)
                           TO REPORT-RECORD(36:WS-FLD-LEN)
                   END-IF
                   WRITE REPORT-RECORD
               END-IF
               SET WS-LOD-IDX UP BY 1
           END-PERFORM
           MOVE HIST-DATA TO WS-PREV-DATA
           MOVE 'Y' TO WS-HAVE-PREV
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

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
      * subroutine writes the posting report's identification block
      * before any exception lines.
      ******************************************************************
       WRITE-POST-HEADER SECTION.
           MOVE "FLATHIST HISTORY POSTING REPORT" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "HISTORY MASTER: " DELIMITED BY SIZE
               WS-HIST-FILENAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "MASTER BOOK   : " DELIMITED BY SIZE
               WS-MASTER-CPY-FILENAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "CHANGE FILE   : " DELIMITED BY SIZE
               WS-CHANGE-FILENAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "KEY COLUMN    : " DELIMITED BY SIZE
               WS-KEY-NAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "EFFECTIVE DATE: " DELIMITED BY SIZE
               WS-EFF-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-MASTER-BOOK-FOUND = 'N'
               MOVE "FIRST POSTING - MASTER BOOK FILED FROM THE CHANGE"
                   TO REPORT-RECORD
               MOVE " FILE'S BOOK" TO REPORT-RECORD(50:12)
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

      ******************************************************************
      * subroutine lists one posting exception - the key and what
      * was wrong with its change record.
      ******************************************************************
       WRITE-POST-EXCEPTION SECTION.
           SET WS-NO-EXCEPTIONS UP BY 1
           MOVE SPACES TO REPORT-RECORD
           STRING "KEY " DELIMITED BY SIZE
               WS-CURR-KEY(1:34) DELIMITED BY SIZE
               INTO REPORT-RECORD
           MOVE WS-EXCEPTION-TEXT TO REPORT-RECORD(40:40)
           WRITE REPORT-RECORD.

      ******************************************************************
      * subroutine writes the posting's closing counts.
      ******************************************************************
       WRITE-POST-SUMMARY SECTION.
           IF WS-NO-EXCEPTIONS > 0
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE WS-NO-CHG-RECS TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "CHANGE RECORDS: " DELIMITED BY SIZE
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
           WRITE REPORT-RECORD
           MOVE WS-NO-EXCEPTIONS TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "EXCEPTIONS    : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      ******************************************************************
      * subroutine writes the as-of rebuild's report.
      ******************************************************************
       WRITE-ASOF-REPORT SECTION.
           OPEN OUTPUT REPORT-FILE
           MOVE "FLATHIST AS-OF REBUILD REPORT" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "HISTORY MASTER: " DELIMITED BY SIZE
               WS-HIST-FILENAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "MASTER BOOK   : " DELIMITED BY SIZE
               WS-MASTER-CPY-FILENAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "AS-OF DATE    : " DELIMITED BY SIZE
               WS-ASOF-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "OUTPUT FILE   : " DELIMITED BY SIZE
               WS-ASOF-FILENAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "OUTPUT BOOK   : " DELIMITED BY SIZE
               WS-ASOF-CPY-FILENAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF WS-FIRST-EFF-DATE = SPACES
               MOVE "HISTORY BEGINS: (NOTHING POSTED)"
                   TO REPORT-RECORD
           ELSE
               STRING "HISTORY BEGINS: " DELIMITED BY SIZE
                   WS-FIRST-EFF-DATE DELIMITED BY SIZE
                   INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           IF WS-LAST-EFF-DATE NOT = SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING "LAST POSTING  : " DELIMITED BY SIZE
                   WS-LAST-EFF-DATE DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE WS-NO-VERSIONS TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "VERSIONS READ : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-OUT-REC-CNT TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "RECORDS       : " DELIMITED BY SIZE
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
           IF WS-FIRST-EFF-DATE = SPACES
           OR WS-ASOF-DATE < WS-FIRST-EFF-DATE
               MOVE "AS-OF DATE PRECEDES THE HISTORY - NOTHING REBUILT"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           CLOSE REPORT-FILE.
