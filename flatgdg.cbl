      ******************************************************************
      * generation catalog and retention manager for ECHOFILE output
      * run_echofile.sh writes each run's flat file under its own
      * dated name, but the copybook, control report, reject file
      * and duplicates file that go with it sit under fixed names
      * the next run overwrites - operators hand-copied the ".prior"
      * files FLATDIFF and RECONCILE expect, and the output directory
      * grew forever. this program keeps a catalog (flatgdg.cat, see
      * gdgcat.cpy) in which each run of a feed is one generation:
      * its flat file and the four members that belong with it, kept
      * together under the flat file's own dated stem.
      *
      * the first argument picks the function:
      *     ADD    feed flat-file [copybook report reject duplicates]
      *            catalogs a new generation - the fixed-name members
      *            (flatfile.cpy, flatfile.rpt, reject.dat,
      *            duplicate.dat unless named otherwise) are renamed
      *            to the flat file's stem with .cpy, .rpt, .rej and
      *            .dup, so the next run cannot overwrite them.
      *     LOOKUP feed relative [member]
      *            displays the file name of one member (DAT, CPY,
      *            RPT, REJ or DUP - DAT when left off) of a
      *            generation by relative number - 0 or CURRENT for
      *            the newest, -1 or PRIOR for the one before, -n for
      *            n back - so drivers can hand FLATDIFF, RECONCILE
      *            and the rest the generation they want.
      *     LIST   [feed [report]]
      *            catalog listing report, every feed when the feed
      *            is left off or ALL.
      *     RETAIN [feed [retention-config [audit-report]]]
      *            applies each feed's retention (gdg.cfg) - the
      *            newest generations up to the feed's limit are
      *            kept, older ones are archived (moved to the feed's
      *            archive directory) or purged (deleted and dropped
      *            from the catalog), and every file moved or deleted
      *            is listed in the retention audit report.
      *
      * retention config (gdg.cfg) - one line per feed:
      *     (1:20)   feed name
      *     (22:3)   generations to keep, at least 001
      *     (26:7)   ARCHIVE or PURGE
      *     (34:47)  archive directory (ARCHIVE only)
      * a feed with no line keeps every generation.
      *
      * every file ADD or an archive renames is appended to
      * lineage.dat as a RENAMED hop (see lineage.cpy), so FLATTRACE
      * still follows a record into a catalogued flat file, reject
      * file or duplicates file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FLATGDG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE
               ASSIGN TO WS-CATALOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT RETENTION-CONFIG-FILE
               ASSIGN TO WS-RETENTION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-FILE-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LINEAGE-FILE
               ASSIGN TO WS-LINEAGE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CATALOG-FILE.
       01 CATALOG-RECORD                PIC X(296).

       FD RETENTION-CONFIG-FILE.
       01 RETENTION-CONFIG-RECORD       PIC X(80).

       FD REPORT-FILE.
       01 REPORT-RECORD                 PIC X(80).

       FD LINEAGE-FILE.
       01 LINEAGE-RECORD                PIC X(170).

       WORKING-STORAGE SECTION.
       77 WS-CATALOG-FILENAME           PIC X(50) VALUE "flatgdg.cat".
       77 WS-CAT-FILE-STATUS            PIC XX.
       77 WS-CAT-EOF                    PIC X(1).
       77 WS-RETENTION-FILENAME         PIC X(50) VALUE "gdg.cfg".
       77 WS-RET-FILE-STATUS            PIC XX.
       77 WS-RET-EOF                    PIC X(1).
       77 WS-REPORT-FILENAME            PIC X(50) VALUE SPACES.
       77 WS-ARG-VALUE                  PIC X(50).
       77 WS-ARG-LEN                    PIC 99.
       77 WS-ARG-NO                     PIC 9.
       77 WS-FUNCTION                   PIC X(6).
       77 WS-FEED                       PIC X(20).
       COPY "gdgcat.cpy".
      *****************************************************************
      * the catalog, loaded whole and written back whole - one entry
      * per generation, in the order they were added, so each feed's
      * generations run oldest to newest. an entry is laid out byte
      * for byte like GC-CATALOG-RECORD, with the five members as a
      * table: 1 DAT, 2 CPY, 3 RPT, 4 REJ, 5 DUP.
      *****************************************************************
       77 WS-MAX-GENS                   PIC 999 VALUE 500.
       77 WS-NO-GENS                    PIC 999 VALUE ZERO.
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY              OCCURS 500 TIMES.
               10 WS-CAT-FEED           PIC X(20).
               10 WS-CAT-GEN-NO         PIC 9(4).
               10 WS-CAT-STATUS         PIC X(8).
               10 WS-CAT-CREATE-DATE    PIC X(8).
               10 WS-CAT-CREATE-TIME    PIC X(6).
               10 WS-CAT-MEMBER         PIC X(50) OCCURS 5 TIMES.
       77 WS-CAT-IDX                    PIC 999.
       77 WS-MBR-IDX                    PIC 9.
       01 WS-MEMBER-CODES.
           05 FILLER                    PIC X(15)
               VALUE "DATCPYRPTREJDUP".
       01 WS-MEMBER-CODE-TABLE REDEFINES WS-MEMBER-CODES.
           05 WS-MEMBER-CODE            PIC X(3) OCCURS 5 TIMES.
       01 WS-MEMBER-EXTS.
           05 FILLER                    PIC X(15)
               VALUE "datcpyrptrejdup".
       01 WS-MEMBER-EXT-TABLE REDEFINES WS-MEMBER-EXTS.
           05 WS-MEMBER-EXT             PIC X(3) OCCURS 5 TIMES.
      *****************************************************************
      * ADD - the members as the run left them, the stem their
      * generation names are built on, and the file checks.
      *****************************************************************
       01 WS-ADD-SOURCES.
           05 WS-ADD-SOURCE             PIC X(50) OCCURS 5 TIMES.
       77 WS-STEM                       PIC X(50).
       77 WS-STEM-LEN                   PIC 99.
       77 WS-CHR-POS                    PIC 99.
       77 WS-MEMBER-NAME                PIC X(50).
       77 WS-NEW-GEN-NO                 PIC 9(4).
       77 WS-FILE-INFO                  PIC X(16).
       77 WS-CALL-RC                    PIC S9(9) COMP-5.
       77 WS-OLD-NAME                   PIC X(50).
       77 WS-NEW-NAME                   PIC X(50).
       77 WS-NAME-OVERFLOW              PIC X(1).
       77 WS-GEN-FAILED                 PIC X(1).
      *****************************************************************
      * LOOKUP - how many generations back, and which member.
      *****************************************************************
       77 WS-RELATIVE                   PIC 9(4).
       77 WS-MEMBER-WANTED              PIC X(3).
       77 WS-FOUND-IDX                  PIC 999.
       77 WS-BACK-CNT                   PIC 9(4).
      *****************************************************************
      * RETAIN - one retention config line at a time, and what was
      * done to the catalog under it.
      *****************************************************************
       77 WS-RET-FEED                   PIC X(20).
       77 WS-RET-KEEP                   PIC 999.
       77 WS-RET-ACTION                 PIC X(7).
       77 WS-RET-ARCHIVE-DIR            PIC X(47).
       77 WS-NO-KEPT                    PIC 9(7) VALUE ZERO.
       77 WS-NO-ARCHIVED                PIC 9(7) VALUE ZERO.
       77 WS-NO-PURGED                  PIC 9(7) VALUE ZERO.
       77 WS-NO-MBR-ERRORS              PIC 9(7) VALUE ZERO.
       77 WS-NO-CFG-LINES               PIC 9(7) VALUE ZERO.
      *****************************************************************
      * LIST - relative number and status counts per listed entry.
      *****************************************************************
       77 WS-NO-LISTED                  PIC 9(7) VALUE ZERO.
       77 WS-NO-ACTIVE                  PIC 9(7) VALUE ZERO.
       77 WS-NO-ARCH-LISTED             PIC 9(7) VALUE ZERO.
       77 WS-REL-EDIT                   PIC -(4)9.
      *****************************************************************
      * lineage - one RENAMED hop per member file this run renames,
      * the same shared file and the same open-or-create handling
      * SPLITFILE, ECHOFILE and REJREPAIR use.
      *****************************************************************
       77 WS-LINEAGE-FILENAME           PIC X(50) VALUE "lineage.dat".
       77 WS-LIN-FILE-STATUS            PIC XX.
       77 WS-LIN-OPEN                   PIC X(1) VALUE 'N'.
       77 WS-LIN-DATE                   PIC X(8).
       77 WS-LIN-TIME                   PIC X(8).
       COPY "lineage.cpy".
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
       77 WS-RUN-DATE                   PIC X(8).
       77 WS-RUN-TIME                   PIC X(8).

       PROCEDURE DIVISION.
      * argument 1 is the function; the rest depend on it - see the
      * function list above.
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE WS-ARG-VALUE(1:6) TO WS-FUNCTION
           MOVE SPACES TO WS-FEED
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-VALUE
           END-ACCEPT
           IF WS-ARG-VALUE(21:30) NOT = SPACES
               DISPLAY "FLATGDG: FEED NAME " WS-ARG-VALUE
                   " IS LONGER THAN 20 CHARACTERS" UPON SYSERR
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ARG-VALUE(1:20) TO WS-FEED
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM READ-CATALOG
           EVALUATE WS-FUNCTION
               WHEN "ADD"
                   PERFORM ADD-GENERATION
               WHEN "LOOKUP"
                   PERFORM LOOKUP-GENERATION
               WHEN "LIST"
                   PERFORM LIST-CATALOG
               WHEN "RETAIN"
                   PERFORM APPLY-RETENTION
               WHEN OTHER
                   DISPLAY "FLATGDG: FUNCTION MUST BE ADD, LOOKUP, "
                       "LIST OR RETAIN" UPON SYSERR
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      ******************************************************************
      * subroutine loads the whole catalog into WS-CAT-TABLE. a
      * catalog that does not exist yet is an empty one.
      ******************************************************************
       READ-CATALOG SECTION.
           MOVE ZERO TO WS-NO-GENS
           MOVE 'N' TO WS-CAT-EOF
           OPEN INPUT CATALOG-FILE
           IF WS-CAT-FILE-STATUS = "00"
               PERFORM UNTIL WS-CAT-EOF = 'Y'
                   READ CATALOG-FILE INTO GC-CATALOG-RECORD
                       AT END
                           MOVE 'Y' TO WS-CAT-EOF
                       NOT AT END
                           IF WS-NO-GENS >= WS-MAX-GENS
                               DISPLAY "FLATGDG: CATALOG "
                                   WS-CATALOG-FILENAME
                                   " HOLDS MORE THAN 500 GENERATIONS"
                                   UPON SYSERR
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           SET WS-NO-GENS UP BY 1
                           MOVE GC-CATALOG-RECORD
                               TO WS-CAT-ENTRY(WS-NO-GENS)
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.

      ******************************************************************
      * subroutine writes the whole catalog back from WS-CAT-TABLE,
      * leaving out any generation retention has purged.
      ******************************************************************
       WRITE-CATALOG SECTION.
           OPEN OUTPUT CATALOG-FILE
           IF WS-CAT-FILE-STATUS NOT = "00"
               DISPLAY "FLATGDG: CATALOG " WS-CATALOG-FILENAME
                   " COULD NOT BE WRITTEN, STATUS " WS-CAT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WS-CAT-IDX
           PERFORM UNTIL WS-CAT-IDX > WS-NO-GENS
               IF WS-CAT-STATUS(WS-CAT-IDX) NOT = "PURGED"
                   MOVE WS-CAT-ENTRY(WS-CAT-IDX) TO CATALOG-RECORD
                   WRITE CATALOG-RECORD
               END-IF
               SET WS-CAT-IDX UP BY 1
           END-PERFORM
           CLOSE CATALOG-FILE.

      ******************************************************************
      * subroutine catalogs a new generation of WS-FEED - the flat
      * file (argument 3) as it stands, and the fixed-name members
      * (arguments 4-7) renamed onto the flat file's stem. a member
      * the run did not write is left blank in the catalog. a flat
      * file already in the catalog is refused, since its stem - and
      * so its members' names - would collide with the first one.
      ******************************************************************
       ADD-GENERATION SECTION.
           IF WS-FEED = SPACES OR WS-FEED = "ALL"
               DISPLAY "FLATGDG: ADD NEEDS A FEED NAME"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-ADD-SOURCES
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ADD-SOURCE(1) FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE "flatfile.cpy" TO WS-ADD-SOURCE(2)
           MOVE "flatfile.rpt" TO WS-ADD-SOURCE(3)
           MOVE "reject.dat" TO WS-ADD-SOURCE(4)
           MOVE "duplicate.dat" TO WS-ADD-SOURCE(5)
           MOVE 2 TO WS-MBR-IDX
           PERFORM UNTIL WS-MBR-IDX > 5
               MOVE SPACES TO WS-ARG-VALUE
               COMPUTE WS-ARG-NO = WS-MBR-IDX + 2
               DISPLAY WS-ARG-NO UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               IF WS-ARG-VALUE NOT = SPACES
                   MOVE WS-ARG-VALUE TO WS-ADD-SOURCE(WS-MBR-IDX)
               END-IF
               SET WS-MBR-IDX UP BY 1
           END-PERFORM
           IF WS-ADD-SOURCE(1) = SPACES
               DISPLAY "FLATGDG: ADD NEEDS THE GENERATION'S FLAT FILE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "CBL_CHECK_FILE_EXIST" USING WS-ADD-SOURCE(1)
               WS-FILE-INFO
               RETURNING WS-CALL-RC
           IF WS-CALL-RC NOT = 0
               DISPLAY "FLATGDG: FLAT FILE " WS-ADD-SOURCE(1)
                   " DOES NOT EXIST"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO WS-NEW-GEN-NO
           MOVE 1 TO WS-CAT-IDX
           PERFORM UNTIL WS-CAT-IDX > WS-NO-GENS
               IF WS-CAT-MEMBER(WS-CAT-IDX, 1) = WS-ADD-SOURCE(1)
                   DISPLAY "FLATGDG: " WS-ADD-SOURCE(1)
                       " IS ALREADY CATALOGED"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-CAT-FEED(WS-CAT-IDX) = WS-FEED
                   MOVE WS-CAT-GEN-NO(WS-CAT-IDX) TO WS-NEW-GEN-NO
               END-IF
               SET WS-CAT-IDX UP BY 1
           END-PERFORM
           IF WS-NO-GENS >= WS-MAX-GENS
               DISPLAY "FLATGDG: CATALOG IS FULL - RUN RETAIN FIRST"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-NEW-GEN-NO = 9999
               DISPLAY "FLATGDG: FEED " WS-FEED
                   " HAS USED ALL 9999 GENERATION NUMBERS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-NEW-GEN-NO UP BY 1
           PERFORM FIND-FLAT-FILE-STEM
           PERFORM OPEN-LINEAGE-FILE
           SET WS-NO-GENS UP BY 1
           MOVE WS-FEED TO WS-CAT-FEED(WS-NO-GENS)
           MOVE WS-NEW-GEN-NO TO WS-CAT-GEN-NO(WS-NO-GENS)
           MOVE "ACTIVE" TO WS-CAT-STATUS(WS-NO-GENS)
           MOVE WS-RUN-DATE TO WS-CAT-CREATE-DATE(WS-NO-GENS)
           MOVE WS-RUN-TIME(1:6) TO WS-CAT-CREATE-TIME(WS-NO-GENS)
           MOVE WS-ADD-SOURCE(1) TO WS-CAT-MEMBER(WS-NO-GENS, 1)
           MOVE 2 TO WS-MBR-IDX
           PERFORM UNTIL WS-MBR-IDX > 5
               PERFORM CATALOG-MEMBER
               SET WS-MBR-IDX UP BY 1
           END-PERFORM
           PERFORM WRITE-CATALOG
           IF WS-LIN-OPEN = 'Y'
               CLOSE LINEAGE-FILE
           END-IF
           DISPLAY "FLATGDG: " WS-FEED " GENERATION " WS-NEW-GEN-NO
               " CATALOGED".

      ******************************************************************
      * subroutine finds the flat file's stem - its name up to the
      * last "." after the last "/" (the whole name if it has no
      * extension) - that the members' generation names build on.
      ******************************************************************
       FIND-FLAT-FILE-STEM SECTION.
           MOVE 50 TO WS-STEM-LEN
           PERFORM UNTIL WS-STEM-LEN = 0
               OR WS-ADD-SOURCE(1)(WS-STEM-LEN:1) NOT = SPACE
               SET WS-STEM-LEN DOWN BY 1
           END-PERFORM
           MOVE WS-STEM-LEN TO WS-CHR-POS
           PERFORM UNTIL WS-CHR-POS = 0
               OR WS-ADD-SOURCE(1)(WS-CHR-POS:1) = "."
               OR WS-ADD-SOURCE(1)(WS-CHR-POS:1) = "/"
               SET WS-CHR-POS DOWN BY 1
           END-PERFORM
           IF WS-CHR-POS > 1
           AND WS-ADD-SOURCE(1)(WS-CHR-POS:1) = "."
               COMPUTE WS-STEM-LEN = WS-CHR-POS - 1
           END-IF
           MOVE SPACES TO WS-STEM
           MOVE WS-ADD-SOURCE(1)(1:WS-STEM-LEN) TO WS-STEM.

      ******************************************************************
      * subroutine renames member WS-MBR-IDX of the new generation
      * from the name the run left it under to the stem plus the
      * member's extension. a member that is not there was not
      * written by this run and stays blank.
      ******************************************************************
       CATALOG-MEMBER SECTION.
           MOVE SPACES TO WS-CAT-MEMBER(WS-NO-GENS, WS-MBR-IDX)
           CALL "CBL_CHECK_FILE_EXIST"
               USING WS-ADD-SOURCE(WS-MBR-IDX) WS-FILE-INFO
               RETURNING WS-CALL-RC
           IF WS-CALL-RC = 0
               MOVE SPACES TO WS-MEMBER-NAME
               MOVE 'N' TO WS-NAME-OVERFLOW
               STRING WS-STEM(1:WS-STEM-LEN) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   WS-MEMBER-EXT(WS-MBR-IDX) DELIMITED BY SIZE
                   INTO WS-MEMBER-NAME
                   ON OVERFLOW
                       MOVE 'Y' TO WS-NAME-OVERFLOW
               END-STRING
               IF WS-NAME-OVERFLOW = 'Y'
                   DISPLAY "FLATGDG: NO ROOM FOR A GENERATION NAME "
                       "FOR " WS-ADD-SOURCE(WS-MBR-IDX)
                       " - LEFT UNDER ITS OWN NAME"
                   MOVE WS-ADD-SOURCE(WS-MBR-IDX)
                       TO WS-CAT-MEMBER(WS-NO-GENS, WS-MBR-IDX)
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE WS-ADD-SOURCE(WS-MBR-IDX) TO WS-OLD-NAME
                   MOVE WS-MEMBER-NAME TO WS-NEW-NAME
                   PERFORM RENAME-MEMBER-FILE
                   IF WS-CALL-RC = 0
                       MOVE WS-NEW-NAME
                           TO WS-CAT-MEMBER(WS-NO-GENS, WS-MBR-IDX)
                   ELSE
                       DISPLAY "FLATGDG: " WS-OLD-NAME
                           " COULD NOT BE RENAMED TO " WS-NEW-NAME
                       MOVE WS-OLD-NAME
                           TO WS-CAT-MEMBER(WS-NO-GENS, WS-MBR-IDX)
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * subroutine renames WS-OLD-NAME to WS-NEW-NAME and, when the
      * rename worked, records it in lineage.dat - WS-CALL-RC is the
      * rename's own return code.
      ******************************************************************
       RENAME-MEMBER-FILE SECTION.
           CALL "CBL_RENAME_FILE" USING WS-OLD-NAME WS-NEW-NAME
               RETURNING WS-CALL-RC
           IF WS-CALL-RC = 0 AND WS-LIN-OPEN = 'Y'
               MOVE SPACES TO LN-LINEAGE-RECORD
               MOVE "FLATGDG" TO LN-PROGRAM-ID
               MOVE WS-LIN-DATE TO LN-RUN-DATE
               MOVE WS-LIN-TIME TO LN-RUN-TIME
               MOVE WS-OLD-NAME TO LN-SOURCE-FILE
               MOVE ZERO TO LN-SOURCE-LINE
               MOVE "RENAMED" TO LN-OUTCOME
               MOVE WS-NEW-NAME TO LN-TARGET-FILE
               MOVE ZERO TO LN-TARGET-REC
               MOVE LN-LINEAGE-RECORD TO LINEAGE-RECORD
               WRITE LINEAGE-RECORD
           END-IF.

      ******************************************************************
      * subroutine opens the shared lineage file for this run's
      * RENAMED hops - created on first use, and a file that cannot
      * be opened only means the renames go unrecorded.
      ******************************************************************
       OPEN-LINEAGE-FILE SECTION.
           ACCEPT WS-LIN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LIN-TIME FROM TIME
           OPEN EXTEND LINEAGE-FILE
           IF WS-LIN-FILE-STATUS = "35"
               OPEN OUTPUT LINEAGE-FILE
           END-IF
           IF WS-LIN-FILE-STATUS = "00"
               MOVE 'Y' TO WS-LIN-OPEN
           END-IF.

      ******************************************************************
      * subroutine displays the file name of one member of one of
      * WS-FEED's generations, counted back from the newest. the
      * name, without trailing spaces, is the only thing displayed,
      * so a driver can take it straight off standard output; a
      * generation or member that is not there says so on standard
      * error instead, and ends the run with return code 4.
      ******************************************************************
       LOOKUP-GENERATION SECTION.
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
           EVALUATE TRUE
               WHEN WS-ARG-VALUE = "CURRENT" OR WS-ARG-VALUE = "0"
               OR WS-ARG-VALUE = SPACES
                   MOVE ZERO TO WS-RELATIVE
               WHEN WS-ARG-VALUE = "PRIOR"
                   MOVE 1 TO WS-RELATIVE
               WHEN WS-ARG-VALUE(1:1) = "-" AND WS-ARG-LEN > 1
               AND WS-ARG-LEN < 6
               AND WS-ARG-VALUE(2:WS-ARG-LEN - 1) IS NUMERIC
                   MOVE WS-ARG-VALUE(2:WS-ARG-LEN - 1) TO WS-RELATIVE
               WHEN OTHER
                   DISPLAY "FLATGDG: RELATIVE GENERATION "
                       WS-ARG-VALUE(1:10)
                       " MUST BE 0, -n, CURRENT OR PRIOR"
                       UPON SYSERR
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE = SPACES
               MOVE "DAT" TO WS-MEMBER-WANTED
           ELSE
               MOVE WS-ARG-VALUE(1:3) TO WS-MEMBER-WANTED
           END-IF
           MOVE 1 TO WS-MBR-IDX
           PERFORM UNTIL WS-MBR-IDX > 5
               OR WS-MEMBER-CODE(WS-MBR-IDX) = WS-MEMBER-WANTED
               SET WS-MBR-IDX UP BY 1
           END-PERFORM
           IF WS-MBR-IDX > 5
               DISPLAY "FLATGDG: MEMBER " WS-MEMBER-WANTED
                   " MUST BE DAT, CPY, RPT, REJ OR DUP" UPON SYSERR
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      * walk the catalog newest first, counting WS-FEED's
      * generations until the one WS-RELATIVE back.
           MOVE ZERO TO WS-FOUND-IDX
           MOVE ZERO TO WS-BACK-CNT
           MOVE WS-NO-GENS TO WS-CAT-IDX
           PERFORM UNTIL WS-CAT-IDX = 0 OR WS-FOUND-IDX > 0
               IF WS-CAT-FEED(WS-CAT-IDX) = WS-FEED
                   IF WS-BACK-CNT = WS-RELATIVE
                       MOVE WS-CAT-IDX TO WS-FOUND-IDX
                   END-IF
                   SET WS-BACK-CNT UP BY 1
               END-IF
               SET WS-CAT-IDX DOWN BY 1
           END-PERFORM
           IF WS-FOUND-IDX = 0
               DISPLAY "FLATGDG: FEED " WS-FEED " HAS NO GENERATION "
                   WS-RELATIVE " BACK" UPON SYSERR
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WS-CAT-MEMBER(WS-FOUND-IDX, WS-MBR-IDX) = SPACES
                   DISPLAY "FLATGDG: FEED " WS-FEED " GENERATION "
                       WS-CAT-GEN-NO(WS-FOUND-IDX) " HAS NO "
                       WS-MEMBER-WANTED " MEMBER" UPON SYSERR
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE WS-CAT-MEMBER(WS-FOUND-IDX, WS-MBR-IDX)
                       TO WS-MEMBER-NAME
                   MOVE 50 TO WS-CHR-POS
                   PERFORM UNTIL WS-MEMBER-NAME(WS-CHR-POS:1)
                       NOT = SPACE
                       SET WS-CHR-POS DOWN BY 1
                   END-PERFORM
                   DISPLAY WS-MEMBER-NAME(1:WS-CHR-POS)
               END-IF
           END-IF.

      ******************************************************************
      * subroutine writes the catalog listing report - every
      * generation of the feed asked for (every feed for ALL), with
      * its relative number, status, creation stamp and members.
      ******************************************************************
       LIST-CATALOG SECTION.
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE = SPACES
               MOVE "flatgdg.rpt" TO WS-REPORT-FILENAME
           ELSE
               MOVE WS-ARG-VALUE TO WS-REPORT-FILENAME
           END-IF
           IF WS-FEED = SPACES
               MOVE "ALL" TO WS-FEED
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE "FLATGDG GENERATION CATALOG REPORT" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "CATALOG FILE  : " DELIMITED BY SIZE
               WS-CATALOG-FILENAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "FEED          : " DELIMITED BY SIZE
               WS-FEED DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "RUN DATE      : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-RPT-LINE
           MOVE "FEED" TO WS-RPT-LINE(1:4)
           MOVE "GEN" TO WS-RPT-LINE(22:3)
           MOVE "REL" TO WS-RPT-LINE(29:3)
           MOVE "STATUS" TO WS-RPT-LINE(34:6)
           MOVE "CREATED" TO WS-RPT-LINE(44:7)
           MOVE WS-RPT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 1 TO WS-CAT-IDX
           PERFORM UNTIL WS-CAT-IDX > WS-NO-GENS
               IF WS-FEED = "ALL"
               OR WS-CAT-FEED(WS-CAT-IDX) = WS-FEED
                   PERFORM WRITE-CATALOG-ENTRY
               END-IF
               SET WS-CAT-IDX UP BY 1
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-LISTED TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "GENERATIONS   : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-ACTIVE TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "ACTIVE        : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-ARCH-LISTED TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "ARCHIVED      : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           IF WS-NO-LISTED = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * subroutine writes catalog entry WS-CAT-IDX - its relative
      * number is minus the count of its feed's later generations.
      ******************************************************************
       WRITE-CATALOG-ENTRY SECTION.
           SET WS-NO-LISTED UP BY 1
           IF WS-CAT-STATUS(WS-CAT-IDX) = "ARCHIVED"
               SET WS-NO-ARCH-LISTED UP BY 1
           ELSE
               SET WS-NO-ACTIVE UP BY 1
           END-IF
           MOVE ZERO TO WS-BACK-CNT
           MOVE WS-CAT-IDX TO WS-FOUND-IDX
           SET WS-FOUND-IDX UP BY 1
           PERFORM UNTIL WS-FOUND-IDX > WS-NO-GENS
               IF WS-CAT-FEED(WS-FOUND-IDX) = WS-CAT-FEED(WS-CAT-IDX)
                   SET WS-BACK-CNT UP BY 1
               END-IF
               SET WS-FOUND-IDX UP BY 1
           END-PERFORM
           COMPUTE WS-REL-EDIT = 0 - WS-BACK-CNT
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-CAT-FEED(WS-CAT-IDX) TO WS-RPT-LINE(1:20)
           MOVE WS-CAT-GEN-NO(WS-CAT-IDX) TO WS-RPT-LINE(22:4)
           MOVE WS-REL-EDIT TO WS-RPT-LINE(27:5)
           MOVE WS-CAT-STATUS(WS-CAT-IDX) TO WS-RPT-LINE(34:8)
           MOVE WS-CAT-CREATE-DATE(WS-CAT-IDX) TO WS-RPT-LINE(44:8)
           MOVE WS-CAT-CREATE-TIME(WS-CAT-IDX) TO WS-RPT-LINE(53:6)
           MOVE WS-RPT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 1 TO WS-MBR-IDX
           PERFORM UNTIL WS-MBR-IDX > 5
               IF WS-CAT-MEMBER(WS-CAT-IDX, WS-MBR-IDX) NOT = SPACES
                   MOVE SPACES TO WS-RPT-LINE
                   MOVE WS-MEMBER-CODE(WS-MBR-IDX) TO WS-RPT-LINE(5:3)
                   MOVE WS-CAT-MEMBER(WS-CAT-IDX, WS-MBR-IDX)
                       TO WS-RPT-LINE(10:50)
                   MOVE WS-RPT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               SET WS-MBR-IDX UP BY 1
           END-PERFORM.

      ******************************************************************
      * subroutine applies the retention config to the catalog -
      * every configured feed, or only WS-FEED when one was named -
      * then writes the catalog back and the audit report's totals.
      ******************************************************************
       APPLY-RETENTION SECTION.
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-RETENTION-FILENAME
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE = SPACES
               MOVE "flatgdg.aud" TO WS-REPORT-FILENAME
           ELSE
               MOVE WS-ARG-VALUE TO WS-REPORT-FILENAME
           END-IF
           IF WS-FEED = SPACES
               MOVE "ALL" TO WS-FEED
           END-IF
           OPEN INPUT RETENTION-CONFIG-FILE
           IF WS-RET-FILE-STATUS NOT = "00"
               DISPLAY "FLATGDG: RETENTION CONFIG "
                   WS-RETENTION-FILENAME " COULD NOT BE OPENED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-LINEAGE-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE "FLATGDG RETENTION AUDIT REPORT" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "CATALOG FILE  : " DELIMITED BY SIZE
               WS-CATALOG-FILENAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "RETENTION FILE: " DELIMITED BY SIZE
               WS-RETENTION-FILENAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "FEED          : " DELIMITED BY SIZE
               WS-FEED DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "RUN DATE      : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RUN-TIME(1:6) DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'N' TO WS-RET-EOF
           PERFORM UNTIL WS-RET-EOF = 'Y'
               READ RETENTION-CONFIG-FILE
                   AT END
                       MOVE 'Y' TO WS-RET-EOF
                   NOT AT END
                       IF RETENTION-CONFIG-RECORD NOT = SPACES
                           PERFORM PARSE-RETENTION-RULE
                           IF WS-FEED = "ALL"
                           OR WS-FEED = WS-RET-FEED
                               SET WS-NO-CFG-LINES UP BY 1
                               PERFORM RETAIN-FEED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETENTION-CONFIG-FILE
           PERFORM WRITE-CATALOG
           IF WS-LIN-OPEN = 'Y'
               CLOSE LINEAGE-FILE
           END-IF
           IF WS-NO-CFG-LINES = ZERO
               MOVE "NO RETENTION RULE FOR THIS FEED - NOTHING RETIRED"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE WS-NO-KEPT TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "GENS KEPT     : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-ARCHIVED TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "GENS ARCHIVED : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-PURGED TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "GENS PURGED   : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NO-MBR-ERRORS TO WS-RPT-NUM
           PERFORM FORMAT-RPT-NUM
           MOVE SPACES TO REPORT-RECORD
           STRING "FILE ERRORS   : " DELIMITED BY SIZE
               WS-RPT-TRIM DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           IF WS-NO-MBR-ERRORS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * subroutine checks one retention config line - a keep count
      * that is not three digits or is zero, an action other than
      * ARCHIVE or PURGE, or an ARCHIVE with no directory stops the
      * run before the catalog is touched any further.
      ******************************************************************
       PARSE-RETENTION-RULE SECTION.
           MOVE RETENTION-CONFIG-RECORD(1:20) TO WS-RET-FEED
           MOVE RETENTION-CONFIG-RECORD(26:7) TO WS-RET-ACTION
           MOVE RETENTION-CONFIG-RECORD(34:47) TO WS-RET-ARCHIVE-DIR
           IF RETENTION-CONFIG-RECORD(22:3) NOT NUMERIC
           OR RETENTION-CONFIG-RECORD(22:3) = "000"
               DISPLAY "FLATGDG: FEED " WS-RET-FEED
                   " KEEP COUNT MUST BE 001 TO 999"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RETENTION-CONFIG-RECORD(22:3) TO WS-RET-KEEP
           IF WS-RET-ACTION NOT = "ARCHIVE"
           AND WS-RET-ACTION NOT = "PURGE"
               DISPLAY "FLATGDG: FEED " WS-RET-FEED
                   " ACTION MUST BE ARCHIVE OR PURGE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RET-ACTION = "ARCHIVE" AND WS-RET-ARCHIVE-DIR = SPACES
               DISPLAY "FLATGDG: FEED " WS-RET-FEED
                   " ARCHIVE NEEDS A DIRECTORY"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * subroutine walks WS-RET-FEED's generations newest first. the
      * first WS-RET-KEEP are kept; every one past them is retired -
      * an active generation archived or purged per the rule, an
      * archived one purged only when the rule is now PURGE.
      ******************************************************************
       RETAIN-FEED SECTION.
           MOVE ZERO TO WS-BACK-CNT
           MOVE WS-NO-GENS TO WS-CAT-IDX
           PERFORM UNTIL WS-CAT-IDX = 0
               IF WS-CAT-FEED(WS-CAT-IDX) = WS-RET-FEED
               AND WS-CAT-STATUS(WS-CAT-IDX) NOT = "PURGED"
                   SET WS-BACK-CNT UP BY 1
                   EVALUATE TRUE
                       WHEN WS-BACK-CNT <= WS-RET-KEEP
                           SET WS-NO-KEPT UP BY 1
                       WHEN WS-RET-ACTION = "PURGE"
                           PERFORM PURGE-GENERATION
                       WHEN WS-CAT-STATUS(WS-CAT-IDX) = "ACTIVE"
                           PERFORM ARCHIVE-GENERATION
                   END-EVALUATE
               END-IF
               SET WS-CAT-IDX DOWN BY 1
           END-PERFORM.

      ******************************************************************
      * subroutine moves every member of generation WS-CAT-IDX into
      * the archive directory under its own file name, and points
      * the catalog at the new names. a member that cannot be moved
      * keeps its old name in the catalog and is reported, and the
      * generation stays ACTIVE - ARCHIVED promises every member was
      * moved - so the next RETAIN run tries it again.
      ******************************************************************
       ARCHIVE-GENERATION SECTION.
           PERFORM WRITE-AUDIT-GENERATION
           MOVE 'N' TO WS-GEN-FAILED
           MOVE 1 TO WS-MBR-IDX
           PERFORM UNTIL WS-MBR-IDX > 5
               IF WS-CAT-MEMBER(WS-CAT-IDX, WS-MBR-IDX) NOT = SPACES
                   PERFORM ARCHIVE-MEMBER
               END-IF
               SET WS-MBR-IDX UP BY 1
           END-PERFORM
           IF WS-GEN-FAILED = 'N'
               MOVE "ARCHIVED" TO WS-CAT-STATUS(WS-CAT-IDX)
               SET WS-NO-ARCHIVED UP BY 1
           END-IF.

      ******************************************************************
      * subroutine archives member WS-MBR-IDX of generation
      * WS-CAT-IDX - its file name (after the last "/") under the
      * archive directory.
      ******************************************************************
       ARCHIVE-MEMBER SECTION.
           MOVE WS-CAT-MEMBER(WS-CAT-IDX, WS-MBR-IDX) TO WS-OLD-NAME
           MOVE 50 TO WS-CHR-POS
           PERFORM UNTIL WS-CHR-POS = 0
               OR WS-OLD-NAME(WS-CHR-POS:1) = "/"
               SET WS-CHR-POS DOWN BY 1
           END-PERFORM
           SET WS-CHR-POS UP BY 1
           MOVE SPACES TO WS-NEW-NAME
           MOVE 'N' TO WS-NAME-OVERFLOW
           STRING WS-RET-ARCHIVE-DIR DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-OLD-NAME(WS-CHR-POS:51 - WS-CHR-POS)
                   DELIMITED BY SPACE
               INTO WS-NEW-NAME
               ON OVERFLOW
                   MOVE 'Y' TO WS-NAME-OVERFLOW
           END-STRING
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-MEMBER-CODE(WS-MBR-IDX) TO WS-RPT-LINE(5:3)
           MOVE WS-OLD-NAME TO WS-RPT-LINE(10:50)
           IF WS-NAME-OVERFLOW = 'Y'
               MOVE "NAME TOO LONG" TO WS-RPT-LINE(61:13)
               SET WS-NO-MBR-ERRORS UP BY 1
               MOVE 'Y' TO WS-GEN-FAILED
           ELSE
               PERFORM RENAME-MEMBER-FILE
               IF WS-CALL-RC = 0
                   MOVE "ARCHIVED" TO WS-RPT-LINE(61:8)
                   MOVE WS-NEW-NAME
                       TO WS-CAT-MEMBER(WS-CAT-IDX, WS-MBR-IDX)
               ELSE
                   MOVE "NOT MOVED" TO WS-RPT-LINE(61:9)
                   SET WS-NO-MBR-ERRORS UP BY 1
                   MOVE 'Y' TO WS-GEN-FAILED
               END-IF
           END-IF
           MOVE WS-RPT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-NAME-OVERFLOW = 'N' AND WS-CALL-RC = 0
               MOVE SPACES TO WS-RPT-LINE
               MOVE "->" TO WS-RPT-LINE(5:2)
               MOVE WS-NEW-NAME TO WS-RPT-LINE(10:50)
               MOVE WS-RPT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      ******************************************************************
      * subroutine deletes every member of generation WS-CAT-IDX and
      * drops it from the catalog. a member already gone is reported
      * but does not keep the generation in the catalog - there is
      * nothing left for it to point at. a member that is there but
      * could not be deleted keeps the generation in the catalog,
      * pointing at just the members still on disk, so the next
      * RETAIN run tries it again instead of orphaning the file.
      ******************************************************************
       PURGE-GENERATION SECTION.
           PERFORM WRITE-AUDIT-GENERATION
           MOVE 'N' TO WS-GEN-FAILED
           MOVE 1 TO WS-MBR-IDX
           PERFORM UNTIL WS-MBR-IDX > 5
               IF WS-CAT-MEMBER(WS-CAT-IDX, WS-MBR-IDX) NOT = SPACES
                   MOVE WS-CAT-MEMBER(WS-CAT-IDX, WS-MBR-IDX)
                       TO WS-OLD-NAME
                   MOVE SPACES TO WS-RPT-LINE
                   MOVE WS-MEMBER-CODE(WS-MBR-IDX) TO WS-RPT-LINE(5:3)
                   MOVE WS-OLD-NAME TO WS-RPT-LINE(10:50)
                   CALL "CBL_CHECK_FILE_EXIST" USING WS-OLD-NAME
                       WS-FILE-INFO
                       RETURNING WS-CALL-RC
                   IF WS-CALL-RC NOT = 0
                       MOVE "NOT FOUND" TO WS-RPT-LINE(61:9)
                       SET WS-NO-MBR-ERRORS UP BY 1
                       MOVE SPACES
                           TO WS-CAT-MEMBER(WS-CAT-IDX, WS-MBR-IDX)
                   ELSE
                       CALL "CBL_DELETE_FILE" USING WS-OLD-NAME
                           RETURNING WS-CALL-RC
                       IF WS-CALL-RC = 0
                           MOVE "PURGED" TO WS-RPT-LINE(61:6)
                           MOVE SPACES
                               TO WS-CAT-MEMBER(WS-CAT-IDX, WS-MBR-IDX)
                       ELSE
                           MOVE "NOT DELETED" TO WS-RPT-LINE(61:11)
                           SET WS-NO-MBR-ERRORS UP BY 1
                           MOVE 'Y' TO WS-GEN-FAILED
                       END-IF
                   END-IF
                   MOVE WS-RPT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               SET WS-MBR-IDX UP BY 1
           END-PERFORM
           IF WS-GEN-FAILED = 'N'
               MOVE "PURGED" TO WS-CAT-STATUS(WS-CAT-IDX)
               SET WS-NO-PURGED UP BY 1
           END-IF.

      ******************************************************************
      * subroutine writes the audit line naming the generation being
      * retired and what is being done to it.
      ******************************************************************
       WRITE-AUDIT-GENERATION SECTION.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-CAT-FEED(WS-CAT-IDX) TO WS-RPT-LINE(1:20)
           MOVE "GENERATION" TO WS-RPT-LINE(22:10)
           MOVE WS-CAT-GEN-NO(WS-CAT-IDX) TO WS-RPT-LINE(33:4)
           MOVE "CREATED" TO WS-RPT-LINE(39:7)
           MOVE WS-CAT-CREATE-DATE(WS-CAT-IDX) TO WS-RPT-LINE(47:8)
           IF WS-RET-ACTION = "PURGE"
               MOVE "PURGE" TO WS-RPT-LINE(57:5)
           ELSE
               MOVE "ARCHIVE" TO WS-RPT-LINE(57:7)
           END-IF
           MOVE WS-RPT-LINE TO REPORT-RECORD
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
