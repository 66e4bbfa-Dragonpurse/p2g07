           SELECT summary-uit ASSIGN TO WS-SUMMARY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUM-STATUS.
           SELECT loadcfg-file ASSIGN TO "CSVLOAD.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LCFG-STATUS.
           SELECT metrics-in ASSIGN TO "RUNMETR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-METR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD manifest-in.
           COPY MANREC.
       FD summary-uit.
       01 SUMMARY-LINE          PIC X(132).
       FD loadcfg-file.
       01 LOADCFG-RECORD.
           COPY LOADCFG.
       FD metrics-in.
       01 METRICS-IN-RECORD.
           COPY RUNMETR.
       WORKING-STORAGE SECTION.
       01 WS-MANIFEST-FILENAME  PIC X(40)       VALUE SPACES.
       01 WS-SUMMARY-FILENAME   PIC X(44)       VALUE SPACES.
       01 WS-MAN-STATUS         PIC X(2)        VALUE SPACES.
       01 WS-SUM-STATUS         PIC X(2)        VALUE SPACES.
       01 WS-LCFG-STATUS        PIC X(2)        VALUE SPACES.
       01 WS-LCFG-VALUE-LEN     PIC 9(2)        VALUE 0.
       01 WS-METR-STATUS        PIC X(2)        VALUE SPACES.
       01 WS-ARG-NUM            PIC 9(2).
       01 WS-CONN-PARM.
           COPY CONNPARM.
           COPY LOADPARM.
       01 WS-DIST-PARM.
           COPY DISTPARM.
       01 WS-EXTR-PARM.
           COPY EXTRPARM.
       01 WS-ALIAS-PARM.
           COPY ALIASPRM.
      *----------------------------------------------------------------
      * The whole manifest is read up front, so a malformed manifest
      * is caught before the first file is touched.  Sized well past
               10 WS-FEED-DIST-RC        PIC 9(2).
               10 WS-FEED-DIST-CONV      PIC 9(7).
               10 WS-FEED-DIST-FAILED    PIC 9(7).
      * Dependency bookkeeping: the alias-resolved feed name the
      * entry answers to, the manifest names of its parents and the
      * table slots they resolved to, and how the entry came out -
      * P passed, F failed, S skipped - which is what its own
      * dependents are judged on.
               10 WS-FEED-DEF            PIC X(25).
               10 WS-FEED-DEP-NAME       PIC X(25) OCCURS 3 TIMES.
               10 WS-FEED-PARENT         PIC 9(3)  OCCURS 3 TIMES.
               10 WS-FEED-PLACED         PIC X(1).
               10 WS-FEED-OUTCOME        PIC X(1).
               10 WS-FEED-SKIP-CAUSE     PIC X(25).
      * The business date the entry's load carried (an extract step:
      * the date its file went out under), and what an extract step
      * delivered.
               10 WS-FEED-BUSINESS-DATE  PIC 9(8).
               10 WS-FEED-EXTR-TARGET    PIC X(12).
               10 WS-FEED-EXTR-ROWS      PIC 9(9).
               10 WS-FEED-EXTR-HASH      PIC S9(13)V99.
      * What each phase of the entry took, in seconds, and the batch
      * end projected once it was done (HH:MM, spaces until then).
      * WS-FEED-EXPECT is the forecast's own scratch: R will run,
      * S will be skipped because a parent already did not pass.
               10 WS-FEED-READ-SECS      PIC 9(7)V99.
               10 WS-FEED-STAGE-SECS     PIC 9(7)V99.
               10 WS-FEED-DIST-SECS      PIC 9(7)V99.
               10 WS-FEED-EXTR-SECS      PIC 9(7)V99.
               10 WS-FEED-PROJ-END       PIC X(5).
               10 WS-FEED-EXPECT         PIC X(1).
       01 WS-IDX                PIC 9(3)        VALUE 0.
      *----------------------------------------------------------------
      * The order the entries actually run in: parents before their
      * dependents, otherwise manifest order.  Worked out once, from
      * the whole manifest, before the first file is touched.
      *----------------------------------------------------------------
       01 WS-ORDER-COUNT        PIC 9(3)        VALUE 0.
       01 WS-ORDER-TABLE.
           05 WS-ORDER-IDX      PIC 9(3)   OCCURS 200 TIMES.
       01 WS-ORD                PIC 9(3)        VALUE 0.
       01 WS-J                  PIC 9(3)        VALUE 0.
       01 WS-DEP                PIC 9(1)        VALUE 0.
       01 WS-PASS-PLACED        PIC 9(3)        VALUE 0.
       01 WS-READY-FLAG         PIC X           VALUE 'N'.
           88 WS-FEED-READY                     VALUE 'Y'.
       01 WS-SKIP-PARENT        PIC 9(3)        VALUE 0.
       01 WS-EXTR-DATE          PIC 9(8)        VALUE 0.
       01 WS-BATCH-FAILED-FLAG  PIC X           VALUE 'N'.
           88 WS-BATCH-FAILED                   VALUE 'Y'.
       01 WS-CONN-OPEN-FLAG     PIC X           VALUE 'N'.
       01 WS-CONN-BRANCH        PIC X(10)       VALUE SPACES.
       01 WS-PASS-COUNT         PIC 9(3)        VALUE 0.
       01 WS-FAIL-COUNT         PIC 9(3)        VALUE 0.
       01 WS-SKIP-COUNT         PIC 9(3)        VALUE 0.
       01 WS-TOT-READ           PIC 9(9)        VALUE 0.
       01 WS-TOT-REJECTED       PIC 9(9)        VALUE 0.
       01 WS-TOT-INSERTED       PIC 9(9)        VALUE 0.
       01 WS-TOT-DUPLICATE      PIC 9(9)        VALUE 0.
       01 WS-RUN-DATE           PIC 9(8)        VALUE 0.
       01 WS-RUN-TIME           PIC 9(8)        VALUE 0.
      *----------------------------------------------------------------
      * Batch-window forecast.  Each entry's recent history is read
      * from RUNMETR.DAT at the start of the batch: per phase (1 read,
      * 2 staging, 3 distribution, 4 extract) the last ten timed runs
      * of its feed, oldest first.  After every entry the finish of
      * the remaining entries is projected from that history; past
      * BATCH-WINDOW-END (CSVLOAD.CFG, HHMM) one WARN alert goes out
      * while the night can still be rearranged.
      *----------------------------------------------------------------
       01 WS-HIST-MAX           PIC 9(2)        VALUE 10.
       01 WS-HIST-RECENT        PIC 9(2)        VALUE 3.
       01 WS-HIST-TABLE.
           05 WS-HIST-ENTRY     OCCURS 200 TIMES.
               10 WS-HIST-PHASE OCCURS 4 TIMES.
                   15 WS-HIST-COUNT      PIC 9(2).
                   15 WS-HIST-RUN        OCCURS 10 TIMES.
                       20 WS-HIST-ROWS   PIC 9(9).
                       20 WS-HIST-SECS   PIC 9(7)V99.
       01 WS-PH                 PIC 9(1)        VALUE 0.
       01 WS-HX                 PIC 9(2)        VALUE 0.
       01 WS-HX-FROM            PIC 9(2)        VALUE 0.
       01 WS-WINDOW-FLAG        PIC X           VALUE 'N'.
           88 WS-WINDOW-SET                     VALUE 'Y'.
       01 WS-WINDOW-ALERT-FLAG  PIC X           VALUE 'N'.
           88 WS-WINDOW-ALERTED                 VALUE 'Y'.
       01 WS-WINDOW-END         PIC 9(4)        VALUE 0.
       01 WS-WINDOW-PARTS REDEFINES WS-WINDOW-END.
           05 WS-WINDOW-HH      PIC 9(2).
           05 WS-WINDOW-MM      PIC 9(2).
       01 WS-WINDOW-END-SECS    PIC 9(9)        VALUE 0.
       01 WS-CLOCK-TIME         PIC 9(8)        VALUE 0.
       01 WS-CLOCK-PARTS REDEFINES WS-CLOCK-TIME.
           05 WS-CLOCK-HH       PIC 9(2).
           05 WS-CLOCK-MM       PIC 9(2).
           05 WS-CLOCK-SS       PIC 9(2).
           05 WS-CLOCK-CC       PIC 9(2).
       01 WS-CLOCK-SECS         PIC 9(9)        VALUE 0.
       01 WS-START-SECS         PIC 9(9)        VALUE 0.
       01 WS-NOW-DATE           PIC 9(8)        VALUE 0.
       01 WS-NOW-TIME           PIC 9(8)        VALUE 0.
       01 WS-NOW-SECS           PIC 9(9)        VALUE 0.
       01 WS-PROJ-SECS          PIC 9(9)        VALUE 0.
       01 WS-LEFT-SECS          PIC 9(9)V99     VALUE 0.
       01 WS-EST-SECS           PIC 9(9)V99     VALUE 0.
       01 WS-SUM-ROWS-ALL       PIC 9(11)       VALUE 0.
       01 WS-SUM-ROWS-RECENT    PIC 9(11)       VALUE 0.
       01 WS-SUM-SECS-RECENT    PIC 9(9)V99     VALUE 0.
       01 WS-LEFT-COUNT         PIC 9(3)        VALUE 0.
       01 WS-NO-HIST-COUNT      PIC 9(3)        VALUE 0.
       01 WS-NO-HIST-FLAG       PIC X           VALUE 'N'.
       01 WS-HHMM-SECS          PIC 9(9)        VALUE 0.
       01 WS-HHMM-HOURS         PIC 9(4)        VALUE 0.
       01 WS-HHMM-REST          PIC 9(9)        VALUE 0.
       01 WS-HHMM-OUT.
           05 WS-HHMM-OUT-HH    PIC 9(2).
           05 FILLER            PIC X(1)        VALUE ":".
           05 WS-HHMM-OUT-MM    PIC 9(2).
       01 WS-PROJ-HHMM          PIC X(5)        VALUE SPACES.
       01 WS-END-HHMM           PIC X(5)        VALUE SPACES.
       01 WS-PHASE-DATE         PIC 9(8)        VALUE 0.
       01 WS-PHASE-TIME         PIC 9(8)        VALUE 0.
       01 WS-METR-RECORD.
           COPY RUNMETR.
       01 ALERT-RECORD.
           COPY ALERTREC.
       01 WS-HDR-LINE.
           05 WS-DIST-CONV          PIC 9(7).
           05 FILLER                PIC X(9)   VALUE " mislukt=".
           05 WS-DIST-FAILED-ED     PIC 9(7).
      *----------------------------------------------------------------
      * Written under a SKIP detail line: the parent whose failure
      * kept this feed from loading.
      *----------------------------------------------------------------
       01 WS-SKIP-LINE.
           05 FILLER                PIC X(22)
                                     VALUE "  overgeslagen: ouder ".
           05 WS-SKIP-PARENT-ED     PIC X(25).
           05 FILLER                PIC X(14)  VALUE " niet geslaagd".
      *----------------------------------------------------------------
      * Written under an extract step's detail line: where the file
      * went, for which business date, and the trailer's figures.
      *----------------------------------------------------------------
       01 WS-EXTR-LINE.
           05 FILLER                PIC X(17)
                                     VALUE "  geleverd: doel=".
           05 WS-EXTR-TARGET-ED     PIC X(12).
           05 FILLER                PIC X(7)   VALUE " datum=".
           05 WS-EXTR-DATE-ED       PIC 9(8).
           05 FILLER                PIC X(7)   VALUE " rijen=".
           05 WS-EXTR-ROWS-ED       PIC 9(9).
           05 FILLER                PIC X(6)   VALUE " hash=".
           05 WS-EXTR-HASH-ED       PIC -(13)9.99.
      *----------------------------------------------------------------
      * Written under every entry that ran: the seconds its phases
      * took and the batch end projected once it was done.
      *----------------------------------------------------------------
       01 WS-TIME-LINE.
           05 FILLER                PIC X(14)  VALUE "  tijd: lezen=".
           05 WS-TIME-READ-ED       PIC Z(6)9.99.
           05 FILLER                PIC X(9)   VALUE " staging=".
           05 WS-TIME-STAGE-ED      PIC Z(6)9.99.
           05 FILLER                PIC X(10)  VALUE " verdelen=".
           05 WS-TIME-DIST-ED       PIC Z(6)9.99.
           05 FILLER                PIC X(16)
                                     VALUE " verwacht einde=".
           05 WS-TIME-PROJ-ED       PIC X(5).
       01 WS-XTIME-LINE.
           05 FILLER                PIC X(16)
                                     VALUE "  tijd: extract=".
           05 WS-XTIME-EXTR-ED      PIC Z(6)9.99.
           05 FILLER                PIC X(16)
                                     VALUE " verwacht einde=".
           05 WS-XTIME-PROJ-ED      PIC X(5).
       01 WS-TOT-LINE.
           05 FILLER                PIC X(10)  VALUE "totaal    ".
           05 FILLER                PIC X(5)   VALUE "pass=".
           05 WS-TOT-PASS           PIC 9(3).
           05 FILLER                PIC X(6)   VALUE " fail=".
           05 WS-TOT-FAIL           PIC 9(3).
           05 FILLER                PIC X(6)   VALUE " skip=".
           05 WS-TOT-SKIP           PIC 9(3).
           05 FILLER                PIC X(9)   VALUE " gelezen=".
           05 WS-TOT-READ-ED        PIC 9(9).
           05 FILLER                PIC X(11)  VALUE " afgekeurd=".
      * database session this program
      * opens once and holds across files; a failing file is recorded
      * and the batch moves on to the next entry instead of killing
      * the night.  Extract steps (reader type X) deliver a business
      * table to a downstream system through ExtrCore, under the
      * same session, once the feeds they depend on are in.  The
      * end-of-batch summary gives the morning operator one file to
      * read.
       MAIN-PARAGRAPH.
           MOVE 1 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
      * Same reasoning for the dependencies: a parent nobody can
      * find or a cycle nobody can order means the manifest is
      * wrong, and no guess at a run order is safe to load under.
           PERFORM RESOLVE-DEPENDENCIES
           IF NOT WS-BATCH-FAILED
               PERFORM ORDER-FEEDS
           END-IF
           IF WS-BATCH-FAILED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-BATCH-CONFIG
           PERFORM LOAD-RUN-HISTORY
           PERFORM VARYING WS-ORD FROM 1 BY 1
                   UNTIL WS-ORD > WS-ORDER-COUNT
               MOVE WS-ORDER-IDX(WS-ORD) TO WS-IDX
               PERFORM RUN-ONE-FEED
               PERFORM FORECAST-BATCH-END
           END-PERFORM
           PERFORM CLOSE-SESSION
           PERFORM WRITE-BATCH-SUMMARY
           IF WS-FAIL-COUNT > 0 OR WS-SKIP-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-BATCH-FAILED
                       TO WS-FEED-READER-TYPE(WS-FEED-COUNT)
                   MOVE MAN-DIST-FLAG
                       TO WS-FEED-DIST-FLAG(WS-FEED-COUNT)
                   PERFORM VARYING WS-DEP FROM 1 BY 1 UNTIL WS-DEP > 3
                       MOVE MAN-DEPENDS-ON(WS-DEP)
                           TO WS-FEED-DEP-NAME(WS-FEED-COUNT, WS-DEP)
                       MOVE 0 TO WS-FEED-PARENT(WS-FEED-COUNT, WS-DEP)
                   END-PERFORM
                   MOVE 'N' TO WS-FEED-PLACED(WS-FEED-COUNT)
                   MOVE SPACE TO WS-FEED-OUTCOME(WS-FEED-COUNT)
                   MOVE SPACES TO WS-FEED-SKIP-CAUSE(WS-FEED-COUNT)
                   IF WS-FEED-READER-TYPE(WS-FEED-COUNT) = SPACE
                       MOVE 'C'
                           TO WS-FEED-READER-TYPE(WS-FEED-COUNT)
                   END-IF
                   IF WS-FEED-READER-TYPE(WS-FEED-COUNT) = 'X'
                       MOVE SPACE TO WS-FEED-DIST-FLAG(WS-FEED-COUNT)
                   END-IF
                   MOVE 0 TO WS-FEED-BUSINESS-DATE(WS-FEED-COUNT)
                   MOVE SPACES TO WS-FEED-EXTR-TARGET(WS-FEED-COUNT)
                   MOVE 0 TO WS-FEED-EXTR-ROWS(WS-FEED-COUNT)
                   MOVE 0 TO WS-FEED-EXTR-HASH(WS-FEED-COUNT)
                   MOVE 0 TO WS-FEED-READ-SECS(WS-FEED-COUNT)
                   MOVE 0 TO WS-FEED-STAGE-SECS(WS-FEED-COUNT)
                   MOVE 0 TO WS-FEED-DIST-SECS(WS-FEED-COUNT)
                   MOVE 0 TO WS-FEED-EXTR-SECS(WS-FEED-COUNT)
                   MOVE SPACES TO WS-FEED-PROJ-END(WS-FEED-COUNT)
                   IF WS-FEED-BRANCH-KEY(WS-FEED-COUNT) = SPACES
                       MOVE "PROD"
                           TO WS-FEED-BRANCH-KEY(WS-FEED-COUNT)
               END-IF
           END-IF
           .
      * Ties every named parent to the manifest entry it means.  A
      * parent may be named by its manifest filename or by the feed
      * definition name, so both sides go through FeedAlias and the
      * resolved names are compared - a dated KLANTEN_20240115.CSV
      * answers to KLANTEN.CSV.  Every unknown parent is reported,
      * not just the first, so one correction pass fixes them all.
      * An extract step delivers the business table, so each of its
      * parents must be distributed in this batch (dist flag Y);
      * a parent that is only loaded would let the extract go out
      * with last night's table, and is refused the same way.
       RESOLVE-DEPENDENCIES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-FEED-COUNT
               MOVE WS-FEED-FILENAME(WS-IDX) TO AL-IN-FILENAME
               CALL "FeedAlias" USING WS-ALIAS-PARM
               MOVE AL-OUT-FILENAME TO WS-FEED-DEF(WS-IDX)
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-FEED-COUNT
               PERFORM VARYING WS-DEP FROM 1 BY 1 UNTIL WS-DEP > 3
                   IF WS-FEED-DEP-NAME(WS-IDX, WS-DEP) NOT = SPACES
                       PERFORM FIND-PARENT-ENTRY
                   END-IF
               END-PERFORM
           END-PERFORM
           .
       FIND-PARENT-ENTRY.
           MOVE WS-FEED-DEP-NAME(WS-IDX, WS-DEP) TO AL-IN-FILENAME
           CALL "FeedAlias" USING WS-ALIAS-PARM
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-FEED-COUNT
                       OR WS-FEED-PARENT(WS-IDX, WS-DEP) > 0
               IF WS-FEED-DEF(WS-J) = AL-OUT-FILENAME
                   MOVE WS-J TO WS-FEED-PARENT(WS-IDX, WS-DEP)
               END-IF
           END-PERFORM
           IF WS-FEED-PARENT(WS-IDX, WS-DEP) = 0
               DISPLAY "CSVBatch: FATAL - " WS-FEED-FILENAME(WS-IDX)
                       " depends on " WS-FEED-DEP-NAME(WS-IDX, WS-DEP)
                       ", which is not in the manifest"
               MOVE 'Y' TO WS-BATCH-FAILED-FLAG
           ELSE
               MOVE WS-FEED-PARENT(WS-IDX, WS-DEP) TO WS-J
               IF WS-FEED-READER-TYPE(WS-IDX) = 'X'
                       AND WS-FEED-DIST-FLAG(WS-J) NOT = 'Y'
                   DISPLAY "CSVBatch: FATAL - extract "
                           WS-FEED-FILENAME(WS-IDX) " depends on "
                           WS-FEED-DEP-NAME(WS-IDX, WS-DEP)
                           ", which the manifest does not distribute"
                   MOVE 'Y' TO WS-BATCH-FAILED-FLAG
               END-IF
           END-IF
           .
      * Builds the run order in passes: each pass places the first
      * entry, in manifest order, whose parents are all already
      * placed, so an entry only moves as far down as its parents
      * force it.  A pass that places nothing while entries remain
      * means those entries wait on each other - a cycle (or sit
      * below one) - and the batch refuses to start, naming them.
       ORDER-FEEDS.
           MOVE 0 TO WS-ORDER-COUNT
           MOVE 1 TO WS-PASS-PLACED
           PERFORM UNTIL WS-ORDER-COUNT = WS-FEED-COUNT
                   OR WS-PASS-PLACED = 0
               PERFORM PLACE-READY-FEEDS
           END-PERFORM
           IF WS-ORDER-COUNT < WS-FEED-COUNT
               DISPLAY "CSVBatch: FATAL - dependency cycle in the "
                       "manifest; cannot order these entries:"
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-FEED-COUNT
                   IF WS-FEED-PLACED(WS-IDX) = 'N'
                       DISPLAY "CSVBatch:   " WS-FEED-FILENAME(WS-IDX)
                   END-IF
               END-PERFORM
               MOVE 'Y' TO WS-BATCH-FAILED-FLAG
           END-IF
           .
       PLACE-READY-FEEDS.
           MOVE 0 TO WS-PASS-PLACED
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-FEED-COUNT OR WS-PASS-PLACED > 0
               IF WS-FEED-PLACED(WS-IDX) = 'N'
                   MOVE 'Y' TO WS-READY-FLAG
                   PERFORM VARYING WS-DEP FROM 1 BY 1 UNTIL WS-DEP > 3
                       MOVE WS-FEED-PARENT(WS-IDX, WS-DEP) TO WS-J
                       IF WS-J > 0
                           IF WS-FEED-PLACED(WS-J) = 'N'
                               MOVE 'N' TO WS-READY-FLAG
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-FEED-READY
                       MOVE 'Y' TO WS-FEED-PLACED(WS-IDX)
                       ADD 1 TO WS-ORDER-COUNT
                       MOVE WS-IDX TO WS-ORDER-IDX(WS-ORDER-COUNT)
                       ADD 1 TO WS-PASS-PLACED
                   END-IF
               END-IF
           END-PERFORM
           .
      * An entry runs only when every parent came through: loaded
      * PASS and, where the manifest distributes it, distributed
      * below rc 16.  A parent that was itself skipped counts as not
      * come through, so a failure skips the whole branch below it.
       RUN-ONE-FEED.
           MOVE 0 TO WS-SKIP-PARENT
           PERFORM VARYING WS-DEP FROM 1 BY 1
                   UNTIL WS-DEP > 3 OR WS-SKIP-PARENT > 0
               MOVE WS-FEED-PARENT(WS-IDX, WS-DEP) TO WS-J
               IF WS-J > 0
                   IF WS-FEED-OUTCOME(WS-J) NOT = 'P'
                       MOVE WS-J TO WS-SKIP-PARENT
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-SKIP-PARENT > 0
                   PERFORM SKIP-ONE-FEED
               WHEN WS-FEED-READER-TYPE(WS-IDX) = 'X'
                   PERFORM EXTRACT-ONE-ENTRY
               WHEN OTHER
                   PERFORM LOAD-ONE-FEED
           END-EVALUATE
           .
       SKIP-ONE-FEED.
           MOVE "SKIP" TO WS-FEED-RPT-STATUS(WS-IDX)
           MOVE 48 TO WS-FEED-RC(WS-IDX)
           MOVE 0 TO WS-FEED-ROWS-READ(WS-IDX)
           MOVE 0 TO WS-FEED-ROWS-REJECTED(WS-IDX)
           MOVE 0 TO WS-FEED-ROWS-INSERTED(WS-IDX)
           MOVE 0 TO WS-FEED-ROWS-DUPLICATE(WS-IDX)
           MOVE 0 TO WS-FEED-DIST-RC(WS-IDX)
           MOVE 0 TO WS-FEED-DIST-CONV(WS-IDX)
           MOVE 0 TO WS-FEED-DIST-FAILED(WS-IDX)
           MOVE 'S' TO WS-FEED-OUTCOME(WS-IDX)
           MOVE WS-FEED-FILENAME(WS-SKIP-PARENT)
               TO WS-FEED-SKIP-CAUSE(WS-IDX)
           ADD 1 TO WS-SKIP-COUNT
           DISPLAY "CSVBatch: " WS-FEED-FILENAME(WS-IDX)
                   " skipped, parent " WS-FEED-FILENAME(WS-SKIP-PARENT)
                   " did not pass"
           MOVE "CSVBatch " TO ALR-PROGRAM-ID
           ACCEPT ALR-TS-DATE FROM DATE YYYYMMDD
           ACCEPT ALR-TS-TIME FROM TIME
           MOVE "ERROR" TO ALR-SEVERITY
           MOVE WS-FEED-FILENAME(WS-IDX) TO ALR-FILENAME
           MOVE "DEPENDENCY" TO ALR-CLASS
           MOVE 48 TO ALR-REASON-CODE
           MOVE SPACES TO ALR-TEXT
           STRING "skipped: parent " DELIMITED BY SIZE
                  WS-FEED-FILENAME(WS-SKIP-PARENT) DELIMITED BY SPACE
                  " did not pass" DELIMITED BY SIZE
                  INTO ALR-TEXT
           CALL "AlertLog" USING ALERT-RECORD
           .
      * One session serves consecutive entries on the same branch
      * key; an entry targeting another branch swaps the session
      * rather than opening a second one.  A connect failure fails
               MOVE 0 TO WS-FEED-ROWS-REJECTED(WS-IDX)
               MOVE 0 TO WS-FEED-ROWS-INSERTED(WS-IDX)
               MOVE 0 TO WS-FEED-ROWS-DUPLICATE(WS-IDX)
               MOVE 'F' TO WS-FEED-OUTCOME(WS-IDX)
               ADD 1 TO WS-FAIL-COUNT
           ELSE
               INITIALIZE WS-LOAD-PARM
                   TO WS-FEED-ROWS-INSERTED(WS-IDX)
               MOVE LP-ROWS-DUPLICATE
                   TO WS-FEED-ROWS-DUPLICATE(WS-IDX)
               MOVE LP-BUSINESS-DATE
                   TO WS-FEED-BUSINESS-DATE(WS-IDX)
               MOVE LP-READ-SECONDS  TO WS-FEED-READ-SECS(WS-IDX)
               MOVE LP-STAGE-SECONDS TO WS-FEED-STAGE-SECS(WS-IDX)
               ADD LP-ROWS-READ       TO WS-TOT-READ
               ADD LP-ROWS-REJECTED   TO WS-TOT-REJECTED
               ADD LP-ROWS-INSERTED   TO WS-TOT-INSERTED
      * without failing the night.
               IF LP-RETURN-CODE = 0 AND LP-RPT-STATUS = "PASS"
                   AND WS-FEED-DIST-RC(WS-IDX) < 16
                   MOVE 'P' TO WS-FEED-OUTCOME(WS-IDX)
                   ADD 1 TO WS-PASS-COUNT
               ELSE
                   MOVE 'F' TO WS-FEED-OUTCOME(WS-IDX)
                   ADD 1 TO WS-FAIL-COUNT
               END-IF
           END-IF
           MOVE DP-RETURN-CODE    TO WS-FEED-DIST-RC(WS-IDX)
           MOVE DP-ROWS-CONVERTED TO WS-FEED-DIST-CONV(WS-IDX)
           MOVE DP-ROWS-FAILED    TO WS-FEED-DIST-FAILED(WS-IDX)
           MOVE DP-ELAPSED-SECONDS TO WS-FEED-DIST-SECS(WS-IDX)
           IF DP-RETURN-CODE >= 16
               DISPLAY "CSVBatch: distribution of "
                       WS-FEED-FILENAME(WS-IDX) " failed, rc="
               CALL "AlertLog" USING ALERT-RECORD
           END-IF
           .
      * Runs an extract step through ExtrCore under the session the
      * batch holds.  The extract is dated with the latest business
      * date its parents loaded, so tonight's copy of KLANT goes out
      * under the day the KLANTEN feed carried; without dated
      * parents ExtrCore falls back to the run date.  ExtrCore
      * raises its own EXTRACT alert when nothing was delivered.
      * The step is timed here, around the CALL, as phase EXTRACT.
       EXTRACT-ONE-ENTRY.
           MOVE 0 TO WS-FEED-ROWS-READ(WS-IDX)
           MOVE 0 TO WS-FEED-ROWS-REJECTED(WS-IDX)
           MOVE 0 TO WS-FEED-ROWS-INSERTED(WS-IDX)
           MOVE 0 TO WS-FEED-ROWS-DUPLICATE(WS-IDX)
           MOVE 0 TO WS-EXTR-DATE
           PERFORM VARYING WS-DEP FROM 1 BY 1 UNTIL WS-DEP > 3
               MOVE WS-FEED-PARENT(WS-IDX, WS-DEP) TO WS-J
               IF WS-J > 0
                   IF WS-FEED-BUSINESS-DATE(WS-J) > WS-EXTR-DATE
                       MOVE WS-FEED-BUSINESS-DATE(WS-J)
                           TO WS-EXTR-DATE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM ENSURE-SESSION
           IF NOT WS-CONN-OPEN
               MOVE "FAIL" TO WS-FEED-RPT-STATUS(WS-IDX)
               MOVE 24 TO WS-FEED-RC(WS-IDX)
               MOVE 'F' TO WS-FEED-OUTCOME(WS-IDX)
               ADD 1 TO WS-FAIL-COUNT
           ELSE
               INITIALIZE WS-EXTR-PARM
               MOVE WS-FEED-FILENAME(WS-IDX)   TO EP-EXTRACT-NAME
               MOVE WS-FEED-BRANCH-KEY(WS-IDX) TO EP-BRANCH-KEY
               MOVE WS-EXTR-DATE               TO EP-BUSINESS-DATE
               MOVE 'Y' TO EP-CONN-HELD-FLAG
               ACCEPT WS-PHASE-DATE FROM DATE YYYYMMDD
               ACCEPT WS-PHASE-TIME FROM TIME
               CALL "ExtrCore" USING WS-EXTR-PARM
               IF WS-EXTR-DATE = 0
                   MOVE WS-RUN-DATE TO WS-EXTR-DATE
               END-IF
               MOVE WS-FEED-FILENAME(WS-IDX)
                   TO RM-FEED-FILE OF WS-METR-RECORD
               MOVE "EXTRACT"      TO RM-PHASE OF WS-METR-RECORD
               MOVE WS-EXTR-DATE
                   TO RM-BUSINESS-DATE OF WS-METR-RECORD
               MOVE WS-PHASE-DATE  TO RM-START-DATE OF WS-METR-RECORD
               MOVE WS-PHASE-TIME  TO RM-START-TIME OF WS-METR-RECORD
               MOVE EP-ROW-COUNT   TO RM-ROWS OF WS-METR-RECORD
               MOVE EP-RETURN-CODE TO RM-RETURN-CODE OF WS-METR-RECORD
               CALL "RunMetr" USING WS-METR-RECORD
               MOVE RM-ELAPSED OF WS-METR-RECORD
                   TO WS-FEED-EXTR-SECS(WS-IDX)
               MOVE WS-EXTR-DATE TO WS-FEED-BUSINESS-DATE(WS-IDX)
               MOVE EP-RETURN-CODE   TO WS-FEED-RC(WS-IDX)
               MOVE EP-TARGET-SYSTEM TO WS-FEED-EXTR-TARGET(WS-IDX)
               MOVE EP-ROW-COUNT     TO WS-FEED-EXTR-ROWS(WS-IDX)
               MOVE EP-HASH-TOTAL    TO WS-FEED-EXTR-HASH(WS-IDX)
               IF EP-RETURN-CODE = 0
                   MOVE "PASS" TO WS-FEED-RPT-STATUS(WS-IDX)
                   MOVE 'P' TO WS-FEED-OUTCOME(WS-IDX)
                   ADD 1 TO WS-PASS-COUNT
               ELSE
                   MOVE "FAIL" TO WS-FEED-RPT-STATUS(WS-IDX)
                   MOVE 'F' TO WS-FEED-OUTCOME(WS-IDX)
                   ADD 1 TO WS-FAIL-COUNT
               END-IF
           END-IF
           .
       WRITE-BATCH-SUMMARY.
           OPEN OUTPUT summary-uit
           IF WS-SUM-STATUS NOT = "00"
               MOVE WS-MANIFEST-FILENAME TO WS-HDR-MANIFEST
               MOVE WS-HDR-LINE TO SUMMARY-LINE
               WRITE SUMMARY-LINE
      * Detail lines follow the order the feeds actually ran in.
               PERFORM VARYING WS-ORD FROM 1 BY 1
                       UNTIL WS-ORD > WS-ORDER-COUNT
                   MOVE WS-ORDER-IDX(WS-ORD) TO WS-IDX
                   MOVE WS-FEED-FILENAME(WS-IDX) TO WS-DET-FILENAME
                   MOVE WS-FEED-RPT-STATUS(WS-IDX) TO WS-DET-STATUS
                   MOVE WS-FEED-RC(WS-IDX)       TO WS-DET-RC
                       TO WS-DET-DUPLICATE
                   MOVE WS-DET-LINE TO SUMMARY-LINE
                   WRITE SUMMARY-LINE
                   IF WS-FEED-OUTCOME(WS-IDX) = 'S'
                       MOVE WS-FEED-SKIP-CAUSE(WS-IDX)
                           TO WS-SKIP-PARENT-ED
                       MOVE WS-SKIP-LINE TO SUMMARY-LINE
                       WRITE SUMMARY-LINE
                   END-IF
                   IF WS-FEED-DIST-FLAG(WS-IDX) = 'Y'
                       AND WS-FEED-OUTCOME(WS-IDX) NOT = 'S'
                       MOVE WS-FEED-DIST-RC(WS-IDX) TO WS-DIST-RC
                       MOVE WS-FEED-DIST-CONV(WS-IDX)
                           TO WS-DIST-CONV
                       MOVE WS-DIST-LINE TO SUMMARY-LINE
                       WRITE SUMMARY-LINE
                   END-IF
                   IF WS-FEED-READER-TYPE(WS-IDX) = 'X'
                       AND WS-FEED-OUTCOME(WS-IDX) = 'P'
                       MOVE WS-FEED-EXTR-TARGET(WS-IDX)
                           TO WS-EXTR-TARGET-ED
                       MOVE WS-FEED-BUSINESS-DATE(WS-IDX)
                           TO WS-EXTR-DATE-ED
                       MOVE WS-FEED-EXTR-ROWS(WS-IDX)
                           TO WS-EXTR-ROWS-ED
                       MOVE WS-FEED-EXTR-HASH(WS-IDX)
                           TO WS-EXTR-HASH-ED
                       MOVE WS-EXTR-LINE TO SUMMARY-LINE
                       WRITE SUMMARY-LINE
                   END-IF
                   IF WS-FEED-OUTCOME(WS-IDX) NOT = 'S'
                       PERFORM WRITE-TIME-LINE
                   END-IF
               END-PERFORM
               MOVE WS-PASS-COUNT    TO WS-TOT-PASS
               MOVE WS-FAIL-COUNT    TO WS-TOT-FAIL
               MOVE WS-SKIP-COUNT    TO WS-TOT-SKIP
               MOVE WS-TOT-READ      TO WS-TOT-READ-ED
               MOVE WS-TOT-REJECTED  TO WS-TOT-REJECTED-ED
               MOVE WS-TOT-INSERTED  TO WS-TOT-INSERTED-ED
           END-IF
           DISPLAY "CSVBatch: " WS-FEED-COUNT " files, pass="
                   WS-PASS-COUNT " fail=" WS-FAIL-COUNT
                   " skip=" WS-SKIP-COUNT
                   "; summary in " WS-SUMMARY-FILENAME
           .
       WRITE-TIME-LINE.
           IF WS-FEED-READER-TYPE(WS-IDX) = 'X'
               MOVE WS-FEED-EXTR-SECS(WS-IDX) TO WS-XTIME-EXTR-ED
               MOVE WS-FEED-PROJ-END(WS-IDX)  TO WS-XTIME-PROJ-ED
               MOVE WS-XTIME-LINE TO SUMMARY-LINE
           ELSE
               MOVE WS-FEED-READ-SECS(WS-IDX)  TO WS-TIME-READ-ED
               MOVE WS-FEED-STAGE-SECS(WS-IDX) TO WS-TIME-STAGE-ED
               MOVE WS-FEED-DIST-SECS(WS-IDX)  TO WS-TIME-DIST-ED
               MOVE WS-FEED-PROJ-END(WS-IDX)   TO WS-TIME-PROJ-ED
               MOVE WS-TIME-LINE TO SUMMARY-LINE
           END-IF
           WRITE SUMMARY-LINE
           .
      * Only BATCH-WINDOW-END is CSVBatch's own; the other keywords
      * belong to LoadCore and DistCore and are passed over.  Without
      * a (sane) window the forecast is still shown, just never
      * alerted on.
       READ-BATCH-CONFIG.
           MOVE 'N' TO WS-WINDOW-FLAG
           OPEN INPUT loadcfg-file
           IF WS-LCFG-STATUS = "00"
               PERFORM UNTIL WS-LCFG-STATUS NOT = "00"
                   READ loadcfg-file
                       AT END MOVE "10" TO WS-LCFG-STATUS
                       NOT AT END
                           IF LCFG-KEYWORD = "BATCH-WINDOW-END"
                               PERFORM APPLY-WINDOW-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE loadcfg-file
           END-IF
           .
      * The window end is a clock time, HHMM, exactly four digits.
      * An end not later than the batch's own start lies after
      * midnight, so a batch started 22:30 against 0600 has until six
      * the next morning.
       APPLY-WINDOW-END.
           MOVE 0 TO WS-LCFG-VALUE-LEN
           PERFORM UNTIL WS-LCFG-VALUE-LEN >= 10
                   OR LCFG-VALUE(WS-LCFG-VALUE-LEN + 1:1) = SPACE
               ADD 1 TO WS-LCFG-VALUE-LEN
           END-PERFORM
           MOVE 'N' TO WS-WINDOW-FLAG
           IF WS-LCFG-VALUE-LEN = 4
               IF LCFG-VALUE(1:4) IS NUMERIC
                   MOVE LCFG-VALUE(1:4) TO WS-WINDOW-END
                   IF WS-WINDOW-HH < 24 AND WS-WINDOW-MM < 60
                       MOVE 'Y' TO WS-WINDOW-FLAG
                   END-IF
               END-IF
           END-IF
           IF WS-WINDOW-SET
               MOVE WS-RUN-TIME TO WS-CLOCK-TIME
               PERFORM CLOCK-TO-SECONDS
               MOVE WS-CLOCK-SECS TO WS-START-SECS
               COMPUTE WS-WINDOW-END-SECS =
                   WS-WINDOW-HH * 3600 + WS-WINDOW-MM * 60
               IF WS-WINDOW-END-SECS <= WS-START-SECS
                   ADD 86400 TO WS-WINDOW-END-SECS
               END-IF
           ELSE
               DISPLAY "CSVBatch: ignoring bad BATCH-WINDOW-END '"
                       LCFG-VALUE "' in CSVLOAD.CFG"
           END-IF
           .
      * Collects, for every manifest entry, the last ten timed runs
      * of each phase of its feed from RUNMETR.DAT, matched on the
      * FeedAlias-resolved feed name so dated filenames share one
      * history.  Runs that handled no rows say nothing about speed
      * and are passed over.  No file yet simply means no history.
       LOAD-RUN-HISTORY.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-FEED-COUNT
               PERFORM VARYING WS-PH FROM 1 BY 1 UNTIL WS-PH > 4
                   MOVE 0 TO WS-HIST-COUNT(WS-IDX, WS-PH)
               END-PERFORM
           END-PERFORM
           OPEN INPUT metrics-in
           IF WS-METR-STATUS = "00"
               PERFORM UNTIL WS-METR-STATUS NOT = "00"
                   READ metrics-in
                       AT END MOVE "10" TO WS-METR-STATUS
                       NOT AT END PERFORM STORE-RUN-HISTORY
                   END-READ
               END-PERFORM
               CLOSE metrics-in
           END-IF
           .
       STORE-RUN-HISTORY.
           EVALUATE RM-PHASE OF METRICS-IN-RECORD
               WHEN "LEZEN"    MOVE 1 TO WS-PH
               WHEN "STAGING"  MOVE 2 TO WS-PH
               WHEN "VERDELEN" MOVE 3 TO WS-PH
               WHEN "EXTRACT"  MOVE 4 TO WS-PH
               WHEN OTHER      MOVE 0 TO WS-PH
           END-EVALUATE
           IF WS-PH > 0 AND RM-ROWS OF METRICS-IN-RECORD > 0
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-FEED-COUNT
                   IF WS-FEED-DEF(WS-IDX) =
                           RM-FEED-DEF OF METRICS-IN-RECORD
                       PERFORM ADD-HISTORY-RUN
                   END-IF
               END-PERFORM
           END-IF
           .
      * The file is in run order, so a full history drops its oldest
      * run to make room and the newest runs sit at the end.
       ADD-HISTORY-RUN.
           IF WS-HIST-COUNT(WS-IDX, WS-PH) >= WS-HIST-MAX
               PERFORM VARYING WS-HX FROM 2 BY 1
                       UNTIL WS-HX > WS-HIST-MAX
                   COMPUTE WS-HX-FROM = WS-HX - 1
                   MOVE WS-HIST-RUN(WS-IDX, WS-PH, WS-HX)
                       TO WS-HIST-RUN(WS-IDX, WS-PH, WS-HX-FROM)
               END-PERFORM
           ELSE
               ADD 1 TO WS-HIST-COUNT(WS-IDX, WS-PH)
           END-IF
           MOVE WS-HIST-COUNT(WS-IDX, WS-PH) TO WS-HX
           MOVE RM-ROWS OF METRICS-IN-RECORD
               TO WS-HIST-ROWS(WS-IDX, WS-PH, WS-HX)
           MOVE RM-ELAPSED OF METRICS-IN-RECORD
               TO WS-HIST-SECS(WS-IDX, WS-PH, WS-HX)
           .
      * After each entry: what is left to run, at what each remaining
      * entry's phases took recently, from now.  An entry whose parent
      * already did not pass (or will be skipped itself) costs
      * nothing, as it will be skipped.  The projection is kept with
      * the entry for the .SUM and shown on the console; the first
      * projection past the window end raises one WARN alert - the
      * batch's return code is not touched, nothing has failed yet.
       FORECAST-BATCH-END.
           MOVE 0 TO WS-LEFT-SECS
           MOVE 0 TO WS-LEFT-COUNT
           MOVE 0 TO WS-NO-HIST-COUNT
           COMPUTE WS-J = WS-ORD + 1
           PERFORM VARYING WS-J FROM WS-J BY 1
                   UNTIL WS-J > WS-ORDER-COUNT
               PERFORM ESTIMATE-ONE-ENTRY
           END-PERFORM
           MOVE WS-ORDER-IDX(WS-ORD) TO WS-IDX
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-TIME TO WS-CLOCK-TIME
           PERFORM CLOCK-TO-SECONDS
           MOVE WS-CLOCK-SECS TO WS-NOW-SECS
           IF WS-NOW-DATE NOT = WS-RUN-DATE
               ADD 86400 TO WS-NOW-SECS
           END-IF
           COMPUTE WS-PROJ-SECS ROUNDED = WS-NOW-SECS + WS-LEFT-SECS
           MOVE WS-PROJ-SECS TO WS-HHMM-SECS
           PERFORM SECONDS-TO-HHMM
           MOVE WS-HHMM-OUT TO WS-PROJ-HHMM
           MOVE WS-PROJ-HHMM TO WS-FEED-PROJ-END(WS-IDX)
           IF WS-WINDOW-SET
               MOVE WS-WINDOW-END-SECS TO WS-HHMM-SECS
               PERFORM SECONDS-TO-HHMM
               MOVE WS-HHMM-OUT TO WS-END-HHMM
           ELSE
               MOVE "-----" TO WS-END-HHMM
           END-IF
           DISPLAY "CSVBatch: after " WS-FEED-FILENAME(WS-IDX)
                   " projected end " WS-PROJ-HHMM
                   " (window " WS-END-HHMM "), " WS-LEFT-COUNT
                   " entries left, " WS-NO-HIST-COUNT
                   " without history"
           IF WS-WINDOW-SET AND NOT WS-WINDOW-ALERTED
                   AND WS-LEFT-COUNT > 0
                   AND WS-PROJ-SECS > WS-WINDOW-END-SECS
               PERFORM RAISE-WINDOW-ALERT
           END-IF
           .
       ESTIMATE-ONE-ENTRY.
           MOVE WS-ORDER-IDX(WS-J) TO WS-IDX
           MOVE 'R' TO WS-FEED-EXPECT(WS-IDX)
           PERFORM VARYING WS-DEP FROM 1 BY 1 UNTIL WS-DEP > 3
               MOVE WS-FEED-PARENT(WS-IDX, WS-DEP) TO WS-SKIP-PARENT
               IF WS-SKIP-PARENT > 0
                   IF WS-FEED-OUTCOME(WS-SKIP-PARENT) = 'F'
                       OR WS-FEED-OUTCOME(WS-SKIP-PARENT) = 'S'
                       MOVE 'S' TO WS-FEED-EXPECT(WS-IDX)
                   END-IF
                   IF WS-FEED-OUTCOME(WS-SKIP-PARENT) = SPACE
                       AND WS-FEED-EXPECT(WS-SKIP-PARENT) = 'S'
                       MOVE 'S' TO WS-FEED-EXPECT(WS-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FEED-EXPECT(WS-IDX) = 'R'
               ADD 1 TO WS-LEFT-COUNT
               MOVE 'N' TO WS-NO-HIST-FLAG
               IF WS-FEED-READER-TYPE(WS-IDX) = 'X'
                   MOVE 4 TO WS-PH
                   PERFORM ESTIMATE-ONE-PHASE
               ELSE
                   MOVE 1 TO WS-PH
                   PERFORM ESTIMATE-ONE-PHASE
                   MOVE 2 TO WS-PH
                   PERFORM ESTIMATE-ONE-PHASE
                   IF WS-FEED-DIST-FLAG(WS-IDX) = 'Y'
                       MOVE 3 TO WS-PH
                       PERFORM ESTIMATE-ONE-PHASE
                   END-IF
               END-IF
               IF WS-NO-HIST-FLAG = 'Y'
                   ADD 1 TO WS-NO-HIST-COUNT
               END-IF
           END-IF
           .
      * Average volume over the whole history times the time per row
      * of the most recent runs: a feed that has grown is costed at
      * its usual size, a feed that has slowed down at its current
      * pace.  A phase never timed before adds nothing and is counted
      * on the console, so the operator knows the projection is short.
       ESTIMATE-ONE-PHASE.
           IF WS-HIST-COUNT(WS-IDX, WS-PH) = 0
               MOVE 'Y' TO WS-NO-HIST-FLAG
           ELSE
               MOVE 0 TO WS-SUM-ROWS-ALL
               MOVE 0 TO WS-SUM-ROWS-RECENT
               MOVE 0 TO WS-SUM-SECS-RECENT
               MOVE 1 TO WS-HX-FROM
               IF WS-HIST-COUNT(WS-IDX, WS-PH) > WS-HIST-RECENT
                   COMPUTE WS-HX-FROM =
                       WS-HIST-COUNT(WS-IDX, WS-PH) - WS-HIST-RECENT + 1
               END-IF
               PERFORM VARYING WS-HX FROM 1 BY 1
                       UNTIL WS-HX > WS-HIST-COUNT(WS-IDX, WS-PH)
                   ADD WS-HIST-ROWS(WS-IDX, WS-PH, WS-HX)
                       TO WS-SUM-ROWS-ALL
                   IF WS-HX >= WS-HX-FROM
                       ADD WS-HIST-ROWS(WS-IDX, WS-PH, WS-HX)
                           TO WS-SUM-ROWS-RECENT
                       ADD WS-HIST-SECS(WS-IDX, WS-PH, WS-HX)
                           TO WS-SUM-SECS-RECENT
                   END-IF
               END-PERFORM
               COMPUTE WS-EST-SECS ROUNDED =
                   WS-SUM-ROWS-ALL / WS-HIST-COUNT(WS-IDX, WS-PH)
                   * WS-SUM-SECS-RECENT / WS-SUM-ROWS-RECENT
                   ON SIZE ERROR
                       MOVE WS-SUM-SECS-RECENT TO WS-EST-SECS
               END-COMPUTE
               ADD WS-EST-SECS TO WS-LEFT-SECS
           END-IF
           .
       RAISE-WINDOW-ALERT.
           MOVE 'Y' TO WS-WINDOW-ALERT-FLAG
           DISPLAY "CSVBatch: WARNING - batch projected to end "
                   WS-PROJ-HHMM ", past the window end " WS-END-HHMM
           MOVE "CSVBatch " TO ALR-PROGRAM-ID
           ACCEPT ALR-TS-DATE FROM DATE YYYYMMDD
           ACCEPT ALR-TS-TIME FROM TIME
           MOVE "WARN" TO ALR-SEVERITY
           MOVE WS-MANIFEST-FILENAME TO ALR-FILENAME
           MOVE "BATCHWINDOW" TO ALR-CLASS
           MOVE 52 TO ALR-REASON-CODE
           MOVE SPACES TO ALR-TEXT
           STRING "batch projected to end " DELIMITED BY SIZE
                  WS-PROJ-HHMM DELIMITED BY SIZE
                  ", window ends " DELIMITED BY SIZE
                  WS-END-HHMM DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  WS-LEFT-COUNT DELIMITED BY SIZE
                  " left" DELIMITED BY SIZE
                  INTO ALR-TEXT
           CALL "AlertLog" USING ALERT-RECORD
           .
      * HHMMSScc from ACCEPT ... FROM TIME to seconds since midnight.
       CLOCK-TO-SECONDS.
           COMPUTE WS-CLOCK-SECS = WS-CLOCK-HH * 3600
               + WS-CLOCK-MM * 60 + WS-CLOCK-SS
           .
      * Seconds since the run date's midnight to a clock time; a time
      * past the next midnight shows as the clock reads it then.
       SECONDS-TO-HHMM.
           DIVIDE WS-HHMM-SECS BY 3600 GIVING WS-HHMM-HOURS
               REMAINDER WS-HHMM-REST
           DIVIDE WS-HHMM-HOURS BY 24 GIVING WS-HHMM-HOURS
               REMAINDER WS-HHMM-OUT-HH
           DIVIDE WS-HHMM-REST BY 60 GIVING WS-HHMM-OUT-MM
           .
