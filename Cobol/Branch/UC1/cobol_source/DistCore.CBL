           SELECT distckpt-file ASSIGN TO "CSVDIST.CKP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DCKP-STATUS.
      *----------------------------------------------------------------
      * The feed's suspense file, <feed definition>.SUS: the rows held
      * back because a referenced parent key was not in its table
      * yet.  Named after the FeedAlias-resolved definition, not the
      * dated incoming file, so tomorrow's run of the feed finds
      * today's held rows.  Rebuilt beside the original (.SUT) and
      * swapped in after the commit, the way HouseKeep rebuilds its
      * logs, so a failed run never leaves a half-written file.
      *----------------------------------------------------------------
           SELECT susp-in ASSIGN TO WS-SUS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUS-STATUS.
           SELECT susp-uit ASSIGN TO WS-SUT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUT-STATUS.
      *----------------------------------------------------------------
      * An update-mode feed's change report, <filename>.CHG: the keys
      * tonight's file added, the keys it changed (with the columns
      * that changed) and the keys the previous delivery had that
      * tonight's does not.  The previous delivery is found in the
      * load-history registry LoadCore keeps.
      *----------------------------------------------------------------
           SELECT chg-uit ASSIGN TO WS-CHG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHG-STATUS.
           SELECT loadhist-file ASSIGN TO "LOADHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LHIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD map-file.
       FD distckpt-file.
       01 DCKPT-RECORD.
           COPY DCKPREC.
       FD susp-in.
       01 SUSPENSE-RECORD.
           COPY SUSPREC.
       FD susp-uit.
       01 SUSPENSE-UIT-RECORD   PIC X(2484).
       FD chg-uit.
       01 CHANGE-REPORT-LINE    PIC X(132).
       FD loadhist-file.
       01 LOADHIST-RECORD.
           COPY LODHREC.
       WORKING-STORAGE SECTION.
       01 WS-FILENAME           PIC X(25).
       01 WS-BRANCH-KEY         PIC X(10)       VALUE "PROD".
       01 WS-LKP-FEED           PIC X(25)       VALUE SPACES.
       01 WS-ALIAS-PARM.
           COPY ALIASPRM.
       01 WS-XLATE-PARM.
           COPY XLATPRM.
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY      OCCURS 20 TIMES.
               10 WS-MAP-COLUMN-NAME     PIC X(30).
               10 WS-MAP-COLUMN-TYPE     PIC X(1).
               10 WS-MAP-KEY-FLAG        PIC X(1).
               10 WS-MAP-PARENT-TABLE    PIC X(30).
               10 WS-MAP-PARENT-COLUMN   PIC X(30).
               10 WS-MAP-XLATE-TABLE     PIC X(12).
      *----------------------------------------------------------------
      * Number of mapped columns that reference a parent key; zero
      * (every feed without FM-PARENT-TABLE entries) skips the
      * parent lookups entirely.
      *----------------------------------------------------------------
       01 WS-REF-COUNT          PIC 9(2)        VALUE 0.
      *----------------------------------------------------------------
      * Distribution mode from the feed's FEEDMAP control entry:
      * append (the long-standing behaviour and the default, so
           05 WS-SUM-CONVERTED      PIC 9(7).
           05 FILLER                PIC X(9)   VALUE " mislukt=".
           05 WS-SUM-FAILED         PIC 9(7).
      *================================================================
      * Suspense bookkeeping.  The feed's whole suspense file is held
      * here while the run works: rows held this run are appended,
      * retried rows that resolved or expired are taken out, and the
      * table is written back (.SUT, then swapped in) at every
      * commit.  A rollback reloads it from the file, which only
      * ever describes committed work.
      *================================================================
       01 WS-SUS-FILENAME       PIC X(29)       VALUE SPACES.
       01 WS-SUT-FILENAME       PIC X(29)       VALUE SPACES.
       01 WS-SUS-STATUS         PIC X(2)        VALUE SPACES.
       01 WS-SUT-STATUS         PIC X(2)        VALUE SPACES.
       01 WS-SUS-MAX-ENTRIES    PIC 9(4)        VALUE 2000.
       01 WS-SUS-COUNT          PIC 9(4)        VALUE 0.
       01 WS-SUS-TABLE.
           05 WS-SUS-ENTRY      OCCURS 2000 TIMES.
               10 WS-SUS-TAB-SOURCE-FILE PIC X(25).
               10 WS-SUS-TAB-STG-ID      PIC 9(9).
               10 WS-SUS-TAB-FIRST-DATE  PIC 9(8).
               10 WS-SUS-TAB-COLUMN-NAME PIC X(30).
               10 WS-SUS-TAB-REASON-CODE PIC 9(4).
               10 WS-SUS-TAB-VELD        PIC X(120) OCCURS 20 TIMES.
               10 WS-SUS-TAB-BUSINESS-DATE PIC 9(8).
       01 WS-SUS-IDX            PIC 9(4)        VALUE 0.
       01 WS-SUS-KEPT           PIC 9(4)        VALUE 0.
       01 WS-SUS-CHANGED-FLAG   PIC X           VALUE 'N'.
           88 WS-SUS-CHANGED                    VALUE 'Y'.
       01 WS-SUS-SAVE-FAILED-FLAG PIC X         VALUE 'N'.
           88 WS-SUS-SAVE-FAILED                VALUE 'Y'.
       01 WS-SUS-SWAP-FAILED-FLAG PIC X         VALUE 'N'.
           88 WS-SUS-SWAP-FAILED                VALUE 'Y'.
       01 WS-RETRY-FLAG         PIC X           VALUE 'N'.
           88 WS-RETRYING-HELD                  VALUE 'Y'.
       01 WS-ROW-ORPHAN-FLAG    PIC X           VALUE 'N'.
           88 WS-ROW-ORPHAN                     VALUE 'Y'.
      *----------------------------------------------------------------
      * WS-ROWS-SUSPENDED counts this run's fetched rows that were
      * held, so gelezen = omgezet + mislukt + gehouden still ties;
      * the retry counters describe rows an earlier run fetched.
      *----------------------------------------------------------------
       01 WS-ROWS-SUSPENDED     PIC 9(7)        VALUE 0.
       01 WS-SUSP-SINCE-COMMIT  PIC 9(5)        VALUE 0.
       01 WS-SUS-RESOLVED       PIC 9(7)        VALUE 0.
       01 WS-SUS-EXPIRED        PIC 9(7)        VALUE 0.
      *----------------------------------------------------------------
      * SUSPENSE-DAYS from CSVLOAD.CFG: how many days a held row may
      * wait for its parent before it goes to the .DRJ.  A row first
      * held before WS-SUS-CUTOFF (run date minus the days) expires.
      *----------------------------------------------------------------
       01 WS-SUS-DAYS           PIC 9(3)        VALUE 5.
       01 WS-SUS-CUTOFF         PIC 9(8)        VALUE 0.
       01 WS-CUT-JAAR           PIC 9(4)        VALUE 0.
       01 WS-CUT-MAAND          PIC 9(2)        VALUE 0.
       01 WS-CUT-DAG            PIC 9(2)        VALUE 0.
       01 WS-DEL-NAME           PIC X(29)       VALUE SPACES.
       01 WS-CALL-RC            PIC S9(9) COMP-5 VALUE 0.
       01 WS-COUNT-SQLCODE      PIC S9(3)       VALUE 0.
       01 WS-SUS-LINE.
           05 FILLER                PIC X(10)  VALUE "wachtrij: ".
           05 WS-SUS-SUM-FEED       PIC X(25).
           05 FILLER                PIC X(10)  VALUE " gehouden=".
           05 WS-SUS-SUM-HELD       PIC 9(7).
           05 FILLER                PIC X(10)  VALUE " opgelost=".
           05 WS-SUS-SUM-RESOLVED   PIC 9(7).
           05 FILLER                PIC X(10)  VALUE " verlopen=".
           05 WS-SUS-SUM-EXPIRED    PIC 9(7).
           05 FILLER                PIC X(10)  VALUE " wachtend=".
           05 WS-SUS-SUM-WAITING    PIC 9(7).
      *================================================================
      * Change history for update-else-insert feeds.  Before a keyed
      * UPDATE overwrites a row, the row's current version is copied
      * into the target's history table (<target>_HIST: the mapped
      * columns plus VALID_FROM, VALID_TO, STG_ID and SOURCE_FILE).
      * VALID_TO is the business date of the file that replaced the
      * version; VALID_FROM is the previous version's VALID_TO, or
      * zero for a key's first version - the table only knows when a
      * version ended.  The row still in the target table is the
      * version valid from the latest VALID_TO onwards.
      *================================================================
       01 WS-BUSINESS-DATE      PIC 9(8)        VALUE 0.
       01 WS-VALID-TO           PIC 9(8)        VALUE 0.
      *----------------------------------------------------------------
      * WS-MAP-DATE is the business date the FEEDMAP version is
      * picked for and every .DRJ record is stamped with: the file's
      * business date, or the run date for a file that carried none.
      * WS-MAP-VERSION is the effective date of the entries kept so
      * far while the mapping is read, WS-MAP-REC-DATE that of the
      * record in hand.
      *----------------------------------------------------------------
       01 WS-MAP-DATE           PIC 9(8)        VALUE 0.
       01 WS-MAP-VERSION        PIC 9(8)        VALUE 0.
       01 WS-MAP-REC-DATE       PIC 9(8)        VALUE 0.
      *----------------------------------------------------------------
      * A retried held row is converted with the mapping version of
      * its own business date, WS-HELD-DATE.  WS-RUN-MAP-DATE and
      * WS-RUN-DIST-MODE keep tonight's date and mode, to go back to
      * once the held rows are done and to refuse a held row whose
      * version distributes in another mode than tonight's.
      *----------------------------------------------------------------
       01 WS-HELD-DATE          PIC 9(8)        VALUE 0.
       01 WS-RUN-MAP-DATE       PIC 9(8)        VALUE 0.
       01 WS-RUN-DIST-MODE      PIC X(1)        VALUE SPACE.
      *----------------------------------------------------------------
      * The source file of the row in hand: tonight's file, or for a
      * retried held row the file that delivered it.
      *----------------------------------------------------------------
       01 WS-CHG-SOURCE         PIC X(25)       VALUE SPACES.
       01 WS-KEY-FOUND-FLAG     PIC X           VALUE 'N'.
           88 WS-KEY-FOUND                      VALUE 'Y'.
       01 WS-CHG-COLS           PIC 9(2)        VALUE 0.
       01 WS-KEY-COND           PIC X(2000)     VALUE SPACES.
       01 WS-KEY-COND-LEN       PIC 9(4)        VALUE 0.
       01 WS-HIST-TABLE         PIC X(35)       VALUE SPACES.
       01 WS-CHG-FILENAME       PIC X(29)       VALUE SPACES.
       01 WS-CHG-STATUS         PIC X(2)        VALUE SPACES.
       01 WS-CHG-OPEN-FLAG      PIC X           VALUE 'N'.
           88 WS-CHG-OPEN                       VALUE 'Y'.
       01 WS-CHG-LOST-FLAG      PIC X           VALUE 'N'.
           88 WS-CHG-LOST                       VALUE 'Y'.
       01 WS-CHG-KIND           PIC X(10)       VALUE SPACES.
       01 WS-CHG-KEY            PIC X(60)       VALUE SPACES.
       01 WS-CHG-TEXT           PIC X(132)      VALUE SPACES.
       01 WS-CHG-PTR            PIC 9(3)        VALUE 1.
      *----------------------------------------------------------------
      * Interval-mode change lines wait for their commit the way the
      * rejects do (WS-DREJ-BUFFER), so a rolled-back interval never
      * reports changes the rerun will report again.  A full buffer
      * ends the pass early; the held-row retry, which commits only
      * once, writes past a full buffer straight to the file.
      *----------------------------------------------------------------
       01 WS-CHG-BUF-MAX        PIC 9(4)        VALUE 1000.
       01 WS-CHG-BUF-COUNT      PIC 9(4)        VALUE 0.
       01 WS-CHG-BUFFER.
           05 WS-CHG-BUF-LINE   PIC X(132)  OCCURS 1000 TIMES.
       01 WS-CHB-IDX            PIC 9(4)        VALUE 0.
       01 WS-CHG-NEW            PIC 9(7)        VALUE 0.
       01 WS-CHG-CHANGED        PIC 9(7)        VALUE 0.
       01 WS-CHG-MISSING        PIC 9(7)        VALUE 0.
       01 WS-LHIST-STATUS       PIC X(2)        VALUE SPACES.
       01 WS-PREV-FILE          PIC X(25)       VALUE SPACES.
       01 WS-PREV-DATE          PIC 9(8)        VALUE 0.
       01 WS-VELD-NUM           PIC 9(2)        VALUE 0.
       01 WS-CHG-HDR-LINE.
           05 FILLER                PIC X(13)  VALUE "wijzigingen: ".
           05 WS-CHG-HDR-FEED       PIC X(25).
           05 FILLER                PIC X(4)   VALUE " -> ".
           05 WS-CHG-HDR-TABLE      PIC X(30).
           05 FILLER                PIC X(5)   VALUE " per ".
           05 WS-CHG-HDR-DATE       PIC 9(8).
       01 WS-CHG-TOT-LINE.
           05 FILLER                PIC X(13)  VALUE "totaal:      ".
           05 FILLER                PIC X(6)   VALUE "nieuw=".
           05 WS-CHG-TOT-NEW        PIC 9(7).
           05 FILLER                PIC X(11)  VALUE " gewijzigd=".
           05 WS-CHG-TOT-CHANGED    PIC 9(7).
           05 FILLER                PIC X(12)  VALUE " ontbrekend=".
           05 WS-CHG-TOT-MISSING    PIC 9(7).
      *================================================================
      * Back-out of one load (DP-ACTION B).  The run's own counters
      * carry the result: WS-ROWS-FETCHED the staging rows removed,
      * WS-ROWS-CONVERTED the target rows removed, WS-ROWS-FAILED the
      * held rows dropped from the suspense file.  A distributed row
      * found in neither place - it went to the .DRJ, or expired out
      * of suspense - is only counted as not found.
      *================================================================
       01 WS-BACK-REFUSED-FLAG  PIC X           VALUE 'N'.
           88 WS-BACK-REFUSED                   VALUE 'Y'.
       01 WS-BACK-HELD-FLAG     PIC X           VALUE 'N'.
           88 WS-BACK-ROW-HELD                  VALUE 'Y'.
       01 WS-BACK-NOT-FOUND     PIC 9(7)        VALUE 0.
      *================================================================
      * Amount control totals per FEEDDICT amount field (at most five,
      * FldCheck's order).  Accepted and staged come from the load's
      * .RPT; this run adds what reached the business table, what
      * went to the .DRJ and what was held in suspense.  The load
      * ties out when staged = verdeeld + afgekeurd + gehouden.  That
      * is only decidable for a run that fetched exactly the load's
      * rows from start to finish: a resumed run, a rerun after
      * CSVResub added rows, or a .RPT written before the totals
      * existed reports "----" instead of a verdict.
      *================================================================
       01 WS-FLD-PARM.
           COPY FLDPARM.
       01 WS-CT-COUNT           PIC 9(1)        VALUE 0.
       01 WS-CT-TABLE.
           05 WS-CT-ENTRY       OCCURS 5 TIMES.
               10 WS-CT-FIELD            PIC 9(2).
               10 WS-CT-STAGED-FLAG      PIC X(1).
                   88 WS-CT-STAGED-KNOWN         VALUE 'Y'.
               10 WS-CT-ACCEPTED         PIC S9(13)V99.
               10 WS-CT-STAGED           PIC S9(13)V99.
               10 WS-CT-WRITTEN          PIC S9(13)V99.
               10 WS-CT-REJECTED         PIC S9(13)V99.
               10 WS-CT-HELD             PIC S9(13)V99.
               10 WS-CT-ROW-AMT          PIC S9(13)V99.
               10 WS-CT-RESULT           PIC X(4).
       01 WS-CT-IDX             PIC 9(1)        VALUE 0.
       01 WS-CT-LOAD-ROWS       PIC 9(7)        VALUE 0.
       01 WS-RPT-IDX            PIC 9(1)        VALUE 0.
       01 WS-CT-RESUMED-FLAG    PIC X           VALUE 'N'.
           88 WS-CT-RESUMED                     VALUE 'Y'.
       01 WS-CT-FAILED-FLAG     PIC X           VALUE 'N'.
           88 WS-CT-FAILED                      VALUE 'Y'.
       01 WS-CT-ROW.
           05 WS-CT-ROW-VELDEN      PIC 9(2).
           05 WS-CT-ROW-VELD        PIC X(120) OCCURS 20 TIMES.
       01 WS-CT-LINE1.
           05 FILLER                PIC X(12)  VALUE "bedrag veld ".
           05 WS-CT-SUM-FIELD       PIC 9(2).
           05 FILLER                PIC X(10)  VALUE ": gelezen=".
           05 WS-CT-SUM-ACCEPTED    PIC -(13)9.99.
           05 FILLER                PIC X(9)   VALUE " staging=".
           05 WS-CT-SUM-STAGED      PIC -(13)9.99.
           05 FILLER                PIC X(10)  VALUE " verdeeld=".
           05 WS-CT-SUM-WRITTEN     PIC -(13)9.99.
       01 WS-CT-LINE2.
           05 FILLER                PIC X(14)  VALUE SPACES.
           05 FILLER                PIC X(11)  VALUE " afgekeurd=".
           05 WS-CT-SUM-REJECTED    PIC -(13)9.99.
           05 FILLER                PIC X(10)  VALUE " gehouden=".
           05 WS-CT-SUM-HELD        PIC -(13)9.99.
           05 FILLER                PIC X(13)  VALUE " aansluiting=".
           05 WS-CT-SUM-RESULT      PIC X(4).
       01 ALERT-RECORD.
           COPY ALERTREC.
       01 WS-ALERT-CLASS        PIC X(12)       VALUE SPACES.
       01 WS-ALERT-CODE         PIC 9(4)        VALUE 0.
       01 WS-ALERT-TEXT         PIC X(60)       VALUE SPACES.
      *----------------------------------------------------------------
      * The distribution phase is timed from INIT-RUN-STATE's clock to
      * the end of the run and written to RUNMETR.DAT.
      *----------------------------------------------------------------
       01 WS-METR-RECORD.
           COPY RUNMETR.
       EXEC SQL
        BEGIN DECLARE SECTION
       END-EXEC
       01 WS-STMT2              PIC X(8000).
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-TIME           PIC 9(8).
       01 WS-STMT3              PIC X(8000).
       01 WS-COUNT-RESULT       PIC 9(9).
       01 WS-CHG-MASK           PIC X(1)    OCCURS 20 TIMES.
       01 WS-BACK-DATE          PIC 9(8).
       EXEC SQL
        END DECLARE SECTION
       END-EXEC
      * run's date and time inside the same transaction.  STG_ID is
      * CSV_STAGING's identity column; STG_ID, DIST_DATE and
      * DIST_TIME (both 9(8), default 0) arrived with this change.
      *----------------------------------------------------------------
       EXEC SQL
           DECLARE COUNTCUR CURSOR FOR COUNTSTMT
       END-EXEC
      *----------------------------------------------------------------
      * Single-count lookups whose table and columns come from FEEDMAP
      * (a referenced parent key, a previous load's staging rows):
      * the COUNT(*) is prepared from WS-STMT3 and read through this
      * cursor, since EXECUTE IMMEDIATE cannot hand a value back.
      *----------------------------------------------------------------
       EXEC SQL
           DECLARE CHGCUR CURSOR FOR CHGSTMT
       END-EXEC
      *----------------------------------------------------------------
      * Update mode's before-image check: one '0'/'1' per staging
      * column, '1' where the target row's current value differs from
      * the incoming one.  No row at all means the key is new.
      *----------------------------------------------------------------
       EXEC SQL
           DECLARE MISSCUR CURSOR FOR MISSSTMT
       END-EXEC
      *----------------------------------------------------------------
      * The previous delivery's staging rows whose key tonight's file
      * no longer carries, for the change report's ONTBREEKT lines.
      *----------------------------------------------------------------
       EXEC SQL
           DECLARE BACKCUR CURSOR FOR
               SELECT STG_ID,
                      VELD01, VELD02, VELD03, VELD04, VELD05,
                      VELD06, VELD07, VELD08, VELD09, VELD10,
                      VELD11, VELD12, VELD13, VELD14, VELD15,
                      VELD16, VELD17, VELD18, VELD19, VELD20
               FROM CSV_STAGING
               WHERE SOURCE_FILE = :WS-FILENAME
                 AND BUSINESS_DATE = :WS-BACK-DATE
                 AND DIST_DATE > 0
       END-EXEC
      *----------------------------------------------------------------
      * A back-out's view of the load: every staging row of the file
      * and business date that a distribution run has handled, each
      * one a row to look for in the target table.
      *----------------------------------------------------------------

       LINKAGE SECTION.
           IF WS-BRANCH-KEY = SPACES
               MOVE "PROD" TO WS-BRANCH-KEY
           END-IF
           IF DP-BACK-OUT
               PERFORM RUN-ONE-BACK-OUT
           ELSE
               PERFORM RUN-ONE-DISTRIBUTION
           END-IF
           MOVE 0 TO DP-RETURN-CODE
           EVALUATE TRUE
               WHEN WS-BACK-REFUSED
                   MOVE 12 TO DP-RETURN-CODE
               WHEN WS-DIST-FAILED
                   MOVE 16 TO DP-RETURN-CODE
               WHEN WS-SUS-SWAP-FAILED
                   MOVE 16 TO DP-RETURN-CODE
               WHEN WS-CT-FAILED
                   MOVE 20 TO DP-RETURN-CODE
               WHEN DP-BACK-OUT
                   CONTINUE
               WHEN WS-ROWS-FAILED > 0
                   MOVE 8 TO DP-RETURN-CODE
               WHEN WS-SUS-EXPIRED > 0
                   MOVE 8 TO DP-RETURN-CODE
           END-EVALUATE
           MOVE WS-ROWS-FETCHED   TO DP-ROWS-FETCHED
           MOVE WS-ROWS-CONVERTED TO DP-ROWS-CONVERTED
           MOVE WS-ROWS-FAILED    TO DP-ROWS-FAILED
           MOVE 0                 TO DP-ELAPSED-SECONDS
           IF NOT DP-BACK-OUT
               PERFORM RECORD-DIST-METRICS
           END-IF
           GOBACK
           .
      * One RUNMETR.DAT record for the distribution phase, from the
      * clock INIT-RUN-STATE read to now, with rows fetched from
      * staging as the volume.  A back-out is not a distribution and
      * is not timed, so it cannot skew the feed's forecast.
       RECORD-DIST-METRICS.
           MOVE WS-FILENAME      TO RM-FEED-FILE
           MOVE "VERDELEN"       TO RM-PHASE
           MOVE WS-BUSINESS-DATE TO RM-BUSINESS-DATE
           MOVE WS-RUN-DATE      TO RM-START-DATE
           MOVE WS-RUN-TIME      TO RM-START-TIME
           MOVE WS-ROWS-FETCHED  TO RM-ROWS
           MOVE DP-RETURN-CODE   TO RM-RETURN-CODE
           CALL "RunMetr" USING WS-METR-RECORD
           MOVE RM-ELAPSED       TO DP-ELAPSED-SECONDS
           .
      * Working storage survives between CALLs, so every counter and
      * flag a previous feed may have left behind is reset here
      * before the next feed's run - the same discipline LoadCore's
           MOVE SPACES TO WS-TARGET-TABLE
           MOVE 0 TO WS-DREJ-BUF-COUNT
           MOVE 'N' TO WS-SNAPSHOT-CLEARED-FLAG
           MOVE 0 TO WS-REF-COUNT
           MOVE 0 TO WS-SUS-COUNT
           MOVE 'N' TO WS-SUS-CHANGED-FLAG
           MOVE 'N' TO WS-SUS-SWAP-FAILED-FLAG
           MOVE 'N' TO WS-RETRY-FLAG
           MOVE 0 TO WS-ROWS-SUSPENDED
           MOVE 0 TO WS-SUSP-SINCE-COMMIT
           MOVE 0 TO WS-SUS-RESOLVED
           MOVE 0 TO WS-SUS-EXPIRED
           MOVE SPACES TO WS-SUS-FILENAME
           MOVE SPACES TO WS-SUT-FILENAME
           MOVE 0 TO WS-BUSINESS-DATE
           MOVE 0 TO WS-VALID-TO
           MOVE 'N' TO WS-CHG-OPEN-FLAG
           MOVE 'N' TO WS-CHG-LOST-FLAG
           MOVE 0 TO WS-CHG-BUF-COUNT
           MOVE 0 TO WS-CHG-NEW
           MOVE 0 TO WS-CHG-CHANGED
           MOVE 0 TO WS-CHG-MISSING
           MOVE 'N' TO WS-BACK-REFUSED-FLAG
           MOVE 0 TO WS-BACK-NOT-FOUND
           MOVE 0 TO WS-CT-COUNT
           INITIALIZE WS-CT-TABLE
           MOVE 'N' TO WS-CT-RESUMED-FLAG
           MOVE 'N' TO WS-CT-FAILED-FLAG
           .
       RUN-ONE-DISTRIBUTION.
           STRING WS-FILENAME DELIMITED BY SPACE
           STRING WS-FILENAME DELIMITED BY SPACE
                  ".DRJ"      DELIMITED BY SIZE
                  INTO WS-DRJ-FILENAME
           STRING WS-FILENAME DELIMITED BY SPACE
                  ".CHG"      DELIMITED BY SIZE
                  INTO WS-CHG-FILENAME
           PERFORM CHECK-RECONCILIATION
           IF NOT WS-DIST-FAILED
               PERFORM LOAD-FEED-MAP
           END-IF
           IF NOT WS-DIST-FAILED
               PERFORM READ-DIST-CONFIG
               PERFORM LOAD-SUSPENSE-FILE
           END-IF
           IF NOT WS-DIST-FAILED
               IF WS-INTERVAL-MODE
                   PERFORM LOAD-DIST-CHECKPOINTS
                   PERFORM FIND-DIST-CHECKPOINT
                   IF WS-SKIP-ROWS > 0
                       PERFORM COUNT-HELD-FOR-FILE
                       MOVE 'Y' TO WS-CT-RESUMED-FLAG
                   END-IF
               END-IF
           END-IF
           IF NOT WS-DIST-FAILED
               PERFORM OPEN-REJECT-FILE
           END-IF
           IF NOT WS-DIST-FAILED AND WS-MODE-UPDATE
               PERFORM OPEN-CHANGE-REPORT
           END-IF
           IF NOT WS-DIST-FAILED
               PERFORM OPEN-DATABASE
               IF NOT WS-DIST-FAILED
                   IF WS-SUS-COUNT > 0 AND NOT WS-MODE-REPLACE
                       PERFORM RETRY-HELD-ROWS
                   END-IF
                   IF NOT WS-DIST-FAILED
                       PERFORM DISTRIBUTE-ROWS
                   END-IF
                   IF NOT WS-DIST-FAILED AND WS-CHG-OPEN
                       PERFORM REPORT-MISSING-KEYS
                   END-IF
                   PERFORM CLOSE-DATABASE
               END-IF
               CLOSE drej-uit
               IF WS-CHG-OPEN
                   PERFORM CLOSE-CHANGE-REPORT
               END-IF
           END-IF
           IF WS-CT-COUNT > 0 AND NOT WS-DIST-FAILED
                   AND NOT WS-SUS-SWAP-FAILED
               PERFORM CHECK-AMOUNT-TOTALS
           END-IF
           PERFORM WRITE-DIST-REPORT
           .
      * Backs one load of an append-mode feed out again: the business
      * table rows distributed from it, its rows still held in
      * suspense and its CSV_STAGING rows, all in one transaction, so
      * a failure leaves the load exactly as it was.  Update- and
      * replace-mode feeds are refused before anything is touched.
      * The distribution checkpoint of the file goes once the work
      * has committed; the load-side files are BackOut's business.
       RUN-ONE-BACK-OUT.
           MOVE DP-BUSINESS-DATE TO WS-BUSINESS-DATE
           MOVE DP-BUSINESS-DATE TO WS-BACK-DATE
           MOVE 0 TO WS-DIST-COMMIT-INT
           PERFORM LOAD-FEED-MAP
           IF WS-MODE-UPDATE OR WS-MODE-REPLACE
               PERFORM REFUSE-BACK-OUT-MODE
           END-IF
           IF NOT WS-DIST-FAILED
               PERFORM LOAD-SUSPENSE-FILE
           END-IF
           IF NOT WS-DIST-FAILED
               PERFORM OPEN-DATABASE
               IF NOT WS-DIST-FAILED
                   PERFORM COUNT-LOAD-STAGING
                   IF NOT WS-DIST-FAILED AND WS-MAP-COUNT > 0
                       PERFORM BACK-OUT-TARGET-ROWS
                   END-IF
                   IF NOT WS-DIST-FAILED
                       PERFORM DELETE-LOAD-STAGING
                   END-IF
                   IF NOT WS-DIST-FAILED
                       PERFORM COMMIT-DISTRIBUTION-WORK
                   END-IF
                   PERFORM CLOSE-DATABASE
               END-IF
           END-IF
           IF WS-DIST-FAILED
               MOVE 0 TO WS-ROWS-FETCHED
               MOVE 0 TO WS-ROWS-CONVERTED
               MOVE 0 TO WS-ROWS-FAILED
           ELSE
               PERFORM LOAD-DIST-CHECKPOINTS
               PERFORM REMOVE-DIST-CHECKPOINT
               DISPLAY "DistCore: backed out " WS-FILENAME
                       " business date " WS-BUSINESS-DATE
                       ": staging=" WS-ROWS-FETCHED
                       " target=" WS-ROWS-CONVERTED
                       " held=" WS-ROWS-FAILED
                       " not-found=" WS-BACK-NOT-FOUND
           END-IF
           .
      * Deleting tonight's rows would not bring back what an update-
      * or replace-mode distribution already did to the table: the
      * key versions an update overwrote (they are in the history
      * table, not in place) or the snapshot a replace deleted.  So
      * those feeds are refused outright rather than half undone.
       REFUSE-BACK-OUT-MODE.
           IF WS-MODE-UPDATE
               DISPLAY "DistCore: cannot back out " WS-FILENAME
                       " - FEEDMAP distributes it in update mode into "
                       WS-TARGET-TABLE ", which overwrote the earlier "
                       "versions of its keys; nothing removed"
           ELSE
               DISPLAY "DistCore: cannot back out " WS-FILENAME
                       " - FEEDMAP distributes it in replace mode into "
                       WS-TARGET-TABLE ", which deleted the previous "
                       "snapshot; nothing removed"
           END-IF
           MOVE 'Y' TO WS-BACK-REFUSED-FLAG
           MOVE 'Y' TO WS-DIST-FAILED-FLAG
           .
      * The target rows are found through the load's staging rows, so
      * a load StgPurge (or an earlier back-out) already removed from
      * CSV_STAGING cannot be backed out, and is refused as such.
       COUNT-LOAD-STAGING.
           MOVE SPACES TO WS-STMT3
           MOVE 1 TO WS-STMT-PTR
           STRING "SELECT COUNT(*) FROM CSV_STAGING "
                      DELIMITED BY SIZE
                  "WHERE SOURCE_FILE = '" DELIMITED BY SIZE
                  WS-FILENAME DELIMITED BY SPACE
                  "' AND BUSINESS_DATE = " DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  INTO WS-STMT3 WITH POINTER WS-STMT-PTR
           PERFORM RUN-COUNT-QUERY
           EVALUATE TRUE
               WHEN WS-COUNT-SQLCODE NOT = 0
                   DISPLAY "DistCore: cannot count staging rows of "
                           WS-FILENAME ", SQLCODE= " WS-COUNT-SQLCODE
                   MOVE 'Y' TO WS-DIST-FAILED-FLAG
               WHEN WS-COUNT-RESULT = 0
                   DISPLAY "DistCore: no CSV_STAGING rows for "
                           WS-FILENAME " business date "
                           WS-BUSINESS-DATE " (already backed out or "
                           "purged); nothing removed"
                   MOVE 'Y' TO WS-BACK-REFUSED-FLAG
                   MOVE 'Y' TO WS-DIST-FAILED-FLAG
           END-EVALUATE
           .
      * Looks for every distributed staging row of the load in the
      * target table.  A row still held in suspense never reached it
      * and is only dropped from the .SUS; any other row is converted
      * exactly as it was on the way in and ONE target row carrying
      * those values is deleted - one, not all, because an append
      * table can legitimately hold the same values from another
      * load.  A row that no longer converts went to the .DRJ at the
      * time and left nothing in the target.
       BACK-OUT-TARGET-ROWS.
           EXEC SQL
               OPEN BACKCUR
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "DistCore: cannot open back-out cursor, "
                       "SQLCODE= " SQLCODE
               MOVE 'Y' TO WS-DIST-FAILED-FLAG
           ELSE
               PERFORM FETCH-BACK-OUT-ROW
               PERFORM UNTIL SQLCODE NOT = 0 OR WS-DIST-FAILED
                   PERFORM BACK-OUT-ONE-ROW
                   IF NOT WS-DIST-FAILED
                       PERFORM FETCH-BACK-OUT-ROW
                   END-IF
               END-PERFORM
               IF SQLCODE NOT = 100 AND NOT WS-DIST-FAILED
                   DISPLAY "DistCore: back-out cursor failed, "
                           "SQLCODE= " SQLCODE
                           ", rolling back and aborting"
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'Y' TO WS-DIST-FAILED-FLAG
               END-IF
               EXEC SQL
                   CLOSE BACKCUR
               END-EXEC
           END-IF
           .
       FETCH-BACK-OUT-ROW.
           EXEC SQL
               FETCH BACKCUR
               INTO :WS-STG-ID,
                    :WS-STG-VELD(1),  :WS-STG-VELD(2),
                    :WS-STG-VELD(3),  :WS-STG-VELD(4),
                    :WS-STG-VELD(5),  :WS-STG-VELD(6),
                    :WS-STG-VELD(7),  :WS-STG-VELD(8),
                    :WS-STG-VELD(9),  :WS-STG-VELD(10),
                    :WS-STG-VELD(11), :WS-STG-VELD(12),
                    :WS-STG-VELD(13), :WS-STG-VELD(14),
                    :WS-STG-VELD(15), :WS-STG-VELD(16),
                    :WS-STG-VELD(17), :WS-STG-VELD(18),
                    :WS-STG-VELD(19), :WS-STG-VELD(20)
           END-EXEC
           .
       BACK-OUT-ONE-ROW.
           PERFORM DROP-HELD-ROW
           IF NOT WS-BACK-ROW-HELD
               PERFORM CONVERT-ROW-VALUES
               IF WS-ROW-BAD
                   ADD 1 TO WS-BACK-NOT-FOUND
               ELSE
                   PERFORM BUILD-BACK-OUT-STATEMENT
                   PERFORM DELETE-TARGET-ROW
               END-IF
           END-IF
           .
      * Takes the row out of the in-memory suspense table if an
      * earlier run held it; the table reaches the .SUS with the
      * commit, the same way a resolved retry leaves it.
       DROP-HELD-ROW.
           MOVE 'N' TO WS-BACK-HELD-FLAG
           PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                   UNTIL WS-SUS-IDX > WS-SUS-COUNT
                   OR WS-BACK-ROW-HELD
               IF WS-SUS-TAB-STG-ID(WS-SUS-IDX) = WS-STG-ID
                   MOVE 'Y' TO WS-BACK-HELD-FLAG
               END-IF
           END-PERFORM
           IF WS-BACK-ROW-HELD
               SUBTRACT 1 FROM WS-SUS-IDX
               PERFORM UNTIL WS-SUS-IDX >= WS-SUS-COUNT
                   MOVE WS-SUS-ENTRY(WS-SUS-IDX + 1)
                       TO WS-SUS-ENTRY(WS-SUS-IDX)
                   ADD 1 TO WS-SUS-IDX
               END-PERFORM
               SUBTRACT 1 FROM WS-SUS-COUNT
               MOVE 'Y' TO WS-SUS-CHANGED-FLAG
               ADD 1 TO WS-ROWS-FAILED
           END-IF
           .
      * The WHERE clause names every mapped column, so the row deleted
      * is one the load's row could have produced; a column the row
      * left empty went in as NULL and is matched with IS NULL.
       BUILD-BACK-OUT-STATEMENT.
           MOVE SPACES TO WS-STMT
           MOVE 1 TO WS-STMT-PTR
           STRING "DELETE TOP (1) FROM " DELIMITED BY SIZE
                  WS-TARGET-TABLE DELIMITED BY SPACE
                  " WHERE " DELIMITED BY SIZE
                  INTO WS-STMT WITH POINTER WS-STMT-PTR
           MOVE 'N' TO WS-FIRST-COL-FLAG
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAP-COUNT
               IF WS-MAP-COLUMN-NAME(WS-IDX) NOT = SPACES
                   IF WS-COL-EMITTED
                       STRING " AND " DELIMITED BY SIZE
                           INTO WS-STMT WITH POINTER WS-STMT-PTR
                   END-IF
                   IF WS-CONV-VAL(WS-IDX) = "NULL"
                       STRING WS-MAP-COLUMN-NAME(WS-IDX)
                               DELIMITED BY SPACE
                              " IS NULL" DELIMITED BY SIZE
                           INTO WS-STMT WITH POINTER WS-STMT-PTR
                   ELSE
                       STRING WS-MAP-COLUMN-NAME(WS-IDX)
                               DELIMITED BY SPACE
                              " = " DELIMITED BY SIZE
                              WS-CONV-VAL(WS-IDX)
                                  (1:WS-CONV-LEN(WS-IDX))
                               DELIMITED BY SIZE
                           INTO WS-STMT WITH POINTER WS-STMT-PTR
                   END-IF
                   MOVE 'Y' TO WS-FIRST-COL-FLAG
               END-IF
           END-PERFORM
           .
      * SQLCODE 100 means no target row carries the values any more -
      * counted, not fatal.  Any other error is a table problem and
      * rolls the whole back-out back.
       DELETE-TARGET-ROW.
           EXEC SQL
               EXECUTE IMMEDIATE :WS-STMT
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-ROWS-CONVERTED
               WHEN 100
                   ADD 1 TO WS-BACK-NOT-FOUND
               WHEN OTHER
                   DISPLAY "DistCore: delete from " WS-TARGET-TABLE
                           " failed, SQLCODE= " SQLCODE
                           ", rolling back and aborting"
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'Y' TO WS-DIST-FAILED-FLAG
           END-EVALUATE
           .
       DELETE-LOAD-STAGING.
           EXEC SQL
               DELETE FROM CSV_STAGING
                WHERE SOURCE_FILE = :WS-FILENAME
                  AND BUSINESS_DATE = :WS-BACK-DATE
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "DistCore: cannot delete staging rows of "
                       WS-FILENAME ", SQLCODE= " SQLCODE
                       ", rolling back and aborting"
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'Y' TO WS-DIST-FAILED-FLAG
           ELSE
               MOVE WS-COUNT-RESULT TO WS-ROWS-FETCHED
           END-IF
           .
      * A feed is only distributed after its load reconciled PASS -
      * distributing a FAIL run would copy an incomplete or unbalanced
      * load into the business tables and make the staging problem
                   DISPLAY "DistCore: " WS-FILENAME " did not "
                           "reconcile PASS; nothing distributed"
                   MOVE 'Y' TO WS-DIST-FAILED-FLAG
               ELSE
                   PERFORM SET-BUSINESS-DATE
                   PERFORM LOAD-AMOUNT-FIELDS
               END-IF
               CLOSE rpt-in
           END-IF
           .
      * The feed's amount fields come from FEEDDICT through FldCheck,
      * their accepted and staged totals from the .RPT record just
      * read, matched on field number.  A .RPT from before the totals
      * were kept reads back with spaces there, and a field the load
      * did not total has no staged figure - either way that field
      * cannot tie out.
       LOAD-AMOUNT-FIELDS.
           COMPUTE WS-CT-LOAD-ROWS =
               RPT-ROWS-INSERTED + RPT-ROWS-DUPLICATE
           MOVE 'L' TO FC-MODE
           MOVE WS-FILENAME TO FC-FEED-FILE
           MOVE WS-BUSINESS-DATE TO FC-BUSINESS-DATE
           INITIALIZE WS-CT-ROW
           CALL "FldCheck" USING WS-FLD-PARM, WS-CT-ROW
           MOVE 0 TO WS-CT-COUNT
           IF FC-DICT-FOUND
               MOVE FC-AMOUNT-COUNT TO WS-CT-COUNT
           END-IF
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               MOVE FC-AMOUNT-FIELD(WS-CT-IDX)
                   TO WS-CT-FIELD(WS-CT-IDX)
               MOVE 'N' TO WS-CT-STAGED-FLAG(WS-CT-IDX)
               IF RPT-AMOUNT-COUNT IS NUMERIC
                   PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
                           UNTIL WS-RPT-IDX > RPT-AMOUNT-COUNT
                           OR WS-RPT-IDX > 5
                       IF RPT-AMT-FIELD-NUM(WS-RPT-IDX)
                               = WS-CT-FIELD(WS-CT-IDX)
                           MOVE 'Y' TO WS-CT-STAGED-FLAG(WS-CT-IDX)
                           MOVE RPT-AMT-ACCEPTED(WS-RPT-IDX)
                               TO WS-CT-ACCEPTED(WS-CT-IDX)
                           MOVE RPT-AMT-STAGED(WS-RPT-IDX)
                               TO WS-CT-STAGED(WS-CT-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .
      * The business date the load's header carried dates the change
      * history; a feed without a header (business date zero) falls
      * back to the run date.
       SET-BUSINESS-DATE.
           MOVE RPT-BUSINESS-DATE TO WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE = 0
               MOVE WS-RUN-DATE TO WS-VALID-TO
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-VALID-TO
           END-IF
           .
      * Reads every FEEDMAP.CFG record for this feed into
      * WS-MAP-TABLE, keyed by FM-COLUMN-NUM (the VELDnn staging
      * column each target column is fed from).  A feed without
      * mapping records cannot be distributed.  Only the version in
      * force on the file's business date is kept, picked the way
      * FldCheck picks the dictionary's: a later-dated record is
      * passed over, and one newer than the entries kept so far
      * starts the table afresh.
       LOAD-FEED-MAP.
           MOVE WS-FILENAME TO AL-IN-FILENAME
           CALL "FeedAlias" USING WS-ALIAS-PARM
           MOVE AL-OUT-FILENAME TO WS-LKP-FEED
           STRING WS-LKP-FEED DELIMITED BY SPACE
                  ".SUS"      DELIMITED BY SIZE
                  INTO WS-SUS-FILENAME
           STRING WS-LKP-FEED DELIMITED BY SPACE
                  ".SUT"      DELIMITED BY SIZE
                  INTO WS-SUT-FILENAME
           IF WS-BUSINESS-DATE > 0
               MOVE WS-BUSINESS-DATE TO WS-MAP-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-MAP-DATE
           END-IF
           PERFORM READ-FEED-MAP
           .
      * The version of the feed's mapping in force on WS-MAP-DATE.
       READ-FEED-MAP.
           MOVE 0 TO WS-MAP-VERSION
           PERFORM CLEAR-FEED-MAP
           OPEN INPUT map-file
           IF WS-MAP-STATUS NOT = "00"
               DISPLAY "DistCore: cannot open FEEDMAP.CFG, status="
                       AT END MOVE "10" TO WS-MAP-STATUS
                       NOT AT END
                           IF FM-FEED-FILE = WS-LKP-FEED
                               PERFORM SELECT-MAP-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE map-file
      * A back-out of a feed that was never distributed still has
      * its staging rows to remove, so only distribution needs a
      * mapping.
               IF WS-MAP-COUNT = 0 AND NOT DP-BACK-OUT
                   DISPLAY "DistCore: no FEEDMAP.CFG entries for "
                           WS-FILENAME "; nothing distributed"
                   MOVE 'Y' TO WS-DIST-FAILED-FLAG
               END-IF
           END-IF
           .
       CLEAR-FEED-MAP.
           MOVE 0 TO WS-MAP-COUNT
           MOVE SPACES TO WS-TARGET-TABLE
           MOVE 'A' TO WS-DIST-MODE
           INITIALIZE WS-MAP-TABLE
           .
       SELECT-MAP-RECORD.
           MOVE 0 TO WS-MAP-REC-DATE
           IF FM-EFFECTIVE-FROM IS NUMERIC
               MOVE FM-EFFECTIVE-FROM TO WS-MAP-REC-DATE
           END-IF
           IF WS-MAP-REC-DATE <= WS-MAP-DATE
               IF WS-MAP-REC-DATE > WS-MAP-VERSION
                   MOVE WS-MAP-REC-DATE TO WS-MAP-VERSION
                   PERFORM CLEAR-FEED-MAP
               END-IF
               IF WS-MAP-REC-DATE = WS-MAP-VERSION
                   PERFORM STORE-MAP-RECORD
               END-IF
           END-IF
           .
       STORE-MAP-RECORD.
           IF FM-COLUMN-NUM = 0
               IF FMC-DIST-MODE = 'U' OR FMC-DIST-MODE = 'R'
                   MOVE FMC-DIST-MODE TO WS-DIST-MODE
               END-IF
           END-IF
           IF FM-COLUMN-NUM >= 1 AND FM-COLUMN-NUM <= 20
               MOVE FM-TARGET-TABLE TO WS-TARGET-TABLE
               MOVE FM-COLUMN-NAME TO
                   WS-MAP-COLUMN-NAME(FM-COLUMN-NUM)
               MOVE FM-COLUMN-TYPE TO
                   WS-MAP-COLUMN-TYPE(FM-COLUMN-NUM)
               MOVE FM-KEY-FLAG TO
                   WS-MAP-KEY-FLAG(FM-COLUMN-NUM)
               MOVE FM-PARENT-TABLE TO
                   WS-MAP-PARENT-TABLE(FM-COLUMN-NUM)
               MOVE FM-PARENT-COLUMN TO
                   WS-MAP-PARENT-COLUMN(FM-COLUMN-NUM)
               MOVE FM-XLATE-TABLE TO
                   WS-MAP-XLATE-TABLE(FM-COLUMN-NUM)
               IF FM-COLUMN-NUM > WS-MAP-COUNT
                   MOVE FM-COLUMN-NUM TO WS-MAP-COUNT
               END-IF
           END-IF
           .
      * Update-else-insert needs at least one key column to match on
      * and at least one non-key column to update - a mapping that
      * declares mode U without them is a config error, caught here
      * before the database is touched rather than as a malformed
      * statement at 2 a.m.
      * The same goes for a parent reference naming a table without
      * a column (or the other way round): the lookup could not be
      * built, so the mapping is refused up front.
       CHECK-DIST-MODE.
           MOVE 0 TO WS-KEY-COUNT
           MOVE 0 TO WS-SET-COUNT
           MOVE 0 TO WS-REF-COUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAP-COUNT
               IF WS-MAP-COLUMN-NAME(WS-IDX) NOT = SPACES
                   ELSE
                       ADD 1 TO WS-SET-COUNT
                   END-IF
                   IF WS-MAP-PARENT-TABLE(WS-IDX) NOT = SPACES
                       OR WS-MAP-PARENT-COLUMN(WS-IDX) NOT = SPACES
                       ADD 1 TO WS-REF-COUNT
                       IF WS-MAP-PARENT-TABLE(WS-IDX) = SPACES
                           OR WS-MAP-PARENT-COLUMN(WS-IDX) = SPACES
                           DISPLAY "DistCore: FEEDMAP reference on "
                                   WS-MAP-COLUMN-NAME(WS-IDX)
                                   " needs both parent table and "
                                   "column; nothing distributed"
                           MOVE 'Y' TO WS-DIST-FAILED-FLAG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MODE-UPDATE
               MOVE 'Y' TO WS-DIST-FAILED-FLAG
           END-IF
           .
      * The change report follows the .DRJ's lead: rebuilt on a fresh
      * run, extended on a resumed one so the committed stretch's
      * lines survive.  It cannot be opened, nothing is distributed -
      * a night of changes nobody can see is not a clean run.
       OPEN-CHANGE-REPORT.
           IF WS-SKIP-ROWS > 0
               OPEN EXTEND chg-uit
               IF WS-CHG-STATUS = "35"
                   OPEN OUTPUT chg-uit
               END-IF
           ELSE
               OPEN OUTPUT chg-uit
           END-IF
           IF WS-CHG-STATUS NOT = "00"
               DISPLAY "DistCore: cannot open " WS-CHG-FILENAME
                       ", status=" WS-CHG-STATUS
               MOVE 'Y' TO WS-DIST-FAILED-FLAG
           ELSE
               MOVE 'Y' TO WS-CHG-OPEN-FLAG
               MOVE SPACES TO WS-HIST-TABLE
               STRING WS-TARGET-TABLE DELIMITED BY SPACE
                      "_HIST" DELIMITED BY SIZE
                      INTO WS-HIST-TABLE
               IF WS-SKIP-ROWS = 0
                   MOVE WS-FILENAME     TO WS-CHG-HDR-FEED
                   MOVE WS-TARGET-TABLE TO WS-CHG-HDR-TABLE
                   MOVE WS-VALID-TO     TO WS-CHG-HDR-DATE
                   MOVE WS-CHG-HDR-LINE TO CHANGE-REPORT-LINE
                   WRITE CHANGE-REPORT-LINE
               END-IF
           END-IF
           .
      * The totals cover the lines this run wrote; a resumed run's
      * file also carries the aborted run's lines above them.
       CLOSE-CHANGE-REPORT.
           IF NOT WS-DIST-FAILED
               MOVE WS-CHG-NEW     TO WS-CHG-TOT-NEW
               MOVE WS-CHG-CHANGED TO WS-CHG-TOT-CHANGED
               MOVE WS-CHG-MISSING TO WS-CHG-TOT-MISSING
               MOVE WS-CHG-TOT-LINE TO CHANGE-REPORT-LINE
               WRITE CHANGE-REPORT-LINE
               DISPLAY "DistCore: " WS-CHG-TOT-LINE
           END-IF
           CLOSE chg-uit
           MOVE 'N' TO WS-CHG-OPEN-FLAG
           .
      * Records the staging row in hand with its failing column and
      * reason, so the operator sees which twelve rows
      * "mislukt=0000012" was talking about and DstResub can bring
                       UNTIL WS-IDX > 20
                   MOVE WS-STG-VELD(WS-IDX) TO DRJ-VELD(WS-IDX)
               END-PERFORM
               MOVE WS-MAP-DATE TO DRJ-BUSINESS-DATE
               WRITE DIST-REJECT-RECORD
               IF WS-DRJ-STATUS NOT = "00"
      * The same abort discipline as every other failure path: the
                   MOVE WS-DRB-VELD(WS-DRB-IDX, WS-IDX)
                       TO DRJ-VELD(WS-IDX)
               END-PERFORM
               MOVE WS-MAP-DATE TO DRJ-BUSINESS-DATE
               WRITE DIST-REJECT-RECORD
               IF WS-DRJ-STATUS NOT = "00"
                   DISPLAY "DistCore: FATAL - cannot write "
      * otherwise the rerun would look fresh, truncate the .DRJ, and
      * in replace mode wipe the snapshot this run just distributed.
           IF NOT WS-DIST-FAILED
               PERFORM COMMIT-DISTRIBUTION-WORK
           END-IF
           IF NOT WS-DIST-FAILED
               IF WS-INTERVAL-MODE
                   PERFORM FLUSH-DIST-REJECTS
                   IF WS-DIST-FAILED
                   CLOSE STAGECUR
               END-EXEC
               IF WS-PASS-DONE AND NOT WS-DIST-FAILED
                   PERFORM COMMIT-DISTRIBUTION-WORK
                   IF NOT WS-DIST-FAILED
                       PERFORM FLUSH-DIST-REJECTS
                       MOVE WS-ROWS-FETCHED TO WS-SKIP-ROWS
                       PERFORM SAVE-DIST-CHECKPOINT
                       MOVE 0 TO WS-ROWS-SINCE-COMMIT
                       MOVE 0 TO WS-CONV-SINCE-COMMIT
                   END-IF
               END-IF
           END-IF
           .
               MOVE 'Y' TO WS-DIST-FAILED-FLAG
           END-IF
           .
      * Reads CSVLOAD.CFG for the DIST-COMMIT-INTERVAL and
      * SUSPENSE-DAYS keywords; a value is taken as the digits up to
      * the first space, the same way LoadCore reads
      * COMMIT-INTERVAL.  Anything unusable keeps the default (the
      * all-or-nothing commit, five days in suspense).
       READ-DIST-CONFIG.
           MOVE 0 TO WS-DIST-COMMIT-INT
           MOVE 5 TO WS-SUS-DAYS
           OPEN INPUT loadcfg-file
           IF WS-DCFG-STATUS = "00"
               PERFORM UNTIL WS-DCFG-STATUS NOT = "00"
                           IF LCFG-KEYWORD = "DIST-COMMIT-INTERVAL"
                               PERFORM APPLY-DIST-INTERVAL
                           END-IF
                           IF LCFG-KEYWORD = "SUSPENSE-DAYS"
                               PERFORM APPLY-SUSPENSE-DAYS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE loadcfg-file
                       LCFG-VALUE "' in CSVLOAD.CFG"
           END-IF
           .
       APPLY-SUSPENSE-DAYS.
           MOVE 0 TO WS-DCFG-VALUE-LEN
           PERFORM UNTIL WS-DCFG-VALUE-LEN >= 10
                   OR LCFG-VALUE(WS-DCFG-VALUE-LEN + 1:1) = SPACE
               ADD 1 TO WS-DCFG-VALUE-LEN
           END-PERFORM
           MOVE 0 TO WS-DCFG-VALUE-NUM
           IF WS-DCFG-VALUE-LEN >= 1 AND WS-DCFG-VALUE-LEN <= 3
               IF LCFG-VALUE(1:WS-DCFG-VALUE-LEN) IS NUMERIC
                   MOVE LCFG-VALUE(1:WS-DCFG-VALUE-LEN)
                       TO WS-DCFG-VALUE-NUM
               END-IF
           END-IF
           IF WS-DCFG-VALUE-NUM >= 1
               MOVE WS-DCFG-VALUE-NUM TO WS-SUS-DAYS
           ELSE
               DISPLAY "DistCore: ignoring bad SUSPENSE-DAYS '"
                       LCFG-VALUE "' in CSVLOAD.CFG"
           END-IF
           .
      * Reads the feed's whole suspense file into WS-SUS-TABLE, if it
      * exists yet.  Also the rollback path's way back to committed
      * state.  A file larger than the table cannot be held without
      * losing rows on the rewrite, so it stops the run instead.
       LOAD-SUSPENSE-FILE.
           MOVE 0 TO WS-SUS-COUNT
           MOVE 'N' TO WS-SUS-CHANGED-FLAG
           OPEN INPUT susp-in
           IF WS-SUS-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-SUS-STATUS NOT = "00"
                   DISPLAY "DistCore: cannot open " WS-SUS-FILENAME
                           ", status=" WS-SUS-STATUS
                   MOVE 'Y' TO WS-DIST-FAILED-FLAG
               ELSE
                   PERFORM UNTIL WS-SUS-STATUS NOT = "00"
                       READ susp-in
                           AT END MOVE "10" TO WS-SUS-STATUS
                           NOT AT END
                               IF WS-SUS-COUNT >= WS-SUS-MAX-ENTRIES
                                   DISPLAY "DistCore: " WS-SUS-FILENAME
                                       " holds more than "
                                       WS-SUS-MAX-ENTRIES " entries; "
                                       "nothing distributed"
                                   MOVE 'Y' TO WS-DIST-FAILED-FLAG
                                   MOVE "10" TO WS-SUS-STATUS
                               ELSE
                                   IF SUS-BUSINESS-DATE NOT NUMERIC
                                       MOVE 0 TO SUS-BUSINESS-DATE
                                   END-IF
                                   ADD 1 TO WS-SUS-COUNT
                                   MOVE SUSPENSE-RECORD
                                       TO WS-SUS-ENTRY(WS-SUS-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE susp-in
               END-IF
           END-IF
           .
      * A resumed run's accounting restores the rows its aborted run
      * already held: they are the entries of this source file the
      * committed .SUS carries.
       COUNT-HELD-FOR-FILE.
           MOVE 0 TO WS-ROWS-SUSPENDED
           PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                   UNTIL WS-SUS-IDX > WS-SUS-COUNT
               IF WS-SUS-TAB-SOURCE-FILE(WS-SUS-IDX) = WS-FILENAME
                   ADD 1 TO WS-ROWS-SUSPENDED
               END-IF
           END-PERFORM
           .
      * Every commit goes through here.  The changed suspense table is
      * written to the .SUT first; only when that write succeeded is
      * the database committed and the .SUT swapped in, so a held
      * row's stamp never commits without the row reaching the file.
      * A .SUT that cannot be written rolls the work back instead.
       COMMIT-DISTRIBUTION-WORK.
           MOVE 'N' TO WS-SUS-SAVE-FAILED-FLAG
           IF WS-SUS-CHANGED
               PERFORM SAVE-SUSPENSE-FILE
           END-IF
           IF WS-SUS-SAVE-FAILED
               DISPLAY "DistCore: FATAL - cannot write "
                       WS-SUT-FILENAME ", status=" WS-SUT-STATUS
                       ", rolling back and aborting"
               EXEC SQL ROLLBACK END-EXEC
               PERFORM BACK-OFF-CONVERTED
               MOVE 'Y' TO WS-DIST-FAILED-FLAG
           ELSE
               EXEC SQL COMMIT END-EXEC
               MOVE 0 TO WS-SUSP-SINCE-COMMIT
               IF WS-SUS-CHANGED
                   PERFORM SWAP-SUSPENSE-FILE
               END-IF
               IF WS-CHG-BUF-COUNT > 0
                   PERFORM FLUSH-CHANGE-LINES
               END-IF
           END-IF
           .
       SAVE-SUSPENSE-FILE.
           OPEN OUTPUT susp-uit
           IF WS-SUT-STATUS NOT = "00"
               MOVE 'Y' TO WS-SUS-SAVE-FAILED-FLAG
           ELSE
               PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                       UNTIL WS-SUS-IDX > WS-SUS-COUNT
                       OR WS-SUS-SAVE-FAILED
                   MOVE WS-SUS-ENTRY(WS-SUS-IDX)
                       TO SUSPENSE-UIT-RECORD
                   WRITE SUSPENSE-UIT-RECORD
                   IF WS-SUT-STATUS NOT = "00"
                       MOVE 'Y' TO WS-SUS-SAVE-FAILED-FLAG
                   END-IF
               END-PERFORM
               CLOSE susp-uit
           END-IF
           .
      * Past the commit, so a failed rename cannot be rolled back:
      * the committed suspense rows are then only in the .SUT, which
      * the message names for the operator to move into place before
      * the next run of the feed, and the run ends rc 16.
       SWAP-SUSPENSE-FILE.
           MOVE WS-SUS-FILENAME TO WS-DEL-NAME
           CALL "CBL_DELETE_FILE" USING WS-DEL-NAME
               RETURNING WS-CALL-RC
           CALL "CBL_RENAME_FILE"
               USING WS-SUT-FILENAME, WS-SUS-FILENAME
               RETURNING WS-CALL-RC
           IF WS-CALL-RC NOT = 0
               DISPLAY "DistCore: FATAL - cannot rename "
                       WS-SUT-FILENAME " to " WS-SUS-FILENAME
                       "; the held rows are in " WS-SUT-FILENAME
               MOVE 'Y' TO WS-SUS-SWAP-FAILED-FLAG
           ELSE
               MOVE 'N' TO WS-SUS-CHANGED-FLAG
           END-IF
           .
      * Gives every row an earlier run held another try before
      * tonight's rows go in, so an update-else-insert feed still
      * applies its rows oldest first.  A held row whose parent has
      * arrived goes into the target table; one still orphaned after
      * SUSPENSE-DAYS - or one the current mapping no longer converts
      * - goes to this run's .DRJ and is reported as expired; the
      * rest stay held.  The retry commits on its own, ahead of the
      * main distribution, so the .SUS and the target table agree
      * about every retried row whatever happens to the run after.
      * Replace-mode feeds do not retry: their held rows go with the
      * snapshot they belonged to (see DELETE-PREVIOUS-SNAPSHOT).
       RETRY-HELD-ROWS.
           PERFORM COMPUTE-SUSPENSE-CUTOFF
           MOVE 'Y' TO WS-RETRY-FLAG
           MOVE 0 TO WS-SUS-KEPT
           MOVE WS-MAP-DATE  TO WS-RUN-MAP-DATE
           MOVE WS-DIST-MODE TO WS-RUN-DIST-MODE
           PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                   UNTIL WS-SUS-IDX > WS-SUS-COUNT
                   OR WS-DIST-FAILED
               PERFORM RETRY-ONE-HELD-ROW
           END-PERFORM
      * Tonight's rows are converted with tonight's version again.
           IF NOT WS-DIST-FAILED AND WS-MAP-DATE NOT = WS-RUN-MAP-DATE
               MOVE WS-RUN-MAP-DATE TO WS-HELD-DATE
               PERFORM SWITCH-HELD-MAP-VERSION
           END-IF
           IF NOT WS-DIST-FAILED
               MOVE WS-SUS-KEPT TO WS-SUS-COUNT
               IF WS-SUS-RESOLVED > 0 OR WS-SUS-EXPIRED > 0
                   MOVE 'Y' TO WS-SUS-CHANGED-FLAG
                   PERFORM COMMIT-DISTRIBUTION-WORK
               END-IF
           END-IF
           MOVE 'N' TO WS-RETRY-FLAG
           IF WS-SUS-EXPIRED > 0 AND NOT WS-DIST-FAILED
               MOVE "ORPHAN" TO WS-ALERT-CLASS
               MOVE 3107 TO WS-ALERT-CODE
               MOVE SPACES TO WS-ALERT-TEXT
               STRING WS-SUS-EXPIRED DELIMITED BY SIZE
                      " held rows still orphaned after "
                          DELIMITED BY SIZE
                      WS-SUS-DAYS DELIMITED BY SIZE
                      " days, see .DRJ" DELIMITED BY SIZE
                      INTO WS-ALERT-TEXT
               PERFORM WRITE-ALERT
           END-IF
           .
      * A held row is converted with the mapping version of its own
      * business date; a row held before that date was kept goes by
      * the run date it was first held on.
       RETRY-ONE-HELD-ROW.
           IF WS-SUS-TAB-BUSINESS-DATE(WS-SUS-IDX) > 0
               MOVE WS-SUS-TAB-BUSINESS-DATE(WS-SUS-IDX)
                   TO WS-HELD-DATE
           ELSE
               MOVE WS-SUS-TAB-FIRST-DATE(WS-SUS-IDX) TO WS-HELD-DATE
           END-IF
           IF WS-HELD-DATE NOT = WS-MAP-DATE
               PERFORM SWITCH-HELD-MAP-VERSION
           END-IF
           IF NOT WS-DIST-FAILED
               PERFORM RETRY-MAPPED-HELD-ROW
           END-IF
           .
      * The mapping in hand is read again for WS-HELD-DATE, the way
      * DstResub switches per reject row.  A date no version covers,
      * or a version that distributes in another mode than tonight's
      * (the target table is handled one way per run), stops the
      * retry and rolls it back, like any other mapping that cannot
      * be used.
       SWITCH-HELD-MAP-VERSION.
           MOVE WS-HELD-DATE TO WS-MAP-DATE
           PERFORM READ-FEED-MAP
           IF NOT WS-DIST-FAILED
                   AND WS-DIST-MODE NOT = WS-RUN-DIST-MODE
               DISPLAY "DistCore: FEEDMAP version for " WS-HELD-DATE
                       " of " WS-FILENAME " distributes in mode "
                       WS-DIST-MODE ", tonight's in mode "
                       WS-RUN-DIST-MODE "; held rows not retried"
               MOVE 'Y' TO WS-DIST-FAILED-FLAG
           END-IF
           IF WS-DIST-FAILED
               EXEC SQL ROLLBACK END-EXEC
               PERFORM BACK-OFF-CONVERTED
           ELSE
               IF WS-CHG-OPEN
                   MOVE SPACES TO WS-HIST-TABLE
                   STRING WS-TARGET-TABLE DELIMITED BY SPACE
                          "_HIST" DELIMITED BY SIZE
                          INTO WS-HIST-TABLE
               END-IF
           END-IF
           .
       RETRY-MAPPED-HELD-ROW.
           MOVE WS-SUS-TAB-STG-ID(WS-SUS-IDX) TO WS-STG-ID
           MOVE WS-SUS-TAB-SOURCE-FILE(WS-SUS-IDX) TO WS-CHG-SOURCE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 20
               MOVE WS-SUS-TAB-VELD(WS-SUS-IDX, WS-IDX)
                   TO WS-STG-VELD(WS-IDX)
           END-PERFORM
           PERFORM CONVERT-ROW-VALUES
           IF NOT WS-ROW-BAD AND WS-MODE-UPDATE
               PERFORM BUILD-UPDATE-STATEMENT
           END-IF
           MOVE 'N' TO WS-ROW-ORPHAN-FLAG
           IF NOT WS-ROW-BAD
               PERFORM CHECK-PARENT-KEYS
           END-IF
           EVALUATE TRUE
               WHEN WS-DIST-FAILED
                   CONTINUE
               WHEN WS-ROW-BAD
                   PERFORM WRITE-EXPIRED-REJECT
               WHEN WS-ROW-ORPHAN
                   IF WS-SUS-TAB-FIRST-DATE(WS-SUS-IDX)
                           < WS-SUS-CUTOFF
                       PERFORM WRITE-EXPIRED-REJECT
                   ELSE
                       PERFORM KEEP-HELD-ROW
                   END-IF
               WHEN OTHER
                   PERFORM BUILD-INSERT-STATEMENT
                   IF WS-MODE-UPDATE
                       PERFORM UPSERT-TARGET-ROW
                   ELSE
                       PERFORM INSERT-TARGET-ROW
                   END-IF
           END-EVALUATE
           .
      * Still waiting: the entry moves down over the ones already
      * taken out, so the table stays packed for the rewrite.
       KEEP-HELD-ROW.
           ADD 1 TO WS-SUS-KEPT
           IF WS-SUS-KEPT NOT = WS-SUS-IDX
               MOVE WS-SUS-ENTRY(WS-SUS-IDX)
                   TO WS-SUS-ENTRY(WS-SUS-KEPT)
           END-IF
           .
      * An expired held row is written straight to the .DRJ under
      * row number zero (it was fetched by an earlier run), ready for
      * DstResub once the parent is sorted out.  Written before the
      * retry's commit, like the default mode's rejects.
       WRITE-EXPIRED-REJECT.
           MOVE WS-SUS-TAB-SOURCE-FILE(WS-SUS-IDX) TO DRJ-SOURCE-FILE
           MOVE 0                  TO DRJ-ROW-NUMBER
           MOVE WS-DIST-REASON-COL TO DRJ-COLUMN-NAME
           MOVE WS-DIST-REASON-CD  TO DRJ-REASON-CODE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 20
               MOVE WS-STG-VELD(WS-IDX) TO DRJ-VELD(WS-IDX)
           END-PERFORM
           MOVE WS-HELD-DATE TO DRJ-BUSINESS-DATE
           WRITE DIST-REJECT-RECORD
           IF WS-DRJ-STATUS NOT = "00"
               DISPLAY "DistCore: FATAL - cannot write "
                       WS-DRJ-FILENAME ", status=" WS-DRJ-STATUS
                       ", rolling back and aborting"
               EXEC SQL ROLLBACK END-EXEC
               PERFORM BACK-OFF-CONVERTED
               MOVE 'Y' TO WS-DIST-FAILED-FLAG
           ELSE
               ADD 1 TO WS-SUS-EXPIRED
           END-IF
           .
      * Walks back SUSPENSE-DAYS days from the run date, a day at a
      * time, the way StgPurge finds its retention cutoff; the month
      * lengths come from CHECK-CALENDAR.
       COMPUTE-SUSPENSE-CUTOFF.
           MOVE WS-RUN-DATE(1:4) TO WS-CUT-JAAR
           MOVE WS-RUN-DATE(5:2) TO WS-CUT-MAAND
           MOVE WS-RUN-DATE(7:2) TO WS-CUT-DAG
           PERFORM PREVIOUS-DAY WS-SUS-DAYS TIMES
           COMPUTE WS-SUS-CUTOFF = WS-CUT-JAAR * 10000
               + WS-CUT-MAAND * 100 + WS-CUT-DAG
           .
       PREVIOUS-DAY.
           IF WS-CUT-DAG > 1
               SUBTRACT 1 FROM WS-CUT-DAG
           ELSE
               IF WS-CUT-MAAND = 1
                   MOVE 12 TO WS-CUT-MAAND
                   SUBTRACT 1 FROM WS-CUT-JAAR
               ELSE
                   SUBTRACT 1 FROM WS-CUT-MAAND
               END-IF
               MOVE WS-CUT-JAAR  TO WS-DATE-JAAR
               MOVE WS-CUT-MAAND TO WS-DATE-MAAND
               MOVE 1            TO WS-DATE-DAG
               PERFORM CHECK-CALENDAR
               MOVE WS-MAAND-MAX TO WS-CUT-DAG
           END-IF
           .
      * Stamps and appends one ERROR alert for the monitoring to pick
      * up, the same trail LoadCore's failures feed.  Callers set
      * WS-ALERT-CLASS, WS-ALERT-CODE and WS-ALERT-TEXT first.
       WRITE-ALERT.
           MOVE "DistCore " TO ALR-PROGRAM-ID
           ACCEPT ALR-TS-DATE FROM DATE YYYYMMDD
           ACCEPT ALR-TS-TIME FROM TIME
           MOVE "ERROR" TO ALR-SEVERITY
           MOVE WS-FILENAME TO ALR-FILENAME
           MOVE WS-ALERT-CLASS TO ALR-CLASS
           MOVE WS-ALERT-CODE  TO ALR-REASON-CODE
           MOVE WS-ALERT-TEXT  TO ALR-TEXT
           CALL "AlertLog" USING ALERT-RECORD
           .
      * Reads the whole distribution checkpoint file into memory, if
      * it exists yet, the same way LoadCore holds CSVLOAD.CKP.
       LOAD-DIST-CHECKPOINTS.
           MOVE 0 TO WS-DCKP-COUNT
           OPEN INPUT distckpt-file
           IF WS-DCKP-STATUS = "35"
               CONTINUE
           ELSE
           .
      * One staging row: convert every mapped column once, then send
      * it per the feed's distribution mode.  Append inserts as
      * always; update-else-insert updates the keyed row (keeping its
      * old version in the history table) or inserts a new key;
      * replace has
      * already cleared the previous snapshot, so its rows just
      * insert.  A row that converts but names a parent key not yet
      * in its table is held in suspense instead of inserted.
       DISTRIBUTE-ONE-ROW.
           MOVE WS-FILENAME TO WS-CHG-SOURCE
           IF WS-CT-COUNT > 0
               PERFORM PARSE-STAGED-AMOUNTS
           END-IF
           PERFORM CONVERT-ROW-VALUES
           IF WS-ROW-BAD
               ADD 1 TO WS-ROWS-FAILED
               PERFORM ADD-REJECTED-AMOUNTS
               PERFORM WRITE-DIST-REJECT
           ELSE
               IF WS-MODE-UPDATE
                   PERFORM BUILD-UPDATE-STATEMENT
               END-IF
               IF NOT WS-ROW-BAD
                   PERFORM CHECK-PARENT-KEYS
               END-IF
               EVALUATE TRUE
                   WHEN WS-DIST-FAILED
                       CONTINUE
                   WHEN WS-ROW-BAD
                       ADD 1 TO WS-ROWS-FAILED
                       PERFORM ADD-REJECTED-AMOUNTS
                       PERFORM WRITE-DIST-REJECT
                   WHEN WS-ROW-ORPHAN
                       PERFORM HOLD-ORPHAN-ROW
                   WHEN OTHER
                       PERFORM BUILD-INSERT-STATEMENT
                       IF WS-MODE-UPDATE
                           PERFORM UPSERT-TARGET-ROW
                       ELSE
                           PERFORM INSERT-TARGET-ROW
                       END-IF
               END-EVALUATE
           END-IF
           .
      * Looks up every referenced parent key of the converted row;
      * the first one missing marks the row orphaned under 3107 and
      * names its column, the way a failed conversion names its
      * own.  An empty (NULL) reference is not an orphan - it points
      * nowhere.  A lookup that fails outright is a mapping or table
      * problem and stops the run, like a failed insert.
       CHECK-PARENT-KEYS.
           MOVE 'N' TO WS-ROW-ORPHAN-FLAG
           IF WS-REF-COUNT > 0
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-MAP-COUNT
                       OR WS-ROW-ORPHAN OR WS-DIST-FAILED
                   IF WS-MAP-COLUMN-NAME(WS-IDX) NOT = SPACES
                       AND WS-MAP-PARENT-TABLE(WS-IDX) NOT = SPACES
                       AND WS-CONV-VAL(WS-IDX) NOT = "NULL"
                       PERFORM CHECK-ONE-PARENT-KEY
                   END-IF
               END-PERFORM
           END-IF
           .
       CHECK-ONE-PARENT-KEY.
           MOVE SPACES TO WS-STMT3
           MOVE 1 TO WS-STMT-PTR
           STRING "SELECT COUNT(*) FROM " DELIMITED BY SIZE
                  WS-MAP-PARENT-TABLE(WS-IDX) DELIMITED BY SPACE
                  " WHERE " DELIMITED BY SIZE
                  WS-MAP-PARENT-COLUMN(WS-IDX) DELIMITED BY SPACE
                  " = " DELIMITED BY SIZE
                  WS-CONV-VAL(WS-IDX)(1:WS-CONV-LEN(WS-IDX))
                      DELIMITED BY SIZE
                  INTO WS-STMT3 WITH POINTER WS-STMT-PTR
           PERFORM RUN-COUNT-QUERY
           IF WS-COUNT-SQLCODE NOT = 0
               DISPLAY "DistCore: cannot look up "
                       WS-MAP-PARENT-TABLE(WS-IDX) " for "
                       WS-MAP-COLUMN-NAME(WS-IDX) ", SQLCODE= "
                       WS-COUNT-SQLCODE ", rolling back and aborting"
               EXEC SQL ROLLBACK END-EXEC
               PERFORM BACK-OFF-CONVERTED
               MOVE 'Y' TO WS-DIST-FAILED-FLAG
           ELSE
               IF WS-COUNT-RESULT = 0
                   MOVE 'Y' TO WS-ROW-ORPHAN-FLAG
                   MOVE 3107 TO WS-DIST-REASON-CD
                   MOVE WS-MAP-COLUMN-NAME(WS-IDX)
                       TO WS-DIST-REASON-COL
               END-IF
           END-IF
           .
      * Prepares the COUNT(*) statement in WS-STMT3 and reads its one
      * value into WS-COUNT-RESULT; WS-COUNT-SQLCODE is non-zero when
      * any step failed.
       RUN-COUNT-QUERY.
           MOVE 0 TO WS-COUNT-RESULT
           EXEC SQL
               PREPARE COUNTSTMT FROM :WS-STMT3
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                   OPEN COUNTCUR
               END-EXEC
           END-IF
           MOVE SQLCODE TO WS-COUNT-SQLCODE
           IF WS-COUNT-SQLCODE = 0
               EXEC SQL
                   FETCH COUNTCUR INTO :WS-COUNT-RESULT
               END-EXEC
               MOVE SQLCODE TO WS-COUNT-SQLCODE
               EXEC SQL
                   CLOSE COUNTCUR
               END-EXEC
           END-IF
           .
      * Holds the row in hand in the suspense table; the staging row
      * is then stamped like any handled row, and the table reaches
      * the .SUS with the commit that covers the stamp.  A full
      * table cannot take the row, so it goes to the .DRJ under 3107
      * straight away rather than being lost.
       HOLD-ORPHAN-ROW.
           IF WS-SUS-COUNT >= WS-SUS-MAX-ENTRIES
               DISPLAY "DistCore: " WS-SUS-FILENAME " is full; "
                       "orphan row " WS-ROWS-FETCHED " goes to "
                       WS-DRJ-FILENAME
               ADD 1 TO WS-ROWS-FAILED
               PERFORM ADD-REJECTED-AMOUNTS
               PERFORM WRITE-DIST-REJECT
           ELSE
               ADD 1 TO WS-SUS-COUNT
               MOVE WS-FILENAME
                   TO WS-SUS-TAB-SOURCE-FILE(WS-SUS-COUNT)
               MOVE WS-STG-ID
                   TO WS-SUS-TAB-STG-ID(WS-SUS-COUNT)
               MOVE WS-RUN-DATE
                   TO WS-SUS-TAB-FIRST-DATE(WS-SUS-COUNT)
               MOVE WS-BUSINESS-DATE
                   TO WS-SUS-TAB-BUSINESS-DATE(WS-SUS-COUNT)
               MOVE WS-DIST-REASON-COL
                   TO WS-SUS-TAB-COLUMN-NAME(WS-SUS-COUNT)
               MOVE WS-DIST-REASON-CD
                   TO WS-SUS-TAB-REASON-CODE(WS-SUS-COUNT)
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > 20
                   MOVE WS-STG-VELD(WS-IDX)
                       TO WS-SUS-TAB-VELD(WS-SUS-COUNT, WS-IDX)
               END-PERFORM
               MOVE 'Y' TO WS-SUS-CHANGED-FLAG
               ADD 1 TO WS-ROWS-SUSPENDED
               ADD 1 TO WS-SUSP-SINCE-COMMIT
               PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                       UNTIL WS-CT-IDX > WS-CT-COUNT
                   ADD WS-CT-ROW-AMT(WS-CT-IDX)
                       TO WS-CT-HELD(WS-CT-IDX)
               END-PERFORM
           END-IF
           .
      * Replace mode: the feed's previous snapshot is cleared in the
      * same transaction as the new rows, so a failed run rolls back
      * to the old snapshot instead of leaving the table empty.  The
               MOVE 'Y' TO WS-DIST-FAILED-FLAG
           ELSE
               MOVE 'Y' TO WS-SNAPSHOT-CLEARED-FLAG
      * Rows still held from the snapshot just cleared belong to a
      * picture of the table that no longer exists, so they are
      * dropped with it (and come back from the .SUS if this run
      * rolls back).
               IF WS-SUS-COUNT > 0
                   DISPLAY "DistCore: " WS-SUS-COUNT " held rows of "
                           "the replaced snapshot dropped from "
                           WS-SUS-FILENAME
                   MOVE 0 TO WS-SUS-COUNT
                   MOVE 'Y' TO WS-SUS-CHANGED-FLAG
               END-IF
           END-IF
           .
       FETCH-STAGING-ROW.
               PERFORM BACK-OFF-CONVERTED
               MOVE 'Y' TO WS-DIST-FAILED-FLAG
           ELSE
               PERFORM COUNT-ROW-SENT
           END-IF
           .
      * A rollback takes the rows since the last commit with it: in
      * interval mode the counters back off to the checkpointed
      * commit (the rerun will pick those rows back up) and the
      * unflushed reject and change-line buffers are discarded with
      * them, in all-or-nothing mode the whole run rolled back and
      * nothing was converted.
      * Rows held since the last commit are backed off the same way,
      * and the suspense table is reloaded from the .SUS, which only
      * describes committed work.
       BACK-OFF-CONVERTED.
           IF WS-INTERVAL-MODE
               SUBTRACT WS-CONV-SINCE-COMMIT FROM WS-ROWS-CONVERTED
               MOVE 0 TO WS-CONV-SINCE-COMMIT
               SUBTRACT WS-DREJ-BUF-COUNT FROM WS-ROWS-FAILED
               MOVE 0 TO WS-DREJ-BUF-COUNT
               MOVE 0 TO WS-CHG-BUF-COUNT
           ELSE
               MOVE 0 TO WS-ROWS-CONVERTED
           END-IF
           SUBTRACT WS-SUSP-SINCE-COMMIT FROM WS-ROWS-SUSPENDED
           MOVE 0 TO WS-SUSP-SINCE-COMMIT
           IF WS-RETRYING-HELD
               MOVE 0 TO WS-SUS-RESOLVED
           END-IF
           PERFORM LOAD-SUSPENSE-FILE
           .
      * A retried held row that reaches the target table is counted
      * as resolved, not as one of this run's converted rows - it was
      * fetched (and counted) by the run that held it.
       COUNT-ROW-SENT.
           IF WS-RETRYING-HELD
               ADD 1 TO WS-SUS-RESOLVED
           ELSE
               ADD 1 TO WS-ROWS-CONVERTED
               ADD 1 TO WS-CONV-SINCE-COMMIT
               IF WS-CT-COUNT > 0
                   PERFORM ADD-WRITTEN-AMOUNTS
               END-IF
           END-IF
           .
      *================================================================
      * Control-total bookkeeping for the fetched row in hand.  The
      * staging values are priced once per row by FldCheck, with the
      * rules the load priced them by.  A rolled-back run ends
      * failed and is not tied out, so these sums need no back-off.
      * Retried held rows are left out: the run that fetched them
      * already counted them as held.
      *================================================================
       PARSE-STAGED-AMOUNTS.
           MOVE 20 TO WS-CT-ROW-VELDEN
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 20
               MOVE WS-STG-VELD(WS-IDX) TO WS-CT-ROW-VELD(WS-IDX)
           END-PERFORM
           PERFORM PRICE-CT-ROW
           .
      * FldCheck prices WS-CT-ROW; each amount field's value lands in
      * WS-CT-ROW-AMT.
       PRICE-CT-ROW.
           MOVE 'A' TO FC-MODE
           MOVE WS-FILENAME TO FC-FEED-FILE
           MOVE WS-BUSINESS-DATE TO FC-BUSINESS-DATE
           CALL "FldCheck" USING WS-FLD-PARM, WS-CT-ROW
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               MOVE FC-AMOUNT-VALUE(WS-CT-IDX)
                   TO WS-CT-ROW-AMT(WS-CT-IDX)
           END-PERFORM
           .
       ADD-REJECTED-AMOUNTS.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               ADD WS-CT-ROW-AMT(WS-CT-IDX)
                   TO WS-CT-REJECTED(WS-CT-IDX)
           END-PERFORM
           .
      * The verdeeld figure is priced from what went into the
      * statement, not from staging: an amount column contributes
      * its converted SQL literal (NULL as empty), so a conversion
      * that changed a value shows up as a difference.  A column
      * mapped under another type goes in as delivered.
       ADD-WRITTEN-AMOUNTS.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               MOVE WS-CT-FIELD(WS-CT-IDX) TO WS-IDX
               IF WS-MAP-COLUMN-TYPE(WS-IDX) = 'A'
                   IF WS-CONV-VAL(WS-IDX) = "NULL"
                       MOVE SPACES TO WS-CT-ROW-VELD(WS-IDX)
                   ELSE
                       MOVE WS-CONV-VAL(WS-IDX)
                           TO WS-CT-ROW-VELD(WS-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM PRICE-CT-ROW
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               ADD WS-CT-ROW-AMT(WS-CT-IDX)
                   TO WS-CT-WRITTEN(WS-CT-IDX)
           END-PERFORM
           .
      * Ties every amount field out once the run is through.  Only a
      * run that fetched exactly the load's staged rows (inserted
      * plus checkpoint duplicates) in one go can be judged, and only
      * for a field the mapping sends to the business table.  A
      * field that does not tie out fails the distribution (rc 20)
      * under its own alert class; the rows stay where they are -
      * the difference is for the operator to explain, not for a
      * rollback to hide.
       CHECK-AMOUNT-TOTALS.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               MOVE WS-CT-FIELD(WS-CT-IDX) TO WS-IDX
               EVALUATE TRUE
                   WHEN NOT WS-CT-STAGED-KNOWN(WS-CT-IDX)
                       MOVE "----" TO WS-CT-RESULT(WS-CT-IDX)
                   WHEN WS-CT-RESUMED
                       MOVE "----" TO WS-CT-RESULT(WS-CT-IDX)
                   WHEN WS-ROWS-FETCHED NOT = WS-CT-LOAD-ROWS
                       MOVE "----" TO WS-CT-RESULT(WS-CT-IDX)
                   WHEN WS-MAP-COLUMN-NAME(WS-IDX) = SPACES
                       MOVE "----" TO WS-CT-RESULT(WS-CT-IDX)
                   WHEN WS-CT-STAGED(WS-CT-IDX) =
                           WS-CT-WRITTEN(WS-CT-IDX)
                           + WS-CT-REJECTED(WS-CT-IDX)
                           + WS-CT-HELD(WS-CT-IDX)
                       MOVE "OK" TO WS-CT-RESULT(WS-CT-IDX)
                   WHEN OTHER
                       MOVE "FOUT" TO WS-CT-RESULT(WS-CT-IDX)
                       MOVE 'Y' TO WS-CT-FAILED-FLAG
                       DISPLAY "DistCore: amount field "
                               WS-CT-FIELD(WS-CT-IDX)
                               " of " WS-FILENAME
                               " does not tie out: staged "
                               WS-CT-STAGED(WS-CT-IDX)
                               ", distributed "
                               WS-CT-WRITTEN(WS-CT-IDX)
                               ", rejected "
                               WS-CT-REJECTED(WS-CT-IDX)
                               ", held " WS-CT-HELD(WS-CT-IDX)
                       MOVE "CONTROLTOTAL" TO WS-ALERT-CLASS
                       MOVE 20 TO WS-ALERT-CODE
                       MOVE SPACES TO WS-ALERT-TEXT
                       STRING "amount field " DELIMITED BY SIZE
                              WS-CT-FIELD(WS-CT-IDX)
                                  DELIMITED BY SIZE
                              " staged <> distributed+rejected+held"
                                  DELIMITED BY SIZE
                              INTO WS-ALERT-TEXT
                       PERFORM WRITE-ALERT
               END-EVALUATE
           END-PERFORM
           .
      * Converts every mapped column of the fetched staging row per
      * its FEEDMAP type into WS-CONV-TABLE, once per row, so the
               END-IF
           END-PERFORM
           .
      * Update-else-insert with history.  The target row's current
      * version is compared with the incoming values first
      * (READ-CHANGE-MASK): a key not in the table yet takes the
      * INSERT already built; a row that would not change is left
      * alone - no UPDATE, no history version - and simply counted;
      * a row that does change has its current version copied into
      * the history table before the keyed UPDATE overwrites it, in
      * the same transaction.  Any SQL error is a table or mapping
      * problem and stops the run, exactly as a failed plain insert
      * does.
       UPSERT-TARGET-ROW.
           PERFORM BUILD-KEY-CONDITION
           PERFORM READ-CHANGE-MASK
           EVALUATE TRUE
               WHEN WS-DIST-FAILED
                   CONTINUE
               WHEN NOT WS-KEY-FOUND
                   PERFORM INSERT-TARGET-ROW
                   IF NOT WS-DIST-FAILED
                       MOVE "NIEUW" TO WS-CHG-KIND
                       PERFORM RECORD-CHANGE-LINE
                   END-IF
               WHEN WS-CHG-COLS = 0
                   PERFORM COUNT-ROW-SENT
               WHEN OTHER
                   PERFORM INSERT-HISTORY-ROW
                   IF NOT WS-DIST-FAILED
                       PERFORM UPDATE-TARGET-ROW
                   END-IF
                   IF NOT WS-DIST-FAILED
                       MOVE "GEWIJZIGD" TO WS-CHG-KIND
                       PERFORM RECORD-CHANGE-LINE
                   END-IF
           END-EVALUATE
           .
       UPDATE-TARGET-ROW.
           EXEC SQL
               EXECUTE IMMEDIATE :WS-STMT2
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "DistCore: update of " WS-TARGET-TABLE
                       " failed, SQLCODE= " SQLCODE
                       ", rolling back and aborting"
               EXEC SQL ROLLBACK END-EXEC
               PERFORM BACK-OFF-CONVERTED
               MOVE 'Y' TO WS-DIST-FAILED-FLAG
           ELSE
               PERFORM COUNT-ROW-SENT
           END-IF
           .
      * The key columns' WHERE condition of the row in hand, shared by
      * the before-image check and the history copy.  The key values
      * are never NULL here - BUILD-UPDATE-STATEMENT has already
      * refused such a row under 3106.
       BUILD-KEY-CONDITION.
           MOVE SPACES TO WS-KEY-COND
           MOVE 1 TO WS-STMT-PTR
           MOVE 'N' TO WS-FIRST-COL-FLAG
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAP-COUNT
               IF WS-MAP-COLUMN-NAME(WS-IDX) NOT = SPACES
                   AND WS-MAP-KEY-FLAG(WS-IDX) = 'K'
                   IF WS-COL-EMITTED
                       STRING " AND " DELIMITED BY SIZE
                           INTO WS-KEY-COND WITH POINTER WS-STMT-PTR
                   END-IF
                   STRING WS-MAP-COLUMN-NAME(WS-IDX)
                           DELIMITED BY SPACE
                          " = " DELIMITED BY SIZE
                          WS-CONV-VAL(WS-IDX)
                              (1:WS-CONV-LEN(WS-IDX))
                           DELIMITED BY SIZE
                       INTO WS-KEY-COND WITH POINTER WS-STMT-PTR
                   MOVE 'Y' TO WS-FIRST-COL-FLAG
               END-IF
           END-PERFORM
           COMPUTE WS-KEY-COND-LEN = WS-STMT-PTR - 1
           .
      * Reads the keyed row's change mask: for every mapped non-key
      * column a CASE that yields '1' when the stored value differs
      * from the incoming literal (a stored NULL against a value
      * counts as a difference), '0' for every other staging column.
      * SQLCODE 100 means the key is new.  WS-CHG-COLS ends up as the
      * number of changed columns.
       READ-CHANGE-MASK.
           MOVE 'N' TO WS-KEY-FOUND-FLAG
           MOVE 0 TO WS-CHG-COLS
           MOVE SPACES TO WS-STMT3
           MOVE 1 TO WS-STMT-PTR
           STRING "SELECT " DELIMITED BY SIZE
               INTO WS-STMT3 WITH POINTER WS-STMT-PTR
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 20
               MOVE '0' TO WS-CHG-MASK(WS-IDX)
               IF WS-IDX > 1
                   STRING ", " DELIMITED BY SIZE
                       INTO WS-STMT3 WITH POINTER WS-STMT-PTR
               END-IF
               IF WS-IDX <= WS-MAP-COUNT
                   AND WS-MAP-COLUMN-NAME(WS-IDX) NOT = SPACES
                   AND WS-MAP-KEY-FLAG(WS-IDX) NOT = 'K'
                   IF WS-CONV-VAL(WS-IDX) = "NULL"
                       STRING "CASE WHEN " DELIMITED BY SIZE
                              WS-MAP-COLUMN-NAME(WS-IDX)
                                  DELIMITED BY SPACE
                              " IS NULL THEN '0' ELSE '1' END"
                                  DELIMITED BY SIZE
                           INTO WS-STMT3 WITH POINTER WS-STMT-PTR
                   ELSE
                       STRING "CASE WHEN " DELIMITED BY SIZE
                              WS-MAP-COLUMN-NAME(WS-IDX)
                                  DELIMITED BY SPACE
                              " = " DELIMITED BY SIZE
                              WS-CONV-VAL(WS-IDX)
                                  (1:WS-CONV-LEN(WS-IDX))
                                  DELIMITED BY SIZE
                              " THEN '0' ELSE '1' END"
                                  DELIMITED BY SIZE
                           INTO WS-STMT3 WITH POINTER WS-STMT-PTR
                   END-IF
               ELSE
                   STRING "'0'" DELIMITED BY SIZE
                       INTO WS-STMT3 WITH POINTER WS-STMT-PTR
               END-IF
           END-PERFORM
           STRING " FROM " DELIMITED BY SIZE
                  WS-TARGET-TABLE DELIMITED BY SPACE
                  " WHERE " DELIMITED BY SIZE
                  WS-KEY-COND(1:WS-KEY-COND-LEN) DELIMITED BY SIZE
                  INTO WS-STMT3 WITH POINTER WS-STMT-PTR
           EXEC SQL
               PREPARE CHGSTMT FROM :WS-STMT3
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                   OPEN CHGCUR
               END-EXEC
           END-IF
           MOVE SQLCODE TO WS-COUNT-SQLCODE
           IF WS-COUNT-SQLCODE = 0
               EXEC SQL
                   FETCH CHGCUR
                   INTO :WS-CHG-MASK(1),  :WS-CHG-MASK(2),
                        :WS-CHG-MASK(3),  :WS-CHG-MASK(4),
                        :WS-CHG-MASK(5),  :WS-CHG-MASK(6),
                        :WS-CHG-MASK(7),  :WS-CHG-MASK(8),
                        :WS-CHG-MASK(9),  :WS-CHG-MASK(10),
                        :WS-CHG-MASK(11), :WS-CHG-MASK(12),
                        :WS-CHG-MASK(13), :WS-CHG-MASK(14),
                        :WS-CHG-MASK(15), :WS-CHG-MASK(16),
                        :WS-CHG-MASK(17), :WS-CHG-MASK(18),
                        :WS-CHG-MASK(19), :WS-CHG-MASK(20)
               END-EXEC
               MOVE SQLCODE TO WS-COUNT-SQLCODE
               EXEC SQL
                   CLOSE CHGCUR
               END-EXEC
           END-IF
           EVALUATE TRUE
               WHEN WS-COUNT-SQLCODE = 100
                   CONTINUE
               WHEN WS-COUNT-SQLCODE = 0
                   MOVE 'Y' TO WS-KEY-FOUND-FLAG
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > 20
                       IF WS-CHG-MASK(WS-IDX) = '1'
                           ADD 1 TO WS-CHG-COLS
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   DISPLAY "DistCore: cannot read current row of "
                           WS-TARGET-TABLE ", SQLCODE= "
                           WS-COUNT-SQLCODE
                           ", rolling back and aborting"
                   EXEC SQL ROLLBACK END-EXEC
                   PERFORM BACK-OFF-CONVERTED
                   MOVE 'Y' TO WS-DIST-FAILED-FLAG
           END-EVALUATE
           .
      * Copies the keyed row's current version into <target>_HIST,
      * closed at this file's business date and stamped with the
      * staging row and source file that replaced it.  Its start is
      * the end of the key's latest earlier version, or zero when
      * this is the first version the history table sees.  A history
      * table that will not take the row stops the run before the
      * UPDATE can overwrite a version nobody kept.
       INSERT-HISTORY-ROW.
           MOVE SPACES TO WS-STMT3
           MOVE 1 TO WS-STMT-PTR
           STRING "INSERT INTO " DELIMITED BY SIZE
                  WS-HIST-TABLE DELIMITED BY SPACE
                  " (" DELIMITED BY SIZE
                  INTO WS-STMT3 WITH POINTER WS-STMT-PTR
           PERFORM APPEND-HISTORY-COLUMNS
           STRING "VALID_FROM, VALID_TO, STG_ID, SOURCE_FILE) SELECT "
                      DELIMITED BY SIZE
                  INTO WS-STMT3 WITH POINTER WS-STMT-PTR
           PERFORM APPEND-HISTORY-COLUMNS
           STRING "COALESCE((SELECT MAX(VALID_TO) FROM "
                      DELIMITED BY SIZE
                  WS-HIST-TABLE DELIMITED BY SPACE
                  " WHERE " DELIMITED BY SIZE
                  WS-KEY-COND(1:WS-KEY-COND-LEN) DELIMITED BY SIZE
                  "), 0), " DELIMITED BY SIZE
                  WS-VALID-TO DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  WS-STG-ID DELIMITED BY SIZE
                  ", '" DELIMITED BY SIZE
                  WS-CHG-SOURCE DELIMITED BY SPACE
                  "' FROM " DELIMITED BY SIZE
                  WS-TARGET-TABLE DELIMITED BY SPACE
                  " WHERE " DELIMITED BY SIZE
                  WS-KEY-COND(1:WS-KEY-COND-LEN) DELIMITED BY SIZE
                  INTO WS-STMT3 WITH POINTER WS-STMT-PTR
           EXEC SQL
               EXECUTE IMMEDIATE :WS-STMT3
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "DistCore: insert into " WS-HIST-TABLE
                       " failed, SQLCODE= " SQLCODE
                       ", rolling back and aborting"
               EXEC SQL ROLLBACK END-EXEC
               PERFORM BACK-OFF-CONVERTED
               MOVE 'Y' TO WS-DIST-FAILED-FLAG
           END-IF
           .
      * Every mapped column, each followed by ", " - the history
      * table's own columns come after them.
       APPEND-HISTORY-COLUMNS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAP-COUNT
               IF WS-MAP-COLUMN-NAME(WS-IDX) NOT = SPACES
                   STRING WS-MAP-COLUMN-NAME(WS-IDX)
                           DELIMITED BY SPACE
                          ", " DELIMITED BY SIZE
                       INTO WS-STMT3 WITH POINTER WS-STMT-PTR
               END-IF
           END-PERFORM
           .
      * One line of the change report for the row in hand: the kind
      * (NIEUW, GEWIJZIGD), the key as delivered and, for a changed
      * row, the columns that changed.  Interval mode and the held-row
      * retry hold the line until the commit (see WS-CHG-BUFFER).
       RECORD-CHANGE-LINE.
           PERFORM BUILD-CHANGE-KEY
           MOVE SPACES TO WS-CHG-TEXT
           MOVE 1 TO WS-CHG-PTR
           STRING WS-CHG-KIND DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CHG-KEY DELIMITED BY "  "
                  INTO WS-CHG-TEXT WITH POINTER WS-CHG-PTR
           IF WS-CHG-KIND = "GEWIJZIGD"
               STRING " :" DELIMITED BY SIZE
                   INTO WS-CHG-TEXT WITH POINTER WS-CHG-PTR
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > 20
                   IF WS-CHG-MASK(WS-IDX) = '1'
                       STRING " " DELIMITED BY SIZE
                              WS-MAP-COLUMN-NAME(WS-IDX)
                                  DELIMITED BY SPACE
                           INTO WS-CHG-TEXT WITH POINTER WS-CHG-PTR
                   END-IF
               END-PERFORM
           END-IF
           IF (WS-INTERVAL-MODE OR WS-RETRYING-HELD)
                   AND WS-CHG-BUF-COUNT < WS-CHG-BUF-MAX
               ADD 1 TO WS-CHG-BUF-COUNT
               MOVE WS-CHG-TEXT TO WS-CHG-BUF-LINE(WS-CHG-BUF-COUNT)
               IF WS-CHG-BUF-COUNT >= WS-CHG-BUF-MAX
                   MOVE 'Y' TO WS-PASS-DONE-FLAG
               END-IF
           ELSE
               PERFORM WRITE-CHANGE-LINE
           END-IF
           .
      * The key columns' delivered values, trimmed and joined by '/'.
       BUILD-CHANGE-KEY.
           MOVE SPACES TO WS-CHG-KEY
           MOVE 1 TO WS-POS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAP-COUNT
               IF WS-MAP-COLUMN-NAME(WS-IDX) NOT = SPACES
                   AND WS-MAP-KEY-FLAG(WS-IDX) = 'K'
                   IF WS-POS > 1
                       STRING "/" DELIMITED BY SIZE
                           INTO WS-CHG-KEY WITH POINTER WS-POS
                   END-IF
                   MOVE WS-STG-VELD(WS-IDX) TO WS-VAL
                   PERFORM TRIM-VALUE
                   IF WS-VAL-LEN > 0
                       STRING WS-VAL(1:WS-VAL-LEN) DELIMITED BY SIZE
                           INTO WS-CHG-KEY WITH POINTER WS-POS
                   END-IF
               END-IF
           END-PERFORM
           .
      * The change report is a report, not the record - the history
      * table is that - so a line that will not write is a warning,
      * and the rest of the run's lines are dropped with it rather
      * than leaving a report with holes nobody can see.
       WRITE-CHANGE-LINE.
           IF NOT WS-CHG-LOST
               MOVE WS-CHG-TEXT TO CHANGE-REPORT-LINE
               WRITE CHANGE-REPORT-LINE
               IF WS-CHG-STATUS NOT = "00"
                   DISPLAY "DistCore: cannot write " WS-CHG-FILENAME
                           ", status=" WS-CHG-STATUS
                           "; change report incomplete"
                   MOVE 'Y' TO WS-CHG-LOST-FLAG
               ELSE
                   EVALUATE WS-CHG-TEXT(1:5)
                       WHEN "NIEUW"
                           ADD 1 TO WS-CHG-NEW
                       WHEN "GEWIJ"
                           ADD 1 TO WS-CHG-CHANGED
                       WHEN "ONTBR"
                           ADD 1 TO WS-CHG-MISSING
                   END-EVALUATE
               END-IF
           END-IF
           .
      * Writes the change lines of the work that just committed.
       FLUSH-CHANGE-LINES.
           PERFORM VARYING WS-CHB-IDX FROM 1 BY 1
                   UNTIL WS-CHB-IDX > WS-CHG-BUF-COUNT
               MOVE WS-CHG-BUF-LINE(WS-CHB-IDX) TO WS-CHG-TEXT
               PERFORM WRITE-CHANGE-LINE
           END-PERFORM
           MOVE 0 TO WS-CHG-BUF-COUNT
           .
      * After the last commit: the keys the previous delivery of this
      * feed carried that tonight's file does not.  The previous
      * delivery is the latest LOADHIST.DAT entry of the same feed
      * definition with an earlier business date; its rows and
      * tonight's are compared in CSV_STAGING on the key columns as
      * delivered.  No previous delivery, one already purged from
      * staging, or a feed without a business date cannot be
      * compared, and the report says so.  Nothing here changes the
      * distribution, so a lookup failure is reported, not fatal.
       REPORT-MISSING-KEYS.
           MOVE SPACES TO WS-PREV-FILE
           MOVE 0 TO WS-PREV-DATE
           IF WS-BUSINESS-DATE > 0
               PERFORM FIND-PREVIOUS-LOAD
           END-IF
           MOVE SPACES TO WS-CHG-TEXT
           IF WS-PREV-FILE = SPACES
               STRING "geen vorige levering van " DELIMITED BY SIZE
                      WS-LKP-FEED DELIMITED BY SPACE
                      " in LOADHIST.DAT; ontbrekende sleutels niet "
                          DELIMITED BY SIZE
                      "bepaald" DELIMITED BY SIZE
                      INTO WS-CHG-TEXT
               PERFORM WRITE-CHANGE-LINE
           ELSE
               MOVE SPACES TO WS-STMT3
               MOVE 1 TO WS-STMT-PTR
               STRING "SELECT COUNT(*) FROM CSV_STAGING "
                          DELIMITED BY SIZE
                      "WHERE SOURCE_FILE = '" DELIMITED BY SIZE
                      WS-PREV-FILE DELIMITED BY SPACE
                      "' AND BUSINESS_DATE = " DELIMITED BY SIZE
                      WS-PREV-DATE DELIMITED BY SIZE
                      INTO WS-STMT3 WITH POINTER WS-STMT-PTR
               PERFORM RUN-COUNT-QUERY
               EVALUATE TRUE
                   WHEN WS-COUNT-SQLCODE NOT = 0
                       DISPLAY "DistCore: cannot count staging rows "
                               "of " WS-PREV-FILE ", SQLCODE= "
                               WS-COUNT-SQLCODE
                       STRING "vorige levering " DELIMITED BY SIZE
                              WS-PREV-FILE DELIMITED BY SPACE
                              " niet te lezen; ontbrekende sleutels "
                                  DELIMITED BY SIZE
                              "niet bepaald" DELIMITED BY SIZE
                              INTO WS-CHG-TEXT
                       PERFORM WRITE-CHANGE-LINE
                   WHEN WS-COUNT-RESULT = 0
                       STRING "vorige levering " DELIMITED BY SIZE
                              WS-PREV-FILE DELIMITED BY SPACE
                              " niet meer in CSV_STAGING; "
                                  DELIMITED BY SIZE
                              "ontbrekende sleutels niet bepaald"
                                  DELIMITED BY SIZE
                              INTO WS-CHG-TEXT
                       PERFORM WRITE-CHANGE-LINE
                   WHEN OTHER
                       STRING "vergeleken met " DELIMITED BY SIZE
                              WS-PREV-FILE DELIMITED BY SPACE
                              " per " DELIMITED BY SIZE
                              WS-PREV-DATE DELIMITED BY SIZE
                              INTO WS-CHG-TEXT
                       PERFORM WRITE-CHANGE-LINE
                       PERFORM LIST-MISSING-KEYS
               END-EVALUATE
           END-IF
           .
      * Scans LOADHIST.DAT for the latest earlier delivery whose
      * filename resolves to this feed's definition - a dated feed
      * changes its filename every night, a plain one keeps it and
      * differs only in business date.
       FIND-PREVIOUS-LOAD.
           OPEN INPUT loadhist-file
           IF WS-LHIST-STATUS = "00"
               PERFORM UNTIL WS-LHIST-STATUS NOT = "00"
                   READ loadhist-file
                       AT END MOVE "10" TO WS-LHIST-STATUS
                       NOT AT END
                           IF LH-BUSINESS-DATE < WS-BUSINESS-DATE
                               AND LH-BUSINESS-DATE > WS-PREV-DATE
                               MOVE LH-FILENAME TO AL-IN-FILENAME
                               CALL "FeedAlias" USING WS-ALIAS-PARM
                               IF AL-OUT-FILENAME = WS-LKP-FEED
                                   MOVE LH-FILENAME TO WS-PREV-FILE
                                   MOVE LH-BUSINESS-DATE
                                       TO WS-PREV-DATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE loadhist-file
           END-IF
           .
      * The previous delivery's rows with no row of tonight's file on
      * the same key values, one ONTBREEKT line each.
       LIST-MISSING-KEYS.
           MOVE SPACES TO WS-STMT3
           MOVE 1 TO WS-STMT-PTR
           STRING "SELECT P.VELD01, P.VELD02, P.VELD03, P.VELD04, "
                      DELIMITED BY SIZE
                  "P.VELD05, P.VELD06, P.VELD07, P.VELD08, P.VELD09, "
                      DELIMITED BY SIZE
                  "P.VELD10, P.VELD11, P.VELD12, P.VELD13, P.VELD14, "
                      DELIMITED BY SIZE
                  "P.VELD15, P.VELD16, P.VELD17, P.VELD18, P.VELD19, "
                      DELIMITED BY SIZE
                  "P.VELD20 FROM CSV_STAGING P "
                      DELIMITED BY SIZE
                  "WHERE P.SOURCE_FILE = '" DELIMITED BY SIZE
                  WS-PREV-FILE DELIMITED BY SPACE
                  "' AND P.BUSINESS_DATE = " DELIMITED BY SIZE
                  WS-PREV-DATE DELIMITED BY SIZE
                  " AND NOT EXISTS (SELECT 1 FROM CSV_STAGING C "
                      DELIMITED BY SIZE
                  "WHERE C.SOURCE_FILE = '" DELIMITED BY SIZE
                  WS-FILENAME DELIMITED BY SPACE
                  "' AND C.BUSINESS_DATE = " DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  INTO WS-STMT3 WITH POINTER WS-STMT-PTR
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAP-COUNT
               IF WS-MAP-COLUMN-NAME(WS-IDX) NOT = SPACES
                   AND WS-MAP-KEY-FLAG(WS-IDX) = 'K'
                   MOVE WS-IDX TO WS-VELD-NUM
                   STRING " AND C.VELD" DELIMITED BY SIZE
                          WS-VELD-NUM DELIMITED BY SIZE
                          " = P.VELD" DELIMITED BY SIZE
                          WS-VELD-NUM DELIMITED BY SIZE
                       INTO WS-STMT3 WITH POINTER WS-STMT-PTR
               END-IF
           END-PERFORM
           STRING ")" DELIMITED BY SIZE
               INTO WS-STMT3 WITH POINTER WS-STMT-PTR
           EXEC SQL
               PREPARE MISSSTMT FROM :WS-STMT3
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                   OPEN MISSCUR
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               DISPLAY "DistCore: cannot compare with " WS-PREV-FILE
                       ", SQLCODE= " SQLCODE
           ELSE
               PERFORM FETCH-MISSING-KEY
               PERFORM UNTIL SQLCODE NOT = 0
                   MOVE "ONTBREEKT" TO WS-CHG-KIND
                   PERFORM BUILD-CHANGE-KEY
                   MOVE SPACES TO WS-CHG-TEXT
                   STRING WS-CHG-KIND DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-CHG-KEY DELIMITED BY "  "
                          INTO WS-CHG-TEXT
                   PERFORM WRITE-CHANGE-LINE
                   PERFORM FETCH-MISSING-KEY
               END-PERFORM
               IF SQLCODE NOT = 100
                   DISPLAY "DistCore: comparison with " WS-PREV-FILE
                           " stopped, SQLCODE= " SQLCODE
               END-IF
               EXEC SQL
                   CLOSE MISSCUR
               END-EXEC
           END-IF
           .
       FETCH-MISSING-KEY.
           EXEC SQL
               FETCH MISSCUR
               INTO :WS-STG-VELD(1),  :WS-STG-VELD(2),
                    :WS-STG-VELD(3),  :WS-STG-VELD(4),
                    :WS-STG-VELD(5),  :WS-STG-VELD(6),
                    :WS-STG-VELD(7),  :WS-STG-VELD(8),
                    :WS-STG-VELD(9),  :WS-STG-VELD(10),
                    :WS-STG-VELD(11), :WS-STG-VELD(12),
                    :WS-STG-VELD(13), :WS-STG-VELD(14),
                    :WS-STG-VELD(15), :WS-STG-VELD(16),
                    :WS-STG-VELD(17), :WS-STG-VELD(18),
                    :WS-STG-VELD(19), :WS-STG-VELD(20)
           END-EXEC
           .
      * Converts one staging column per its mapped type into the SQL
      * literal that goes into the INSERT statement: numerics and
      * amounts unquoted, dates normalized to JJJJMMDD and quoted,
      * text quoted with embedded quotes doubled.  An empty value
      * becomes NULL.  A value that will not convert marks the whole
      * row failed.  A column with a translation table converts the
      * internal code its vendor value translates to.
       CONVERT-COLUMN-VALUE.
           MOVE WS-STG-VELD(WS-IDX) TO WS-VAL
           PERFORM TRIM-VALUE
           IF WS-VAL-LEN > 0
                   AND WS-MAP-XLATE-TABLE(WS-IDX) NOT = SPACES
               PERFORM TRANSLATE-VALUE
           END-IF
           MOVE SPACES TO WS-COL-VAL
           EVALUATE TRUE
               WHEN WS-ROW-BAD
                   CONTINUE
               WHEN WS-VAL-LEN = 0
                   MOVE "NULL" TO WS-COL-VAL
                   MOVE 4 TO WS-COL-VAL-LEN
               WHEN OTHER
                   EVALUATE WS-MAP-COLUMN-TYPE(WS-IDX)
                       WHEN 'N'
                           PERFORM CONVERT-NUMERIC
                           IF WS-ROW-BAD
                               MOVE 3102 TO WS-DIST-REASON-CD
                           END-IF
                       WHEN 'D'
                           PERFORM CONVERT-DATE
                           IF WS-ROW-BAD
                               MOVE 3103 TO WS-DIST-REASON-CD
                           END-IF
                       WHEN 'A'
                           PERFORM CONVERT-AMOUNT
                           IF WS-ROW-BAD
                               MOVE 3104 TO WS-DIST-REASON-CD
                           END-IF
                       WHEN OTHER
                           PERFORM CONVERT-TEXT
                   END-EVALUATE
                   IF WS-ROW-BAD AND WS-DIST-REASON-COL = SPACES
                       MOVE WS-MAP-COLUMN-NAME(WS-IDX)
                           TO WS-DIST-REASON-COL
                   END-IF
           END-EVALUATE
           .
      * A column with a translation table hands its value to
      * CodeXlat first; the internal code found replaces the vendor's
      * value and is converted in its place (a blank code becomes
      * NULL).  A value the table does not hold refuses the row under
      * 3108, naming the column, so it waits in the .DRJ until the
      * table has been completed.
       TRANSLATE-VALUE.
           MOVE WS-MAP-XLATE-TABLE(WS-IDX) TO XP-TABLE-NAME
           MOVE WS-VAL TO XP-IN-VALUE
           CALL "CodeXlat" USING WS-XLATE-PARM
           IF XP-FOUND
               MOVE XP-OUT-VALUE TO WS-VAL
               PERFORM TRIM-VALUE
           ELSE
               MOVE 'Y' TO WS-ROW-BAD-FLAG
               MOVE 3108 TO WS-DIST-REASON-CD
               MOVE WS-MAP-COLUMN-NAME(WS-IDX) TO WS-DIST-REASON-COL
           END-IF
           .
       TRIM-VALUE.
           .
      * Writes the per-feed distribution accounting to <filename>.DST
      * and echoes it to the console, mirroring how CSVLoader reports
      * its reconciliation.  A feed with parent references (or rows
      * still in suspense) gets a wachtrij line under it: rows held
      * this run, held rows resolved or expired by the retry, and
      * how many are still waiting.
      * Each FEEDDICT amount field then gets its control totals over
      * two lines, unless the run failed: a rolled-back run's sums
      * describe rows that are no longer anywhere.
       WRITE-DIST-REPORT.
           MOVE WS-FILENAME     TO WS-SUM-FEED
           MOVE WS-TARGET-TABLE TO WS-SUM-TABLE
           MOVE WS-ROWS-FETCHED   TO WS-SUM-FETCHED
           MOVE WS-ROWS-CONVERTED TO WS-SUM-CONVERTED
           MOVE WS-ROWS-FAILED    TO WS-SUM-FAILED
           MOVE WS-LKP-FEED       TO WS-SUS-SUM-FEED
           MOVE WS-ROWS-SUSPENDED TO WS-SUS-SUM-HELD
           MOVE WS-SUS-RESOLVED   TO WS-SUS-SUM-RESOLVED
           MOVE WS-SUS-EXPIRED    TO WS-SUS-SUM-EXPIRED
           MOVE WS-SUS-COUNT      TO WS-SUS-SUM-WAITING
           OPEN OUTPUT dist-report
           IF WS-DST-STATUS NOT = "00"
               DISPLAY "DistCore: cannot open " WS-DST-FILENAME
           ELSE
               MOVE WS-SUM-LINE TO DIST-REPORT-LINE
               WRITE DIST-REPORT-LINE
               IF WS-REF-COUNT > 0 OR WS-SUS-COUNT > 0
                   MOVE WS-SUS-LINE TO DIST-REPORT-LINE
                   WRITE DIST-REPORT-LINE
               END-IF
               IF NOT WS-DIST-FAILED
                   PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                           UNTIL WS-CT-IDX > WS-CT-COUNT
                       PERFORM BUILD-AMOUNT-LINES
                       MOVE WS-CT-LINE1 TO DIST-REPORT-LINE
                       WRITE DIST-REPORT-LINE
                       MOVE WS-CT-LINE2 TO DIST-REPORT-LINE
                       WRITE DIST-REPORT-LINE
                   END-PERFORM
               END-IF
               CLOSE dist-report
           END-IF
           DISPLAY "DistCore: " WS-SUM-LINE
           IF WS-REF-COUNT > 0 OR WS-SUS-COUNT > 0
               DISPLAY "DistCore: " WS-SUS-LINE
           END-IF
           IF NOT WS-DIST-FAILED
               PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                       UNTIL WS-CT-IDX > WS-CT-COUNT
                   PERFORM BUILD-AMOUNT-LINES
                   DISPLAY "DistCore: " WS-CT-LINE1
                   DISPLAY "DistCore: " WS-CT-LINE2
               END-PERFORM
           END-IF
           .
       BUILD-AMOUNT-LINES.
           MOVE WS-CT-FIELD(WS-CT-IDX)    TO WS-CT-SUM-FIELD
           MOVE WS-CT-ACCEPTED(WS-CT-IDX) TO WS-CT-SUM-ACCEPTED
           MOVE WS-CT-STAGED(WS-CT-IDX)   TO WS-CT-SUM-STAGED
           MOVE WS-CT-WRITTEN(WS-CT-IDX)  TO WS-CT-SUM-WRITTEN
           MOVE WS-CT-REJECTED(WS-CT-IDX) TO WS-CT-SUM-REJECTED
           MOVE WS-CT-HELD(WS-CT-IDX)     TO WS-CT-SUM-HELD
           MOVE WS-CT-RESULT(WS-CT-IDX)   TO WS-CT-SUM-RESULT
           .
