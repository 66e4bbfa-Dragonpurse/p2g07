           SELECT suppl-rpt ASSIGN TO WS-DS2-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DS2-STATUS.
      *----------------------------------------------------------------
      * The original load's reconciliation report, read only for the
      * business date an update-mode row's history version is closed
      * at.
      *----------------------------------------------------------------
           SELECT rpt-in ASSIGN TO WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * The reject file being resubmitted; same DSTREJRC layout
           05 DIN-COLUMN-NAME    PIC X(30).
           05 DIN-REASON-CODE    PIC 9(4).
           05 DIN-VELD           PIC X(120) OCCURS 20 TIMES.
           05 DIN-BUSINESS-DATE  PIC 9(8).
       FD map-file.
       01 MAP-RECORD.
           COPY FEEDMAP.
           COPY DSTREJRC.
       FD suppl-rpt.
       01 SUPPL-RPT-LINE        PIC X(132).
       FD rpt-in.
       01 RECONCILE-RECORD.
           COPY RPTREC.
       WORKING-STORAGE SECTION.
       01 WS-DRJ-IN-FILENAME    PIC X(29)       VALUE SPACES.
       01 WS-BRANCH-KEY         PIC X(10)       VALUE "PROD".
       01 WS-MAP-COUNT          PIC 9(2)        VALUE 0.
       01 WS-TARGET-TABLE       PIC X(30)       VALUE SPACES.
       01 WS-LKP-FEED           PIC X(25)       VALUE SPACES.
      *----------------------------------------------------------------
      * Each reject row is converted with the FEEDMAP version that
      * was in force for the business date it carries (the run date
      * for a row written before the date was kept).  WS-MAP-DATE is
      * the date the loaded mapping was picked for, so the mapping
      * is only read again when a row of another date comes along;
      * WS-MAP-VERSION and WS-MAP-REC-DATE pick the version the way
      * DistCore does.
      *----------------------------------------------------------------
       01 WS-RUN-DATE           PIC 9(8)        VALUE 0.
       01 WS-ROW-DATE           PIC 9(8)        VALUE 0.
       01 WS-MAP-DATE           PIC 9(8)        VALUE 0.
       01 WS-MAP-VERSION        PIC 9(8)        VALUE 0.
       01 WS-MAP-REC-DATE       PIC 9(8)        VALUE 0.
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
       01 WS-REF-COUNT          PIC 9(2)        VALUE 0.
       01 WS-ROW-ORPHAN-FLAG    PIC X           VALUE 'N'.
           88 WS-ROW-ORPHAN                     VALUE 'Y'.
       01 WS-PARENT-SQLCODE     PIC S9(3)       VALUE 0.
      *----------------------------------------------------------------
      * Distribution mode from the feed's FEEDMAP control entry.
      * Update-else-insert is honoured so a corrected snapshot row
       01 WS-STMT-PTR           PIC 9(4)        VALUE 1.
       01 WS-DIST-REASON-CD     PIC 9(4)        VALUE 0.
       01 WS-DIST-REASON-COL    PIC X(30)       VALUE SPACES.
      *----------------------------------------------------------------
      * Update-mode change history, kept exactly as CSVDistr keeps it:
      * a changed row's current version goes to <target>_HIST before
      * the UPDATE.  The version is closed at the original load's
      * business date (the run date when its .RPT is gone or carried
      * none); a reject record has no staging row, so STG_ID is zero.
      *----------------------------------------------------------------
       01 WS-RPT-FILENAME       PIC X(29)       VALUE SPACES.
       01 WS-RPT-STATUS         PIC X(2)        VALUE SPACES.
       01 WS-VALID-TO           PIC 9(8)        VALUE 0.
       01 WS-HIST-TABLE         PIC X(35)       VALUE SPACES.
       01 WS-KEY-FOUND-FLAG     PIC X           VALUE 'N'.
           88 WS-KEY-FOUND                      VALUE 'Y'.
       01 WS-CHG-COLS           PIC 9(2)        VALUE 0.
       01 WS-KEY-COND           PIC X(2000)     VALUE SPACES.
       01 WS-KEY-COND-LEN       PIC 9(4)        VALUE 0.
       01 WS-SUM-LINE.
           05 FILLER                PIC X(13)
                                     VALUE "herverdeeld: ".
       01 WS-STG-VELD           PIC X(120)  OCCURS 20 TIMES.
       01 WS-STMT               PIC X(8000).
       01 WS-STMT2              PIC X(8000).
       01 WS-STMT3              PIC X(8000).
       01 WS-PARENT-COUNT       PIC 9(9).
       01 WS-CHG-MASK           PIC X(1)    OCCURS 20 TIMES.
       EXEC SQL
        END DECLARE SECTION
       END-EXEC
       EXEC SQL
           DECLARE PARENTCUR CURSOR FOR PARENTSTMT
       END-EXEC
       EXEC SQL
           DECLARE CHGCUR CURSOR FOR CHGSTMT
       END-EXEC

       PROCEDURE DIVISION.
      * Takes the .DRJ reject file CSVDistr wrote as the first
      * command-line argument and an optional branch key as the
      * second, re-converts just those rows against the FEEDMAP
      * version in force for each row's business date (a corrected
      * mapping or corrected row values) and
      * sends the survivors to the feed's typed business table, the
      * way CSVResub already brings load-time rejects back into
      * CSV_STAGING.  Rows that still fail go to <source>.DR2 so the
               ON EXCEPTION
                   MOVE "PROD" TO WS-BRANCH-KEY
           END-ACCEPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM OPEN-REJECT-INPUT
           IF NOT WS-RESUB-FAILED
               STRING WS-ORIG-SOURCE-WS DELIMITED BY SPACE
                      INTO WS-DS2-FILENAME
               PERFORM LOAD-FEED-MAP
           END-IF
           IF NOT WS-RESUB-FAILED AND WS-MODE-UPDATE
               PERFORM READ-BUSINESS-DATE
           END-IF
           IF NOT WS-RESUB-FAILED
               PERFORM OPEN-REJECT-OUTPUT
           END-IF
                   MOVE 'Y' TO WS-RESUB-FAILED-FLAG
               ELSE
                   MOVE DIN-SOURCE-FILE TO WS-ORIG-SOURCE-WS
                   PERFORM SET-ROW-DATE
                   MOVE WS-ROW-DATE TO WS-MAP-DATE
               END-IF
           END-IF
           .
      * The feed's mapping in the version in force on WS-MAP-DATE:
      * a later-dated record is passed over, and one newer than the
      * entries kept so far starts the table afresh.
       LOAD-FEED-MAP.
           MOVE WS-ORIG-SOURCE-WS TO AL-IN-FILENAME
           CALL "FeedAlias" USING WS-ALIAS-PARM
           MOVE AL-OUT-FILENAME TO WS-LKP-FEED
           MOVE 0 TO WS-MAP-VERSION
           PERFORM CLEAR-FEED-MAP
           OPEN INPUT map-file
           IF WS-MAP-STATUS NOT = "00"
               DISPLAY "DstResub: cannot open FEEDMAP.CFG, status="
                       AT END MOVE "10" TO WS-MAP-STATUS
                       NOT AT END
                           IF FM-FEED-FILE = WS-LKP-FEED
                               PERFORM SELECT-MAP-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE map-file
               IF WS-MAP-COUNT = 0
                   DISPLAY "DstResub: no FEEDMAP.CFG entries for "
                           WS-ORIG-SOURCE-WS " in force on "
                           WS-MAP-DATE "; nothing distributed"
                   MOVE 'Y' TO WS-RESUB-FAILED-FLAG
               END-IF
               IF NOT WS-RESUB-FAILED
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
      * Replace mode is not replayed (see WS-DIST-MODE), so only U
      * is taken from the control entry.
       STORE-MAP-RECORD.
           IF FM-COLUMN-NUM = 0
               IF FMC-DIST-MODE = 'U'
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
      * The business date of the reject row in the FD area; a row
      * from before the date was kept counts as today's.
       SET-ROW-DATE.
           IF DIN-BUSINESS-DATE IS NUMERIC
                   AND DIN-BUSINESS-DATE > 0
               MOVE DIN-BUSINESS-DATE TO WS-ROW-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-ROW-DATE
           END-IF
           .
      * A row of another business date than the mapping in hand was
      * picked for: the mapping is read again for the row's date.
      * A date no mapping version covers fails the resubmission the
      * way a feed without a mapping does, rolled back as a whole.
       SWITCH-MAP-VERSION.
           MOVE WS-ROW-DATE TO WS-MAP-DATE
           PERFORM LOAD-FEED-MAP
           IF NOT WS-RESUB-FAILED AND WS-MODE-UPDATE
               PERFORM READ-BUSINESS-DATE
           END-IF
           IF WS-RESUB-FAILED
               EXEC SQL ROLLBACK END-EXEC
               MOVE 0 TO WS-ROWS-CONVERTED
           END-IF
           .
      * The date the history versions this run closes are closed at.
       READ-BUSINESS-DATE.
           ACCEPT WS-VALID-TO FROM DATE YYYYMMDD
           MOVE SPACES TO WS-HIST-TABLE
           STRING WS-TARGET-TABLE DELIMITED BY SPACE
                  "_HIST" DELIMITED BY SIZE
                  INTO WS-HIST-TABLE
           STRING WS-ORIG-SOURCE-WS DELIMITED BY SPACE
                  ".RPT" DELIMITED BY SIZE
                  INTO WS-RPT-FILENAME
           OPEN INPUT rpt-in
           IF WS-RPT-STATUS = "00"
               READ rpt-in
                   AT END MOVE "10" TO WS-RPT-STATUS
               END-READ
               IF WS-RPT-STATUS = "00" AND RPT-BUSINESS-DATE > 0
                   MOVE RPT-BUSINESS-DATE TO WS-VALID-TO
               END-IF
               CLOSE rpt-in
           END-IF
           .
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
                           DISPLAY "DstResub: FEEDMAP reference on "
                                   WS-MAP-COLUMN-NAME(WS-IDX)
                                   " needs both parent table and "
                                   "column; nothing distributed"
                           MOVE 'Y' TO WS-RESUB-FAILED-FLAG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MODE-UPDATE
               EXEC SQL COMMIT END-EXEC
           END-IF
           .
      * Each row first makes sure the mapping in hand is the version
      * for its own business date.
       REDISTRIBUTE-ONE-ROW.
           PERFORM SET-ROW-DATE
           IF WS-ROW-DATE NOT = WS-MAP-DATE
               PERFORM SWITCH-MAP-VERSION
           END-IF
           IF NOT WS-RESUB-FAILED
               PERFORM REDISTRIBUTE-MAPPED-ROW
           END-IF
           .
      * A row whose referenced parent key is still missing stays
      * refused under 3107 - resubmission is the operator's call, so
      * it goes back to the .DR2 rather than into suspense.
       REDISTRIBUTE-MAPPED-ROW.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 20
               MOVE DIN-VELD(WS-IDX) TO WS-STG-VELD(WS-IDX)
               IF WS-MODE-UPDATE
                   PERFORM BUILD-UPDATE-STATEMENT
               END-IF
               MOVE 'N' TO WS-ROW-ORPHAN-FLAG
               IF NOT WS-ROW-BAD
                   PERFORM CHECK-PARENT-KEYS
               END-IF
               EVALUATE TRUE
                   WHEN WS-RESUB-FAILED
                       CONTINUE
                   WHEN WS-ROW-BAD
                   WHEN WS-ROW-ORPHAN
                       ADD 1 TO WS-STILL-FAILED
                       PERFORM WRITE-STILL-FAILED
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
       CHECK-PARENT-KEYS.
           MOVE 'N' TO WS-ROW-ORPHAN-FLAG
           IF WS-REF-COUNT > 0
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-MAP-COUNT
                       OR WS-ROW-ORPHAN OR WS-RESUB-FAILED
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
           MOVE 0 TO WS-PARENT-COUNT
           EXEC SQL
               PREPARE PARENTSTMT FROM :WS-STMT3
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                   OPEN PARENTCUR
               END-EXEC
           END-IF
           MOVE SQLCODE TO WS-PARENT-SQLCODE
           IF WS-PARENT-SQLCODE = 0
               EXEC SQL
                   FETCH PARENTCUR INTO :WS-PARENT-COUNT
               END-EXEC
               MOVE SQLCODE TO WS-PARENT-SQLCODE
               EXEC SQL
                   CLOSE PARENTCUR
               END-EXEC
           END-IF
           IF WS-PARENT-SQLCODE NOT = 0
               DISPLAY "DstResub: cannot look up "
                       WS-MAP-PARENT-TABLE(WS-IDX) " for "
                       WS-MAP-COLUMN-NAME(WS-IDX) ", SQLCODE= "
                       WS-PARENT-SQLCODE ", rolling back the whole "
                       "resubmission and aborting"
               EXEC SQL ROLLBACK END-EXEC
               MOVE 0 TO WS-ROWS-CONVERTED
               MOVE 'Y' TO WS-RESUB-FAILED-FLAG
           ELSE
               IF WS-PARENT-COUNT = 0
                   MOVE 'Y' TO WS-ROW-ORPHAN-FLAG
                   MOVE 3107 TO WS-DIST-REASON-CD
                   MOVE WS-MAP-COLUMN-NAME(WS-IDX)
                       TO WS-DIST-REASON-COL
               END-IF
           END-IF
           .
                   UNTIL WS-IDX > 20
               MOVE WS-STG-VELD(WS-IDX) TO DRJ-VELD(WS-IDX)
           END-PERFORM
           MOVE WS-ROW-DATE        TO DRJ-BUSINESS-DATE
           WRITE DIST-REJECT-RECORD
           IF WS-DR2-STATUS NOT = "00"
               DISPLAY "DstResub: FATAL - cannot write "
               ADD 1 TO WS-ROWS-CONVERTED
           END-IF
           .
      * Update-else-insert with history, as in CSVDistr: a new key
      * inserts, an unchanged row is only counted, a changed row has
      * its current version kept in the history table before the
      * UPDATE.
       UPSERT-TARGET-ROW.
           PERFORM BUILD-KEY-CONDITION
           PERFORM READ-CHANGE-MASK
           EVALUATE TRUE
               WHEN WS-RESUB-FAILED
                   CONTINUE
               WHEN NOT WS-KEY-FOUND
                   PERFORM INSERT-TARGET-ROW
               WHEN WS-CHG-COLS = 0
                   ADD 1 TO WS-ROWS-CONVERTED
               WHEN OTHER
                   PERFORM INSERT-HISTORY-ROW
                   IF NOT WS-RESUB-FAILED
                       PERFORM UPDATE-TARGET-ROW
                   END-IF
           END-EVALUATE
           .
       UPDATE-TARGET-ROW.
           EXEC SQL
               EXECUTE IMMEDIATE :WS-STMT2
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "DstResub: update of " WS-TARGET-TABLE
                       " failed, SQLCODE= " SQLCODE
                       ", rolling back the whole resubmission "
                       "and aborting"
               EXEC SQL ROLLBACK END-EXEC
               MOVE 0 TO WS-ROWS-CONVERTED
               MOVE 'Y' TO WS-RESUB-FAILED-FLAG
           ELSE
               ADD 1 TO WS-ROWS-CONVERTED
           END-IF
           .
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
           MOVE SQLCODE TO WS-PARENT-SQLCODE
           IF WS-PARENT-SQLCODE = 0
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
               MOVE SQLCODE TO WS-PARENT-SQLCODE
               EXEC SQL
                   CLOSE CHGCUR
               END-EXEC
           END-IF
           EVALUATE TRUE
               WHEN WS-PARENT-SQLCODE = 100
                   CONTINUE
               WHEN WS-PARENT-SQLCODE = 0
                   MOVE 'Y' TO WS-KEY-FOUND-FLAG
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > 20
                       IF WS-CHG-MASK(WS-IDX) = '1'
                           ADD 1 TO WS-CHG-COLS
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   DISPLAY "DstResub: cannot read current row of "
                           WS-TARGET-TABLE ", SQLCODE= "
                           WS-PARENT-SQLCODE ", rolling back the "
                           "whole resubmission and aborting"
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 0 TO WS-ROWS-CONVERTED
                   MOVE 'Y' TO WS-RESUB-FAILED-FLAG
           END-EVALUATE
           .
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
                  ", 0, '" DELIMITED BY SIZE
                  WS-ORIG-SOURCE-WS DELIMITED BY SPACE
                  "' FROM " DELIMITED BY SIZE
                  WS-TARGET-TABLE DELIMITED BY SPACE
                  " WHERE " DELIMITED BY SIZE
                  WS-KEY-COND(1:WS-KEY-COND-LEN) DELIMITED BY SIZE
                  INTO WS-STMT3 WITH POINTER WS-STMT-PTR
           EXEC SQL
               EXECUTE IMMEDIATE :WS-STMT3
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "DstResub: insert into " WS-HIST-TABLE
                       " failed, SQLCODE= " SQLCODE
                       ", rolling back the whole resubmission "
                       "and aborting"
               EXEC SQL ROLLBACK END-EXEC
               MOVE 0 TO WS-ROWS-CONVERTED
               MOVE 'Y' TO WS-RESUB-FAILED-FLAG
           END-IF
           .
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
      * The conversion and statement building below mirror CSVDistr
      * paragraph for paragraph, so a rule change there (a new date
      * shape, a different amount normalization) must be carried
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
