000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RunRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT metrics-in ASSIGN TO "RUNMETR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-METR-STATUS.
           SELECT run-report ASSIGN TO "RUNTIME.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD metrics-in.
       01 METRICS-RECORD.
           COPY RUNMETR.
       FD run-report.
       01 RUN-REPORT-LINE       PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-METR-STATUS        PIC X(2)        VALUE SPACES.
       01 WS-RRPT-STATUS        PIC X(2)        VALUE SPACES.
       01 WS-ARG-NUM            PIC 9(2).
       01 WS-REPORT-DATE-X      PIC X(8)        VALUE SPACES.
       01 WS-REPORT-DATE        PIC 9(8)        VALUE 0.
      *----------------------------------------------------------------
      * The week is the report date and the six days before it; the
      * baseline it is held against is the four weeks before that.
      * Both are counted back on the calendar, HouseKeep's way.
      *----------------------------------------------------------------
       01 WS-WEEK-FROM          PIC 9(8)        VALUE 0.
       01 WS-BASE-FROM          PIC 9(8)        VALUE 0.
       01 WS-BASE-TO            PIC 9(8)        VALUE 0.
       01 WS-CUT-JAAR           PIC 9(4)        VALUE 0.
       01 WS-CUT-MAAND          PIC 9(2)        VALUE 0.
       01 WS-CUT-DAG            PIC 9(2)        VALUE 0.
       01 WS-MAAND-MAX          PIC 9(2)        VALUE 0.
       01 WS-REST               PIC 9(4)        VALUE 0.
       01 WS-IN-WEEK-FLAG       PIC X           VALUE 'N'.
           88 WS-IN-WEEK                        VALUE 'Y'.
       01 WS-IN-BASE-FLAG       PIC X           VALUE 'N'.
           88 WS-IN-BASE                        VALUE 'Y'.
      *----------------------------------------------------------------
      * Totals per feed (all phases together) for the slowest-feeds
      * list, and per feed and phase for the per-row comparison.
      * A feed's runs are the runs of its busiest phase, so a feed
      * read five times and distributed five times ran five times.
      *----------------------------------------------------------------
       01 WS-FEED-MAX           PIC 9(4)        VALUE 200.
       01 WS-FEED-COUNT         PIC 9(4)        VALUE 0.
       01 WS-FEED-TABLE.
           05 WS-FEED-ENTRY     OCCURS 200 TIMES.
               10 WS-FEED-DEF            PIC X(25).
               10 WS-FEED-RUNS           PIC 9(5).
               10 WS-FEED-SECS           PIC 9(9)V99.
               10 WS-FEED-LISTED         PIC X(1).
       01 WS-STAT-MAX           PIC 9(4)        VALUE 800.
       01 WS-STAT-COUNT         PIC 9(4)        VALUE 0.
       01 WS-STAT-TABLE.
           05 WS-STAT-ENTRY     OCCURS 800 TIMES.
               10 WS-STAT-FEED           PIC X(25).
               10 WS-STAT-PHASE          PIC X(8).
               10 WS-STAT-WK-RUNS        PIC 9(5).
               10 WS-STAT-WK-ROWS        PIC 9(11).
               10 WS-STAT-WK-SECS        PIC 9(9)V99.
               10 WS-STAT-BS-RUNS        PIC 9(5).
               10 WS-STAT-BS-ROWS        PIC 9(11).
               10 WS-STAT-BS-SECS        PIC 9(9)V99.
       01 WS-F                  PIC 9(4)        VALUE 0.
       01 WS-S                  PIC 9(4)        VALUE 0.
       01 WS-TOP                PIC 9(4)        VALUE 0.
       01 WS-RANK               PIC 9(2)        VALUE 0.
       01 WS-TOP-LIMIT          PIC 9(2)        VALUE 10.
       01 WS-TABLE-FULL-FLAG    PIC X           VALUE 'N'.
           88 WS-TABLE-FULL                     VALUE 'Y'.
      *----------------------------------------------------------------
      * A phase is degrading when its time per row this week is more
      * than a quarter above its baseline; it is growing when only
      * its volume rose that much.  A baseline of fewer than two runs
      * is too thin to judge.
      *----------------------------------------------------------------
       01 WS-TREND-PCT          PIC 9(3)        VALUE 125.
       01 WS-BASE-MIN-RUNS      PIC 9(2)        VALUE 2.
       01 WS-WK-MS-ROW          PIC 9(7)V999    VALUE 0.
       01 WS-BS-MS-ROW          PIC 9(7)V999    VALUE 0.
       01 WS-WK-AVG-ROWS        PIC 9(9)        VALUE 0.
       01 WS-BS-AVG-ROWS        PIC 9(9)        VALUE 0.
       01 WS-AVG-SECS           PIC 9(9)V99     VALUE 0.
       01 WS-VERDICT            PIC X(14)       VALUE SPACES.
       01 WS-RECORDS-READ       PIC 9(7)        VALUE 0.
       01 WS-PHASES-REPORTED    PIC 9(4)        VALUE 0.
       01 WS-PHASES-DEGRADING   PIC 9(4)        VALUE 0.
       01 WS-PHASES-GROWING     PIC 9(4)        VALUE 0.
       01 WS-HDR-LINE.
           05 FILLER                PIC X(23)
                       VALUE "Wekelijkse looptijden  ".
           05 WS-HDR-FROM           PIC 9(8).
           05 FILLER                PIC X(5)   VALUE " t/m ".
           05 WS-HDR-TO             PIC 9(8).
           05 FILLER                PIC X(9)   VALUE " (basis: ".
           05 WS-HDR-BASE-FROM      PIC 9(8).
           05 FILLER                PIC X(5)   VALUE " t/m ".
           05 WS-HDR-BASE-TO        PIC 9(8).
           05 FILLER                PIC X(1)   VALUE ")".
       01 WS-SLOW-HDR-LINE      PIC X(40)
                       VALUE "Traagste feeds deze week".
       01 WS-SLOW-LINE.
           05 FILLER                PIC X(2)   VALUE SPACES.
           05 WS-SLOW-RANK          PIC Z9.
           05 FILLER                PIC X(2)   VALUE ". ".
           05 WS-SLOW-FEED          PIC X(25).
           05 FILLER                PIC X(7)   VALUE " runs=".
           05 WS-SLOW-RUNS          PIC Z(4)9.
           05 FILLER                PIC X(9)   VALUE " totaal=".
           05 WS-SLOW-TOTAL         PIC Z(8)9.99.
           05 FILLER                PIC X(10)  VALUE "s per run=".
           05 WS-SLOW-AVG           PIC Z(8)9.99.
           05 FILLER                PIC X(1)   VALUE "s".
       01 WS-PHASE-HDR-LINE     PIC X(60)
           VALUE "Per fase: tijd per rij en volume, week tegen basis".
       01 WS-PHASE-LINE.
           05 FILLER                PIC X(2)   VALUE SPACES.
           05 WS-PH-FEED            PIC X(25).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 WS-PH-PHASE           PIC X(8).
           05 FILLER                PIC X(6)   VALUE " runs=".
           05 WS-PH-RUNS            PIC ZZ9.
           05 FILLER                PIC X(1)   VALUE "/".
           05 WS-PH-BS-RUNS         PIC ZZ9.
           05 FILLER                PIC X(8)   VALUE " ms/rij=".
           05 WS-PH-MS-ROW          PIC Z(4)9.999.
           05 FILLER                PIC X(6)   VALUE " (bas ".
           05 WS-PH-BS-MS-ROW       PIC Z(4)9.999.
           05 FILLER                PIC X(12)  VALUE ") rijen/run=".
           05 WS-PH-AVG-ROWS        PIC Z(6)9.
           05 FILLER                PIC X(6)   VALUE " (bas ".
           05 WS-PH-BS-AVG-ROWS     PIC Z(6)9.
           05 FILLER                PIC X(2)   VALUE ") ".
           05 WS-PH-VERDICT         PIC X(14).
       01 WS-TOT-LINE.
           05 FILLER                PIC X(7)   VALUE "totaal ".
           05 WS-TOT-FEEDS          PIC 9(4).
           05 FILLER                PIC X(8)   VALUE " feeds, ".
           05 WS-TOT-PHASES         PIC 9(4).
           05 FILLER                PIC X(23)
                       VALUE " fasen, trager per rij=".
           05 WS-TOT-DEGRADING      PIC 9(4).
           05 FILLER                PIC X(7)   VALUE " groei=".
           05 WS-TOT-GROWING        PIC 9(4).
       PROCEDURE DIVISION.
      * The weekly run-time report: from RUNMETR.DAT, the week ending
      * on the report date (first command-line argument, default
      * today) against the four weeks before it.  First the slowest
      * feeds of the week by time per run, all phases together; then
      * every phase of every feed with its time per row and volume
      * per run next to the baseline, so a feed that merely received
      * more rows (GROEI) is told apart from one that takes longer
      * for each row (TRAGER PER RIJ) - the latter is the one that
      * will eat the batch window.  rc 4 when any phase is slowing
      * down per row.
       MAIN-PARAGRAPH.
           MOVE 1 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-REPORT-DATE-X FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-REPORT-DATE-X
           END-ACCEPT
           IF WS-REPORT-DATE-X IS NUMERIC
               MOVE WS-REPORT-DATE-X TO WS-REPORT-DATE
           ELSE
               ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           END-IF
           PERFORM SET-REPORT-PERIODS
           OPEN INPUT metrics-in
           IF WS-METR-STATUS NOT = "00"
               DISPLAY "RunRpt: RUNMETR.DAT is missing; "
                       "nothing to report"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-METR-STATUS NOT = "00"
               READ metrics-in
                   AT END MOVE "10" TO WS-METR-STATUS
                   NOT AT END PERFORM TALLY-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE metrics-in
           OPEN OUTPUT run-report
           IF WS-RRPT-STATUS NOT = "00"
               DISPLAY "RunRpt: cannot open RUNTIME.RPT, "
                       "status=" WS-RRPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-WEEK-FROM   TO WS-HDR-FROM
           MOVE WS-REPORT-DATE TO WS-HDR-TO
           MOVE WS-BASE-FROM   TO WS-HDR-BASE-FROM
           MOVE WS-BASE-TO     TO WS-HDR-BASE-TO
           MOVE WS-HDR-LINE TO RUN-REPORT-LINE
           WRITE RUN-REPORT-LINE
           PERFORM WRITE-SLOWEST-FEEDS
           PERFORM WRITE-PHASE-TRENDS
           MOVE WS-FEED-COUNT       TO WS-TOT-FEEDS
           MOVE WS-PHASES-REPORTED  TO WS-TOT-PHASES
           MOVE WS-PHASES-DEGRADING TO WS-TOT-DEGRADING
           MOVE WS-PHASES-GROWING   TO WS-TOT-GROWING
           MOVE SPACES TO RUN-REPORT-LINE
           WRITE RUN-REPORT-LINE
           MOVE WS-TOT-LINE TO RUN-REPORT-LINE
           WRITE RUN-REPORT-LINE
           CLOSE run-report
           DISPLAY "RunRpt: " WS-RECORDS-READ " timings read, "
                   WS-FEED-COUNT " feeds in week to " WS-REPORT-DATE
                   ", trager per rij=" WS-PHASES-DEGRADING
                   "; report in RUNTIME.RPT"
           IF WS-PHASES-DEGRADING > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .
       SET-REPORT-PERIODS.
           MOVE WS-REPORT-DATE(1:4) TO WS-CUT-JAAR
           MOVE WS-REPORT-DATE(5:2) TO WS-CUT-MAAND
           MOVE WS-REPORT-DATE(7:2) TO WS-CUT-DAG
           PERFORM PREVIOUS-DAY 6 TIMES
           COMPUTE WS-WEEK-FROM = WS-CUT-JAAR * 10000
               + WS-CUT-MAAND * 100 + WS-CUT-DAG
           PERFORM PREVIOUS-DAY
           COMPUTE WS-BASE-TO = WS-CUT-JAAR * 10000
               + WS-CUT-MAAND * 100 + WS-CUT-DAG
           PERFORM PREVIOUS-DAY 27 TIMES
           COMPUTE WS-BASE-FROM = WS-CUT-JAAR * 10000
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
               PERFORM SET-MONTH-LENGTH
               MOVE WS-MAAND-MAX TO WS-CUT-DAG
           END-IF
           .
       SET-MONTH-LENGTH.
           EVALUATE WS-CUT-MAAND
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MAAND-MAX
               WHEN 2
                   MOVE 28 TO WS-MAAND-MAX
                   DIVIDE WS-CUT-JAAR BY 4
                       GIVING WS-REST REMAINDER WS-REST
                   IF WS-REST = 0
                       MOVE 29 TO WS-MAAND-MAX
                       DIVIDE WS-CUT-JAAR BY 100
                           GIVING WS-REST REMAINDER WS-REST
                       IF WS-REST = 0
                           DIVIDE WS-CUT-JAAR BY 400
                               GIVING WS-REST REMAINDER WS-REST
                           IF WS-REST NOT = 0
                               MOVE 28 TO WS-MAAND-MAX
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MAAND-MAX
           END-EVALUATE
           .
      * A timing counts for the day its phase started.  Only the
      * week feeds the slowest-feeds list; week and baseline both
      * feed the per-phase comparison.
       TALLY-ONE-RECORD.
           MOVE 'N' TO WS-IN-WEEK-FLAG
           MOVE 'N' TO WS-IN-BASE-FLAG
           IF RM-START-DATE >= WS-WEEK-FROM
                   AND RM-START-DATE <= WS-REPORT-DATE
               MOVE 'Y' TO WS-IN-WEEK-FLAG
           END-IF
           IF RM-START-DATE >= WS-BASE-FROM
                   AND RM-START-DATE <= WS-BASE-TO
               MOVE 'Y' TO WS-IN-BASE-FLAG
           END-IF
           IF WS-IN-WEEK OR WS-IN-BASE
               ADD 1 TO WS-RECORDS-READ
               PERFORM FIND-STAT-ENTRY
               IF WS-S > 0
                   IF WS-IN-WEEK
                       ADD 1 TO WS-STAT-WK-RUNS(WS-S)
                       ADD RM-ROWS TO WS-STAT-WK-ROWS(WS-S)
                       ADD RM-ELAPSED TO WS-STAT-WK-SECS(WS-S)
                   ELSE
                       ADD 1 TO WS-STAT-BS-RUNS(WS-S)
                       ADD RM-ROWS TO WS-STAT-BS-ROWS(WS-S)
                       ADD RM-ELAPSED TO WS-STAT-BS-SECS(WS-S)
                   END-IF
               END-IF
           END-IF
           .
      * Finds (or opens) the slot for the record's feed and phase.
      * A full table is reported once and the rest is left out of
      * the report rather than failing it.
       FIND-STAT-ENTRY.
           MOVE 0 TO WS-S
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-STAT-COUNT OR WS-S > 0
               IF WS-STAT-FEED(WS-F) = RM-FEED-DEF
                       AND WS-STAT-PHASE(WS-F) = RM-PHASE
                   MOVE WS-F TO WS-S
               END-IF
           END-PERFORM
           IF WS-S = 0
               IF WS-STAT-COUNT >= WS-STAT-MAX
                   IF NOT WS-TABLE-FULL
                       DISPLAY "RunRpt: more than " WS-STAT-MAX
                               " feed phases; the rest is left out"
                       MOVE 'Y' TO WS-TABLE-FULL-FLAG
                   END-IF
               ELSE
                   ADD 1 TO WS-STAT-COUNT
                   MOVE WS-STAT-COUNT TO WS-S
                   MOVE RM-FEED-DEF TO WS-STAT-FEED(WS-S)
                   MOVE RM-PHASE    TO WS-STAT-PHASE(WS-S)
                   MOVE 0 TO WS-STAT-WK-RUNS(WS-S)
                   MOVE 0 TO WS-STAT-WK-ROWS(WS-S)
                   MOVE 0 TO WS-STAT-WK-SECS(WS-S)
                   MOVE 0 TO WS-STAT-BS-RUNS(WS-S)
                   MOVE 0 TO WS-STAT-BS-ROWS(WS-S)
                   MOVE 0 TO WS-STAT-BS-SECS(WS-S)
               END-IF
           END-IF
           .
      * Rolls the week's phases up per feed, then lists the slowest
      * ten by seconds per run, slowest first.
       WRITE-SLOWEST-FEEDS.
           MOVE 0 TO WS-FEED-COUNT
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STAT-COUNT
               IF WS-STAT-WK-RUNS(WS-S) > 0
                   PERFORM ADD-FEED-TOTAL
               END-IF
           END-PERFORM
           MOVE SPACES TO RUN-REPORT-LINE
           WRITE RUN-REPORT-LINE
           MOVE WS-SLOW-HDR-LINE TO RUN-REPORT-LINE
           WRITE RUN-REPORT-LINE
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-TOP-LIMIT
                       OR WS-RANK > WS-FEED-COUNT
               PERFORM WRITE-NEXT-SLOWEST
           END-PERFORM
           .
       ADD-FEED-TOTAL.
           MOVE 0 TO WS-F
           PERFORM VARYING WS-TOP FROM 1 BY 1
                   UNTIL WS-TOP > WS-FEED-COUNT OR WS-F > 0
               IF WS-FEED-DEF(WS-TOP) = WS-STAT-FEED(WS-S)
                   MOVE WS-TOP TO WS-F
               END-IF
           END-PERFORM
           IF WS-F = 0 AND WS-FEED-COUNT < WS-FEED-MAX
               ADD 1 TO WS-FEED-COUNT
               MOVE WS-FEED-COUNT TO WS-F
               MOVE WS-STAT-FEED(WS-S) TO WS-FEED-DEF(WS-F)
               MOVE 0 TO WS-FEED-RUNS(WS-F)
               MOVE 0 TO WS-FEED-SECS(WS-F)
               MOVE 'N' TO WS-FEED-LISTED(WS-F)
           END-IF
           IF WS-F > 0
               ADD WS-STAT-WK-SECS(WS-S) TO WS-FEED-SECS(WS-F)
               IF WS-STAT-WK-RUNS(WS-S) > WS-FEED-RUNS(WS-F)
                   MOVE WS-STAT-WK-RUNS(WS-S) TO WS-FEED-RUNS(WS-F)
               END-IF
           END-IF
           .
       WRITE-NEXT-SLOWEST.
           MOVE 0 TO WS-TOP
           MOVE 0 TO WS-AVG-SECS
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-FEED-COUNT
               IF WS-FEED-LISTED(WS-F) = 'N'
                   IF WS-TOP = 0
                           OR WS-FEED-SECS(WS-F) / WS-FEED-RUNS(WS-F)
                               > WS-AVG-SECS
                       MOVE WS-F TO WS-TOP
                       COMPUTE WS-AVG-SECS =
                           WS-FEED-SECS(WS-F) / WS-FEED-RUNS(WS-F)
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'Y' TO WS-FEED-LISTED(WS-TOP)
           MOVE WS-RANK               TO WS-SLOW-RANK
           MOVE WS-FEED-DEF(WS-TOP)   TO WS-SLOW-FEED
           MOVE WS-FEED-RUNS(WS-TOP)  TO WS-SLOW-RUNS
           MOVE WS-FEED-SECS(WS-TOP)  TO WS-SLOW-TOTAL
           MOVE WS-AVG-SECS           TO WS-SLOW-AVG
           MOVE WS-SLOW-LINE TO RUN-REPORT-LINE
           WRITE RUN-REPORT-LINE
           .
       WRITE-PHASE-TRENDS.
           MOVE SPACES TO RUN-REPORT-LINE
           WRITE RUN-REPORT-LINE
           MOVE WS-PHASE-HDR-LINE TO RUN-REPORT-LINE
           WRITE RUN-REPORT-LINE
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STAT-COUNT
               IF WS-STAT-WK-RUNS(WS-S) > 0
                   PERFORM WRITE-ONE-PHASE-TREND
               END-IF
           END-PERFORM
           .
      * Time per row is total seconds over total rows, so one small
      * run does not weigh as much as a full one.  A phase that
      * handled no rows in either period has no rate to compare.
       WRITE-ONE-PHASE-TREND.
           MOVE 0 TO WS-WK-MS-ROW
           MOVE 0 TO WS-BS-MS-ROW
           MOVE 0 TO WS-BS-AVG-ROWS
           ADD 1 TO WS-PHASES-REPORTED
           IF WS-STAT-WK-ROWS(WS-S) > 0
               COMPUTE WS-WK-MS-ROW ROUNDED =
                   WS-STAT-WK-SECS(WS-S) * 1000 / WS-STAT-WK-ROWS(WS-S)
           END-IF
           COMPUTE WS-WK-AVG-ROWS =
               WS-STAT-WK-ROWS(WS-S) / WS-STAT-WK-RUNS(WS-S)
           IF WS-STAT-BS-RUNS(WS-S) > 0
               COMPUTE WS-BS-AVG-ROWS =
                   WS-STAT-BS-ROWS(WS-S) / WS-STAT-BS-RUNS(WS-S)
           END-IF
           IF WS-STAT-BS-ROWS(WS-S) > 0
               COMPUTE WS-BS-MS-ROW ROUNDED =
                   WS-STAT-BS-SECS(WS-S) * 1000 / WS-STAT-BS-ROWS(WS-S)
           END-IF
           EVALUATE TRUE
               WHEN WS-STAT-BS-RUNS(WS-S) < WS-BASE-MIN-RUNS
                   MOVE "GEEN BASIS" TO WS-VERDICT
               WHEN WS-STAT-WK-ROWS(WS-S) = 0
                       OR WS-STAT-BS-ROWS(WS-S) = 0
                   MOVE "GEEN RIJEN" TO WS-VERDICT
               WHEN WS-WK-MS-ROW * 100 > WS-BS-MS-ROW * WS-TREND-PCT
                   MOVE "TRAGER PER RIJ" TO WS-VERDICT
                   ADD 1 TO WS-PHASES-DEGRADING
               WHEN WS-WK-AVG-ROWS * 100
                       > WS-BS-AVG-ROWS * WS-TREND-PCT
                   MOVE "GROEI" TO WS-VERDICT
                   ADD 1 TO WS-PHASES-GROWING
               WHEN OTHER
                   MOVE "stabiel" TO WS-VERDICT
           END-EVALUATE
           MOVE WS-STAT-FEED(WS-S)    TO WS-PH-FEED
           MOVE WS-STAT-PHASE(WS-S)   TO WS-PH-PHASE
           MOVE WS-STAT-WK-RUNS(WS-S) TO WS-PH-RUNS
           MOVE WS-STAT-BS-RUNS(WS-S) TO WS-PH-BS-RUNS
           MOVE WS-WK-MS-ROW          TO WS-PH-MS-ROW
           MOVE WS-BS-MS-ROW          TO WS-PH-BS-MS-ROW
           MOVE WS-WK-AVG-ROWS        TO WS-PH-AVG-ROWS
           MOVE WS-BS-AVG-ROWS        TO WS-PH-BS-AVG-ROWS
           MOVE WS-VERDICT            TO WS-PH-VERDICT
           MOVE WS-PHASE-LINE TO RUN-REPORT-LINE
           WRITE RUN-REPORT-LINE
           .
