           SELECT rej-in ASSIGN TO WS-REJ-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJ-STATUS.
      *----------------------------------------------------------------
      * FldProf's per-field profiles of every PASSed load, with the
      * verdict against each field's trailing average already drawn.
      *----------------------------------------------------------------
           SELECT profhist-in ASSIGN TO "PROFHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PHIST-STATUS.
           SELECT ops-report ASSIGN TO "OPSDAILY.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPS-STATUS.
       FD rej-in.
       01 REJECT-RECORD.
           COPY REJECTRC.
       FD profhist-in.
       01 PROFILE-RECORD.
           COPY PROFREC.
       FD ops-report.
       01 OPS-REPORT-LINE       PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-RLOG-STATUS        PIC X(2)        VALUE SPACES.
       01 WS-REJ-STATUS         PIC X(2)        VALUE SPACES.
       01 WS-OPS-STATUS         PIC X(2)        VALUE SPACES.
       01 WS-PHIST-STATUS       PIC X(2)        VALUE SPACES.
       01 WS-REJ-FILENAME       PIC X(29)       VALUE SPACES.
       01 WS-ARG-NUM            PIC 9(2).
       01 WS-REPORT-DATE-X      PIC X(8)        VALUE SPACES.
               10 WS-LOG-RUN-DATE        PIC 9(8).
               10 WS-LOG-RUN-TIME        PIC 9(8).
               10 WS-LOG-TYPE            PIC X(1).
               10 WS-LOG-BDATE           PIC 9(8).
       01 WS-I                  PIC 9(4)        VALUE 0.
       01 WS-J                  PIC 9(4)        VALUE 0.
       01 WS-PRIOR-IDX          PIC 9(4)        VALUE 0.
           05 WS-TALLY-ENTRY    OCCURS 20 TIMES.
               10 WS-TALLY-CODE          PIC 9(4).
               10 WS-TALLY-AANTAL        PIC 9(7).
      *----------------------------------------------------------------
      * The report date's flagged profile fields, keyed by the load's
      * source file and reconciliation time - the same key its
      * RECONLOG.DAT record carries.  A night with more flagged
      * fields than this has bigger problems than the list; the
      * overflow is counted and reported on the console.
      *----------------------------------------------------------------
       01 WS-PFLAG-MAX          PIC 9(4)        VALUE 500.
       01 WS-PFLAG-COUNT        PIC 9(4)        VALUE 0.
       01 WS-PFLAG-DROPPED      PIC 9(4)        VALUE 0.
       01 WS-PFLAG-TABLE.
           05 WS-PFLAG-ENTRY    OCCURS 500 TIMES.
               10 WS-PFLAG-FILE          PIC X(25).
               10 WS-PFLAG-RUN-TIME      PIC 9(8).
               10 WS-PFLAG-FIELD         PIC X(20).
               10 WS-PFLAG-EMPTY         PIC X(1).
               10 WS-PFLAG-ONE-VALUE     PIC X(1).
               10 WS-PFLAG-RANGE         PIC X(1).
       01 WS-PROF-PTR           PIC 9(3)        VALUE 1.
       01 WS-BEST-IDX           PIC 9(2)        VALUE 0.
       01 WS-BEST-AANTAL        PIC 9(7)        VALUE 0.
       01 WS-REJ-ATTR-FLAG      PIC X           VALUE 'Y'.
           05 WS-DET-DUP            PIC 9(7).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 WS-DET-FLAGS          PIC X(40).
      *----------------------------------------------------------------
      * A back-out gets its own line: its counters are rows removed,
      * not rows read and loaded, and the business date says which
      * load of the feed it undid.
      *----------------------------------------------------------------
       01 WS-BCK-LINE.
           05 WS-BCK-FILE           PIC X(25).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 WS-BCK-STATUS         PIC X(4).
           05 FILLER                PIC X(15)  VALUE " teruggedraaid ".
           05 WS-BCK-BDATE          PIC 9(8).
           05 FILLER                PIC X(9)   VALUE " staging=".
           05 WS-BCK-STG            PIC 9(7).
           05 FILLER                PIC X(11)  VALUE " doeltabel=".
           05 WS-BCK-TGT            PIC 9(7).
           05 FILLER                PIC X(10)  VALUE " wachtrij=".
           05 WS-BCK-HELD           PIC 9(7).
       01 WS-REASON-LINE.
           05 FILLER                PIC X(18)
                       VALUE "  top afkeurcodes:".
           05 WS-REASON-DETAIL      PIC X(60).
      *----------------------------------------------------------------
      * The load's flagged fields, each with what FldProf found:
      * LEEG (gone empty), EEN-WAARDE (collapsed onto one value),
      * BEREIK (far outside its usual range).  PROFILE.RPT has the
      * figures behind them.
      *----------------------------------------------------------------
       01 WS-PROF-LINE.
           05 FILLER                PIC X(12)
                       VALUE "  profiel:  ".
           05 WS-PROF-DETAIL        PIC X(120).
       01 WS-TOT-LINE.
           05 FILLER                PIC X(7)   VALUE "totaal ".
           05 WS-TOT-FEEDS          PIC 9(4).
      * per-feed status, counters and top reject reasons, and flags
      * any feed whose volume shrank 40% or whose reject rate tripled
      * against its previous run - the trend problems a technically
      * PASSing load hides - or whose field profile (PROFHIST.DAT,
      * written by FldProf during the load) moved away from its
      * trailing average, listing the flagged fields under the feed.
       MAIN-PARAGRAPH.
           MOVE 1 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           END-IF
           PERFORM LOAD-RECONLOG
           PERFORM LOAD-PROFILE-FLAGS
           IF WS-LOG-COUNT = 0
               DISPLAY "OpsReport: RECONLOG.DAT is missing or empty;"
                       " nothing to report"
           MOVE RPT-STATUS         TO WS-LOG-STATUS(WS-LOG-COUNT)
           MOVE RPT-RUN-DATE       TO WS-LOG-RUN-DATE(WS-LOG-COUNT)
           MOVE RPT-RUN-TIME       TO WS-LOG-RUN-TIME(WS-LOG-COUNT)
           MOVE RPT-BUSINESS-DATE  TO WS-LOG-BDATE(WS-LOG-COUNT)
           EVALUATE RPT-RECORD-TYPE
               WHEN 'R'
                   MOVE 'R' TO WS-LOG-TYPE(WS-LOG-COUNT)
               WHEN 'B'
                   MOVE 'B' TO WS-LOG-TYPE(WS-LOG-COUNT)
               WHEN OTHER
                   MOVE 'L' TO WS-LOG-TYPE(WS-LOG-COUNT)
           END-EVALUATE
           .
      * One of tonight's runs: its counters, its PASS/FAIL, the trend
      * flags against the previous run of the same feed, and the top
      * Trend flags only make sense for load runs: a resubmission
      * reads reject-file-sized volumes by design, so comparing it
      * against a load (or a load against it) would flag noise and
      * hide real shrinkage.  A back-out reads nothing at all.
           MOVE SPACES TO WS-PROF-DETAIL
           IF WS-LOG-TYPE(WS-I) = 'L'
               PERFORM FIND-PRIOR-RUN
               IF WS-PRIOR-IDX > 0
                   PERFORM CHECK-TRENDS
               END-IF
               PERFORM CHECK-PROFILE-FLAGS
           END-IF
           IF WS-LOG-TYPE(WS-I) = 'B'
               PERFORM WRITE-BACKOUT-LINE
           ELSE
               PERFORM WRITE-RUN-LINE
           END-IF
           .
       WRITE-RUN-LINE.
           IF WS-FLAGS-TEXT NOT = SPACES
               ADD 1 TO WS-FLAG-REPORTED
           END-IF
           MOVE WS-FLAGS-TEXT       TO WS-DET-FLAGS
           MOVE WS-DET-LINE TO OPS-REPORT-LINE
           WRITE OPS-REPORT-LINE
           IF WS-PROF-DETAIL NOT = SPACES
               MOVE WS-PROF-LINE TO OPS-REPORT-LINE
               WRITE OPS-REPORT-LINE
           END-IF
           IF WS-LOG-REJ(WS-I) > 0
               PERFORM CHECK-REJECT-FILE-OWNER
               IF WS-REJ-ATTRIBUTABLE
               END-IF
           END-IF
           .
       WRITE-BACKOUT-LINE.
           MOVE WS-LOG-FILE(WS-I)   TO WS-BCK-FILE
           MOVE WS-LOG-STATUS(WS-I) TO WS-BCK-STATUS
           MOVE WS-LOG-BDATE(WS-I)  TO WS-BCK-BDATE
           MOVE WS-LOG-READ(WS-I)   TO WS-BCK-STG
           MOVE WS-LOG-INS(WS-I)    TO WS-BCK-TGT
           MOVE WS-LOG-REJ(WS-I)    TO WS-BCK-HELD
           MOVE WS-BCK-LINE TO OPS-REPORT-LINE
           WRITE OPS-REPORT-LINE
           .
      * The reject file on disk belongs to the LAST run that wrote
      * it: load runs rewrite <feed>.REJ, resubmissions rewrite
      * <feed>.RJ2.  When a later entry for the same feed and record
               END-IF
           END-IF
           .
      * Keeps the report date's flagged fields from PROFHIST.DAT.  A
      * missing history only means no load has been profiled yet.
       LOAD-PROFILE-FLAGS.
           MOVE 0 TO WS-PFLAG-COUNT
           MOVE 0 TO WS-PFLAG-DROPPED
           OPEN INPUT profhist-in
           IF WS-PHIST-STATUS = "00"
               PERFORM UNTIL WS-PHIST-STATUS NOT = "00"
                   READ profhist-in
                       AT END MOVE "10" TO WS-PHIST-STATUS
                       NOT AT END
                           IF PR-RUN-DATE = WS-REPORT-DATE
                                   AND (PR-WENT-EMPTY
                                     OR PR-WENT-ONE-VALUE
                                     OR PR-OUT-OF-RANGE)
                               PERFORM STORE-PROFILE-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE profhist-in
           END-IF
           IF WS-PFLAG-DROPPED > 0
               DISPLAY "OpsReport: " WS-PFLAG-DROPPED
                       " flagged profile fields beyond the first "
                       WS-PFLAG-MAX " not shown; see PROFILE.RPT"
           END-IF
           .
       STORE-PROFILE-FLAG.
           IF WS-PFLAG-COUNT >= WS-PFLAG-MAX
               ADD 1 TO WS-PFLAG-DROPPED
           ELSE
               ADD 1 TO WS-PFLAG-COUNT
               MOVE PR-SOURCE-FILE TO WS-PFLAG-FILE(WS-PFLAG-COUNT)
               MOVE PR-RUN-TIME
                   TO WS-PFLAG-RUN-TIME(WS-PFLAG-COUNT)
               MOVE PR-FIELD-NAME TO WS-PFLAG-FIELD(WS-PFLAG-COUNT)
               MOVE PR-FLAG-EMPTY
                   TO WS-PFLAG-EMPTY(WS-PFLAG-COUNT)
               MOVE PR-FLAG-ONE-VALUE
                   TO WS-PFLAG-ONE-VALUE(WS-PFLAG-COUNT)
               MOVE PR-FLAG-RANGE
                   TO WS-PFLAG-RANGE(WS-PFLAG-COUNT)
           END-IF
           .
      * A load whose content moved away from its baseline is flagged
      * like a volume or reject trend, and its fields are listed on
      * the line below it - a PASS with the right row count is
      * exactly where a blanked or zeroed field hides.
       CHECK-PROFILE-FLAGS.
           MOVE 1 TO WS-PROF-PTR
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-PFLAG-COUNT
               IF WS-PFLAG-FILE(WS-J) = WS-LOG-FILE(WS-I)
                       AND WS-PFLAG-RUN-TIME(WS-J)
                           = WS-LOG-RUN-TIME(WS-I)
                   PERFORM ADD-PROFILE-FIELD
               END-IF
           END-PERFORM
           IF WS-PROF-DETAIL NOT = SPACES
               STRING "!PROFIEL " DELIMITED BY SIZE
                   INTO WS-FLAGS-TEXT WITH POINTER WS-FLAG-PTR
           END-IF
           .
      * Adds "FIELD=FLAG[+FLAG]" for one flagged field.  A field that
      * no longer fits on the line is left to PROFILE.RPT.
       ADD-PROFILE-FIELD.
           STRING WS-PFLAG-FIELD(WS-J) DELIMITED BY SPACE
                  "=" DELIMITED BY SIZE
                  INTO WS-PROF-DETAIL WITH POINTER WS-PROF-PTR
           IF WS-PFLAG-EMPTY(WS-J) = 'Y'
               STRING "LEEG+" DELIMITED BY SIZE
                   INTO WS-PROF-DETAIL WITH POINTER WS-PROF-PTR
           END-IF
           IF WS-PFLAG-ONE-VALUE(WS-J) = 'Y'
               STRING "EEN-WAARDE+" DELIMITED BY SIZE
                   INTO WS-PROF-DETAIL WITH POINTER WS-PROF-PTR
           END-IF
           IF WS-PFLAG-RANGE(WS-J) = 'Y'
               STRING "BEREIK+" DELIMITED BY SIZE
                   INTO WS-PROF-DETAIL WITH POINTER WS-PROF-PTR
           END-IF
      * The last flag's "+" becomes the space before the next field.
           IF WS-PROF-PTR > 1 AND WS-PROF-PTR <= 121
               MOVE SPACE TO WS-PROF-DETAIL(WS-PROF-PTR - 1:1)
           END-IF
           .
      * Counts the reason codes in the reject file this record's run
      * wrote: <feed>.REJ for a load, <feed>.RJ2 for a resubmission.
      * CHECK-REJECT-FILE-OWNER has already established the file
