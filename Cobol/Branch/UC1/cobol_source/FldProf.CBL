000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FldProf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      * The same data dictionary FldCheck validates against names the
      * fields to profile and says how each one is measured.
      *----------------------------------------------------------------
           SELECT dict-file ASSIGN TO "FEEDDICT.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DICT-STATUS.
           SELECT loadcfg-file ASSIGN TO "CSVLOAD.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LCFG-STATUS.
      *----------------------------------------------------------------
      * The profile history is read for the baseline before anything
      * is written, then appended to, like RECONLOG.DAT.
      *----------------------------------------------------------------
           SELECT profhist-file ASSIGN TO "PROFHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PHIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD dict-file.
       01 DICT-RECORD.
           COPY FEEDDICT.
       FD loadcfg-file.
       01 LOADCFG-RECORD.
           COPY LOADCFG.
       FD profhist-file.
       01 PROFILE-RECORD.
           COPY PROFREC.
       WORKING-STORAGE SECTION.
       01 WS-DICT-STATUS        PIC X(2)        VALUE SPACES.
       01 WS-LCFG-STATUS        PIC X(2)        VALUE SPACES.
       01 WS-PHIST-STATUS       PIC X(2)        VALUE SPACES.
       01 WS-LCFG-VALUE-NUM     PIC 9(4)        VALUE 0.
       01 WS-LCFG-VALUE-LEN     PIC 9(2)        VALUE 0.
      *----------------------------------------------------------------
      * WS-LKP-FEED is the feed definition name after FeedAlias, so a
      * dated instance finds its feed's dictionary and shares one
      * profile history with every other instance of the feed.
      *----------------------------------------------------------------
       01 WS-LKP-FEED           PIC X(25)       VALUE SPACES.
       01 WS-ALIAS-PARM.
           COPY ALIASPRM.
       01 WS-DICT-COUNT         PIC 9(2)        VALUE 0.
       01 WS-DICT-TABLE.
           05 WS-DICT-ENTRY     OCCURS 20 TIMES.
               10 WS-DICT-FIELD-NAME     PIC X(20).
               10 WS-DICT-FIELD-TYPE     PIC X(1).
      *----------------------------------------------------------------
      * The dictionary version profiled against is the one the load
      * was validated with: in force on the load's business date, or
      * on the run date for a file without one.
      *----------------------------------------------------------------
       01 WS-DICT-DATE          PIC 9(8)        VALUE 0.
       01 WS-VERSION-DATE       PIC 9(8)        VALUE 0.
       01 WS-REC-DATE           PIC 9(8)        VALUE 0.
      *----------------------------------------------------------------
      * The baseline: for every field, the figures of the feed's
      * last WS-BASE-MAX profiled loads (PROFILE-BASELINE in
      * CSVLOAD.CFG, default 10, at most 30).  PROFHIST.DAT is in run
      * order, so each field's entries are kept as a ring that the
      * newer loads overwrite - what is left after one pass is the
      * newest WS-BASE-MAX.  An earlier profile counts only when the
      * field still has the same name and type in the dictionary: a
      * field the vendor redefined starts a fresh baseline.
      *----------------------------------------------------------------
       01 WS-BASE-MAX           PIC 9(2)        VALUE 10.
       01 WS-BASE-LIMIT         PIC 9(2)        VALUE 30.
       01 WS-BASE-TABLE.
           05 WS-BASE-FIELD     OCCURS 20 TIMES.
               10 WS-BASE-COUNT          PIC 9(2).
               10 WS-BASE-NEXT           PIC 9(2).
               10 WS-BASE-ENTRY          OCCURS 30 TIMES.
                   15 WS-BASE-FILLED         PIC 9(7).
                   15 WS-BASE-FILL-PCT       PIC 9(3).
                   15 WS-BASE-MIN            PIC S9(13)V99.
                   15 WS-BASE-MAX-VALUE      PIC S9(13)V99.
                   15 WS-BASE-DISTINCT       PIC 9(7).
                   15 WS-BASE-TOP-PCT        PIC 9(3).
      *----------------------------------------------------------------
      * A field is judged only once it has this many earlier loads
      * to compare with; a new feed's first nights are its baseline.
      *----------------------------------------------------------------
       01 WS-BASE-MIN-LOADS     PIC 9(2)        VALUE 3.
       01 WS-FLD                PIC 9(2)        VALUE 0.
       01 WS-B                  PIC 9(2)        VALUE 0.
       01 WS-ROW                PIC 9(5)        VALUE 0.
      *----------------------------------------------------------------
      * The filled values of the field being profiled, sorted so
      * equal values lie next to each other: one pass over the sorted
      * table then gives the exact distinct count and the most
      * frequent values however many distinct values the field has.
      *----------------------------------------------------------------
       01 WS-SRT-COUNT          PIC 9(5)        VALUE 0.
       01 WS-SRT-TABLE.
           05 WS-SRT-VALUE      PIC X(120)
                                OCCURS 0 TO 50000 TIMES
                                DEPENDING ON WS-SRT-COUNT.
       01 WS-RUN-VALUE          PIC X(120)      VALUE SPACES.
       01 WS-RUN-COUNT          PIC 9(7)        VALUE 0.
       01 WS-TOP-TABLE.
           05 WS-TOP-ENTRY      OCCURS 3 TIMES.
               10 WS-TOP-VALUE           PIC X(120).
               10 WS-TOP-COUNT           PIC 9(7).
       01 WS-T                  PIC 9(1)        VALUE 0.
      *----------------------------------------------------------------
      * The measure of one value (see PROFREC.CPY for what it means
      * per type) and whether the value could be measured at all.
      *----------------------------------------------------------------
       01 WS-MEASURE            PIC S9(13)V99   VALUE 0.
       01 WS-MEASURED-FLAG      PIC X           VALUE 'N'.
           88 WS-MEASURED                       VALUE 'Y'.
       01 WS-RANGE-SEEN-FLAG    PIC X           VALUE 'N'.
           88 WS-RANGE-SEEN                     VALUE 'Y'.
      *----------------------------------------------------------------
      * Baseline sums.  WS-RANGED counts the earlier loads that filled
      * the field: only those have a range and a top value to average.
      *----------------------------------------------------------------
       01 WS-SUM-FILL-PCT       PIC 9(5)        VALUE 0.
       01 WS-SUM-MIN            PIC S9(15)V99   VALUE 0.
       01 WS-SUM-MAX            PIC S9(15)V99   VALUE 0.
       01 WS-SUM-DISTINCT       PIC 9(9)        VALUE 0.
       01 WS-SUM-TOP-PCT        PIC 9(5)        VALUE 0.
       01 WS-RANGED             PIC 9(2)        VALUE 0.
       01 WS-AVG-WIDTH          PIC S9(14)V99   VALUE 0.
       01 WS-CMP-A              PIC 9(9)        VALUE 0.
       01 WS-CMP-B              PIC 9(9)        VALUE 0.
       01 WS-FIELD-FLAGGED-FLAG PIC X           VALUE 'N'.
           88 WS-FIELD-FLAGGED                  VALUE 'Y'.
      *----------------------------------------------------------------
      * Value scanning, the same way FldCheck reads a field.
      *----------------------------------------------------------------
       01 WS-VAL                PIC X(120)      VALUE SPACES.
       01 WS-VAL-LEN            PIC 9(3)        VALUE 0.
       01 WS-VAL-CHARS          PIC 9(3)        VALUE 0.
       01 WS-POS                PIC 9(3)        VALUE 0.
       01 WS-CH                 PIC X           VALUE SPACE.
       01 WS-BAD-FLAG           PIC X           VALUE 'N'.
           88 WS-BAD                            VALUE 'Y'.
       01 WS-DIGIT-FLAG         PIC X           VALUE 'N'.
           88 WS-SAW-DIGIT                      VALUE 'Y'.
       01 WS-SEP-FLAG           PIC X           VALUE 'N'.
           88 WS-SAW-SEP                        VALUE 'Y'.
       01 WS-DECIMALS           PIC 9(2)        VALUE 0.
       01 WS-DATE-DIGITS        PIC X(8)        VALUE SPACES.
      *----------------------------------------------------------------
      * A date is measured as its distance in days from the load's
      * business date, so the range of an "as of" or "booked on"
      * field holds still from night to night and its average is
      * still a distance.  WS-DAYNUM counts days from a fixed origin
      * so that two dates subtract; WS-BASE-DAYNUM is the business
      * date's (the run date's when the file carried none).
      *----------------------------------------------------------------
       01 WS-BASE-DAYNUM        PIC 9(7)        VALUE 0.
       01 WS-DAYNUM             PIC 9(7)        VALUE 0.
       01 WS-DN-JAAR            PIC 9(4)        VALUE 0.
       01 WS-DN-MAAND           PIC 9(2)        VALUE 0.
       01 WS-DN-DAG             PIC 9(2)        VALUE 0.
       01 WS-DN-DEEL            PIC 9(7)        VALUE 0.
       01 WS-MAAND-MAX          PIC 9(2)        VALUE 0.
       01 WS-REST               PIC 9(4)        VALUE 0.
       01 WS-AMT-VALUE          PIC S9(13)V99   VALUE 0.
       01 WS-AMT-NEG-FLAG       PIC X           VALUE 'N'.
           88 WS-AMT-NEG                        VALUE 'Y'.
       01 WS-AMT-DIGIT-X        PIC X           VALUE '0'.
       01 WS-AMT-DIGIT REDEFINES WS-AMT-DIGIT-X PIC 9.
       LINKAGE SECTION.
       01 ProfParm.
           COPY PROFPARM.
       01 CSVtabel.
           COPY CSVTABLE.
       PROCEDURE DIVISION USING ProfParm, CSVtabel.
      * Profiles the rows of one load that PASSed: for every field in
      * the feed's dictionary the fill rate, range, distinct count and
      * most frequent values, set against the trailing average of the
      * feed's earlier loads, and appended to PROFHIST.DAT.  A load
      * can balance to the row while a vendor has blanked a field or
      * zeroed an amount; these figures are where that shows.
      * Profiling only observes - nothing it finds changes the load.
       MAIN-PARAGRAPH.
           MOVE 0 TO PF-RETURN-CODE
           MOVE 0 TO PF-FIELDS-PROFILED
           MOVE 0 TO PF-FIELDS-FLAGGED
           IF AANTAL-RIJEN = 0
               MOVE 4 TO PF-RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-DICTIONARY
           IF WS-DICT-COUNT = 0
               MOVE 4 TO PF-RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-DICT-DATE TO WS-DATE-DIGITS
           PERFORM DATE-TO-DAYNUM
           MOVE WS-DAYNUM TO WS-BASE-DAYNUM
           PERFORM READ-RUNTIME-CONFIG
           PERFORM LOAD-BASELINE
           OPEN EXTEND profhist-file
           IF WS-PHIST-STATUS = "35"
               OPEN OUTPUT profhist-file
           END-IF
           IF WS-PHIST-STATUS NOT = "00"
               DISPLAY "FldProf: cannot open PROFHIST.DAT, status="
                       WS-PHIST-STATUS
               MOVE 16 TO PF-RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-FLD FROM 1 BY 1
                   UNTIL WS-FLD > WS-DICT-COUNT
               IF WS-DICT-FIELD-NAME(WS-FLD) NOT = SPACES
                   PERFORM PROFILE-ONE-FIELD
               END-IF
           END-PERFORM
           CLOSE profhist-file
           GOBACK
           .
      * Reads the feed's field entries from FEEDDICT.CFG, keyed by
      * FD-FIELD-NUM the way FldCheck loads them.  The control entry
      * (00) describes the file, not a field, and is not profiled.
      * Versions are picked as FldCheck picks them: a later-dated
      * record is passed over, a newer one starts the table afresh.
       LOAD-DICTIONARY.
           MOVE PF-FEED-FILE TO AL-IN-FILENAME
           CALL "FeedAlias" USING WS-ALIAS-PARM
           MOVE AL-OUT-FILENAME TO WS-LKP-FEED
           IF PF-BUSINESS-DATE > 0
               MOVE PF-BUSINESS-DATE TO WS-DICT-DATE
           ELSE
               MOVE PF-RUN-DATE TO WS-DICT-DATE
           END-IF
           MOVE 0 TO WS-VERSION-DATE
           MOVE 0 TO WS-DICT-COUNT
           INITIALIZE WS-DICT-TABLE
           OPEN INPUT dict-file
           IF WS-DICT-STATUS = "00"
               PERFORM UNTIL WS-DICT-STATUS NOT = "00"
                   READ dict-file
                       AT END MOVE "10" TO WS-DICT-STATUS
                       NOT AT END
                           IF FD-FEED-FILE = WS-LKP-FEED
                               PERFORM SELECT-DICT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE dict-file
           END-IF
           .
       SELECT-DICT-RECORD.
           MOVE 0 TO WS-REC-DATE
           IF FD-EFFECTIVE-FROM IS NUMERIC
               MOVE FD-EFFECTIVE-FROM TO WS-REC-DATE
           END-IF
           IF WS-REC-DATE <= WS-DICT-DATE
               IF WS-REC-DATE > WS-VERSION-DATE
                   MOVE WS-REC-DATE TO WS-VERSION-DATE
                   MOVE 0 TO WS-DICT-COUNT
                   INITIALIZE WS-DICT-TABLE
               END-IF
               IF WS-REC-DATE = WS-VERSION-DATE
                   AND FD-FIELD-NUM >= 1
                   AND FD-FIELD-NUM <= 20
                   MOVE FD-FIELD-NAME TO
                       WS-DICT-FIELD-NAME(FD-FIELD-NUM)
                   MOVE FD-FIELD-TYPE TO
                       WS-DICT-FIELD-TYPE(FD-FIELD-NUM)
                   IF FD-FIELD-NUM > WS-DICT-COUNT
                       MOVE FD-FIELD-NUM TO WS-DICT-COUNT
                   END-IF
               END-IF
           END-IF
           .
      * PROFILE-BASELINE in CSVLOAD.CFG sets how many earlier loads
      * the average covers.  A value outside 1-30 is reported and
      * ignored, the way LoadCore treats a bad COMMIT-INTERVAL.
       READ-RUNTIME-CONFIG.
           MOVE 10 TO WS-BASE-MAX
           OPEN INPUT loadcfg-file
           IF WS-LCFG-STATUS = "00"
               PERFORM UNTIL WS-LCFG-STATUS NOT = "00"
                   READ loadcfg-file
                       AT END MOVE "10" TO WS-LCFG-STATUS
                       NOT AT END
                           IF LCFG-KEYWORD = "PROFILE-BASELINE"
                               PERFORM APPLY-PROFILE-BASELINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE loadcfg-file
           END-IF
           .
       APPLY-PROFILE-BASELINE.
           MOVE 0 TO WS-LCFG-VALUE-LEN
           PERFORM UNTIL WS-LCFG-VALUE-LEN >= 10
                   OR LCFG-VALUE(WS-LCFG-VALUE-LEN + 1:1) = SPACE
               ADD 1 TO WS-LCFG-VALUE-LEN
           END-PERFORM
           MOVE 0 TO WS-LCFG-VALUE-NUM
           IF WS-LCFG-VALUE-LEN >= 1 AND WS-LCFG-VALUE-LEN <= 4
               IF LCFG-VALUE(1:WS-LCFG-VALUE-LEN) IS NUMERIC
                   MOVE LCFG-VALUE(1:WS-LCFG-VALUE-LEN)
                       TO WS-LCFG-VALUE-NUM
               END-IF
           END-IF
           IF WS-LCFG-VALUE-NUM >= 1
                   AND WS-LCFG-VALUE-NUM <= WS-BASE-LIMIT
               MOVE WS-LCFG-VALUE-NUM TO WS-BASE-MAX
           ELSE
               DISPLAY "FldProf: ignoring bad PROFILE-BASELINE '"
                       LCFG-VALUE "' in CSVLOAD.CFG"
           END-IF
           .
      * One pass over PROFHIST.DAT keeping, per field, the newest
      * WS-BASE-MAX profiles of this feed.  A missing history file is
      * a feed's first night: every field simply has no baseline.
       LOAD-BASELINE.
           INITIALIZE WS-BASE-TABLE
           OPEN INPUT profhist-file
           IF WS-PHIST-STATUS = "00"
               PERFORM UNTIL WS-PHIST-STATUS NOT = "00"
                   READ profhist-file
                       AT END MOVE "10" TO WS-PHIST-STATUS
                       NOT AT END
                           IF PR-FEED-FILE = WS-LKP-FEED
                                   AND PR-FIELD-NUM >= 1
                                   AND PR-FIELD-NUM <= WS-DICT-COUNT
                               PERFORM STORE-BASELINE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE profhist-file
           END-IF
           .
       STORE-BASELINE-ENTRY.
           MOVE PR-FIELD-NUM TO WS-FLD
           IF PR-FIELD-NAME = WS-DICT-FIELD-NAME(WS-FLD)
                   AND PR-FIELD-TYPE = WS-DICT-FIELD-TYPE(WS-FLD)
               ADD 1 TO WS-BASE-NEXT(WS-FLD)
               IF WS-BASE-NEXT(WS-FLD) > WS-BASE-MAX
                   MOVE 1 TO WS-BASE-NEXT(WS-FLD)
               END-IF
               MOVE WS-BASE-NEXT(WS-FLD) TO WS-B
               IF WS-BASE-COUNT(WS-FLD) < WS-BASE-MAX
                   ADD 1 TO WS-BASE-COUNT(WS-FLD)
               END-IF
               MOVE PR-FILLED    TO WS-BASE-FILLED(WS-FLD, WS-B)
               MOVE PR-FILL-PCT  TO WS-BASE-FILL-PCT(WS-FLD, WS-B)
               MOVE PR-MIN-VALUE TO WS-BASE-MIN(WS-FLD, WS-B)
               MOVE PR-MAX-VALUE TO WS-BASE-MAX-VALUE(WS-FLD, WS-B)
               MOVE PR-DISTINCT  TO WS-BASE-DISTINCT(WS-FLD, WS-B)
               MOVE PR-TOP-PCT   TO WS-BASE-TOP-PCT(WS-FLD, WS-B)
           END-IF
           .
      * Builds and appends the profile record of field WS-FLD.
       PROFILE-ONE-FIELD.
           INITIALIZE PROFILE-RECORD
           MOVE WS-LKP-FEED       TO PR-FEED-FILE
           MOVE PF-FEED-FILE      TO PR-SOURCE-FILE
           MOVE PF-BUSINESS-DATE  TO PR-BUSINESS-DATE
           MOVE PF-RUN-DATE       TO PR-RUN-DATE
           MOVE PF-RUN-TIME       TO PR-RUN-TIME
           MOVE WS-FLD            TO PR-FIELD-NUM
           MOVE WS-DICT-FIELD-NAME(WS-FLD) TO PR-FIELD-NAME
           MOVE WS-DICT-FIELD-TYPE(WS-FLD) TO PR-FIELD-TYPE
           MOVE AANTAL-RIJEN      TO PR-ROWS
           PERFORM COLLECT-FIELD-VALUES
           COMPUTE PR-FILL-PCT = PR-FILLED * 100 / PR-ROWS
           IF WS-SRT-COUNT > 0
               SORT WS-SRT-VALUE ASCENDING
               PERFORM COUNT-DISTINCT-VALUES
           END-IF
           PERFORM COMPUTE-BASELINE
           PERFORM JUDGE-FIELD
           WRITE PROFILE-RECORD
           IF WS-PHIST-STATUS NOT = "00"
               DISPLAY "FldProf: cannot write PROFHIST.DAT, status="
                       WS-PHIST-STATUS
               MOVE 16 TO PF-RETURN-CODE
           ELSE
               ADD 1 TO PF-FIELDS-PROFILED
               IF WS-FIELD-FLAGGED
                   ADD 1 TO PF-FIELDS-FLAGGED
               END-IF
           END-IF
           .
      * One pass over the loaded rows: counts the filled values,
      * keeps the smallest and largest measure, and gathers the
      * values for the sort.
       COLLECT-FIELD-VALUES.
           MOVE 0 TO WS-SRT-COUNT
           MOVE 'N' TO WS-RANGE-SEEN-FLAG
           PERFORM VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > AANTAL-RIJEN
               MOVE KOL-VELD(WS-ROW, WS-FLD) TO WS-VAL
               PERFORM TRIM-VALUE
               IF WS-VAL-LEN > 0
                   ADD 1 TO PR-FILLED
                   ADD 1 TO WS-SRT-COUNT
                   MOVE WS-VAL TO WS-SRT-VALUE(WS-SRT-COUNT)
                   PERFORM MEASURE-VALUE
                   IF WS-MEASURED
                       IF NOT WS-RANGE-SEEN
                           MOVE WS-MEASURE TO PR-MIN-VALUE
                           MOVE WS-MEASURE TO PR-MAX-VALUE
                           MOVE 'Y' TO WS-RANGE-SEEN-FLAG
                       END-IF
                       IF WS-MEASURE < PR-MIN-VALUE
                           MOVE WS-MEASURE TO PR-MIN-VALUE
                       END-IF
                       IF WS-MEASURE > PR-MAX-VALUE
                           MOVE WS-MEASURE TO PR-MAX-VALUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
      * The measure of one filled value by its dictionary type.  A
      * value the type cannot be read from (only possible for rows
      * FldCheck did not validate) is counted but not ranged.
       MEASURE-VALUE.
           MOVE 'Y' TO WS-MEASURED-FLAG
           MOVE 0 TO WS-MEASURE
           EVALUATE WS-DICT-FIELD-TYPE(WS-FLD)
               WHEN 'N'
                   PERFORM CHECK-NUMERIC
                   EVALUATE TRUE
                       WHEN WS-BAD
                           MOVE 'N' TO WS-MEASURED-FLAG
                       WHEN WS-VAL-LEN > 13
                           MOVE WS-VAL-CHARS TO WS-MEASURE
                       WHEN OTHER
                           PERFORM AMOUNT-TO-VALUE
                           MOVE WS-AMT-VALUE TO WS-MEASURE
                   END-EVALUATE
               WHEN 'A'
                   PERFORM CHECK-AMOUNT
                   IF WS-BAD
                       MOVE 'N' TO WS-MEASURED-FLAG
                   ELSE
                       PERFORM AMOUNT-TO-VALUE
                       MOVE WS-AMT-VALUE TO WS-MEASURE
                   END-IF
               WHEN 'D'
                   PERFORM DATE-TO-DIGITS
                   IF NOT WS-BAD
                       PERFORM DATE-TO-DAYNUM
                   END-IF
                   IF WS-BAD
                       MOVE 'N' TO WS-MEASURED-FLAG
                   ELSE
                       COMPUTE WS-MEASURE =
                           WS-DAYNUM - WS-BASE-DAYNUM
                   END-IF
               WHEN OTHER
                   MOVE WS-VAL-CHARS TO WS-MEASURE
           END-EVALUATE
           .
      * Walks the sorted values counting each run of equal values:
      * every run is one distinct value, and the three longest runs
      * are the most frequent values.  A later run only displaces an
      * earlier one when it is strictly longer, so ties keep the
      * value that sorts first.
       COUNT-DISTINCT-VALUES.
           INITIALIZE WS-TOP-TABLE
           MOVE WS-SRT-VALUE(1) TO WS-RUN-VALUE
           MOVE 1 TO WS-RUN-COUNT
           PERFORM VARYING WS-ROW FROM 2 BY 1
                   UNTIL WS-ROW > WS-SRT-COUNT
               IF WS-SRT-VALUE(WS-ROW) = WS-RUN-VALUE
                   ADD 1 TO WS-RUN-COUNT
               ELSE
                   PERFORM CLOSE-VALUE-RUN
                   MOVE WS-SRT-VALUE(WS-ROW) TO WS-RUN-VALUE
                   MOVE 1 TO WS-RUN-COUNT
               END-IF
           END-PERFORM
           PERFORM CLOSE-VALUE-RUN
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 3
               MOVE WS-TOP-VALUE(WS-T) TO PR-TOP-VALUE(WS-T)
               MOVE WS-TOP-COUNT(WS-T) TO PR-TOP-COUNT(WS-T)
           END-PERFORM
           COMPUTE PR-TOP-PCT = WS-TOP-COUNT(1) * 100 / PR-FILLED
           .
       CLOSE-VALUE-RUN.
           ADD 1 TO PR-DISTINCT
           EVALUATE TRUE
               WHEN WS-RUN-COUNT > WS-TOP-COUNT(1)
                   MOVE WS-TOP-ENTRY(2) TO WS-TOP-ENTRY(3)
                   MOVE WS-TOP-ENTRY(1) TO WS-TOP-ENTRY(2)
                   MOVE WS-RUN-VALUE TO WS-TOP-VALUE(1)
                   MOVE WS-RUN-COUNT TO WS-TOP-COUNT(1)
               WHEN WS-RUN-COUNT > WS-TOP-COUNT(2)
                   MOVE WS-TOP-ENTRY(2) TO WS-TOP-ENTRY(3)
                   MOVE WS-RUN-VALUE TO WS-TOP-VALUE(2)
                   MOVE WS-RUN-COUNT TO WS-TOP-COUNT(2)
               WHEN WS-RUN-COUNT > WS-TOP-COUNT(3)
                   MOVE WS-RUN-VALUE TO WS-TOP-VALUE(3)
                   MOVE WS-RUN-COUNT TO WS-TOP-COUNT(3)
           END-EVALUATE
           .
      * Averages the field's baseline entries into the record.
       COMPUTE-BASELINE.
           MOVE WS-BASE-COUNT(WS-FLD) TO PR-BASE-LOADS
           MOVE 0 TO WS-SUM-FILL-PCT
           MOVE 0 TO WS-SUM-MIN
           MOVE 0 TO WS-SUM-MAX
           MOVE 0 TO WS-SUM-DISTINCT
           MOVE 0 TO WS-SUM-TOP-PCT
           MOVE 0 TO WS-RANGED
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-BASE-COUNT(WS-FLD)
               ADD WS-BASE-FILL-PCT(WS-FLD, WS-B) TO WS-SUM-FILL-PCT
               ADD WS-BASE-DISTINCT(WS-FLD, WS-B) TO WS-SUM-DISTINCT
               IF WS-BASE-FILLED(WS-FLD, WS-B) > 0
                   ADD 1 TO WS-RANGED
                   ADD WS-BASE-MIN(WS-FLD, WS-B) TO WS-SUM-MIN
                   ADD WS-BASE-MAX-VALUE(WS-FLD, WS-B) TO WS-SUM-MAX
                   ADD WS-BASE-TOP-PCT(WS-FLD, WS-B) TO WS-SUM-TOP-PCT
               END-IF
           END-PERFORM
           IF PR-BASE-LOADS > 0
               COMPUTE PR-AVG-FILL-PCT ROUNDED =
                   WS-SUM-FILL-PCT / PR-BASE-LOADS
               COMPUTE PR-AVG-DISTINCT ROUNDED =
                   WS-SUM-DISTINCT / PR-BASE-LOADS
           END-IF
           IF WS-RANGED > 0
               COMPUTE PR-AVG-MIN-VALUE ROUNDED =
                   WS-SUM-MIN / WS-RANGED
               COMPUTE PR-AVG-MAX-VALUE ROUNDED =
                   WS-SUM-MAX / WS-RANGED
               COMPUTE PR-AVG-TOP-PCT ROUNDED =
                   WS-SUM-TOP-PCT / WS-RANGED
           END-IF
           .
      * The three verdicts of PROFREC.CPY.  Each compares whole
      * counts or cross-multiplied percentages, so no rounding can
      * tip a borderline field either way.  A top value seen only
      * once has not taken over anything, whatever share a small
      * file gives it.
       JUDGE-FIELD.
           MOVE 'N' TO PR-FLAG-EMPTY
           MOVE 'N' TO PR-FLAG-ONE-VALUE
           MOVE 'N' TO PR-FLAG-RANGE
           MOVE 'N' TO WS-FIELD-FLAGGED-FLAG
           IF PR-BASE-LOADS >= WS-BASE-MIN-LOADS
               IF PR-AVG-FILL-PCT >= 10
                   COMPUTE WS-CMP-A = PR-FILL-PCT * 2
                   IF WS-CMP-A < PR-AVG-FILL-PCT
                       MOVE 'Y' TO PR-FLAG-EMPTY
                   END-IF
               END-IF
           END-IF
           IF WS-RANGED >= WS-BASE-MIN-LOADS AND PR-FILLED > 0
               IF PR-TOP-COUNT(1) > 1
                   COMPUTE WS-CMP-B = PR-AVG-TOP-PCT * 3
                   IF (PR-TOP-PCT >= 90 AND PR-AVG-TOP-PCT < 50)
                      OR (PR-TOP-PCT >= 10 AND PR-TOP-PCT >= WS-CMP-B)
                       MOVE 'Y' TO PR-FLAG-ONE-VALUE
                   END-IF
               END-IF
               COMPUTE WS-AVG-WIDTH =
                   PR-AVG-MAX-VALUE - PR-AVG-MIN-VALUE
               IF PR-MAX-VALUE > PR-AVG-MAX-VALUE + WS-AVG-WIDTH
                  OR PR-MIN-VALUE < PR-AVG-MIN-VALUE - WS-AVG-WIDTH
                   MOVE 'Y' TO PR-FLAG-RANGE
               END-IF
           END-IF
           IF PR-WENT-EMPTY OR PR-WENT-ONE-VALUE OR PR-OUT-OF-RANGE
               MOVE 'Y' TO WS-FIELD-FLAGGED-FLAG
           END-IF
           .
      * Byte length and character count of WS-VAL, as FldCheck's
      * TRIM-VALUE counts them.
       TRIM-VALUE.
           MOVE 120 TO WS-VAL-LEN
           PERFORM UNTIL WS-VAL-LEN = 0
                   OR WS-VAL(WS-VAL-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-VAL-LEN
           END-PERFORM
           MOVE 0 TO WS-VAL-CHARS
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-VAL-LEN
               IF WS-VAL(WS-POS:1) < X'80' OR WS-VAL(WS-POS:1) > X'BF'
                   ADD 1 TO WS-VAL-CHARS
               END-IF
           END-PERFORM
           .
       CHECK-NUMERIC.
           MOVE 'N' TO WS-BAD-FLAG
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-VAL-LEN
               IF WS-VAL(WS-POS:1) < '0' OR WS-VAL(WS-POS:1) > '9'
                   MOVE 'Y' TO WS-BAD-FLAG
               END-IF
           END-PERFORM
           .
      * The two date forms FldCheck accepts, JJJJMMDD and DD-MM-JJJJ
      * or DD/MM/JJJJ, brought to JJJJMMDD so they range as one.
       DATE-TO-DIGITS.
           MOVE 'N' TO WS-BAD-FLAG
           MOVE SPACES TO WS-DATE-DIGITS
           EVALUATE TRUE
               WHEN WS-VAL-LEN = 8
                   MOVE WS-VAL(1:8) TO WS-DATE-DIGITS
               WHEN WS-VAL-LEN = 10
                       AND (WS-VAL(3:1) = '-' OR WS-VAL(3:1) = '/')
                       AND (WS-VAL(6:1) = '-' OR WS-VAL(6:1) = '/')
                   STRING WS-VAL(7:4) DELIMITED BY SIZE
                          WS-VAL(4:2) DELIMITED BY SIZE
                          WS-VAL(1:2) DELIMITED BY SIZE
                          INTO WS-DATE-DIGITS
               WHEN OTHER
                   MOVE 'Y' TO WS-BAD-FLAG
           END-EVALUATE
           IF NOT WS-BAD AND WS-DATE-DIGITS IS NOT NUMERIC
               MOVE 'Y' TO WS-BAD-FLAG
           END-IF
           .
      * The day number of the JJJJMMDD date in WS-DATE-DIGITS, counted
      * with March as the first month so that the leap day falls at
      * the end of the year.  A month or day that does not exist is
      * bad, and leaves WS-DAYNUM at zero.
       DATE-TO-DAYNUM.
           MOVE 'N' TO WS-BAD-FLAG
           MOVE 0 TO WS-DAYNUM
           IF WS-DATE-DIGITS IS NOT NUMERIC
               MOVE 'Y' TO WS-BAD-FLAG
           ELSE
               MOVE WS-DATE-DIGITS(1:4) TO WS-DN-JAAR
               MOVE WS-DATE-DIGITS(5:2) TO WS-DN-MAAND
               MOVE WS-DATE-DIGITS(7:2) TO WS-DN-DAG
               IF WS-DN-JAAR = 0 OR WS-DN-MAAND < 1
                       OR WS-DN-MAAND > 12
                   MOVE 'Y' TO WS-BAD-FLAG
               ELSE
                   PERFORM SET-MONTH-LENGTH
                   IF WS-DN-DAG < 1 OR WS-DN-DAG > WS-MAAND-MAX
                       MOVE 'Y' TO WS-BAD-FLAG
                   END-IF
               END-IF
           END-IF
           IF NOT WS-BAD
               IF WS-DN-MAAND < 3
                   ADD 12 TO WS-DN-MAAND
                   SUBTRACT 1 FROM WS-DN-JAAR
               END-IF
               COMPUTE WS-DAYNUM = WS-DN-JAAR * 365 + WS-DN-DAG
               DIVIDE WS-DN-JAAR BY 4 GIVING WS-DN-DEEL
               ADD WS-DN-DEEL TO WS-DAYNUM
               DIVIDE WS-DN-JAAR BY 100 GIVING WS-DN-DEEL
               SUBTRACT WS-DN-DEEL FROM WS-DAYNUM
               DIVIDE WS-DN-JAAR BY 400 GIVING WS-DN-DEEL
               ADD WS-DN-DEEL TO WS-DAYNUM
               COMPUTE WS-DN-DEEL = (WS-DN-MAAND - 3) * 153 + 2
               DIVIDE WS-DN-DEEL BY 5 GIVING WS-DN-DEEL
               ADD WS-DN-DEEL TO WS-DAYNUM
           END-IF
           .
      * Days in month WS-DN-MAAND of WS-DN-JAAR, as HouseKeep counts
      * them.
       SET-MONTH-LENGTH.
           EVALUATE WS-DN-MAAND
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MAAND-MAX
               WHEN 2
                   MOVE 28 TO WS-MAAND-MAX
                   DIVIDE WS-DN-JAAR BY 4
                       GIVING WS-REST REMAINDER WS-REST
                   IF WS-REST = 0
                       MOVE 29 TO WS-MAAND-MAX
                       DIVIDE WS-DN-JAAR BY 100
                           GIVING WS-REST REMAINDER WS-REST
                       IF WS-REST = 0
                           DIVIDE WS-DN-JAAR BY 400
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
       CHECK-AMOUNT.
           MOVE 'N' TO WS-BAD-FLAG
           MOVE 'N' TO WS-DIGIT-FLAG
           MOVE 'N' TO WS-SEP-FLAG
           MOVE 0 TO WS-DECIMALS
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-VAL-LEN
               MOVE WS-VAL(WS-POS:1) TO WS-CH
               EVALUATE TRUE
                   WHEN (WS-CH = '-' OR WS-CH = '+')
                           AND WS-POS = 1
                       CONTINUE
                   WHEN WS-CH >= '0' AND WS-CH <= '9'
                       MOVE 'Y' TO WS-DIGIT-FLAG
                       IF WS-SAW-SEP
                           ADD 1 TO WS-DECIMALS
                           IF WS-DECIMALS > 2
                               MOVE 'Y' TO WS-BAD-FLAG
                           END-IF
                       END-IF
                   WHEN (WS-CH = '.' OR WS-CH = ',')
                           AND NOT WS-SAW-SEP
                       MOVE 'Y' TO WS-SEP-FLAG
                   WHEN OTHER
                       MOVE 'Y' TO WS-BAD-FLAG
               END-EVALUATE
           END-PERFORM
           IF NOT WS-SAW-DIGIT
               MOVE 'Y' TO WS-BAD-FLAG
           END-IF
           .
       AMOUNT-TO-VALUE.
           MOVE 0 TO WS-AMT-VALUE
           MOVE 0 TO WS-DECIMALS
           MOVE 'N' TO WS-AMT-NEG-FLAG
           MOVE 'N' TO WS-SEP-FLAG
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-VAL-LEN
               MOVE WS-VAL(WS-POS:1) TO WS-CH
               EVALUATE TRUE
                   WHEN WS-CH = '-'
                       MOVE 'Y' TO WS-AMT-NEG-FLAG
                   WHEN WS-CH >= '0' AND WS-CH <= '9'
                       MOVE WS-CH TO WS-AMT-DIGIT-X
                       COMPUTE WS-AMT-VALUE =
                           WS-AMT-VALUE * 10 + WS-AMT-DIGIT
                       IF WS-SAW-SEP
                           ADD 1 TO WS-DECIMALS
                       END-IF
                   WHEN WS-CH = '.' OR WS-CH = ','
                       MOVE 'Y' TO WS-SEP-FLAG
               END-EVALUATE
           END-PERFORM
           IF WS-DECIMALS = 1
               DIVIDE WS-AMT-VALUE BY 10 GIVING WS-AMT-VALUE
           END-IF
           IF WS-DECIMALS = 2
               DIVIDE WS-AMT-VALUE BY 100 GIVING WS-AMT-VALUE
           END-IF
           IF WS-AMT-NEG
               COMPUTE WS-AMT-VALUE = 0 - WS-AMT-VALUE
           END-IF
           .
