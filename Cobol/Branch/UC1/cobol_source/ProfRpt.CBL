000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ProfRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT profhist-in ASSIGN TO "PROFHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PHIST-STATUS.
           SELECT prof-report ASSIGN TO "PROFILE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD profhist-in.
       01 PROFILE-RECORD.
           COPY PROFREC.
       FD prof-report.
       01 PROF-REPORT-LINE      PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-PHIST-STATUS       PIC X(2)        VALUE SPACES.
       01 WS-PRPT-STATUS        PIC X(2)        VALUE SPACES.
       01 WS-ARG-NUM            PIC 9(2).
       01 WS-REPORT-DATE-X      PIC X(8)        VALUE SPACES.
       01 WS-REPORT-DATE        PIC 9(8)        VALUE 0.
      *----------------------------------------------------------------
      * FldProf writes a load's fields one after another, so a new
      * source file or run time in the history starts the next load.
      *----------------------------------------------------------------
       01 WS-PREV-SOURCE        PIC X(25)       VALUE SPACES.
       01 WS-PREV-RUN-TIME      PIC 9(8)        VALUE 0.
       01 WS-LOADS-REPORTED     PIC 9(4)        VALUE 0.
       01 WS-FIELDS-REPORTED    PIC 9(4)        VALUE 0.
       01 WS-FIELDS-FLAGGED     PIC 9(4)        VALUE 0.
       01 WS-FLAGS-TEXT         PIC X(33)       VALUE SPACES.
       01 WS-FLAG-PTR           PIC 9(3)        VALUE 1.
       01 WS-T                  PIC 9(1)        VALUE 0.
      *----------------------------------------------------------------
      * A field is only judged once FldProf had three earlier loads
      * of it to average; until then the report says the baseline is
      * still being built rather than showing a clean bill of health.
      *----------------------------------------------------------------
       01 WS-BASE-MIN-LOADS     PIC 9(2)        VALUE 3.
       01 WS-HDR-LINE.
           05 FILLER                PIC X(27)
                       VALUE "Dagelijks veldprofiel voor ".
           05 WS-HDR-DATE           PIC 9(8).
       01 WS-LOAD-LINE.
           05 WS-LOAD-SOURCE        PIC X(25).
           05 FILLER                PIC X(11)  VALUE " definitie=".
           05 WS-LOAD-FEED          PIC X(25).
           05 FILLER                PIC X(7)   VALUE " datum=".
           05 WS-LOAD-BDATE         PIC 9(8).
           05 FILLER                PIC X(7)   VALUE " rijen=".
           05 WS-LOAD-ROWS          PIC Z(6)9.
       01 WS-FLD-LINE.
           05 FILLER                PIC X(2)   VALUE SPACES.
           05 WS-FLD-NUM            PIC 9(2).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 WS-FLD-NAME           PIC X(20).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 WS-FLD-TYPE           PIC X(1).
           05 FILLER                PIC X(8)   VALUE " gevuld=".
           05 WS-FLD-FILL           PIC ZZ9.
           05 FILLER                PIC X(7)   VALUE "% (gem ".
           05 WS-FLD-AVG-FILL       PIC ZZ9.
           05 FILLER                PIC X(9)   VALUE "%) uniek=".
           05 WS-FLD-DISTINCT       PIC Z(6)9.
           05 FILLER                PIC X(6)   VALUE " (gem ".
           05 WS-FLD-AVG-DISTINCT   PIC Z(6)9.
           05 FILLER                PIC X(6)   VALUE ") top=".
           05 WS-FLD-TOP            PIC ZZ9.
           05 FILLER                PIC X(7)   VALUE "% (gem ".
           05 WS-FLD-AVG-TOP        PIC ZZ9.
           05 FILLER                PIC X(3)   VALUE "%) ".
           05 WS-FLD-FLAGS          PIC X(33).
      *----------------------------------------------------------------
      * The range is measured per type (see PROFREC.CPY): a value, a
      * date's distance in days from the business date, or a text
      * length.
      *----------------------------------------------------------------
       01 WS-RANGE-LINE.
           05 FILLER                PIC X(12)
                       VALUE "     bereik=".
           05 WS-RNG-MIN            PIC -(13)9.99.
           05 FILLER                PIC X(5)   VALUE " t/m ".
           05 WS-RNG-MAX            PIC -(13)9.99.
           05 FILLER                PIC X(6)   VALUE " (gem ".
           05 WS-RNG-AVG-MIN        PIC -(13)9.99.
           05 FILLER                PIC X(5)   VALUE " t/m ".
           05 WS-RNG-AVG-MAX        PIC -(13)9.99.
           05 FILLER                PIC X(1)   VALUE ")".
       01 WS-TOP-LINE.
           05 FILLER                PIC X(12)
                       VALUE "     meest: ".
           05 WS-TOP-ENTRY          OCCURS 3 TIMES.
               10 WS-TOP-VALUE           PIC X(30).
               10 WS-TOP-EQ              PIC X(1).
               10 WS-TOP-COUNT           PIC Z(6)9.
               10 FILLER                 PIC X(1)   VALUE SPACE.
       01 WS-TOT-LINE.
           05 FILLER                PIC X(7)   VALUE "totaal ".
           05 WS-TOT-LOADS          PIC 9(4).
           05 FILLER                PIC X(8)   VALUE " loads, ".
           05 WS-TOT-FIELDS         PIC 9(4).
           05 FILLER                PIC X(17)
                       VALUE " velden, gevlagd=".
           05 WS-TOT-FLAGGED        PIC 9(4).
       PROCEDURE DIVISION.
      * The daily field profile: every field FldProf profiled on the
      * report date (first command-line argument, default today),
      * with its fill rate, distinct count, top-value share and range
      * next to the trailing average of the feed's earlier loads, and
      * the flags FldProf raised - field gone empty (LEEG), collapsed
      * onto one value (EEN-WAARDE), or far outside its usual range
      * (BEREIK).  OpsReport shows the same flags next to the feed in
      * OPSDAILY.RPT; this report is where the operator looks next.
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
           OPEN INPUT profhist-in
           IF WS-PHIST-STATUS NOT = "00"
               DISPLAY "ProfRpt: PROFHIST.DAT is missing; "
                       "nothing to report"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT prof-report
           IF WS-PRPT-STATUS NOT = "00"
               DISPLAY "ProfRpt: cannot open PROFILE.RPT, "
                       "status=" WS-PRPT-STATUS
               CLOSE profhist-in
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-REPORT-DATE TO WS-HDR-DATE
           MOVE WS-HDR-LINE TO PROF-REPORT-LINE
           WRITE PROF-REPORT-LINE
           PERFORM UNTIL WS-PHIST-STATUS NOT = "00"
               READ profhist-in
                   AT END MOVE "10" TO WS-PHIST-STATUS
                   NOT AT END
                       IF PR-RUN-DATE = WS-REPORT-DATE
                           PERFORM REPORT-ONE-FIELD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE profhist-in
           MOVE WS-LOADS-REPORTED  TO WS-TOT-LOADS
           MOVE WS-FIELDS-REPORTED TO WS-TOT-FIELDS
           MOVE WS-FIELDS-FLAGGED  TO WS-TOT-FLAGGED
           MOVE WS-TOT-LINE TO PROF-REPORT-LINE
           WRITE PROF-REPORT-LINE
           CLOSE prof-report
           DISPLAY "ProfRpt: " WS-LOADS-REPORTED " loads, "
                   WS-FIELDS-REPORTED " fields on " WS-REPORT-DATE
                   ", gevlagd=" WS-FIELDS-FLAGGED
                   "; report in PROFILE.RPT"
           IF WS-FIELDS-FLAGGED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .
      * One profiled field of the report date, preceded by its
      * load's line when it is the load's first field.
       REPORT-ONE-FIELD.
           IF PR-SOURCE-FILE NOT = WS-PREV-SOURCE
                   OR PR-RUN-TIME NOT = WS-PREV-RUN-TIME
               PERFORM WRITE-LOAD-LINE
           END-IF
           ADD 1 TO WS-FIELDS-REPORTED
           PERFORM BUILD-FLAGS-TEXT
           MOVE PR-FIELD-NUM     TO WS-FLD-NUM
           MOVE PR-FIELD-NAME    TO WS-FLD-NAME
           MOVE PR-FIELD-TYPE    TO WS-FLD-TYPE
           MOVE PR-FILL-PCT      TO WS-FLD-FILL
           MOVE PR-AVG-FILL-PCT  TO WS-FLD-AVG-FILL
           MOVE PR-DISTINCT      TO WS-FLD-DISTINCT
           MOVE PR-AVG-DISTINCT  TO WS-FLD-AVG-DISTINCT
           MOVE PR-TOP-PCT       TO WS-FLD-TOP
           MOVE PR-AVG-TOP-PCT   TO WS-FLD-AVG-TOP
           MOVE WS-FLAGS-TEXT    TO WS-FLD-FLAGS
           MOVE WS-FLD-LINE TO PROF-REPORT-LINE
           WRITE PROF-REPORT-LINE
           IF PR-FILLED > 0
               MOVE PR-MIN-VALUE     TO WS-RNG-MIN
               MOVE PR-MAX-VALUE     TO WS-RNG-MAX
               MOVE PR-AVG-MIN-VALUE TO WS-RNG-AVG-MIN
               MOVE PR-AVG-MAX-VALUE TO WS-RNG-AVG-MAX
               MOVE WS-RANGE-LINE TO PROF-REPORT-LINE
               WRITE PROF-REPORT-LINE
      * A field with fewer than three distinct values leaves the
      * unused places blank.
               PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 3
                   IF PR-TOP-COUNT(WS-T) > 0
                       MOVE PR-TOP-VALUE(WS-T) TO WS-TOP-VALUE(WS-T)
                       MOVE "=" TO WS-TOP-EQ(WS-T)
                       MOVE PR-TOP-COUNT(WS-T) TO WS-TOP-COUNT(WS-T)
                   ELSE
                       MOVE SPACES TO WS-TOP-ENTRY(WS-T)
                   END-IF
               END-PERFORM
               MOVE WS-TOP-LINE TO PROF-REPORT-LINE
               WRITE PROF-REPORT-LINE
           END-IF
           .
       WRITE-LOAD-LINE.
           ADD 1 TO WS-LOADS-REPORTED
           MOVE PR-SOURCE-FILE   TO WS-PREV-SOURCE
           MOVE PR-RUN-TIME      TO WS-PREV-RUN-TIME
           MOVE PR-SOURCE-FILE   TO WS-LOAD-SOURCE
           MOVE PR-FEED-FILE     TO WS-LOAD-FEED
           MOVE PR-BUSINESS-DATE TO WS-LOAD-BDATE
           MOVE PR-ROWS          TO WS-LOAD-ROWS
           MOVE WS-LOAD-LINE TO PROF-REPORT-LINE
           WRITE PROF-REPORT-LINE
           .
      * The flags FldProf raised, in the words OPSDAILY.RPT uses; a
      * field without enough history says so instead.
       BUILD-FLAGS-TEXT.
           MOVE SPACES TO WS-FLAGS-TEXT
           MOVE 1 TO WS-FLAG-PTR
           IF PR-WENT-EMPTY OR PR-WENT-ONE-VALUE OR PR-OUT-OF-RANGE
               ADD 1 TO WS-FIELDS-FLAGGED
           END-IF
           IF PR-WENT-EMPTY
               STRING "!LEEG " DELIMITED BY SIZE
                   INTO WS-FLAGS-TEXT WITH POINTER WS-FLAG-PTR
           END-IF
           IF PR-WENT-ONE-VALUE
               STRING "!EEN-WAARDE " DELIMITED BY SIZE
                   INTO WS-FLAGS-TEXT WITH POINTER WS-FLAG-PTR
           END-IF
           IF PR-OUT-OF-RANGE
               STRING "!BEREIK " DELIMITED BY SIZE
                   INTO WS-FLAGS-TEXT WITH POINTER WS-FLAG-PTR
           END-IF
           IF PR-BASE-LOADS < WS-BASE-MIN-LOADS
               STRING "(basis " DELIMITED BY SIZE
                      PR-BASE-LOADS DELIMITED BY SIZE
                      " loads)" DELIMITED BY SIZE
                   INTO WS-FLAGS-TEXT WITH POINTER WS-FLAG-PTR
           END-IF
           .
