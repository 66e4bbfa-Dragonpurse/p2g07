           05 RIN-REASON-CODE    PIC 9(4).
           05 RIN-REASON-TEXT    PIC X(60).
           05 RIN-RAW-LINE       PIC X(255).
           05 RIN-BUSINESS-DATE  PIC 9(8).
       FD work-uit.
       01 WORK-RECORD           PIC X(255).
      * The reject file CSVReader writes for the work file; its line
           05 TRJ-REASON-CODE    PIC 9(4).
           05 TRJ-REASON-TEXT    PIC X(60).
           05 TRJ-RAW-LINE       PIC X(255).
           05 TRJ-BUSINESS-DATE  PIC 9(8).
       FD rej2-uit.
       01 REJECT-RECORD.
           COPY REJECTRC.
       01 RECONCILE-RECORD.
           COPY RPTREC.
       FD reconlog-file.
       01 RECONLOG-RECORD       PIC X(253).
      * The original run's reconciliation record; same RPTREC layout
      * the loader wrote it with, under its own names because the FD
      * above already claims the copybook's.  Only the business date
           05 ORPT-ROWS-DUPLICATE    PIC 9(7).
           05 ORPT-STATUS            PIC X(4).
           05 ORPT-BUSINESS-DATE     PIC 9(8).
           05 FILLER                 PIC X(188).
       WORKING-STORAGE SECTION.
       01 WS-REJ-IN-FILENAME    PIC X(29)       VALUE SPACES.
       01 WS-BRANCH-KEY         PIC X(10)       VALUE "PROD".
      *----------------------------------------------------------------
       01 WS-BUSINESS-DATE      PIC 9(8)        VALUE 0.
       01 WS-READER-BDATE       PIC 9(8)        VALUE 0.
      *----------------------------------------------------------------
      * WS-ROW-DATE is the business date a resubmitted row is checked
      * under: the date its reject record carries, so the row meets
      * the dictionary version that was in force for the file it
      * came from.  A reject written before the date was kept falls
      * back to the original run's business date, and to the run
      * date when that is unknown too.
      *----------------------------------------------------------------
       01 WS-ROW-DATE           PIC 9(8)        VALUE 0.
       01 WS-RUN-DATE           PIC 9(8)        VALUE 0.
       01 WS-READER-ROWS-READ     PIC 9(7)      VALUE 0.
       01 WS-READER-ROWS-REJECTED PIC 9(7)      VALUE 0.
       01 WS-READER-TOTALS.
           COPY AMTTOT.
      *----------------------------------------------------------------
      * Amount control totals of the resubmitted rows, per FEEDDICT
      * amount field: accepted = rows the dictionary now passes,
      * staged = rows that went into CSV_STAGING (zero again after a
      * rollback).  They travel in the supplemental record.
      *----------------------------------------------------------------
       01 WS-RESUB-AMOUNTS.
           05 WS-RESUB-AMT-ENTRY OCCURS 5 TIMES.
               10 WS-RESUB-ACCEPTED      PIC S9(13)V99.
               10 WS-RESUB-STAGED        PIC S9(13)V99.
       01 WS-AMT-IDX            PIC 9(1)        VALUE 0.
       01 WS-CONN-PARM.
           COPY CONNPARM.
       01 WS-FLD-PARM.
           05 WS-WORK-LINE      OCCURS 50000 TIMES.
               10 WS-ORIG-LINE           PIC 9(7).
               10 WS-ORIG-RAW            PIC X(255).
               10 WS-ORIG-BDATE          PIC 9(8).
               10 WS-WORK-REJ-FLAG       PIC X.
      *----------------------------------------------------------------
      * Per accepted row (CSVtabel index): which work-file line it
               ON EXCEPTION
                   MOVE '"' TO WS-QUALIFIER
           END-ACCEPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM BUILD-WORK-FILE
           IF NOT WS-RESUB-FAILED
               STRING WS-ORIG-SOURCE-WS DELIMITED BY SPACE
               ADD 1 TO WS-RESUB-READ
               MOVE RIN-LINE-NUMBER TO WS-ORIG-LINE(WS-RESUB-READ)
               MOVE RIN-RAW-LINE    TO WS-ORIG-RAW(WS-RESUB-READ)
               MOVE 0               TO WS-ORIG-BDATE(WS-RESUB-READ)
               IF RIN-BUSINESS-DATE IS NUMERIC
                   MOVE RIN-BUSINESS-DATE
                       TO WS-ORIG-BDATE(WS-RESUB-READ)
               END-IF
               MOVE 'N'             TO WS-WORK-REJ-FLAG(WS-RESUB-READ)
               MOVE RIN-RAW-LINE    TO WORK-RECORD
               WRITE WORK-RECORD
                                   WS-READER-ROWS-READ,
                                   WS-READER-ROWS-REJECTED,
                                   WS-DELIMITER, WS-QUALIFIER,
                                   WS-READER-BDATE,
                                   WS-READER-TOTALS
           IF WS-READER-STATUS NOT = 0
               DISPLAY "CSVResub: CSVReader returned status "
                       WS-READER-STATUS ", aborting resubmission"
           ELSE
               MOVE TRJ-LINE-NUMBER TO REJ-LINE-NUMBER
           END-IF
           PERFORM SET-ROW-DATE
           MOVE WS-ROW-DATE       TO REJ-BUSINESS-DATE
           MOVE WS-ORIG-SOURCE-WS TO REJ-SOURCE-FILE
           MOVE TRJ-REASON-CODE   TO REJ-REASON-CODE
           MOVE TRJ-REASON-TEXT   TO REJ-REASON-TEXT
           MOVE WS-ORIG-SOURCE-WS TO WS-ORIG-SOURCE
           MOVE 'L' TO FC-MODE
           MOVE WS-ORIG-SOURCE-WS TO FC-FEED-FILE
           MOVE WS-BUSINESS-DATE TO FC-BUSINESS-DATE
           CALL "FldCheck" USING WS-FLD-PARM, kolommen(1)
           INITIALIZE WS-RESUB-AMOUNTS
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > AANTAL-RIJEN
                   OR WS-RESUB-FAILED
      * The dictionary version for this row's business date; FldCheck
      * keeps it loaded while the rows share a date.
               MOVE WS-ACC-WORK-LINE(WS-K) TO WS-LIJN
               PERFORM SET-ROW-DATE
               MOVE 'L' TO FC-MODE
               MOVE WS-ORIG-SOURCE-WS TO FC-FEED-FILE
               MOVE WS-ROW-DATE TO FC-BUSINESS-DATE
               CALL "FldCheck" USING WS-FLD-PARM, kolommen(WS-K)
               MOVE 0 TO FC-REASON-CODE
      * CSVReader pinned the work file's expected field count from
      * its own first row (CSVRESUB.TMP has no dictionary), so the
               IF FC-REASON-CODE NOT = 0
                   PERFORM WRITE-CONTENT-REJECT
               ELSE
                   PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                           UNTIL WS-AMT-IDX > FC-AMOUNT-COUNT
                       ADD FC-AMOUNT-VALUE(WS-AMT-IDX)
                           TO WS-RESUB-ACCEPTED(WS-AMT-IDX)
                   END-PERFORM
                   PERFORM INSERT-STAGING-ROW
               END-IF
           END-PERFORM
           MOVE FC-REASON-CODE TO REJ-REASON-CODE
           MOVE FC-REASON-TEXT TO REJ-REASON-TEXT
           MOVE WS-ORIG-RAW(WS-LIJN) TO REJ-RAW-LINE
           MOVE WS-ROW-DATE TO REJ-BUSINESS-DATE
           WRITE REJECT-RECORD
           IF WS-RJ2-STATUS NOT = "00"
               DISPLAY "CSVResub: FATAL - cannot write "
               ADD 1 TO WS-STILL-REJECTED
           END-IF
           .
      * The business date of work-file line WS-LIJN, by the rule at
      * WS-ROW-DATE.
       SET-ROW-DATE.
           MOVE 0 TO WS-ROW-DATE
           IF WS-LIJN >= 1 AND WS-LIJN <= WS-RESUB-READ
               MOVE WS-ORIG-BDATE(WS-LIJN) TO WS-ROW-DATE
           END-IF
           IF WS-ROW-DATE = 0
               MOVE WS-BUSINESS-DATE TO WS-ROW-DATE
           END-IF
           IF WS-ROW-DATE = 0
               MOVE WS-RUN-DATE TO WS-ROW-DATE
           END-IF
           .
       INSERT-STAGING-ROW.
           PERFORM VARYING WS-VELD-IDX FROM 1 BY 1
                   UNTIL WS-VELD-IDX > 20
                       "whole resubmission and aborting"
               EXEC SQL ROLLBACK END-EXEC
               MOVE 0 TO WS-ROWS-INSERTED
               PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                       UNTIL WS-AMT-IDX > 5
                   MOVE 0 TO WS-RESUB-STAGED(WS-AMT-IDX)
               END-PERFORM
               MOVE 'Y' TO WS-RESUB-FAILED-FLAG
           ELSE
               ADD 1 TO WS-ROWS-INSERTED
               PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                       UNTIL WS-AMT-IDX > FC-AMOUNT-COUNT
                   ADD FC-AMOUNT-VALUE(WS-AMT-IDX)
                       TO WS-RESUB-STAGED(WS-AMT-IDX)
               END-PERFORM
           END-IF
           .
      * Writes the supplemental reconciliation record for the
           ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RPT-RUN-TIME FROM TIME
           MOVE 'R' TO RPT-RECORD-TYPE
           PERFORM FILL-AMOUNT-TOTALS
           IF WS-RESUB-FAILED
               MOVE "FAIL" TO RPT-STATUS
           ELSE
                   " still-rejected=" WS-STILL-REJECTED
                   " inserted=" WS-ROWS-INSERTED
           .
      * No dictionary, no amount fields: the count stays zero and so
      * do the entries.
       FILL-AMOUNT-TOTALS.
           IF FC-DICT-FOUND
               MOVE FC-AMOUNT-COUNT TO RPT-AMOUNT-COUNT
           ELSE
               MOVE 0 TO RPT-AMOUNT-COUNT
           END-IF
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                   UNTIL WS-AMT-IDX > 5
               IF WS-AMT-IDX > RPT-AMOUNT-COUNT
                   MOVE 0 TO RPT-AMT-FIELD-NUM(WS-AMT-IDX)
                   MOVE 0 TO RPT-AMT-ACCEPTED(WS-AMT-IDX)
                   MOVE 0 TO RPT-AMT-STAGED(WS-AMT-IDX)
               ELSE
                   MOVE FC-AMOUNT-FIELD(WS-AMT-IDX)
                       TO RPT-AMT-FIELD-NUM(WS-AMT-IDX)
                   MOVE WS-RESUB-ACCEPTED(WS-AMT-IDX)
                       TO RPT-AMT-ACCEPTED(WS-AMT-IDX)
                   MOVE WS-RESUB-STAGED(WS-AMT-IDX)
                       TO RPT-AMT-STAGED(WS-AMT-IDX)
               END-IF
           END-PERFORM
           .
      * Appends the supplemental record to the same cumulative log
      * the nightly loads feed, so the daily summary sees the reject
      * rows coming back in alongside the original run.
