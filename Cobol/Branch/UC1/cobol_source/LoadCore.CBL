       01 LOADCFG-RECORD.
           COPY LOADCFG.
       FD reconlog-file.
       01 RECONLOG-RECORD       PIC X(253).
       FD loadhist-file.
       01 LOADHIST-RECORD.
           COPY LODHREC.
       01 WS-READER-ROWS-REJECTED PIC 9(7)      VALUE 0.
       01 WS-RPT-ROWS-INSERTED    PIC 9(7)      VALUE 0.
       01 WS-RPT-FILENAME         PIC X(29)     VALUE SPACES.
      *----------------------------------------------------------------
      * Amount control totals.  The reader hands back what it
      * accepted per amount field; WS-STAGED-TOTAL follows the rows
      * that actually reached CSV_STAGING, batch by batch, and backs
      * off with a rollback exactly like WS-RPT-ROWS-INSERTED does.
      * A load whose two totals differ does not reconcile.
      *----------------------------------------------------------------
       01 WS-READER-TOTALS.
           COPY AMTTOT.
       01 WS-STAGED-TOTALS.
           05 WS-STAGED-ENTRY   OCCURS 5 TIMES.
               10 WS-STAGED-TOTAL        PIC S9(13)V99.
               10 WS-STAGED-SINCE        PIC S9(13)V99.
               10 WS-STAGED-BATCH        PIC S9(13)V99.
       01 WS-AMT-IDX              PIC 9(1)      VALUE 0.
       01 WS-AMT-MISMATCH-FLAG    PIC X         VALUE 'N'.
           88 WS-AMT-MISMATCH                   VALUE 'Y'.
       01 WS-RPT-FILE-STATUS      PIC X(2)      VALUE SPACES.
       01 WS-LOAD-FAILED-FLAG     PIC X         VALUE 'N'.
           88 WS-LOAD-FAILED                    VALUE 'Y'.
       01 WS-FINAL-RC           PIC 9(2)        VALUE 0.
       01 WS-FLD-PARM.
           COPY FLDPARM.
       01 WS-PROF-PARM.
           COPY PROFPARM.
       01 ALERT-RECORD.
           COPY ALERTREC.
       01 WS-ALERT-CLASS        PIC X(12)       VALUE SPACES.
       01 WS-ALERT-CODE         PIC 9(4)        VALUE 0.
       01 WS-ALERT-TEXT         PIC X(60)       VALUE SPACES.
       01 WS-REJECT-RATE        PIC 9(3)        VALUE 0.
      *----------------------------------------------------------------
      * Phase timings: the read and the staging inserts are each
      * timed from start to end and written to RUNMETR.DAT, and the
      * seconds handed back to the caller in the LOADPARM block.
      *----------------------------------------------------------------
       01 WS-PHASE-DATE         PIC 9(8)        VALUE 0.
       01 WS-PHASE-TIME         PIC 9(8)        VALUE 0.
       01 WS-READ-SECONDS       PIC 9(7)V99     VALUE 0.
       01 WS-STAGE-SECONDS      PIC 9(7)V99     VALUE 0.
       01 WS-METR-RECORD.
           COPY RUNMETR.
       01 CSVtabel.
           COPY CSVTABLE.
       EXEC SQL
           MOVE WS-RPT-ROWS-INSERTED    TO LP-ROWS-INSERTED
           MOVE WS-START-ROW            TO LP-ROWS-DUPLICATE
           MOVE RPT-STATUS              TO LP-RPT-STATUS
           MOVE WS-BUSINESS-DATE        TO LP-BUSINESS-DATE
           MOVE WS-READ-SECONDS         TO LP-READ-SECONDS
           MOVE WS-STAGE-SECONDS        TO LP-STAGE-SECONDS
           GOBACK
           .
      * Working storage survives between CALLs, so every counter and
           MOVE 0 TO WS-READER-ROWS-REJECTED
           MOVE 0 TO WS-CKPT-COUNT
           MOVE 0 TO WS-BUSINESS-DATE
           MOVE 0 TO WS-READ-SECONDS
           MOVE 0 TO WS-STAGE-SECONDS
           INITIALIZE WS-READER-TOTALS
           INITIALIZE WS-STAGED-TOTALS
           MOVE 'N' TO WS-AMT-MISMATCH-FLAG
           MOVE SPACES TO RPT-STATUS
           MOVE 100 TO WS-COMMIT-INTERVAL
           PERFORM READ-RUNTIME-CONFIG
           STRING WS-FILENAME DELIMITED BY SPACE
                  ".RPT"      DELIMITED BY SIZE
                  INTO WS-RPT-FILENAME
           PERFORM START-PHASE-TIMER
           PERFORM READ-CSV
           MOVE "LEZEN" TO RM-PHASE
           MOVE WS-READER-ROWS-READ TO RM-ROWS
           MOVE WS-READER-STATUS TO RM-RETURN-CODE
           PERFORM RECORD-PHASE-METRICS
           MOVE RM-ELAPSED TO WS-READ-SECONDS
           IF WS-READER-STATUS NOT = 0
               DISPLAY "LoadCore: reader returned status "
                       WS-READER-STATUS ", aborting load"
                   PERFORM FIND-CHECKPOINT
                   PERFORM OPEN-DATABASE
                   IF NOT WS-LOAD-FAILED
                       PERFORM START-PHASE-TIMER
                       PERFORM LOAD-ROWS
                       MOVE "STAGING" TO RM-PHASE
                       MOVE WS-RPT-ROWS-INSERTED TO RM-ROWS
                       MOVE WS-FINAL-RC TO RM-RETURN-CODE
                       PERFORM RECORD-PHASE-METRICS
                       MOVE RM-ELAPSED TO WS-STAGE-SECONDS
                       PERFORM CLOSE-DATABASE
                   END-IF
               END-IF
           IF RPT-STATUS = "PASS" AND WS-BUSINESS-DATE > 0
               PERFORM RECORD-LOAD-HISTORY
           END-IF
           IF RPT-STATUS = "PASS"
               PERFORM PROFILE-LOADED-ROWS
           END-IF
           IF WS-LOAD-FAILED AND WS-FINAL-RC = 0
               MOVE 16 TO WS-FINAL-RC
           END-IF
               MOVE 32 TO WS-FINAL-RC
               MOVE "RECONCILE" TO WS-ALERT-CLASS
               MOVE 32 TO WS-ALERT-CODE
               IF WS-AMT-MISMATCH
                   MOVE "amount totals read and staged differ"
                       TO WS-ALERT-TEXT
               ELSE
                   MOVE
                     "read does not equal inserted+duplicate+rejected"
                       TO WS-ALERT-TEXT
               END-IF
               PERFORM WRITE-ALERT
           END-IF
           .
      * Profiles the content of a load that PASSed, field by field,
      * into PROFHIST.DAT under this load's reconciliation timestamp.
      * The counters above cannot see a vendor blanking a field or
      * zeroing an amount; the profile can.  It only observes: a
      * profile that cannot be written is reported and the load
      * keeps its outcome.
       PROFILE-LOADED-ROWS.
           MOVE WS-FILENAME      TO PF-FEED-FILE
           MOVE WS-BUSINESS-DATE TO PF-BUSINESS-DATE
           MOVE RPT-RUN-DATE     TO PF-RUN-DATE
           MOVE RPT-RUN-TIME     TO PF-RUN-TIME
           CALL "FldProf" USING WS-PROF-PARM, CSVtabel
           EVALUATE PF-RETURN-CODE
               WHEN 0
                   DISPLAY "LoadCore: profiled " PF-FIELDS-PROFILED
                           " fields, " PF-FIELDS-FLAGGED
                           " flagged against their baseline"
               WHEN 16
                   DISPLAY "LoadCore: field profile not recorded "
                           "for " WS-FILENAME
           END-EVALUATE
           .
      * A reject rate above the feed's dictionary threshold means the
      * vendor almost certainly changed their extract format - what
      * survived validation is a remnant, not the feed.  Failing here
       CHECK-REJECT-THRESHOLD.
           MOVE 'L' TO FC-MODE
           MOVE WS-FILENAME TO FC-FEED-FILE
           MOVE WS-BUSINESS-DATE TO FC-BUSINESS-DATE
           CALL "FldCheck" USING WS-FLD-PARM, kolommen(1)
           IF FC-REJ-THRESHOLD > 0 AND WS-READER-ROWS-READ > 0
               COMPUTE WS-REJECT-RATE =
           MOVE WS-ALERT-TEXT  TO ALR-TEXT
           CALL "AlertLog" USING ALERT-RECORD
           .
      * A phase is timed from START-PHASE-TIMER to
      * RECORD-PHASE-METRICS, which hands the phase (RM-PHASE,
      * RM-ROWS and RM-RETURN-CODE set by the caller) to RunMetr for
      * RUNMETR.DAT - the clock, not the counters, says which phase
      * of which feed ate the night.
       START-PHASE-TIMER.
           ACCEPT WS-PHASE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PHASE-TIME FROM TIME
           .
       RECORD-PHASE-METRICS.
           MOVE WS-FILENAME      TO RM-FEED-FILE
           MOVE WS-BUSINESS-DATE TO RM-BUSINESS-DATE
           MOVE WS-PHASE-DATE    TO RM-START-DATE
           MOVE WS-PHASE-TIME    TO RM-START-TIME
           CALL "RunMetr" USING WS-METR-RECORD
           .
       READ-CSV.
           IF WS-READER-TYPE = 'F'
               CALL "FWReader" USING WS-FILENAME, CSVtabel,
                                      WS-READER-ROWS-READ,
                                      WS-READER-ROWS-REJECTED,
                                      WS-DELIMITER, WS-QUALIFIER,
                                      WS-BUSINESS-DATE,
                                      WS-READER-TOTALS
           ELSE
               CALL "CSVReader" USING WS-FILENAME, CSVtabel,
                                       WS-READER-STATUS,
                                       WS-READER-ROWS-READ,
                                       WS-READER-ROWS-REJECTED,
                                       WS-DELIMITER, WS-QUALIFIER,
                                       WS-BUSINESS-DATE,
                                       WS-READER-TOTALS
           END-IF
           .
      * Reads the whole checkpoint file into WS-CKPT-TABLE, if it
      * last saved checkpoint is already behind those rolled-back
      * rows, so a restart will pick them back up.
       LOAD-ROWS.
           IF WS-START-ROW > 0 AND AT-AMOUNT-COUNT > 0
               PERFORM ADD-RESUMED-AMOUNTS
           END-IF
           COMPUTE WS-TELLER = WS-START-ROW + 1
           PERFORM UNTIL WS-TELLER > AANTAL-RIJEN
                   OR WS-LOAD-FAILED
                   SUBTRACT WS-ROWS-SINCE-COMMIT
                       FROM WS-RPT-ROWS-INSERTED
                   MOVE 0 TO WS-ROWS-SINCE-COMMIT
                   PERFORM BACK-OFF-STAGED-AMOUNTS
                   MOVE 'Y' TO WS-LOAD-FAILED-FLAG
                   MOVE 28 TO WS-FINAL-RC
                   MOVE "INSERT" TO WS-ALERT-CLASS
                   ADD WS-BATCH-COUNT TO WS-ROWS-SINCE-COMMIT
                   ADD WS-BATCH-COUNT TO WS-RPT-ROWS-INSERTED
                   ADD WS-BATCH-COUNT TO WS-TELLER
                   PERFORM ADD-BATCH-AMOUNTS
                   IF WS-ROWS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
                       EXEC SQL COMMIT END-EXEC
                       COMPUTE WS-LAST-LOADED-ROW = WS-TELLER - 1
                       PERFORM SAVE-CHECKPOINT
                       MOVE 0 TO WS-ROWS-SINCE-COMMIT
                       PERFORM CLEAR-STAGED-SINCE
                   END-IF
               END-IF
           END-PERFORM
               MOVE AANTAL-RIJEN TO WS-LAST-LOADED-ROW
               PERFORM SAVE-CHECKPOINT
               MOVE 0 TO WS-ROWS-SINCE-COMMIT
               PERFORM CLEAR-STAGED-SINCE
           END-IF
           .
      * Rows a checkpoint-resumed run skips are already in staging
      * from the aborted run, so their amounts count as staged.
       ADD-RESUMED-AMOUNTS.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-START-ROW
               PERFORM PARSE-ROW-AMOUNTS
               PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                       UNTIL WS-AMT-IDX > AT-AMOUNT-COUNT
                   ADD FC-AMOUNT-VALUE(WS-AMT-IDX)
                       TO WS-STAGED-TOTAL(WS-AMT-IDX)
               END-PERFORM
           END-PERFORM
           .
      * FldCheck parses the amount fields of CSVtabel row
      * WS-ROW-IDX into FC-AMOUNT-VALUE, by the same rules it
      * validated them with, in the dictionary version the reader
      * validated against.
       PARSE-ROW-AMOUNTS.
           MOVE 'A' TO FC-MODE
           MOVE WS-FILENAME TO FC-FEED-FILE
           MOVE WS-BUSINESS-DATE TO FC-BUSINESS-DATE
           CALL "FldCheck" USING WS-FLD-PARM, kolommen(WS-ROW-IDX)
           .
      * A batch the database took is staged: its amounts move into
      * the running totals, and into the since-commit share a
      * rollback would take back out.
       ADD-BATCH-AMOUNTS.
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                   UNTIL WS-AMT-IDX > AT-AMOUNT-COUNT
               ADD WS-STAGED-BATCH(WS-AMT-IDX)
                   TO WS-STAGED-TOTAL(WS-AMT-IDX)
               ADD WS-STAGED-BATCH(WS-AMT-IDX)
                   TO WS-STAGED-SINCE(WS-AMT-IDX)
           END-PERFORM
           .
       BACK-OFF-STAGED-AMOUNTS.
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                   UNTIL WS-AMT-IDX > AT-AMOUNT-COUNT
               SUBTRACT WS-STAGED-SINCE(WS-AMT-IDX)
                   FROM WS-STAGED-TOTAL(WS-AMT-IDX)
               MOVE 0 TO WS-STAGED-SINCE(WS-AMT-IDX)
           END-PERFORM
           .
       CLEAR-STAGED-SINCE.
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                   UNTIL WS-AMT-IDX > AT-AMOUNT-COUNT
               MOVE 0 TO WS-STAGED-SINCE(WS-AMT-IDX)
           END-PERFORM
           .
      * Copies the next up-to-WS-BATCH-LIMIT unloaded rows from
      * CSVtabel into the per-column host arrays.
       FILL-INSERT-BATCH.
           MOVE 0 TO WS-BATCH-COUNT
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                   UNTIL WS-AMT-IDX > AT-AMOUNT-COUNT
               MOVE 0 TO WS-STAGED-BATCH(WS-AMT-IDX)
           END-PERFORM
           PERFORM UNTIL WS-BATCH-COUNT >= WS-BATCH-LIMIT
                   OR WS-TELLER + WS-BATCH-COUNT > AANTAL-RIJEN
               ADD 1 TO WS-BATCH-COUNT
                   TO WS-INS-VELD19(WS-BATCH-COUNT)
               MOVE KOL-VELD(WS-ROW-IDX, 20)
                   TO WS-INS-VELD20(WS-BATCH-COUNT)
               IF AT-AMOUNT-COUNT > 0
                   PERFORM PARSE-ROW-AMOUNTS
                   PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                           UNTIL WS-AMT-IDX > AT-AMOUNT-COUNT
                       ADD FC-AMOUNT-VALUE(WS-AMT-IDX)
                           TO WS-STAGED-BATCH(WS-AMT-IDX)
                   END-PERFORM
               END-IF
           END-PERFORM
           .
       CLOSE-DATABASE.
      * in the database.  A run that never reached the database at
      * all (CSVReader failure) or that aborted partway through
      * (insert failure) is always FAIL, regardless of what the
      * counters happen to add up to.  Balanced counters with amount
      * totals that differ between what was read and what was staged
      * are a FAIL as well: some value changed or went missing on
      * the way in.
       WRITE-RECONCILIATION-REPORT.
           MOVE WS-FILENAME           TO RPT-SOURCE-FILE
           MOVE WS-READER-ROWS-READ     TO RPT-ROWS-READ
           ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RPT-RUN-TIME FROM TIME
           MOVE 'L' TO RPT-RECORD-TYPE
           PERFORM FILL-AMOUNT-TOTALS
           IF WS-LOAD-REFUSED
      * The registry refused the load: nothing was inserted on
      * purpose, so neither PASS (it loaded nothing) nor FAIL (rows
                       WS-RPT-ROWS-INSERTED + WS-START-ROW
                       + WS-READER-ROWS-REJECTED
                   MOVE "PASS" TO RPT-STATUS
                   PERFORM COMPARE-AMOUNT-TOTALS
                   IF WS-AMT-MISMATCH
                       MOVE "FAIL" TO RPT-STATUS
                   END-IF
               ELSE
                   MOVE "FAIL" TO RPT-STATUS
               END-IF
                   " inserted=" WS-RPT-ROWS-INSERTED
                   " duplicate=" WS-START-ROW
           .
      * Carries the control totals into the reconciliation record;
      * unused entries are zero.
       FILL-AMOUNT-TOTALS.
           MOVE AT-AMOUNT-COUNT TO RPT-AMOUNT-COUNT
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                   UNTIL WS-AMT-IDX > 5
               IF WS-AMT-IDX > AT-AMOUNT-COUNT
                   MOVE 0 TO RPT-AMT-FIELD-NUM(WS-AMT-IDX)
                   MOVE 0 TO RPT-AMT-ACCEPTED(WS-AMT-IDX)
                   MOVE 0 TO RPT-AMT-STAGED(WS-AMT-IDX)
               ELSE
                   MOVE AT-FIELD-NUM(WS-AMT-IDX)
                       TO RPT-AMT-FIELD-NUM(WS-AMT-IDX)
                   MOVE AT-TOTAL(WS-AMT-IDX)
                       TO RPT-AMT-ACCEPTED(WS-AMT-IDX)
                   MOVE WS-STAGED-TOTAL(WS-AMT-IDX)
                       TO RPT-AMT-STAGED(WS-AMT-IDX)
               END-IF
           END-PERFORM
           .
       COMPARE-AMOUNT-TOTALS.
           MOVE 'N' TO WS-AMT-MISMATCH-FLAG
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                   UNTIL WS-AMT-IDX > AT-AMOUNT-COUNT
               IF AT-TOTAL(WS-AMT-IDX) NOT = WS-STAGED-TOTAL(WS-AMT-IDX)
                   MOVE 'Y' TO WS-AMT-MISMATCH-FLAG
                   DISPLAY "LoadCore: amount field "
                           AT-FIELD-NUM(WS-AMT-IDX) " read "
                           AT-TOTAL(WS-AMT-IDX) " but staged "
                           WS-STAGED-TOTAL(WS-AMT-IDX)
               END-IF
           END-PERFORM
           .
      * Appends the reconciliation record just built to the
      * cumulative log the daily summary sweeps.  A failure to log
      * is reported but does not change the run's outcome - the
