000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BackOut.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      * The load-side bookkeeping a load leaves behind besides its
      * rows: the load-history registry that refuses a rerun of a
      * completed file, and the load checkpoint file.  Both are held
      * in memory and rewritten whole, the way LoadCore keeps them.
      *----------------------------------------------------------------
           SELECT loadhist-file ASSIGN TO "LOADHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LHIST-STATUS.
           SELECT ckpt-file ASSIGN TO "CSVLOAD.CKP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CKPT-STATUS.
      *----------------------------------------------------------------
      * The back-out is logged in the same cumulative reconciliation
      * log the loads and resubmissions feed, as record type B, so
      * the daily summary shows it beside the load it undid.
      *----------------------------------------------------------------
           SELECT reconlog-file ASSIGN TO "RECONLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD loadhist-file.
       01 LOADHIST-RECORD.
           COPY LODHREC.
       FD ckpt-file.
       01 CKPT-RECORD.
           COPY CKPTREC.
       FD reconlog-file.
       01 RECONCILE-RECORD.
           COPY RPTREC.
       WORKING-STORAGE SECTION.
       01 WS-FILENAME           PIC X(25)       VALUE SPACES.
       01 WS-BRANCH-KEY         PIC X(10)       VALUE "PROD".
       01 WS-ARG-NUM            PIC 9(2).
      *----------------------------------------------------------------
      * The load to back out is the file plus the business date its
      * header carried - a plain filename is delivered every night,
      * so the filename alone does not name one load.  A feed without
      * header was loaded under business date zero; 0 is accepted for
      * it.
      *----------------------------------------------------------------
       01 WS-BDATE-ARG          PIC X(8)        VALUE SPACES.
       01 WS-BUSINESS-DATE      PIC 9(8)        VALUE 0.
       01 WS-DIST-PARM.
           COPY DISTPARM.
       01 WS-LHIST-STATUS       PIC X(2)        VALUE SPACES.
       01 WS-CKPT-STATUS        PIC X(2)        VALUE SPACES.
       01 WS-RLOG-STATUS        PIC X(2)        VALUE SPACES.
      *----------------------------------------------------------------
      * Set when the database work committed but a registry or
      * checkpoint file could not be rewritten: the rows are gone,
      * but the leftover entry would refuse (or resume) the reload,
      * so the run still ends FAIL and names the file to fix.
      *----------------------------------------------------------------
       01 WS-FILES-FAILED-FLAG  PIC X           VALUE 'N'.
           88 WS-FILES-FAILED                   VALUE 'Y'.
       01 WS-LHIST-TABLE.
           05 WS-LHIST-ENTRY    OCCURS 5000 TIMES.
               10 WS-LHIST-TAB-FILENAME  PIC X(25).
               10 WS-LHIST-TAB-BDATE     PIC 9(8).
               10 WS-LHIST-TAB-ROWS      PIC 9(7).
               10 WS-LHIST-TAB-TIMESTAMP.
                   15 WS-LHIST-TAB-TS-DATE   PIC 9(8).
                   15 WS-LHIST-TAB-TS-TIME   PIC 9(8).
       01 WS-LHIST-MAX-ENTRIES  PIC 9(4)        VALUE 5000.
       01 WS-LHIST-COUNT        PIC 9(4)        VALUE 0.
       01 WS-LHIST-IDX          PIC 9(4)        VALUE 0.
       01 WS-LHIST-FOUND-FLAG   PIC X           VALUE 'N'.
           88 WS-LHIST-FOUND                    VALUE 'Y'.
       01 WS-CKPT-TABLE.
           05 WS-CKPT-ENTRY     OCCURS 5000 TIMES.
               10 WS-CKPT-TAB-FILENAME   PIC X(25).
               10 WS-CKPT-TAB-LAST-ROW   PIC 9(5).
               10 WS-CKPT-TAB-TOTAL-ROWS PIC 9(5).
               10 WS-CKPT-TAB-TIMESTAMP.
                   15 WS-CKPT-TAB-TS-DATE    PIC 9(8).
                   15 WS-CKPT-TAB-TS-TIME    PIC 9(8).
       01 WS-CKPT-MAX-ENTRIES   PIC 9(4)        VALUE 5000.
       01 WS-CKPT-COUNT         PIC 9(4)        VALUE 0.
       01 WS-CKPT-IDX           PIC 9(4)        VALUE 0.
       01 WS-CKPT-FOUND-FLAG    PIC X           VALUE 'N'.
           88 WS-CKPT-FOUND                     VALUE 'Y'.
       01 AUDIT-RECORD.
           COPY AUDITREC.
       PROCEDURE DIVISION.
      * Backs a bad load out of the system so it can be corrected and
      * loaded again: takes the source filename, the load's business
      * date and optionally the branch/environment key.  DistCore
      * removes the rows (the business-table rows distributed from
      * the load, its held rows and its CSV_STAGING rows, in one
      * transaction - it holds the conversion rules that find them);
      * this program then retires the load's LOADHIST.DAT entry and
      * CSVLOAD.CKP entry so the corrected file loads without FORCE,
      * and logs the back-out as a B record in RECONLOG.DAT plus an
      * audit record.  Update- and replace-mode feeds are refused
      * with nothing touched: their distribution overwrote what was
      * in the table before, and no delete brings that back.
       MAIN-PARAGRAPH.
           MOVE 1 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-FILENAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-FILENAME
           END-ACCEPT
           MOVE 2 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-BDATE-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-BDATE-ARG
           END-ACCEPT
           EVALUATE TRUE
               WHEN WS-BDATE-ARG IS NUMERIC
                   MOVE WS-BDATE-ARG TO WS-BUSINESS-DATE
               WHEN WS-BDATE-ARG = "0"
                   MOVE 0 TO WS-BUSINESS-DATE
               WHEN OTHER
                   MOVE SPACES TO WS-FILENAME
           END-EVALUATE
           IF WS-FILENAME = SPACES
               DISPLAY "BackOut: usage: BackOut <filename> "
                       "<business-date JJJJMMDD, 0 without header> "
                       "[branch-key]"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 3 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-BRANCH-KEY FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE "PROD" TO WS-BRANCH-KEY
           END-ACCEPT
           IF WS-BRANCH-KEY = SPACES
               MOVE "PROD" TO WS-BRANCH-KEY
           END-IF
           INITIALIZE WS-DIST-PARM
           MOVE WS-FILENAME      TO DP-FILENAME
           MOVE WS-BRANCH-KEY    TO DP-BRANCH-KEY
           MOVE 'B'              TO DP-ACTION
           MOVE WS-BUSINESS-DATE TO DP-BUSINESS-DATE
           MOVE 'N'              TO DP-CONN-HELD-FLAG
           CALL "DistCore" USING WS-DIST-PARM
      * A refusal touched nothing, so it gets no RECONLOG.DAT record -
      * only the audit record of the attempt; DistCore has already
      * said why.
           IF DP-RETURN-CODE = 12
               DISPLAY "BackOut: " WS-FILENAME " business date "
                       WS-BUSINESS-DATE " not backed out"
               PERFORM WRITE-FINAL-AUDIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF DP-RETURN-CODE = 0
               PERFORM REMOVE-LOAD-HISTORY
               PERFORM REMOVE-LOAD-CHECKPOINT
           END-IF
           PERFORM WRITE-BACKOUT-RECORD
           PERFORM WRITE-FINAL-AUDIT
           IF RPT-STATUS NOT = "PASS"
               MOVE 16 TO RETURN-CODE
           END-IF
           GOBACK
           .
      * Retires the registry entry for this filename + business date,
      * so the corrected file is loaded as a first delivery instead
      * of refused as a rerun.  A load that never completed has no
      * entry, which is fine.
       REMOVE-LOAD-HISTORY.
           PERFORM LOAD-HISTORY-TABLE
           MOVE 'N' TO WS-LHIST-FOUND-FLAG
           IF WS-LHIST-COUNT > 0
               PERFORM VARYING WS-LHIST-IDX FROM 1 BY 1
                       UNTIL WS-LHIST-IDX > WS-LHIST-COUNT
                       OR WS-LHIST-FOUND
                   IF WS-LHIST-TAB-FILENAME(WS-LHIST-IDX)
                           = WS-FILENAME
                       AND WS-LHIST-TAB-BDATE(WS-LHIST-IDX)
                           = WS-BUSINESS-DATE
                       MOVE 'Y' TO WS-LHIST-FOUND-FLAG
                   END-IF
               END-PERFORM
           END-IF
           IF WS-LHIST-FOUND
               SUBTRACT 1 FROM WS-LHIST-IDX
               PERFORM UNTIL WS-LHIST-IDX >= WS-LHIST-COUNT
                   MOVE WS-LHIST-ENTRY(WS-LHIST-IDX + 1)
                       TO WS-LHIST-ENTRY(WS-LHIST-IDX)
                   ADD 1 TO WS-LHIST-IDX
               END-PERFORM
               SUBTRACT 1 FROM WS-LHIST-COUNT
               PERFORM REWRITE-HISTORY-FILE
           ELSE
               IF NOT WS-FILES-FAILED
                   DISPLAY "BackOut: no LOADHIST.DAT entry for "
                           WS-FILENAME " business date "
                           WS-BUSINESS-DATE
               END-IF
           END-IF
           .
       LOAD-HISTORY-TABLE.
           MOVE 0 TO WS-LHIST-COUNT
           OPEN INPUT loadhist-file
           IF WS-LHIST-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-LHIST-STATUS = "10"
                   READ loadhist-file
                       AT END MOVE "10" TO WS-LHIST-STATUS
                       NOT AT END
                           IF WS-LHIST-COUNT >= WS-LHIST-MAX-ENTRIES
                               DISPLAY "BackOut: LOADHIST.DAT holds "
                                   "more than " WS-LHIST-MAX-ENTRIES
                                   " entries; not rewritten"
                               MOVE 'Y' TO WS-FILES-FAILED-FLAG
                               MOVE 0 TO WS-LHIST-COUNT
                               MOVE "10" TO WS-LHIST-STATUS
                           ELSE
                               ADD 1 TO WS-LHIST-COUNT
                               MOVE LH-FILENAME
                                TO WS-LHIST-TAB-FILENAME
                                       (WS-LHIST-COUNT)
                               MOVE LH-BUSINESS-DATE
                                TO WS-LHIST-TAB-BDATE(WS-LHIST-COUNT)
                               MOVE LH-ROWS-INSERTED
                                TO WS-LHIST-TAB-ROWS(WS-LHIST-COUNT)
                               MOVE LH-TIMESTAMP
                                TO WS-LHIST-TAB-TIMESTAMP
                                       (WS-LHIST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE loadhist-file
           END-IF
           .
       REWRITE-HISTORY-FILE.
           OPEN OUTPUT loadhist-file
           IF WS-LHIST-STATUS NOT = "00"
               DISPLAY "BackOut: cannot rewrite LOADHIST.DAT, status="
                       WS-LHIST-STATUS "; remove the entry for "
                       WS-FILENAME " by hand before reloading"
               MOVE 'Y' TO WS-FILES-FAILED-FLAG
           ELSE
               PERFORM VARYING WS-LHIST-IDX FROM 1 BY 1
                       UNTIL WS-LHIST-IDX > WS-LHIST-COUNT
                   MOVE WS-LHIST-TAB-FILENAME(WS-LHIST-IDX)
                       TO LH-FILENAME
                   MOVE WS-LHIST-TAB-BDATE(WS-LHIST-IDX)
                       TO LH-BUSINESS-DATE
                   MOVE WS-LHIST-TAB-ROWS(WS-LHIST-IDX)
                       TO LH-ROWS-INSERTED
                   MOVE WS-LHIST-TAB-TIMESTAMP(WS-LHIST-IDX)
                       TO LH-TIMESTAMP
                   WRITE LOADHIST-RECORD
               END-PERFORM
               CLOSE loadhist-file
           END-IF
           .
      * A leftover CSVLOAD.CKP entry would make the reload of the
      * corrected file resume after the backed-out rows instead of
      * loading them, so it goes as well.
       REMOVE-LOAD-CHECKPOINT.
           MOVE 0 TO WS-CKPT-COUNT
           OPEN INPUT ckpt-file
           IF WS-CKPT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-CKPT-STATUS = "10"
                   READ ckpt-file
                       AT END MOVE "10" TO WS-CKPT-STATUS
                       NOT AT END
                           IF WS-CKPT-COUNT >= WS-CKPT-MAX-ENTRIES
                               DISPLAY "BackOut: CSVLOAD.CKP holds "
                                   "more than " WS-CKPT-MAX-ENTRIES
                                   " entries; not rewritten"
                               MOVE 'Y' TO WS-FILES-FAILED-FLAG
                               MOVE 0 TO WS-CKPT-COUNT
                               MOVE "10" TO WS-CKPT-STATUS
                           ELSE
                               ADD 1 TO WS-CKPT-COUNT
                               MOVE CKPT-FILENAME
                                TO WS-CKPT-TAB-FILENAME(WS-CKPT-COUNT)
                               MOVE CKPT-LAST-ROW
                                TO WS-CKPT-TAB-LAST-ROW(WS-CKPT-COUNT)
                               MOVE CKPT-TOTAL-ROWS
                                TO WS-CKPT-TAB-TOTAL-ROWS(WS-CKPT-COUNT)
                               MOVE CKPT-TIMESTAMP
                                TO WS-CKPT-TAB-TIMESTAMP(WS-CKPT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ckpt-file
           END-IF
           MOVE 'N' TO WS-CKPT-FOUND-FLAG
           IF WS-CKPT-COUNT > 0
               PERFORM VARYING WS-CKPT-IDX FROM 1 BY 1
                       UNTIL WS-CKPT-IDX > WS-CKPT-COUNT
                       OR WS-CKPT-FOUND
                   IF WS-CKPT-TAB-FILENAME(WS-CKPT-IDX) = WS-FILENAME
                       MOVE 'Y' TO WS-CKPT-FOUND-FLAG
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CKPT-FOUND
               SUBTRACT 1 FROM WS-CKPT-IDX
               PERFORM UNTIL WS-CKPT-IDX >= WS-CKPT-COUNT
                   MOVE WS-CKPT-ENTRY(WS-CKPT-IDX + 1)
                       TO WS-CKPT-ENTRY(WS-CKPT-IDX)
                   ADD 1 TO WS-CKPT-IDX
               END-PERFORM
               SUBTRACT 1 FROM WS-CKPT-COUNT
               PERFORM REWRITE-CHECKPOINT-FILE
           END-IF
           .
       REWRITE-CHECKPOINT-FILE.
           OPEN OUTPUT ckpt-file
           IF WS-CKPT-STATUS NOT = "00"
               DISPLAY "BackOut: cannot rewrite CSVLOAD.CKP, status="
                       WS-CKPT-STATUS "; remove the entry for "
                       WS-FILENAME " by hand before reloading"
               MOVE 'Y' TO WS-FILES-FAILED-FLAG
           ELSE
               PERFORM VARYING WS-CKPT-IDX FROM 1 BY 1
                       UNTIL WS-CKPT-IDX > WS-CKPT-COUNT
                   MOVE WS-CKPT-TAB-FILENAME(WS-CKPT-IDX)
                       TO CKPT-FILENAME
                   MOVE WS-CKPT-TAB-LAST-ROW(WS-CKPT-IDX)
                       TO CKPT-LAST-ROW
                   MOVE WS-CKPT-TAB-TOTAL-ROWS(WS-CKPT-IDX)
                       TO CKPT-TOTAL-ROWS
                   MOVE WS-CKPT-TAB-TIMESTAMP(WS-CKPT-IDX)
                       TO CKPT-TIMESTAMP
                   WRITE CKPT-RECORD
               END-PERFORM
               CLOSE ckpt-file
           END-IF
           .
      * The B record reuses the RPTREC counters for what was removed:
      * staging rows in ROWS-READ, held rows dropped from suspense in
      * ROWS-REJECTED, business-table rows in ROWS-INSERTED.  A
      * back-out that failed rolled back and removed nothing, and is
      * logged FAIL with zero counters.  It carries no amount
      * totals.
       WRITE-BACKOUT-RECORD.
           INITIALIZE RECONCILE-RECORD
           MOVE WS-FILENAME TO RPT-SOURCE-FILE
           MOVE DP-ROWS-FETCHED   TO RPT-ROWS-READ
           MOVE DP-ROWS-FAILED    TO RPT-ROWS-REJECTED
           MOVE DP-ROWS-CONVERTED TO RPT-ROWS-INSERTED
           MOVE 0 TO RPT-ROWS-DUPLICATE
           IF DP-RETURN-CODE = 0 AND NOT WS-FILES-FAILED
               MOVE "PASS" TO RPT-STATUS
           ELSE
               MOVE "FAIL" TO RPT-STATUS
           END-IF
           MOVE WS-BUSINESS-DATE TO RPT-BUSINESS-DATE
           ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RPT-RUN-TIME FROM TIME
           MOVE 'B' TO RPT-RECORD-TYPE
           OPEN EXTEND reconlog-file
           IF WS-RLOG-STATUS = "35"
               OPEN OUTPUT reconlog-file
           END-IF
           IF WS-RLOG-STATUS NOT = "00"
               DISPLAY "BackOut: cannot open RECONLOG.DAT, "
                       "status=" WS-RLOG-STATUS
           ELSE
               WRITE RECONCILE-RECORD
               IF WS-RLOG-STATUS NOT = "00"
                   DISPLAY "BackOut: cannot write RECONLOG.DAT, "
                           "status=" WS-RLOG-STATUS
               END-IF
               CLOSE reconlog-file
           END-IF
           DISPLAY "BackOut: back-out " RPT-STATUS " - "
                   WS-FILENAME " business date " WS-BUSINESS-DATE
                   ": staging=" RPT-ROWS-READ
                   " target=" RPT-ROWS-INSERTED
                   " held=" RPT-ROWS-REJECTED
           .
      * One audit record per back-out attempt, refusals included, so
      * the audit trail shows what happened to a load alongside the
      * load's own records.  The row number carries the business-
      * table rows removed, the reason code DistCore's return code.
       WRITE-FINAL-AUDIT.
           MOVE "BackOut" TO AUD-PROGRAM-ID
           ACCEPT AUD-TS-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TS-TIME FROM TIME
           MOVE WS-FILENAME TO AUD-FILENAME
           IF DP-RETURN-CODE = 0 AND NOT WS-FILES-FAILED
               MOVE "INFO " TO AUD-SEVERITY
               MOVE 0 TO AUD-REASON-CODE
           ELSE
               MOVE "ERROR" TO AUD-SEVERITY
               MOVE DP-RETURN-CODE TO AUD-REASON-CODE
               IF DP-RETURN-CODE = 0
                   MOVE 16 TO AUD-REASON-CODE
               END-IF
           END-IF
           MOVE DP-ROWS-CONVERTED TO AUD-ROW-NUMBER
           CALL "LogHandler" USING AUDIT-RECORD
           .
