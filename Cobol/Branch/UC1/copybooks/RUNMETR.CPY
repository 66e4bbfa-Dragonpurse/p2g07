      *================================================================
      * RUNMETR.CPY
      * One record per timed phase of a feed's run in the cumulative
      * run-metrics file RUNMETR.DAT: how long reading the file,
      * inserting it into CSV_STAGING, distributing it (or running an
      * extract step) took, and how many rows that covered.  Written
      * through RunMetr by LoadCore, DistCore and CSVBatch; read back
      * by CSVBatch for its batch-window forecast and by RunRpt for
      * the weekly report, so "which feed, which phase ate the night"
      * is answered from the file instead of from the console log.
      *================================================================
       05 RM-FEED-FILE           PIC X(25).
      *----------------------------------------------------------------
      * RM-FEED-DEF: the feed definition name after FeedAlias, so
      * every dated instance of a feed shares one history.  Filled
      * in by RunMetr.
      *----------------------------------------------------------------
       05 RM-FEED-DEF            PIC X(25).
      *----------------------------------------------------------------
      * RM-PHASE: LEZEN (the reader, content checks included),
      * STAGING (the CSV_STAGING inserts), VERDELEN (DistCore's run)
      * or EXTRACT (an extract step, timed by CSVBatch).
      *----------------------------------------------------------------
       05 RM-PHASE               PIC X(8).
       05 RM-BUSINESS-DATE       PIC 9(8).
       05 RM-START-DATE          PIC 9(8).
       05 RM-START-TIME          PIC 9(8).
      *----------------------------------------------------------------
      * RM-ELAPSED is wall-clock seconds from RM-START to the call of
      * RunMetr, which fills it in together with RM-ROWS-PER-SEC.
      *----------------------------------------------------------------
       05 RM-ROWS                PIC 9(9).
       05 RM-ELAPSED             PIC 9(7)V99.
       05 RM-ROWS-PER-SEC        PIC 9(7)V99.
       05 RM-RETURN-CODE         PIC 9(2).
