      * RPT-RECORD-TYPE: L = a load run (rejects in <feed>.REJ),
      * R = a resubmission run (rejects in <feed>.RJ2), so the daily
      * summary knows which reject file a record's counters belong
      * to.  B = a back-out of the load by BackOut, which has no
      * reject file: its counters are what it removed - staging rows
      * in ROWS-READ, rows dropped from the suspense file in
      * ROWS-REJECTED, business-table rows in ROWS-INSERTED.
      *----------------------------------------------------------------
       05 RPT-RECORD-TYPE        PIC X(1).
      *----------------------------------------------------------------
      * Control totals per amount field (FEEDDICT type A, the first
      * five of the feed): RPT-AMT-ACCEPTED sums the rows the reader
      * accepted, RPT-AMT-STAGED the rows this load has in
      * CSV_STAGING (checkpoint-resumed rows included).  A load whose
      * two totals differ does not PASS, and DistCore ties its own
      * totals back to RPT-AMT-STAGED.  RPT-AMOUNT-COUNT is zero for
      * feeds without amount fields and for back-out records; records
      * written before these totals existed end at RPT-RECORD-TYPE.
      *----------------------------------------------------------------
       05 RPT-AMOUNT-COUNT       PIC 9(1).
       05 RPT-AMOUNT-ENTRY       OCCURS 5 TIMES.
           10 RPT-AMT-FIELD-NUM      PIC 9(2).
           10 RPT-AMT-ACCEPTED       PIC S9(13)V99
                                     SIGN LEADING SEPARATE.
           10 RPT-AMT-STAGED         PIC S9(13)V99
                                     SIGN LEADING SEPARATE.
