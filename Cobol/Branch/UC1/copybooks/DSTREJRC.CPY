      *   3102 value not numeric       3103 value not a valid date
      *   3104 value not a valid amount
      *   3106 key column empty (update-else-insert mode)
      *   3107 referenced parent key not found, still orphaned after
      *        SUSPENSE-DAYS in the feed's suspense file (SUSPREC)
      *   3108 value not in the column's translation table
      *        (FM-XLATE-TABLE, CODEXLAT.CFG)
      * The record carries the full staging row's field values, so
      * DstResub can re-convert and re-distribute just these rows
      * after the mapping or the data is corrected, without
      *----------------------------------------------------------------
      * DRJ-ROW-NUMBER is the row's ordinal in this run's staging
      * fetch for the feed, so the operator can line the reject up
      * with the .DST accounting.  Zero for a row that comes out of
      * the suspense file: it was fetched by an earlier run.
      *----------------------------------------------------------------
       05 DRJ-ROW-NUMBER         PIC 9(7).
       05 DRJ-COLUMN-NAME        PIC X(30).
       05 DRJ-REASON-CODE        PIC 9(4).
       05 DRJ-VELD               PIC X(120) OCCURS 20 TIMES.
      *----------------------------------------------------------------
      * DRJ-BUSINESS-DATE is the business date of the load the row
      * came from (the run date for a file without a header date),
      * so DstResub converts it with the mapping version that was in
      * force for it.  Spaces in a reject file written before the
      * date was kept.
      *----------------------------------------------------------------
       05 DRJ-BUSINESS-DATE      PIC 9(8).
