      * FMC-DIST-MODE: A (or space, and feeds without a control
      * entry) = append, today's behaviour; U = update-else-insert on
      * the key column(s) flagged FM-KEY-FLAG 'K'; R = replace the
      * feed's previous snapshot wholesale before inserting.  Mode U
      * keeps every overwritten version in <target>_HIST (the mapped
      * columns plus VALID_FROM, VALID_TO, STG_ID, SOURCE_FILE) and
      * reports each run's new, changed and missing keys in the
      * file's .CHG.
      *----------------------------------------------------------------
           10 FMC-DIST-MODE          PIC X(1).
           10 FILLER                 PIC X(29).
      * columns and for feeds that only ever append.
      *----------------------------------------------------------------
       05 FM-KEY-FLAG            PIC X(1).
      *----------------------------------------------------------------
      * FM-PARENT-TABLE/FM-PARENT-COLUMN declare that this column
      * references another feed's business key - ORDERS.CSV's
      * KLANT_ID must already exist as KLANT.KLANT_ID.  DistCore
      * holds a row whose referenced key is not there yet in the
      * feed's suspense file (SUSPREC) instead of inserting an
      * orphan, and retries it on later runs.  Both blank for a
      * column without a reference; an empty value is not checked.
      *----------------------------------------------------------------
       05 FM-PARENT-TABLE        PIC X(30).
       05 FM-PARENT-COLUMN       PIC X(30).
      *----------------------------------------------------------------
      * FM-XLATE-TABLE names a CODEXLAT.CFG translation table the
      * column's values go through before conversion: the vendor's
      * value is replaced by our internal code.  A value the table
      * does not hold goes to the .DRJ under 3108, ready for
      * DstResub once the table has been completed.  Blank for a
      * column whose values are used as delivered.
      *----------------------------------------------------------------
       05 FM-XLATE-TABLE         PIC X(12).
      *----------------------------------------------------------------
      * Versions, the same arrangement as FEEDDICT: FM-EFFECTIVE-FROM
      * is the business date from which the entry is in force (blank
      * or zero = since always), and a feed's mapping for a business
      * date is the set of its entries with the latest effective
      * date not after it, so a new version repeats every entry of
      * the feed.  FM-CHANGED-ON/FM-CHANGED-BY record the last edit.
      *----------------------------------------------------------------
       05 FM-EFFECTIVE-FROM      PIC 9(8).
       05 FM-CHANGED-ON          PIC 9(8).
       05 FM-CHANGED-BY          PIC X(8).
