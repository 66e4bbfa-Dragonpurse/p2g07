      *================================================================
      * SUSPREC.CPY
      * One staging row DistCore held back because a column FEEDMAP
      * declares as a reference (FM-PARENT-TABLE/FM-PARENT-COLUMN)
      * named a parent key that was not in its table yet - typically
      * an order whose customer arrives in tomorrow's KLANTEN file.
      * Kept in the feed's suspense file, <feed definition>.SUS, and
      * retried at the start of every later distribution of the
      * feed: a row whose parent has arrived goes into the business
      * table, one still orphaned after SUSPENSE-DAYS (CSVLOAD.CFG)
      * goes to that run's .DRJ under reason 3107 and raises an
      * ORPHAN alert.  The staging row itself is stamped distributed
      * when it is held, so the record carries its field values the
      * same way DSTREJRC does.
      *================================================================
       05 SUS-SOURCE-FILE        PIC X(25).
       05 SUS-STG-ID             PIC 9(9).
      *----------------------------------------------------------------
      * SUS-FIRST-DATE is the run date the row was first held; the
      * suspense age is measured from it, never from a retry.
      *----------------------------------------------------------------
       05 SUS-FIRST-DATE         PIC 9(8).
       05 SUS-COLUMN-NAME        PIC X(30).
       05 SUS-REASON-CODE        PIC 9(4).
       05 SUS-VELD               PIC X(120) OCCURS 20 TIMES.
      *----------------------------------------------------------------
      * SUS-BUSINESS-DATE is the business date of the load that
      * delivered the row (0 when the file carried none), so a retry
      * converts it with the FEEDMAP version of its own date and an
      * expired row reaches the .DRJ under that date.  Appended at
      * the end: a row held before the date was kept reads as
      * spaces and falls back to SUS-FIRST-DATE.
      *----------------------------------------------------------------
       05 SUS-BUSINESS-DATE      PIC 9(8).
