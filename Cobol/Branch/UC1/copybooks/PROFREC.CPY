      *================================================================
      * PROFREC.CPY
      * One record per dictionary field per profiled load in the
      * profile history file PROFHIST.DAT, appended by FldProf after
      * every load that PASSed.  A feed can balance to the row and
      * still be wrong - a vendor blanking an optional field or
      * sending every amount as zero changes no counter LoadCore
      * checks - so the record keeps what the field's CONTENT looked
      * like, next to the average of the same field's previous loads
      * and the verdict drawn from the two.  ProfRpt lists them per
      * day; OpsReport shows the flagged fields next to the feed.
      *================================================================
      *----------------------------------------------------------------
      * PR-FEED-FILE is the feed definition name (after FeedAlias),
      * so dated instances of one feed share a history;
      * PR-SOURCE-FILE, PR-RUN-DATE and PR-RUN-TIME are the load's own
      * file and reconciliation timestamp, which is how OpsReport
      * ties the profile to its RECONLOG.DAT record.
      *----------------------------------------------------------------
       05 PR-FEED-FILE           PIC X(25).
       05 PR-SOURCE-FILE         PIC X(25).
       05 PR-BUSINESS-DATE       PIC 9(8).
       05 PR-RUN-DATE            PIC 9(8).
       05 PR-RUN-TIME            PIC 9(8).
       05 PR-FIELD-NUM           PIC 9(2).
       05 PR-FIELD-NAME          PIC X(20).
       05 PR-FIELD-TYPE          PIC X(1).
      *----------------------------------------------------------------
      * Fill rate: rows loaded, rows with a non-blank value, and the
      * whole percentage of the two.
      *----------------------------------------------------------------
       05 PR-ROWS                PIC 9(7).
       05 PR-FILLED              PIC 9(7).
       05 PR-FILL-PCT            PIC 9(3).
      *----------------------------------------------------------------
      * Range of the filled values, measured by type: the value of
      * an amount (A) or a number (N), the number of days a date (D)
      * lies after the load's business date (negative before it;
      * the run date when the file carried none), the length in
      * characters of text (T).  A number too long to hold
      * here (account numbers and the like) is measured by its length
      * like text.  Both zero when nothing was filled.
      *----------------------------------------------------------------
       05 PR-MIN-VALUE           PIC S9(13)V99
                                 SIGN LEADING SEPARATE.
       05 PR-MAX-VALUE           PIC S9(13)V99
                                 SIGN LEADING SEPARATE.
      *----------------------------------------------------------------
      * Distinct filled values, the share (whole percent of the
      * filled rows) the most frequent value holds, and the three
      * most frequent values with their counts, most frequent first.
      *----------------------------------------------------------------
       05 PR-DISTINCT            PIC 9(7).
       05 PR-TOP-PCT             PIC 9(3).
       05 PR-TOP-ENTRY           OCCURS 3 TIMES.
           10 PR-TOP-VALUE           PIC X(30).
           10 PR-TOP-COUNT           PIC 9(7).
      *----------------------------------------------------------------
      * Trailing average of the same field over the feed's previous
      * PR-BASE-LOADS profiled loads (PROFILE-BASELINE in CSVLOAD.CFG).
      * The range averages only count loads that filled the field.
      *----------------------------------------------------------------
       05 PR-BASE-LOADS          PIC 9(2).
       05 PR-AVG-FILL-PCT        PIC 9(3).
       05 PR-AVG-MIN-VALUE       PIC S9(13)V99
                                 SIGN LEADING SEPARATE.
       05 PR-AVG-MAX-VALUE       PIC S9(13)V99
                                 SIGN LEADING SEPARATE.
       05 PR-AVG-DISTINCT        PIC 9(7).
       05 PR-AVG-TOP-PCT         PIC 9(3).
      *----------------------------------------------------------------
      * The verdict against the average, 'Y' when raised; never
      * raised before the field has three earlier loads to compare
      * with:
      *   EMPTY     fill rate below half its average (LEEG)
      *   ONE-VALUE one value took over the field - its share is
      *             90% or more where it averaged under 50%, or at
      *             least 10% and three times its average
      *             (EEN-WAARDE)
      *   RANGE     minimum or maximum more than the width of the
      *             usual range beyond it (BEREIK)
      *----------------------------------------------------------------
       05 PR-FLAG-EMPTY          PIC X(1).
           88 PR-WENT-EMPTY             VALUE 'Y'.
       05 PR-FLAG-ONE-VALUE      PIC X(1).
           88 PR-WENT-ONE-VALUE         VALUE 'Y'.
       05 PR-FLAG-RANGE          PIC X(1).
           88 PR-OUT-OF-RANGE           VALUE 'Y'.
