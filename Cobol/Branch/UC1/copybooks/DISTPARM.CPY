       05 DP-FILENAME            PIC X(25).
       05 DP-BRANCH-KEY          PIC X(10).
      *----------------------------------------------------------------
      * DP-ACTION: space (or D) distributes the file as always; B
      * backs out one load of an append-mode feed instead - the
      * target rows distributed from it, its held rows and its
      * CSV_STAGING rows are removed in one transaction.  The load is
      * the file plus DP-BUSINESS-DATE, its header business date
      * (zero for a feed without header).  Only BackOut asks for B.
      *----------------------------------------------------------------
       05 DP-ACTION              PIC X(1).
           88 DP-BACK-OUT               VALUE 'B'.
       05 DP-BUSINESS-DATE       PIC 9(8).
      *----------------------------------------------------------------
      * DP-CONN-HELD = 'Y' means the caller already opened the dbConn
      * session (one connect for the whole night) and will close it;
      * DistCore then issues its SQL against that session without
      * DP-RETURN-CODE: 00 clean, 08 some rows failed conversion
      * (their detail is in the feed's .DRJ), 16 the run itself
      * failed and nothing (since the last checkpoint) reached the
      * business table, 20 the rows went through but an amount field
      * does not tie out (staged <> distributed + rejected + held,
      * see the .DST).
      * A back-out returns 00 done, 12 refused before anything was
      * touched (not an append-mode feed, or no staging rows left for
      * the load), 16 failed and rolled back; its counters are the
      * staging rows removed (DP-ROWS-FETCHED), the target rows
      * removed (DP-ROWS-CONVERTED) and the held rows dropped from
      * the feed's suspense file (DP-ROWS-FAILED).
      *----------------------------------------------------------------
       05 DP-RETURN-CODE         PIC 9(2).
       05 DP-ROWS-FETCHED        PIC 9(7).
       05 DP-ROWS-CONVERTED      PIC 9(7).
       05 DP-ROWS-FAILED         PIC 9(7).
      *----------------------------------------------------------------
      * DP-ELAPSED-SECONDS: how long the distribution took, as also
      * written to RUNMETR.DAT (zero for a back-out, which is not
      * timed).
      *----------------------------------------------------------------
       05 DP-ELAPSED-SECONDS     PIC 9(7)V99.
