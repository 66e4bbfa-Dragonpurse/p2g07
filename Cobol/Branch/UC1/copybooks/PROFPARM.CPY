      *================================================================
      * PROFPARM.CPY
      * Parameter block LoadCore passes to FldProf after a load that
      * PASSed, together with the CSVtabel rows it loaded.  FldProf
      * profiles every field the feed's dictionary defines and
      * appends one PROFREC record per field to PROFHIST.DAT.
      * PF-RUN-DATE / PF-RUN-TIME are the load's reconciliation
      * timestamp, so the profile and the RECONLOG.DAT record of the
      * same load carry the same key.
      *================================================================
       05 PF-FEED-FILE           PIC X(25).
       05 PF-BUSINESS-DATE       PIC 9(8).
       05 PF-RUN-DATE            PIC 9(8).
       05 PF-RUN-TIME            PIC 9(8).
      *----------------------------------------------------------------
      * PF-RETURN-CODE: 00 profiled, 04 nothing to profile (no
      * dictionary for the feed, or no rows), 16 PROFHIST.DAT could
      * not be written.  Profiling never changes the load's outcome.
      *----------------------------------------------------------------
       05 PF-RETURN-CODE         PIC 9(2).
       05 PF-FIELDS-PROFILED     PIC 9(2).
       05 PF-FIELDS-FLAGGED      PIC 9(2).
