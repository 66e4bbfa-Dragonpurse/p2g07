      *================================================================
      * CFGCHG.CPY
      * One record per changed feed-definition version in the
      * cumulative config change log CFGCHG.DAT.  PreFlight compares
      * FEEDDICT.CFG, FEEDMAP.CFG and FWLAYOUT.CFG with the snapshot
      * it kept of them at its previous run (CFGSNAP.CPY) and logs
      * every version - config file, feed, effective date - whose
      * entries were added, edited or removed in between, so "who
      * changed KLANTEN.CSV's mapping, and when" is answered from
      * the log instead of from memory.
      *================================================================
       05 CC-DETECT-DATE         PIC 9(8).
       05 CC-DETECT-TIME         PIC 9(8).
       05 CC-CONFIG-FILE         PIC X(12).
       05 CC-FEED-FILE           PIC X(25).
       05 CC-EFFECTIVE-FROM      PIC 9(8).
      *----------------------------------------------------------------
      * CC-CHANGE-KIND: NIEUW = the version was not there at the
      * previous check, VERWIJDERD = it is gone altogether,
      * GEWIJZIGD = entries of it were added, edited or removed.
      *----------------------------------------------------------------
       05 CC-CHANGE-KIND         PIC X(10).
       05 CC-ENTRIES-ADDED       PIC 9(3).
       05 CC-ENTRIES-REMOVED     PIC 9(3).
      *----------------------------------------------------------------
      * CC-CHANGED-ON/CC-CHANGED-BY come from the edited entries'
      * own CHANGED-ON/CHANGED-BY fields (the latest one); blank when
      * whoever edited them did not fill them in, or when the
      * version was removed.  CC-CHECKED-BY is the user PreFlight
      * ran under when it noticed the change.
      *----------------------------------------------------------------
       05 CC-CHANGED-ON          PIC 9(8).
       05 CC-CHANGED-BY          PIC X(8).
       05 CC-CHECKED-BY          PIC X(8).
