      *================================================================
      * CFGSNAP.CPY
      * One record per FEEDDICT.CFG, FEEDMAP.CFG and FWLAYOUT.CFG
      * entry in PreFlight's snapshot CFGSNAP.DAT: the entry exactly
      * as it stood at the previous check, with its version key
      * alongside, so the next check can tell which versions were
      * edited since (CFGCHG.CPY).
      *================================================================
      *----------------------------------------------------------------
      * CS-CONFIG-KIND: D = FEEDDICT.CFG, M = FEEDMAP.CFG,
      * L = FWLAYOUT.CFG.
      *----------------------------------------------------------------
       05 CS-CONFIG-KIND         PIC X(1).
       05 CS-FEED-FILE           PIC X(25).
       05 CS-EFFECTIVE-FROM      PIC 9(8).
       05 CS-CHANGED-ON          PIC 9(8).
       05 CS-CHANGED-BY          PIC X(8).
       05 CS-IMAGE               PIC X(185).
