       05 FD-FIELD-TYPE          PIC X(1).
       05 FD-REQUIRED            PIC X(1).
       05 FD-MAX-LEN             PIC 9(3).
      *----------------------------------------------------------------
      * Versions.  FD-EFFECTIVE-FROM is the business date (JJJJMMDD)
      * from which the entry is in force; blank or zero means "since
      * always".  A feed's dictionary for a given business date is
      * the set of its entries carrying the latest effective date
      * not after that date - a new version repeats every entry of
      * the feed, control entry included, under its own date, and
      * the old entries stay in the file for older files and their
      * rejects.  FD-CHANGED-ON/FD-CHANGED-BY say who last edited
      * the entry and when; PreFlight carries them into the config
      * change log (CFGCHG.CPY).
      *----------------------------------------------------------------
       05 FD-EFFECTIVE-FROM      PIC 9(8).
       05 FD-CHANGED-ON          PIC 9(8).
       05 FD-CHANGED-BY          PIC X(8).
