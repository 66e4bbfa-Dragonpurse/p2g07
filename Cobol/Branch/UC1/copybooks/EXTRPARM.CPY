      *================================================================
      * EXTRPARM.CPY
      * Parameter block for calling ExtrCore, the outbound extract
      * engine behind both the CSVExtr command line and an extract
      * step in a CSVBatch manifest - the same arrangement LOADPARM
      * and DISTPARM give the load and distribution engines.
      *================================================================
       05 EP-EXTRACT-NAME        PIC X(25).
       05 EP-BRANCH-KEY          PIC X(10).
      *----------------------------------------------------------------
      * EP-BUSINESS-DATE goes into the extract's header record; zero
      * means the run date.  CSVBatch passes the business date its
      * parent feeds loaded under.
      *----------------------------------------------------------------
       05 EP-BUSINESS-DATE       PIC 9(8).
      *----------------------------------------------------------------
      * EP-CONN-HELD = 'Y' means the caller already opened the dbConn
      * session and will close it, as DP-CONN-HELD does for DistCore.
      *----------------------------------------------------------------
       05 EP-CONN-HELD-FLAG      PIC X(1).
           88 EP-CONN-HELD              VALUE 'Y'.
      *----------------------------------------------------------------
      * EP-RETURN-CODE: 00 delivered, 12 refused before anything was
      * read (no or an unusable definition in EXTRDEF.CFG), 16 the
      * run failed and no file was delivered.  EP-ROW-COUNT and
      * EP-HASH-TOTAL are the trailer's figures.
      *----------------------------------------------------------------
       05 EP-RETURN-CODE         PIC 9(2).
       05 EP-ROW-COUNT           PIC 9(9).
       05 EP-HASH-TOTAL          PIC S9(13)V99.
       05 EP-TARGET-SYSTEM       PIC X(12).
