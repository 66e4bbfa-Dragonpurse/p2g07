       05 MAN-QUALIFIER          PIC X(1).
      *----------------------------------------------------------------
      * MAN-READER-TYPE: C (or space) = CSV feed, F = fixed-width
      * feed read per its FWLAYOUT.CFG column layout.  X = not a feed
      * but an outbound extract step: MAN-FILENAME is then the
      * EXTRDEF.CFG extract name, run through ExtrCore under the
      * entry's branch key once its MAN-DEPENDS-ON parents have come
      * through, and dated with the business date they loaded.  The
      * delimiter, qualifier and distribution flag do not apply.
      * Each parent must carry distribution flag Y, as the extract
      * reads the business table the distribution fills.
      *----------------------------------------------------------------
       05 MAN-READER-TYPE        PIC X(1).
      *----------------------------------------------------------------
      * Blank keeps today's load-only behaviour.
      *----------------------------------------------------------------
       05 MAN-DIST-FLAG          PIC X(1).
      *----------------------------------------------------------------
      * MAN-DEPENDS-ON names up to three feeds this entry needs loaded
      * first - each the manifest filename of another entry, or the
      * feed definition name FeedAlias resolves it to.  CSVBatch runs
      * the manifest in dependency order whatever the line order, and
      * skips an entry whose parent did not come through.  Blank
      * slots mean no dependency.
      *----------------------------------------------------------------
       05 MAN-DEPENDS-ON         PIC X(25) OCCURS 3 TIMES.
