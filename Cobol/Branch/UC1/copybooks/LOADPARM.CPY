       05 LP-ROWS-INSERTED       PIC 9(7).
       05 LP-ROWS-DUPLICATE      PIC 9(7).
       05 LP-RPT-STATUS          PIC X(4).
      *----------------------------------------------------------------
      * LP-BUSINESS-DATE: the business date the file's header carried
      * (zero for a feed without header), handed back so a batch can
      * date the extracts that follow its loads.
      *----------------------------------------------------------------
       05 LP-BUSINESS-DATE       PIC 9(8).
      *----------------------------------------------------------------
      * LP-READ-SECONDS/LP-STAGE-SECONDS: how long the file's read
      * and its CSV_STAGING inserts took (zero for a phase that did
      * not run), as also written to RUNMETR.DAT.
      *----------------------------------------------------------------
       05 LP-READ-SECONDS        PIC 9(7)V99.
       05 LP-STAGE-SECONDS       PIC 9(7)V99.
