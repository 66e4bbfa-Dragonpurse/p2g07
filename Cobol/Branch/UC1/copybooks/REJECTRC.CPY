       05 REJ-REASON-CODE        PIC 9(4).
       05 REJ-REASON-TEXT        PIC X(60).
       05 REJ-RAW-LINE           PIC X(255).
      *----------------------------------------------------------------
      * REJ-BUSINESS-DATE is the business date of the file the row
      * came from (the run date for a file without a header date),
      * so CSVResub checks the corrected row against the dictionary
      * version that was in force for it.  Spaces in a reject file
      * written before the date was kept.
      *----------------------------------------------------------------
       05 REJ-BUSINESS-DATE      PIC 9(8).
