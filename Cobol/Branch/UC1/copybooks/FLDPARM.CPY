      * row against it (FC-MODE-VALIDATE).  A feed with no dictionary
      * entries simply gets no content validation, so existing feeds
      * keep loading unchanged until a dictionary is written for them.
      * FC-MODE-AMOUNTS only parses the row's amount fields (see
      * FC-AMOUNT-ENTRY) without validating anything, for callers
      * that total rows which were validated earlier.
      *================================================================
       05 FC-MODE                PIC X(1).
           88 FC-MODE-LOAD              VALUE 'L'.
           88 FC-MODE-VALIDATE          VALUE 'V'.
           88 FC-MODE-AMOUNTS           VALUE 'A'.
       05 FC-FEED-FILE           PIC X(25).
       05 FC-DICT-FOUND-FLAG     PIC X(1).
           88 FC-DICT-FOUND             VALUE 'Y'.
      *----------------------------------------------------------------
       05 FC-REASON-CODE         PIC 9(4).
       05 FC-REASON-TEXT         PIC X(60).
      *----------------------------------------------------------------
      * The feed's amount fields (FEEDDICT type A, the first five in
      * field order) for the control totals that follow a file from
      * the reader through staging into the business table.  Every
      * call returns the field numbers; FC-MODE-VALIDATE and
      * FC-MODE-AMOUNTS also return the row's value per field in
      * FC-AMOUNT-VALUE - zero for an empty field or one that is not
      * a valid amount.
      *----------------------------------------------------------------
       05 FC-AMOUNT-COUNT        PIC 9(1).
       05 FC-AMOUNT-ENTRY        OCCURS 5 TIMES.
           10 FC-AMOUNT-FIELD        PIC 9(2).
           10 FC-AMOUNT-VALUE        PIC S9(13)V99.
      *----------------------------------------------------------------
      * FC-BUSINESS-DATE picks the dictionary version (FEEDDICT
      * FD-EFFECTIVE-FROM) in force for the business date of the
      * file or row in hand; zero means the run date, for files
      * without a header date.  FC-VERSION-DATE returns the
      * effective date of the version that was loaded (zero for the
      * undated entries).
      *----------------------------------------------------------------
       05 FC-BUSINESS-DATE       PIC 9(8).
       05 FC-VERSION-DATE        PIC 9(8).
