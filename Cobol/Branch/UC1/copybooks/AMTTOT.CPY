      *================================================================
      * AMTTOT.CPY
      * Control totals of a feed's amount fields, as CSVReader and
      * FWReader hand them back for the rows they accepted: one entry
      * per FEEDDICT type-A field (the same first five FldCheck
      * returns in FC-AMOUNT-ENTRY), so the loader can tie what it
      * staged back to what the file carried.  AT-AMOUNT-COUNT is zero
      * for a feed without a dictionary or without amount fields.
      *================================================================
       05 AT-AMOUNT-COUNT        PIC 9(1).
       05 AT-AMOUNT-ENTRY        OCCURS 5 TIMES.
           10 AT-FIELD-NUM           PIC 9(2).
           10 AT-TOTAL               PIC S9(13)V99.
