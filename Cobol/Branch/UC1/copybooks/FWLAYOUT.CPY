       05 FW-FIELD-NUM           PIC 9(2).
       05 FW-START-POS           PIC 9(3).
       05 FW-FIELD-LEN           PIC 9(3).
      *----------------------------------------------------------------
      * Versions, the same arrangement as FEEDDICT: FW-EFFECTIVE-FROM
      * is the business date from which the entry is in force (blank
      * or zero = since always), and a feed's layout for a business
      * date is the set of its entries with the latest effective
      * date not after it.  FW-CHANGED-ON/FW-CHANGED-BY record the
      * last edit.
      *----------------------------------------------------------------
       05 FW-EFFECTIVE-FROM      PIC 9(8).
       05 FW-CHANGED-ON          PIC 9(8).
       05 FW-CHANGED-BY          PIC X(8).
