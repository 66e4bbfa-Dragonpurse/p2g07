      *================================================================
      * EXTRLOG.CPY
      * One record per extract run in the cumulative extract log
      * EXTRLOG.DAT: what was delivered to which system, for which
      * business date, when, with how many rows and which hash total
      * - the same figures the delivered file's trailer carries - so
      * a question from the receiving side can be answered from the
      * log instead of from memory.  Failed runs are logged too,
      * with status FAIL and no file left behind.
      *================================================================
       05 XL-EXTRACT-NAME        PIC X(25).
       05 XL-TARGET-SYSTEM       PIC X(12).
       05 XL-SOURCE-TABLE        PIC X(30).
       05 XL-BUSINESS-DATE       PIC 9(8).
       05 XL-RUN-DATE            PIC 9(8).
       05 XL-RUN-TIME            PIC 9(8).
       05 XL-ROW-COUNT           PIC 9(9).
       05 XL-HASH-TOTAL          PIC S9(13)V99
                                 SIGN LEADING SEPARATE.
       05 XL-STATUS              PIC X(4).
       05 XL-RETURN-CODE         PIC 9(2).
