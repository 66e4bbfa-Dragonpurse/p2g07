      *================================================================
      * CODEXLAT.CPY
      * One record per vendor value per translation table in
      * CodeXlat's translation file: which internal code a vendor's
      * value stands for (a vendor's "NL"/"Nederland"/"528" all
      * becoming our LAND code NL).  A FEEDMAP column names the table
      * its values go through on the way to the business table.
      * Adding a vendor value is an edit to CODEXLAT.CFG, not a
      * recompile; see CODEXLAT.CFG.SAMPLE for the expected layout.
      *================================================================
       05 CX-TABLE-NAME          PIC X(12).
      *----------------------------------------------------------------
      * CX-VENDOR-VALUE is matched exactly, case and all, against the
      * staging value as delivered; CX-INTERNAL-CODE replaces it and
      * is then converted per the column's FEEDMAP type like any
      * other value.
      *----------------------------------------------------------------
       05 CX-VENDOR-VALUE        PIC X(40).
       05 CX-INTERNAL-CODE       PIC X(40).
