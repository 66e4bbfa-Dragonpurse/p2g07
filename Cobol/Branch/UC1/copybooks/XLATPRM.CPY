      *================================================================
      * XLATPRM.CPY
      * Parameter block passed to CodeXlat on every CALL, in the same
      * spirit as ALIASPRM/FeedAlias: the caller supplies a
      * translation table name and a vendor value and gets back the
      * internal code.  XP-TABLE-KNOWN says whether CODEXLAT.CFG has
      * the table at all, so a caller can tell a value missing from a
      * table from a table missing from the file; a blank
      * XP-IN-VALUE only asks that question.
      *================================================================
       05 XP-TABLE-NAME          PIC X(12).
       05 XP-IN-VALUE            PIC X(120).
       05 XP-OUT-VALUE           PIC X(120).
       05 XP-FOUND-FLAG          PIC X(1).
           88 XP-FOUND                  VALUE 'Y'.
       05 XP-TABLE-KNOWN-FLAG    PIC X(1).
           88 XP-TABLE-KNOWN            VALUE 'Y'.
