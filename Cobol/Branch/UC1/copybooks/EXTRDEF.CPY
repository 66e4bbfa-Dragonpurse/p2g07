      *================================================================
      * EXTRDEF.CPY
      * One record per output column per extract in the extract
      * definition file EXTRDEF.CFG: which business table an extract
      * reads, which of its columns go out in which order, and how
      * the file for the receiving system is laid out.  One extract
      * per target system, so the ledger's copy of KLANT and the
      * warehouse's copy are two definitions, each with its own
      * columns and format.  Adding or changing an extract is an edit
      * to EXTRDEF.CFG, not a recompile; see EXTRDEF.CFG.SAMPLE for
      * the expected layout.
      *================================================================
      *----------------------------------------------------------------
      * XD-EXTRACT-NAME names the extract and is also the name of the
      * file it writes, so a manifest step, the extract log and the
      * delivered file all carry the same name.
      *----------------------------------------------------------------
       05 XD-EXTRACT-NAME        PIC X(25).
       05 XD-SOURCE-TABLE        PIC X(30).
      *----------------------------------------------------------------
      * XD-COLUMN-NUM 01-20 is an output column, written in number
      * order.  XD-COLUMN-NUM 00 is the extract's control entry, the
      * same arrangement FEEDMAP and FEEDDICT use: the name area then
      * holds the extract-level options instead of a column name.
      *----------------------------------------------------------------
       05 XD-COLUMN-NUM          PIC 9(2).
       05 XD-COLUMN-NAME         PIC X(30).
       05 XD-CONTROL REDEFINES XD-COLUMN-NAME.
      *----------------------------------------------------------------
      * XDC-TARGET-SYSTEM: the receiving system (GROOTBOEK, DWH ...),
      * carried into the extract log.
      * XDC-FORMAT: C (or space) = delimited, F = fixed-width, each
      * column padded to its XD-COLUMN-WIDTH.
      * XDC-DELIMITER: as MANREC's, the word TAB stands in for the
      * X'09' byte; blank means a comma.  A fixed-width file still
      * uses it between the fields of its header and trailer lines.
      * XDC-HASH-COLUMN: the output column whose values the
      * trailer's hash total sums (an A or N column); 00 or blank
      * gives a hash total of zero.
      *----------------------------------------------------------------
           10 XDC-TARGET-SYSTEM      PIC X(12).
           10 XDC-FORMAT             PIC X(1).
           10 XDC-DELIMITER          PIC X(3).
           10 XDC-HASH-COLUMN        PIC 9(2).
           10 FILLER                 PIC X(12).
      *----------------------------------------------------------------
      * XD-COLUMN-TYPE: N = numeric, D = date (written as JJJJMMDD),
      * A = amount (written with a decimal point, two decimals),
      * T = text.  Same type letters as FEEDMAP's FM-COLUMN-TYPE.
      *----------------------------------------------------------------
       05 XD-COLUMN-TYPE         PIC X(1).
      *----------------------------------------------------------------
      * XD-COLUMN-WIDTH: the column's width in a fixed-width extract
      * (001-120); text and dates are left-aligned, numerics and
      * amounts right-aligned.  A value that does not fit fails the
      * extract rather than going out cut short.  Ignored for a
      * delimited extract.
      *----------------------------------------------------------------
       05 XD-COLUMN-WIDTH        PIC 9(3).
