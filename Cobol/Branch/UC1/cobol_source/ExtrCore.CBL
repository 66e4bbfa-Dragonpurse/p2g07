000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ExtrCore.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      * The extract definition file has one record per output column
      * per extract, so giving a downstream system its copy of a
      * business table is an edit to EXTRDEF.CFG, not a recompile -
      * the same arrangement FEEDMAP.CFG gives distribution.
      *----------------------------------------------------------------
           SELECT def-file ASSIGN TO "EXTRDEF.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEF-STATUS.
      *----------------------------------------------------------------
      * The extract is written to <extract>.XWK and only renamed to
      * its delivery name once the trailer is on it, the way
      * DistCore rebuilds a suspense file beside the original: a
      * receiving system polling for the file never picks up half a
      * delivery, and a failed run leaves yesterday's file alone.
      * Yesterday's file is itself only set aside as <extract>.XOL
      * during the rename, and put back if the rename fails.
      *----------------------------------------------------------------
           SELECT extract-uit ASSIGN TO WS-XWK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XWK-STATUS.
           SELECT extrlog-file ASSIGN TO "EXTRLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD def-file.
       01 DEF-RECORD.
           COPY EXTRDEF.
       FD extract-uit.
       01 EXTRACT-RECORD        PIC X(5000).
       FD extrlog-file.
       01 EXTRLOG-RECORD.
           COPY EXTRLOG.
       WORKING-STORAGE SECTION.
       01 WS-EXTRACT-NAME       PIC X(25)       VALUE SPACES.
       01 WS-BRANCH-KEY         PIC X(10)       VALUE "PROD".
       01 WS-CONN-PARM.
           COPY CONNPARM.
       01 WS-DEF-STATUS         PIC X(2)        VALUE SPACES.
       01 WS-XWK-STATUS         PIC X(2)        VALUE SPACES.
       01 WS-XLOG-STATUS        PIC X(2)        VALUE SPACES.
       01 WS-XWK-FILENAME       PIC X(29)       VALUE SPACES.
       01 WS-XOL-FILENAME       PIC X(29)       VALUE SPACES.
       01 WS-SET-ASIDE-FLAG     PIC X           VALUE 'N'.
           88 WS-OLD-SET-ASIDE                  VALUE 'Y'.
       01 WS-DEL-NAME           PIC X(29)       VALUE SPACES.
       01 WS-CALL-RC            PIC S9(9) COMP-5 VALUE 0.
       01 WS-BUSINESS-DATE      PIC 9(8)        VALUE 0.
      *----------------------------------------------------------------
      * The extract's definition as read from EXTRDEF.CFG: the
      * control entry's options and one slot per output column.
      *----------------------------------------------------------------
       01 WS-CTL-FOUND-FLAG     PIC X           VALUE 'N'.
           88 WS-CTL-FOUND                      VALUE 'Y'.
       01 WS-SOURCE-TABLE       PIC X(30)       VALUE SPACES.
       01 WS-TARGET-SYSTEM      PIC X(12)       VALUE SPACES.
       01 WS-FORMAT             PIC X           VALUE 'C'.
           88 WS-FIXED-WIDTH                    VALUE 'F'.
       01 WS-DELIMITER          PIC X           VALUE ','.
       01 WS-HASH-COLUMN        PIC 9(2)        VALUE 0.
       01 WS-COL-COUNT          PIC 9(2)        VALUE 0.
       01 WS-COL-TABLE.
           05 WS-COL-ENTRY      OCCURS 20 TIMES.
               10 WS-COL-NAME            PIC X(30).
               10 WS-COL-TYPE            PIC X(1).
               10 WS-COL-WIDTH           PIC 9(3).
       01 WS-IDX                PIC 9(2)        VALUE 0.
       01 WS-EXTR-FAILED-FLAG   PIC X           VALUE 'N'.
           88 WS-EXTR-FAILED                    VALUE 'Y'.
       01 WS-EXTR-REFUSED-FLAG  PIC X           VALUE 'N'.
           88 WS-EXTR-REFUSED                   VALUE 'Y'.
       01 WS-CONN-OPEN-FLAG     PIC X           VALUE 'N'.
           88 WS-CONN-OPEN                      VALUE 'Y'.
       01 WS-RETURN-CODE        PIC 9(2)        VALUE 0.
       01 WS-ROW-COUNT          PIC 9(9)        VALUE 0.
       01 WS-HASH-TOTAL         PIC S9(13)V99   VALUE 0.
      *----------------------------------------------------------------
      * One output line under construction.  Wide enough for twenty
      * 120-byte values with every quote doubled and qualified.
      *----------------------------------------------------------------
       01 WS-OUT-LINE           PIC X(5000)     VALUE SPACES.
       01 WS-OUT-PTR            PIC 9(4)        VALUE 1.
       01 WS-VAL                PIC X(120)      VALUE SPACES.
       01 WS-VAL-LEN            PIC 9(3)        VALUE 0.
       01 WS-VAL-POS            PIC 9(3)        VALUE 0.
       01 WS-PAD                PIC 9(3)        VALUE 0.
       01 WS-QUOTE-CNT          PIC 9(3)        VALUE 0.
       01 WS-CH                 PIC X           VALUE SPACE.
      *----------------------------------------------------------------
      * The header and trailer figures, edited and then left-aligned
      * so the lines read "HDR,20261014" and "12,4711.50" as a feed's
      * own control records do.
      *----------------------------------------------------------------
       01 WS-COUNT-ED           PIC Z(8)9.
       01 WS-HASH-ED            PIC -(13)9.99.
       01 WS-ED-TEXT            PIC X(20)       VALUE SPACES.
       01 WS-ED-LEAD            PIC 9(2)        VALUE 0.
      *----------------------------------------------------------------
      * Amount parsing for the hash total, the same rules CSVReader
      * applies to a trailer's hash on the way in.
      *----------------------------------------------------------------
       01 WS-AMT-TEXT           PIC X(120)      VALUE SPACES.
       01 WS-AMT-VALUE          PIC S9(13)V99   VALUE 0.
       01 WS-AMT-OK-FLAG        PIC X           VALUE 'N'.
           88 WS-AMT-OK                         VALUE 'Y'.
       01 WS-AMT-LEN            PIC 9(3)        VALUE 0.
       01 WS-AMT-POS            PIC 9(3)        VALUE 0.
       01 WS-AMT-NEG-FLAG       PIC X           VALUE 'N'.
           88 WS-AMT-NEG                        VALUE 'Y'.
       01 WS-AMT-SEP-FLAG       PIC X           VALUE 'N'.
           88 WS-AMT-SAW-SEP                    VALUE 'Y'.
       01 WS-AMT-DIGIT-FLAG     PIC X           VALUE 'N'.
           88 WS-AMT-SAW-DIGIT                  VALUE 'Y'.
       01 WS-AMT-DEC-CNT        PIC 9(2)        VALUE 0.
       01 WS-AMT-DIGIT-X        PIC X           VALUE '0'.
       01 WS-AMT-DIGIT REDEFINES WS-AMT-DIGIT-X PIC 9.
       01 WS-STMT-PTR           PIC 9(4)        VALUE 1.
       01 WS-RUN-DATE           PIC 9(8)        VALUE 0.
       01 WS-RUN-TIME           PIC 9(8)        VALUE 0.
       01 ALERT-RECORD.
           COPY ALERTREC.
       01 WS-ALERT-TEXT         PIC X(60)       VALUE SPACES.
       EXEC SQL
        BEGIN DECLARE SECTION
       END-EXEC
       01 SQLCODE               PIC S9(3).
       01 WS-XT-VELD            PIC X(120)  OCCURS 20 TIMES.
       01 WS-STMT               PIC X(8000).
       EXEC SQL
        END DECLARE SECTION
       END-EXEC

       EXEC SQL
           DECLARE EXTCUR CURSOR FOR EXTSTMT
       END-EXEC
      *----------------------------------------------------------------
      * The extract's SELECT is built from EXTRDEF.CFG, so the cursor
      * is declared over a prepared statement.  It always returns
      * twenty text columns - each defined column converted to its
      * delivery form by SQL Server, the unused ones empty - so one
      * FETCH serves every extract.
      *----------------------------------------------------------------

       LINKAGE SECTION.
       01 EXTR-PARM.
           COPY EXTRPARM.

       PROCEDURE DIVISION USING EXTR-PARM.
      * The outbound extract engine behind both front doors: the
      * CSVExtr command line and an extract step in a CSVBatch
      * manifest each CALL this program with an EXTRPARM block, the
      * arrangement DistCore has with DISTPARM.  Writes one business
      * table's rows, per its EXTRDEF.CFG definition, to a delimited
      * or fixed-width file for one receiving system, between a
      * header carrying the business date and a trailer carrying the
      * row count and the hash total - the control records CSVReader
      * checks on a feed coming in - and logs every run, delivered
      * or not, in EXTRLOG.DAT.
       MAIN-PARAGRAPH.
           PERFORM INIT-RUN-STATE
           MOVE EP-EXTRACT-NAME  TO WS-EXTRACT-NAME
           MOVE EP-BRANCH-KEY    TO WS-BRANCH-KEY
           MOVE EP-BUSINESS-DATE TO WS-BUSINESS-DATE
           IF WS-EXTRACT-NAME = SPACES
               MOVE 16 TO EP-RETURN-CODE
               GOBACK
           END-IF
           IF WS-BRANCH-KEY = SPACES
               MOVE "PROD" TO WS-BRANCH-KEY
           END-IF
           IF WS-BUSINESS-DATE = 0
               MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           END-IF
           PERFORM RUN-ONE-EXTRACT
           EVALUATE TRUE
               WHEN WS-EXTR-REFUSED
                   MOVE 12 TO WS-RETURN-CODE
               WHEN WS-EXTR-FAILED
                   MOVE 16 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO WS-RETURN-CODE
           END-EVALUATE
      * Nothing went out, so nothing is reported as sent.
           IF WS-RETURN-CODE NOT = 0
               MOVE 0 TO WS-ROW-COUNT
               MOVE 0 TO WS-HASH-TOTAL
           END-IF
           PERFORM WRITE-EXTRACT-LOG
           IF WS-RETURN-CODE NOT = 0
               PERFORM WRITE-ALERT
           END-IF
           MOVE WS-RETURN-CODE   TO EP-RETURN-CODE
           MOVE WS-ROW-COUNT     TO EP-ROW-COUNT
           MOVE WS-HASH-TOTAL    TO EP-HASH-TOTAL
           MOVE WS-TARGET-SYSTEM TO EP-TARGET-SYSTEM
           GOBACK
           .
      * Working storage survives between CALLs, so everything a
      * previous extract of the same batch may have left behind is
      * reset here - the discipline LoadCore and DistCore keep.
       INIT-RUN-STATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE 'N' TO WS-EXTR-FAILED-FLAG
           MOVE 'N' TO WS-EXTR-REFUSED-FLAG
           MOVE 'N' TO WS-CTL-FOUND-FLAG
           MOVE 'N' TO WS-CONN-OPEN-FLAG
           MOVE SPACES TO WS-SOURCE-TABLE
           MOVE SPACES TO WS-TARGET-SYSTEM
           MOVE 'C' TO WS-FORMAT
           MOVE ',' TO WS-DELIMITER
           MOVE 0 TO WS-HASH-COLUMN
           MOVE 0 TO WS-COL-COUNT
           INITIALIZE WS-COL-TABLE
           MOVE 0 TO WS-ROW-COUNT
           MOVE 0 TO WS-HASH-TOTAL
           MOVE 0 TO WS-RETURN-CODE
           MOVE SPACES TO WS-ALERT-TEXT
           MOVE SPACES TO WS-XWK-FILENAME
           MOVE SPACES TO WS-XOL-FILENAME
           .
       RUN-ONE-EXTRACT.
           STRING WS-EXTRACT-NAME DELIMITED BY SPACE
                  ".XWK"          DELIMITED BY SIZE
                  INTO WS-XWK-FILENAME
           STRING WS-EXTRACT-NAME DELIMITED BY SPACE
                  ".XOL"          DELIMITED BY SIZE
                  INTO WS-XOL-FILENAME
           PERFORM LOAD-EXTRACT-DEF
           IF NOT WS-EXTR-REFUSED
               PERFORM OPEN-DATABASE
           END-IF
           IF NOT WS-EXTR-REFUSED AND NOT WS-EXTR-FAILED
               PERFORM WRITE-EXTRACT-FILE
           END-IF
           PERFORM CLOSE-DATABASE
           IF NOT WS-EXTR-REFUSED
               IF WS-EXTR-FAILED
                   MOVE WS-XWK-FILENAME TO WS-DEL-NAME
                   CALL "CBL_DELETE_FILE" USING WS-DEL-NAME
                       RETURNING WS-CALL-RC
               ELSE
                   PERFORM DELIVER-EXTRACT-FILE
               END-IF
           END-IF
           IF WS-EXTR-REFUSED OR WS-EXTR-FAILED
               DISPLAY "ExtrCore: " WS-EXTRACT-NAME
                       " not delivered: " WS-ALERT-TEXT
           ELSE
               DISPLAY "ExtrCore: " WS-EXTRACT-NAME " delivered to "
                       WS-TARGET-SYSTEM ", business date "
                       WS-BUSINESS-DATE ", rows=" WS-ROW-COUNT
           END-IF
           .
      * Gathers the extract's control entry and columns.  Anything
      * that would make the delivered file wrong rather than merely
      * empty - no definition, a gap in the column numbers, an
      * unknown format, a hash column that holds no amounts, a
      * fixed-width column without a width - refuses the extract
      * before the database is touched.
       LOAD-EXTRACT-DEF.
           OPEN INPUT def-file
           IF WS-DEF-STATUS NOT = "00"
               DISPLAY "ExtrCore: cannot open EXTRDEF.CFG, status="
                       WS-DEF-STATUS
               MOVE "EXTRDEF.CFG cannot be opened" TO WS-ALERT-TEXT
               MOVE 'Y' TO WS-EXTR-REFUSED-FLAG
           ELSE
               PERFORM UNTIL WS-DEF-STATUS NOT = "00"
                   READ def-file
                       AT END MOVE "10" TO WS-DEF-STATUS
                       NOT AT END
                           IF XD-EXTRACT-NAME = WS-EXTRACT-NAME
                               PERFORM STORE-DEF-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE def-file
               PERFORM CHECK-EXTRACT-DEF
           END-IF
           .
       STORE-DEF-ENTRY.
           IF XD-COLUMN-NUM = 0
               MOVE 'Y' TO WS-CTL-FOUND-FLAG
               MOVE XD-SOURCE-TABLE   TO WS-SOURCE-TABLE
               MOVE XDC-TARGET-SYSTEM TO WS-TARGET-SYSTEM
               IF XDC-FORMAT NOT = SPACE
                   MOVE XDC-FORMAT TO WS-FORMAT
               END-IF
               EVALUATE TRUE
                   WHEN XDC-DELIMITER = "TAB"
                           OR XDC-DELIMITER = "tab"
                       MOVE X'09' TO WS-DELIMITER
                   WHEN XDC-DELIMITER = SPACES
                       MOVE "," TO WS-DELIMITER
                   WHEN OTHER
                       MOVE XDC-DELIMITER(1:1) TO WS-DELIMITER
               END-EVALUATE
               IF XDC-HASH-COLUMN IS NUMERIC
                   MOVE XDC-HASH-COLUMN TO WS-HASH-COLUMN
               END-IF
           END-IF
           IF XD-COLUMN-NUM >= 1 AND XD-COLUMN-NUM <= 20
               MOVE XD-COLUMN-NAME TO WS-COL-NAME(XD-COLUMN-NUM)
               MOVE XD-COLUMN-TYPE TO WS-COL-TYPE(XD-COLUMN-NUM)
               IF XD-COLUMN-WIDTH IS NUMERIC
                   MOVE XD-COLUMN-WIDTH
                       TO WS-COL-WIDTH(XD-COLUMN-NUM)
               END-IF
               IF XD-COLUMN-NUM > WS-COL-COUNT
                   MOVE XD-COLUMN-NUM TO WS-COL-COUNT
               END-IF
           END-IF
           .
       CHECK-EXTRACT-DEF.
           EVALUATE TRUE
               WHEN NOT WS-CTL-FOUND OR WS-COL-COUNT = 0
                   MOVE "no complete definition in EXTRDEF.CFG"
                       TO WS-ALERT-TEXT
               WHEN WS-SOURCE-TABLE = SPACES
                   MOVE "definition names no source table"
                       TO WS-ALERT-TEXT
               WHEN WS-FORMAT NOT = 'C' AND WS-FORMAT NOT = 'F'
                   MOVE "format is neither C nor F" TO WS-ALERT-TEXT
               WHEN WS-HASH-COLUMN > WS-COL-COUNT
                   MOVE "hash column is not an output column"
                       TO WS-ALERT-TEXT
           END-EVALUATE
           IF WS-HASH-COLUMN > 0 AND WS-HASH-COLUMN <= WS-COL-COUNT
               IF WS-COL-TYPE(WS-HASH-COLUMN) NOT = 'A'
                       AND WS-COL-TYPE(WS-HASH-COLUMN) NOT = 'N'
                   MOVE "hash column is not an A or N column"
                       TO WS-ALERT-TEXT
               END-IF
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-COL-COUNT
               IF WS-COL-NAME(WS-IDX) = SPACES
                   MOVE SPACES TO WS-ALERT-TEXT
                   STRING "column " DELIMITED BY SIZE
                          WS-IDX DELIMITED BY SIZE
                          " missing from the definition"
                              DELIMITED BY SIZE
                          INTO WS-ALERT-TEXT
               END-IF
               IF WS-FIXED-WIDTH
                       AND (WS-COL-WIDTH(WS-IDX) = 0
                            OR WS-COL-WIDTH(WS-IDX) > 120)
                   MOVE SPACES TO WS-ALERT-TEXT
                   STRING "column " DELIMITED BY SIZE
                          WS-IDX DELIMITED BY SIZE
                          " has no width 001-120" DELIMITED BY SIZE
                          INTO WS-ALERT-TEXT
               END-IF
           END-PERFORM
           IF WS-ALERT-TEXT NOT = SPACES
               DISPLAY "ExtrCore: " WS-EXTRACT-NAME ": "
                       WS-ALERT-TEXT
               MOVE 'Y' TO WS-EXTR-REFUSED-FLAG
           END-IF
           .
      * A batch caller that holds the session open for the whole
      * night connects and disconnects itself; a command-line run
      * opens and closes its own session, as DistCore does.
       OPEN-DATABASE.
           IF EP-CONN-HELD
               CONTINUE
           ELSE
               MOVE 'C' TO CG-MODE
               MOVE WS-BRANCH-KEY TO CG-BRANCH-KEY
               MOVE 3 TO CG-MAX-RETRIES
               CALL "dbConn" USING WS-CONN-PARM
               IF CG-RETURN-CODE NOT = 0
                   DISPLAY "ExtrCore: unable to connect, aborting"
                   MOVE "no connection after retries"
                       TO WS-ALERT-TEXT
                   MOVE 'Y' TO WS-EXTR-FAILED-FLAG
               ELSE
                   MOVE 'Y' TO WS-CONN-OPEN-FLAG
               END-IF
           END-IF
           .
       CLOSE-DATABASE.
           IF WS-CONN-OPEN
               MOVE 'D' TO CG-MODE
               CALL "dbConn" USING WS-CONN-PARM
               MOVE 'N' TO WS-CONN-OPEN-FLAG
           END-IF
           .
      * Header, one detail line per row of the source table, trailer.
      * The rows come out in the order of the first output column's
      * own values (not its text form, which would put 10 before 9)
      * so two deliveries of the same data compare line for line.
       WRITE-EXTRACT-FILE.
           PERFORM BUILD-SELECT-STATEMENT
           OPEN OUTPUT extract-uit
           IF WS-XWK-STATUS NOT = "00"
               DISPLAY "ExtrCore: cannot open " WS-XWK-FILENAME
                       ", status=" WS-XWK-STATUS
               MOVE "work file cannot be opened" TO WS-ALERT-TEXT
               MOVE 'Y' TO WS-EXTR-FAILED-FLAG
           ELSE
               PERFORM WRITE-HEADER-LINE
               EXEC SQL
                   PREPARE EXTSTMT FROM :WS-STMT
               END-EXEC
               IF SQLCODE = 0
                   EXEC SQL
                       OPEN EXTCUR
                   END-EXEC
               END-IF
               IF SQLCODE NOT = 0
                   DISPLAY "ExtrCore: cannot select from "
                           WS-SOURCE-TABLE ", SQLCODE= " SQLCODE
                   MOVE "source table cannot be selected"
                       TO WS-ALERT-TEXT
                   MOVE 'Y' TO WS-EXTR-FAILED-FLAG
               ELSE
                   PERFORM FETCH-EXTRACT-ROW
                   PERFORM UNTIL SQLCODE NOT = 0 OR WS-EXTR-FAILED
                       PERFORM WRITE-DETAIL-LINE
                       IF NOT WS-EXTR-FAILED
                           PERFORM FETCH-EXTRACT-ROW
                       END-IF
                   END-PERFORM
                   IF SQLCODE NOT = 100 AND NOT WS-EXTR-FAILED
                       DISPLAY "ExtrCore: reading " WS-SOURCE-TABLE
                               " stopped, SQLCODE= " SQLCODE
                       MOVE "reading the source table stopped"
                           TO WS-ALERT-TEXT
                       MOVE 'Y' TO WS-EXTR-FAILED-FLAG
                   END-IF
                   EXEC SQL
                       CLOSE EXTCUR
                   END-EXEC
               END-IF
               IF NOT WS-EXTR-FAILED
                   PERFORM WRITE-TRAILER-LINE
               END-IF
               CLOSE extract-uit
           END-IF
           .
      * Each column is converted to its delivery form in the SELECT
      * itself - dates as JJJJMMDD (style 112), amounts with two
      * decimals and a decimal point, everything else as text - and
      * a NULL comes back as an empty value.
       BUILD-SELECT-STATEMENT.
           MOVE SPACES TO WS-STMT
           MOVE 1 TO WS-STMT-PTR
           STRING "SELECT " DELIMITED BY SIZE
               INTO WS-STMT WITH POINTER WS-STMT-PTR
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 20
               IF WS-IDX > 1
                   STRING ", " DELIMITED BY SIZE
                       INTO WS-STMT WITH POINTER WS-STMT-PTR
               END-IF
               IF WS-IDX > WS-COL-COUNT
                   STRING "''" DELIMITED BY SIZE
                       INTO WS-STMT WITH POINTER WS-STMT-PTR
               ELSE
                   EVALUATE WS-COL-TYPE(WS-IDX)
                       WHEN 'D'
                           STRING "ISNULL(CONVERT(VARCHAR(8), "
                                      DELIMITED BY SIZE
                                  WS-COL-NAME(WS-IDX)
                                      DELIMITED BY SPACE
                                  ", 112), '')" DELIMITED BY SIZE
                               INTO WS-STMT WITH POINTER WS-STMT-PTR
                       WHEN 'A'
                           STRING "ISNULL(CAST(CAST("
                                      DELIMITED BY SIZE
                                  WS-COL-NAME(WS-IDX)
                                      DELIMITED BY SPACE
                                  " AS DECIMAL(15,2)) AS VARCHAR(40))"
                                      DELIMITED BY SIZE
                                  ", '')" DELIMITED BY SIZE
                               INTO WS-STMT WITH POINTER WS-STMT-PTR
                       WHEN OTHER
                           STRING "ISNULL(CAST(" DELIMITED BY SIZE
                                  WS-COL-NAME(WS-IDX)
                                      DELIMITED BY SPACE
                                  " AS VARCHAR(120)), '')"
                                      DELIMITED BY SIZE
                               INTO WS-STMT WITH POINTER WS-STMT-PTR
                   END-EVALUATE
               END-IF
           END-PERFORM
           STRING " FROM " DELIMITED BY SIZE
                  WS-SOURCE-TABLE DELIMITED BY SPACE
                  " ORDER BY " DELIMITED BY SIZE
                  WS-COL-NAME(1) DELIMITED BY SPACE
               INTO WS-STMT WITH POINTER WS-STMT-PTR
           .
       FETCH-EXTRACT-ROW.
           EXEC SQL
               FETCH EXTCUR
               INTO :WS-XT-VELD(1),  :WS-XT-VELD(2),
                    :WS-XT-VELD(3),  :WS-XT-VELD(4),
                    :WS-XT-VELD(5),  :WS-XT-VELD(6),
                    :WS-XT-VELD(7),  :WS-XT-VELD(8),
                    :WS-XT-VELD(9),  :WS-XT-VELD(10),
                    :WS-XT-VELD(11), :WS-XT-VELD(12),
                    :WS-XT-VELD(13), :WS-XT-VELD(14),
                    :WS-XT-VELD(15), :WS-XT-VELD(16),
                    :WS-XT-VELD(17), :WS-XT-VELD(18),
                    :WS-XT-VELD(19), :WS-XT-VELD(20)
           END-EXEC
           .
      * Field 1 names the record, field 2 carries the business date
      * as JJJJMMDD - what CSVReader's header check reads.
       WRITE-HEADER-LINE.
           MOVE SPACES TO WS-OUT-LINE
           STRING "HDR" DELIMITED BY SIZE
                  WS-DELIMITER DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  INTO WS-OUT-LINE
           MOVE WS-OUT-LINE TO EXTRACT-RECORD
           PERFORM WRITE-EXTRACT-RECORD
           .
      * Field 1 the detail row count, field 2 the hash total over the
      * hash column - what CSVReader's trailer check reads.
       WRITE-TRAILER-LINE.
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           MOVE WS-ROW-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO WS-ED-TEXT
           PERFORM ADD-EDITED-TEXT
           STRING WS-DELIMITER DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           MOVE WS-HASH-TOTAL TO WS-HASH-ED
           MOVE WS-HASH-ED TO WS-ED-TEXT
           PERFORM ADD-EDITED-TEXT
           MOVE WS-OUT-LINE TO EXTRACT-RECORD
           PERFORM WRITE-EXTRACT-RECORD
           .
      * Appends an edited figure without the leading spaces its
      * picture put in front of it.
       ADD-EDITED-TEXT.
           MOVE 0 TO WS-ED-LEAD
           INSPECT WS-ED-TEXT TALLYING WS-ED-LEAD FOR LEADING SPACE
           ADD 1 TO WS-ED-LEAD
           STRING WS-ED-TEXT(WS-ED-LEAD:) DELIMITED BY SPACE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           .
       WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-COL-COUNT OR WS-EXTR-FAILED
               MOVE WS-XT-VELD(WS-IDX) TO WS-VAL
               MOVE 120 TO WS-VAL-LEN
               PERFORM UNTIL WS-VAL-LEN = 0
                       OR WS-VAL(WS-VAL-LEN:1) NOT = SPACE
                   SUBTRACT 1 FROM WS-VAL-LEN
               END-PERFORM
               IF WS-FIXED-WIDTH
                   PERFORM ADD-FIXED-COLUMN
               ELSE
                   PERFORM ADD-DELIMITED-COLUMN
               END-IF
           END-PERFORM
           IF WS-HASH-COLUMN > 0 AND NOT WS-EXTR-FAILED
               PERFORM ADD-ROW-TO-HASH
           END-IF
           IF NOT WS-EXTR-FAILED
               MOVE WS-OUT-LINE TO EXTRACT-RECORD
               PERFORM WRITE-EXTRACT-RECORD
               ADD 1 TO WS-ROW-COUNT
           END-IF
           .
      * A value holding the delimiter or a quote is qualified with
      * quotes, embedded quotes doubled, as CSVReader expects them;
      * anything else goes out as is.
       ADD-DELIMITED-COLUMN.
           IF WS-IDX > 1
               STRING WS-DELIMITER DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-IF
           IF WS-VAL-LEN > 0
               MOVE 0 TO WS-QUOTE-CNT
               INSPECT WS-VAL(1:WS-VAL-LEN) TALLYING WS-QUOTE-CNT
                   FOR ALL '"' ALL WS-DELIMITER
               IF WS-QUOTE-CNT = 0
                   STRING WS-VAL(1:WS-VAL-LEN) DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               ELSE
                   STRING '"' DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                   PERFORM VARYING WS-VAL-POS FROM 1 BY 1
                           UNTIL WS-VAL-POS > WS-VAL-LEN
                       MOVE WS-VAL(WS-VAL-POS:1) TO WS-CH
                       IF WS-CH = '"'
                           STRING '"' DELIMITED BY SIZE
                               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                       END-IF
                       STRING WS-CH DELIMITED BY SIZE
                           INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                   END-PERFORM
                   STRING '"' DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-IF
           END-IF
           .
      * Text and dates left-aligned, numerics and amounts
      * right-aligned, within the column's width.  A value wider than
      * its column fails the run: cut short, it would be delivered
      * wrong without anyone noticing.
       ADD-FIXED-COLUMN.
           IF WS-VAL-LEN > WS-COL-WIDTH(WS-IDX)
               DISPLAY "ExtrCore: row " WS-ROW-COUNT " column "
                       WS-COL-NAME(WS-IDX) " is wider than "
                       WS-COL-WIDTH(WS-IDX)
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "value wider than column " DELIMITED BY SIZE
                      WS-COL-NAME(WS-IDX) DELIMITED BY SPACE
                      INTO WS-ALERT-TEXT
               MOVE 'Y' TO WS-EXTR-FAILED-FLAG
           ELSE
               COMPUTE WS-PAD = WS-COL-WIDTH(WS-IDX) - WS-VAL-LEN
               IF WS-COL-TYPE(WS-IDX) = 'N'
                       OR WS-COL-TYPE(WS-IDX) = 'A'
                   ADD WS-PAD TO WS-OUT-PTR
                   MOVE 0 TO WS-PAD
               END-IF
               IF WS-VAL-LEN > 0
                   STRING WS-VAL(1:WS-VAL-LEN) DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-IF
               ADD WS-PAD TO WS-OUT-PTR
           END-IF
           .
      * An empty value adds nothing; a value that is not an amount
      * fails the run, since the trailer would then not account for
      * the rows it closes.
       ADD-ROW-TO-HASH.
           MOVE WS-XT-VELD(WS-HASH-COLUMN) TO WS-AMT-TEXT
           IF WS-AMT-TEXT NOT = SPACES
               PERFORM AMOUNT-TO-VALUE
               IF WS-AMT-OK
                   ADD WS-AMT-VALUE TO WS-HASH-TOTAL
               ELSE
                   DISPLAY "ExtrCore: row " WS-ROW-COUNT
                           " hash column value is not an amount"
                   MOVE "hash column value is not an amount"
                       TO WS-ALERT-TEXT
                   MOVE 'Y' TO WS-EXTR-FAILED-FLAG
               END-IF
           END-IF
           .
       WRITE-EXTRACT-RECORD.
           WRITE EXTRACT-RECORD
           IF WS-XWK-STATUS NOT = "00"
               DISPLAY "ExtrCore: write to " WS-XWK-FILENAME
                       " failed, status=" WS-XWK-STATUS
               MOVE "work file cannot be written" TO WS-ALERT-TEXT
               MOVE 'Y' TO WS-EXTR-FAILED-FLAG
           END-IF
           .
      * Parses an amount (optional sign, digits, one decimal point or
      * comma, at most two decimals) into WS-AMT-VALUE, as CSVReader
      * does for a feed's hash total.
       AMOUNT-TO-VALUE.
           MOVE 'Y' TO WS-AMT-OK-FLAG
           MOVE 'N' TO WS-AMT-NEG-FLAG
           MOVE 'N' TO WS-AMT-SEP-FLAG
           MOVE 'N' TO WS-AMT-DIGIT-FLAG
           MOVE 0 TO WS-AMT-VALUE
           MOVE 0 TO WS-AMT-DEC-CNT
           MOVE 120 TO WS-AMT-LEN
           PERFORM UNTIL WS-AMT-LEN = 0
                   OR WS-AMT-TEXT(WS-AMT-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-AMT-LEN
           END-PERFORM
           IF WS-AMT-LEN = 0
               MOVE 'N' TO WS-AMT-OK-FLAG
           END-IF
           PERFORM VARYING WS-AMT-POS FROM 1 BY 1
                   UNTIL WS-AMT-POS > WS-AMT-LEN
                   OR NOT WS-AMT-OK
               MOVE WS-AMT-TEXT(WS-AMT-POS:1) TO WS-CH
               EVALUATE TRUE
                   WHEN (WS-CH = '-' OR WS-CH = '+')
                           AND WS-AMT-POS = 1
                       IF WS-CH = '-'
                           MOVE 'Y' TO WS-AMT-NEG-FLAG
                       END-IF
                   WHEN WS-CH >= '0' AND WS-CH <= '9'
                       MOVE 'Y' TO WS-AMT-DIGIT-FLAG
                       MOVE WS-CH TO WS-AMT-DIGIT-X
                       COMPUTE WS-AMT-VALUE =
                           WS-AMT-VALUE * 10 + WS-AMT-DIGIT
                       IF WS-AMT-SAW-SEP
                           ADD 1 TO WS-AMT-DEC-CNT
                           IF WS-AMT-DEC-CNT > 2
                               MOVE 'N' TO WS-AMT-OK-FLAG
                           END-IF
                       END-IF
                   WHEN (WS-CH = '.' OR WS-CH = ',')
                           AND NOT WS-AMT-SAW-SEP
                       MOVE 'Y' TO WS-AMT-SEP-FLAG
                   WHEN OTHER
                       MOVE 'N' TO WS-AMT-OK-FLAG
               END-EVALUATE
           END-PERFORM
           IF NOT WS-AMT-SAW-DIGIT
               MOVE 'N' TO WS-AMT-OK-FLAG
           END-IF
           IF WS-AMT-OK
               IF WS-AMT-DEC-CNT = 1
                   DIVIDE WS-AMT-VALUE BY 10 GIVING WS-AMT-VALUE
               END-IF
               IF WS-AMT-DEC-CNT = 2
                   DIVIDE WS-AMT-VALUE BY 100 GIVING WS-AMT-VALUE
               END-IF
               IF WS-AMT-NEG
                   COMPUTE WS-AMT-VALUE = 0 - WS-AMT-VALUE
               END-IF
           END-IF
           .
      * Replaces the previous delivery with the finished work file.
      * The previous delivery is renamed to the .XOL first and only
      * deleted once the new one is in place; a failed rename puts
      * it back, leaves the complete extract in the .XWK, which the
      * message names, and the run ends rc 16 so nobody assumes it
      * went out.  An .XOL left by an earlier interrupted run is
      * cleared first.
       DELIVER-EXTRACT-FILE.
           MOVE WS-XOL-FILENAME TO WS-DEL-NAME
           CALL "CBL_DELETE_FILE" USING WS-DEL-NAME
               RETURNING WS-CALL-RC
           MOVE WS-EXTRACT-NAME TO WS-DEL-NAME
           CALL "CBL_RENAME_FILE"
               USING WS-DEL-NAME, WS-XOL-FILENAME
               RETURNING WS-CALL-RC
           IF WS-CALL-RC = 0
               MOVE 'Y' TO WS-SET-ASIDE-FLAG
           ELSE
               MOVE 'N' TO WS-SET-ASIDE-FLAG
           END-IF
           CALL "CBL_RENAME_FILE"
               USING WS-XWK-FILENAME, WS-DEL-NAME
               RETURNING WS-CALL-RC
           IF WS-CALL-RC NOT = 0
               DISPLAY "ExtrCore: FATAL - cannot rename "
                       WS-XWK-FILENAME " to " WS-EXTRACT-NAME
                       "; the extract is in " WS-XWK-FILENAME
               MOVE "work file cannot be renamed" TO WS-ALERT-TEXT
               MOVE 'Y' TO WS-EXTR-FAILED-FLAG
               IF WS-OLD-SET-ASIDE
                   CALL "CBL_RENAME_FILE"
                       USING WS-XOL-FILENAME, WS-DEL-NAME
                       RETURNING WS-CALL-RC
                   IF WS-CALL-RC NOT = 0
                       DISPLAY "ExtrCore: the previous delivery is in "
                               WS-XOL-FILENAME
                   END-IF
               END-IF
           ELSE
               IF WS-OLD-SET-ASIDE
                   MOVE WS-XOL-FILENAME TO WS-DEL-NAME
                   CALL "CBL_DELETE_FILE" USING WS-DEL-NAME
                       RETURNING WS-CALL-RC
               END-IF
           END-IF
           .
      * Appends this run to the cumulative extract log, created on
      * the first run.  Written for refused and failed runs too, so
      * the log answers "was it sent" with a no as readily as a yes.
       WRITE-EXTRACT-LOG.
           OPEN EXTEND extrlog-file
           IF WS-XLOG-STATUS = "35"
               OPEN OUTPUT extrlog-file
           END-IF
           IF WS-XLOG-STATUS NOT = "00"
               DISPLAY "ExtrCore: cannot open EXTRLOG.DAT, status="
                       WS-XLOG-STATUS
           ELSE
               MOVE WS-EXTRACT-NAME  TO XL-EXTRACT-NAME
               MOVE WS-TARGET-SYSTEM TO XL-TARGET-SYSTEM
               MOVE WS-SOURCE-TABLE  TO XL-SOURCE-TABLE
               MOVE WS-BUSINESS-DATE TO XL-BUSINESS-DATE
               MOVE WS-RUN-DATE      TO XL-RUN-DATE
               MOVE WS-RUN-TIME      TO XL-RUN-TIME
               MOVE WS-RETURN-CODE   TO XL-RETURN-CODE
               MOVE WS-ROW-COUNT     TO XL-ROW-COUNT
               MOVE WS-HASH-TOTAL    TO XL-HASH-TOTAL
               IF WS-RETURN-CODE = 0
                   MOVE "PASS" TO XL-STATUS
               ELSE
                   MOVE "FAIL" TO XL-STATUS
               END-IF
               WRITE EXTRLOG-RECORD
               CLOSE extrlog-file
           END-IF
           .
       WRITE-ALERT.
           MOVE "ExtrCore " TO ALR-PROGRAM-ID
           ACCEPT ALR-TS-DATE FROM DATE YYYYMMDD
           ACCEPT ALR-TS-TIME FROM TIME
           MOVE "ERROR" TO ALR-SEVERITY
           MOVE WS-EXTRACT-NAME TO ALR-FILENAME
           MOVE "EXTRACT" TO ALR-CLASS
           MOVE WS-RETURN-CODE TO ALR-REASON-CODE
           MOVE WS-ALERT-TEXT TO ALR-TEXT
           CALL "AlertLog" USING ALERT-RECORD
           .
