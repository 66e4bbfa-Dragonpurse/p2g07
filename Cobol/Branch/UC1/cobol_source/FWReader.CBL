               10 WS-LAYOUT-START        PIC 9(3).
               10 WS-LAYOUT-LEN          PIC 9(3).
       01 WS-IDX                PIC 9(2)        VALUE 0.
       01 WS-AMT-IDX            PIC 9(1)        VALUE 0.
       01 WS-SLICE-START        PIC 9(3)        VALUE 0.
       01 WS-SLICE-LEN          PIC 9(3)        VALUE 0.
       01 WS-SCRATCH-ROW.
      * dictionary on its own.
      *----------------------------------------------------------------
       01 WS-LKP-FEED           PIC X(25)       VALUE SPACES.
      *----------------------------------------------------------------
      * A fixed-width file carries no header date, so its layout and
      * dictionary are the versions in force on the run date, and
      * its rejects are stamped with that date.  WS-VERSION-DATE and
      * WS-REC-DATE pick the layout version the way FldCheck picks
      * the dictionary's.
      *----------------------------------------------------------------
       01 WS-DICT-DATE          PIC 9(8)        VALUE 0.
       01 WS-VERSION-DATE       PIC 9(8)        VALUE 0.
       01 WS-REC-DATE           PIC 9(8)        VALUE 0.
       01 WS-ALIAS-PARM.
           COPY ALIASPRM.
       LINKAGE SECTION.
       01 LK-DELIMITER          PIC X(1).
       01 LK-QUALIFIER          PIC X(1).
       01 LK-BUSINESS-DATE      PIC 9(8).
       01 LK-AMOUNT-TOTALS.
           COPY AMTTOT.
      * LK-DELIMITER and LK-QUALIFIER mean nothing to a fixed-width
      * feed but stay in the signature, so CSVLoader calls either
      * reader with the one argument list.
       PROCEDURE DIVISION USING filename, CSVtabel, LK-STATUS-CODE,
                                 LK-ROWS-READ, LK-ROWS-REJECTED,
                                 LK-DELIMITER, LK-QUALIFIER,
                                 LK-BUSINESS-DATE, LK-AMOUNT-TOTALS.
       PGM.
           PERFORM BUILD-REJECT-FILENAME
           OPEN INPUT invoer
           MOVE 0 TO LK-STATUS-CODE
           MOVE 0 TO LK-BUSINESS-DATE
           MOVE 0 TO WS-LINE-NUM WS-REJECT-COUNT
           ACCEPT WS-DICT-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-COLUMN-LAYOUT
           PERFORM LOAD-FEED-DICTIONARY
           PERFORM INIT-AMOUNT-TOTALS
           IF WS-REJECT-FILE-STATUS NOT = "00"
               MOVE 13 TO LK-STATUS-CODE
               MOVE "ERROR" TO AUD-SEVERITY
                   ELSE
                       ADD 1 TO teller
                       MOVE WS-SCRATCH-ROW TO kolommen(teller)
                       PERFORM ADD-ROW-AMOUNTS
                   END-IF
               ELSE
                   PERFORM WRITE-REJECT
      * FW-FIELD-NUM.  A feed without a layout cannot be sliced at
      * all, and a field wider than KOL-VELD would corrupt the table,
      * so both are hard errors before the first data line is read.
      * Only the layout version in force on WS-DICT-DATE is kept: a
      * later-dated record is passed over, and one newer than the
      * entries kept so far starts the table afresh.
       LOAD-COLUMN-LAYOUT.
           MOVE filename TO AL-IN-FILENAME
           CALL "FeedAlias" USING WS-ALIAS-PARM
           MOVE AL-OUT-FILENAME TO WS-LKP-FEED
           MOVE 0 TO WS-LAYOUT-COUNT
           MOVE 0 TO WS-VERSION-DATE
           INITIALIZE WS-LAYOUT-TABLE
           OPEN INPUT layout-file
           IF WS-LAYOUT-STATUS = "00"
                       AT END MOVE "10" TO WS-LAYOUT-STATUS
                       NOT AT END
                           IF FW-FEED-FILE = WS-LKP-FEED
                               PERFORM SELECT-LAYOUT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               END-PERFORM
           END-IF
           .
       SELECT-LAYOUT-RECORD.
           MOVE 0 TO WS-REC-DATE
           IF FW-EFFECTIVE-FROM IS NUMERIC
               MOVE FW-EFFECTIVE-FROM TO WS-REC-DATE
           END-IF
           IF WS-REC-DATE <= WS-DICT-DATE
               IF WS-REC-DATE > WS-VERSION-DATE
                   MOVE WS-REC-DATE TO WS-VERSION-DATE
                   MOVE 0 TO WS-LAYOUT-COUNT
                   INITIALIZE WS-LAYOUT-TABLE
               END-IF
               IF WS-REC-DATE = WS-VERSION-DATE
                   AND FW-FIELD-NUM >= 1
                   AND FW-FIELD-NUM <= 20
                   MOVE FW-START-POS TO WS-LAYOUT-START(FW-FIELD-NUM)
                   MOVE FW-FIELD-LEN TO WS-LAYOUT-LEN(FW-FIELD-NUM)
                   IF FW-FIELD-NUM > WS-LAYOUT-COUNT
                       MOVE FW-FIELD-NUM TO WS-LAYOUT-COUNT
                   END-IF
               END-IF
           END-IF
           .
      * Same data dictionary the CSV side uses, so a feed that moves
      * from CSV to fixed-width keeps its content guarantees.
       LOAD-FEED-DICTIONARY.
           MOVE 'L' TO FC-MODE
           MOVE filename TO FC-FEED-FILE
           MOVE WS-DICT-DATE TO FC-BUSINESS-DATE
           CALL "FldCheck" USING WS-FLD-PARM, WS-SCRATCH-ROW
           .
      * The control totals start at zero for every file, one entry
      * per amount field the dictionary declares.
       INIT-AMOUNT-TOTALS.
           INITIALIZE LK-AMOUNT-TOTALS
           IF FC-DICT-FOUND
               MOVE FC-AMOUNT-COUNT TO AT-AMOUNT-COUNT
               PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                       UNTIL WS-AMT-IDX > AT-AMOUNT-COUNT
                   MOVE FC-AMOUNT-FIELD(WS-AMT-IDX)
                       TO AT-FIELD-NUM(WS-AMT-IDX)
               END-PERFORM
           END-IF
           .
      * An accepted row adds its amounts to the control totals; the
      * values are the ones FldCheck parsed while validating it.
       ADD-ROW-AMOUNTS.
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                   UNTIL WS-AMT-IDX > AT-AMOUNT-COUNT
               ADD FC-AMOUNT-VALUE(WS-AMT-IDX) TO AT-TOTAL(WS-AMT-IDX)
           END-PERFORM
           .
       CHECK-FIELD-CONTENT.
           IF FC-DICT-FOUND
               MOVE 'V' TO FC-MODE
           MOVE WS-REJECT-REASON-CD  TO REJ-REASON-CODE
           MOVE WS-REJECT-REASON-TXT TO REJ-REASON-TEXT
           MOVE FWdata               TO REJ-RAW-LINE
           MOVE WS-DICT-DATE         TO REJ-BUSINESS-DATE
           WRITE REJECT-RECORD
           IF WS-REJECT-FILE-STATUS NOT = "00"
               MOVE 14 TO LK-STATUS-CODE
