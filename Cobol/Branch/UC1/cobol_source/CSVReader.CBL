       01 WS-NEXT-STATUS        PIC X(2)        VALUE SPACES.
       01 WS-DETAIL-COUNT       PIC 9(7)        VALUE 0.
       01 WS-BUSINESS-DATE      PIC 9(8)        VALUE 0.
      *----------------------------------------------------------------
      * WS-DICT-DATE is the business date the dictionary version is
      * picked for and every reject is stamped with: the run date
      * until the header has given the file's own business date.
      *----------------------------------------------------------------
       01 WS-DICT-DATE          PIC 9(8)        VALUE 0.
       01 WS-TRAILER-DONE-FLAG  PIC X           VALUE 'N'.
           88 WS-TRAILER-DONE                   VALUE 'Y'.
       01 WS-HASH-TOTAL         PIC S9(13)V99   VALUE 0.
       01 WS-AMT-DEC-CNT        PIC 9(2)        VALUE 0.
       01 WS-AMT-DIGIT-X        PIC X           VALUE '0'.
       01 WS-AMT-DIGIT REDEFINES WS-AMT-DIGIT-X PIC 9.
       01 WS-AMT-IDX            PIC 9(1)        VALUE 0.
       01 WS-DATE-TEXT          PIC X(120)      VALUE SPACES.
       01 WS-DATE-LEN           PIC 9(3)        VALUE 0.
       01 WS-DATE-DIGITS        PIC X(8)        VALUE SPACES.
       01 LK-DELIMITER          PIC X(1).
       01 LK-QUALIFIER          PIC X(1).
       01 LK-BUSINESS-DATE      PIC 9(8).
       01 LK-AMOUNT-TOTALS.
           COPY AMTTOT.
       PROCEDURE DIVISION USING filename, CSVtabel, LK-STATUS-CODE,
                                 LK-ROWS-READ, LK-ROWS-REJECTED,
                                 LK-DELIMITER, LK-QUALIFIER,
                                 LK-BUSINESS-DATE, LK-AMOUNT-TOTALS.
       PGM.
           MOVE LK-DELIMITER TO WS-DELIM
           MOVE LK-QUALIFIER TO WS-QUALIFIER
                     WS-DETAIL-COUNT WS-BUSINESS-DATE WS-TRL-COUNT
           MOVE 0 TO WS-HASH-TOTAL
           MOVE 'N' TO WS-TRAILER-DONE-FLAG
           ACCEPT WS-DICT-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-FEED-DICTIONARY
           PERFORM INIT-AMOUNT-TOTALS
           IF WS-REJECT-FILE-STATUS NOT = "00"
               MOVE 13 TO LK-STATUS-CODE
               MOVE "ERROR" TO AUD-SEVERITY
               ELSE
                   ADD 1 TO teller
                   MOVE WS-SCRATCH-ROW TO kolommen(teller)
                   PERFORM ADD-ROW-AMOUNTS
                   IF WS-EXPECTED-VELDEN = 0
                       MOVE WS-SCRATCH-VELDEN TO WS-EXPECTED-VELDEN
                   END-IF
      * the first line is parsed here instead of being scored as the
      * "first good row" that fixes the expected field count.  The
      * business date travels back to the caller so it lands in
      * CSV_STAGING and the reconciliation record, and the dictionary
      * is fetched again in the version in force on that date - the
      * first fetch, before the header was read, could only go by
      * the run date.  A header that
      * will not parse fails the load with its own status - a feed
      * that promises a header and sends none is a transmission
      * problem, not a data row.
               MOVE 18      TO AUD-REASON-CODE
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-DICT-DATE
               PERFORM LOAD-FEED-DICTIONARY
               PERFORM INIT-AMOUNT-TOTALS
               READ invoer
                    AT END MOVE HIGH-VALUES TO conditie
               END-READ
      * up front instead of being inferred from the first good row, so
      * a bad first row can no longer fix the wrong shape for the
      * whole file.  Feeds without a dictionary keep today's
      * first-row behaviour and get no content validation.  The
      * version is the one in force on WS-DICT-DATE.
       LOAD-FEED-DICTIONARY.
           MOVE 'L' TO FC-MODE
           MOVE filename TO FC-FEED-FILE
           MOVE WS-DICT-DATE TO FC-BUSINESS-DATE
           CALL "FldCheck" USING WS-FLD-PARM, WS-SCRATCH-ROW
           MOVE 0 TO WS-EXPECTED-VELDEN
           IF FC-DICT-FOUND
               MOVE FC-FIELD-COUNT TO WS-EXPECTED-VELDEN
           END-IF
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
      * Applies the feed's data dictionary (type, required, length per
      * field) to the tokenized row.  Leaves WS-REJECT-REASON-CD at 0
      * when the row passes or no dictionary is defined; otherwise
           MOVE WS-REJECT-REASON-CD  TO REJ-REASON-CODE
           MOVE WS-REJECT-REASON-TXT TO REJ-REASON-TEXT
           MOVE CSVdata              TO REJ-RAW-LINE
           MOVE WS-DICT-DATE         TO REJ-BUSINESS-DATE
           WRITE REJECT-RECORD
           IF WS-REJECT-FILE-STATUS NOT = "00"
               MOVE 14 TO LK-STATUS-CODE
