      *----------------------------------------------------------------
       01 WS-CUR-FEED           PIC X(25)       VALUE SPACES.
      *----------------------------------------------------------------
      * The cache key also holds the business date the version was
      * picked for: a resubmission can hand in rows of several dates
      * for one feed, each checked against its own version.
      * WS-WANT-DATE is the date asked for (the run date when the
      * caller passes zero); WS-VERSION-DATE the effective date of
      * the entries kept so far, and WS-REC-DATE that of the record
      * just read.
      *----------------------------------------------------------------
       01 WS-CUR-DATE           PIC 9(8)        VALUE 0.
       01 WS-WANT-DATE          PIC 9(8)        VALUE 0.
       01 WS-VERSION-DATE       PIC 9(8)        VALUE 0.
       01 WS-REC-DATE           PIC 9(8)        VALUE 0.
      *----------------------------------------------------------------
      * WS-LKP-FEED is the feed definition name FEEDDICT.CFG records
      * are matched against: the caller's filename after FeedAlias
      * resolution, so a dated instance (KLANTEN_20260902.CSV) finds
               10 WS-DICT-FIELD-TYPE     PIC X(1).
               10 WS-DICT-REQUIRED       PIC X(1).
               10 WS-DICT-MAX-LEN        PIC 9(3).
      *----------------------------------------------------------------
      * The feed's amount fields in field order, capped at the five
      * FC-AMOUNT-ENTRY can carry; built once per dictionary load.
      *----------------------------------------------------------------
       01 WS-AMT-COUNT          PIC 9(1)        VALUE 0.
       01 WS-AMT-MAX            PIC 9(1)        VALUE 5.
       01 WS-AMT-TABLE.
           05 WS-AMT-FIELD      PIC 9(2)   OCCURS 5 TIMES.
       01 WS-AMT-IDX            PIC 9(1)        VALUE 0.
       01 WS-AMT-VALUE          PIC S9(13)V99   VALUE 0.
       01 WS-AMT-NEG-FLAG       PIC X           VALUE 'N'.
           88 WS-AMT-NEG                        VALUE 'Y'.
       01 WS-AMT-DIGIT-X        PIC X           VALUE '0'.
       01 WS-AMT-DIGIT REDEFINES WS-AMT-DIGIT-X PIC 9.
       01 WS-IDX                PIC 9(2)        VALUE 0.
       01 WS-VAL                PIC X(120)      VALUE SPACES.
       01 WS-VAL-LEN            PIC 9(3)        VALUE 0.
       MAIN-PARAGRAPH.
           MOVE 0 TO FC-REASON-CODE
           MOVE SPACES TO FC-REASON-TEXT
           IF FC-BUSINESS-DATE IS NUMERIC AND FC-BUSINESS-DATE > 0
               MOVE FC-BUSINESS-DATE TO WS-WANT-DATE
           ELSE
               ACCEPT WS-WANT-DATE FROM DATE YYYYMMDD
           END-IF
           IF FC-FEED-FILE NOT = WS-CUR-FEED
                   OR WS-WANT-DATE NOT = WS-CUR-DATE
               PERFORM LOAD-DICTIONARY
           END-IF
           IF WS-DICT-COUNT > 0
               MOVE 'N' TO FC-DICT-FOUND-FLAG
           END-IF
           MOVE WS-DICT-COUNT TO FC-FIELD-COUNT
           MOVE WS-VERSION-DATE TO FC-VERSION-DATE
           MOVE WS-HAS-HEADER  TO FC-HAS-HEADER-FLAG
           MOVE WS-HAS-TRAILER TO FC-HAS-TRAILER-FLAG
           MOVE WS-HASH-FIELD  TO FC-HASH-FIELD
           MOVE WS-REJ-THRESHOLD TO FC-REJ-THRESHOLD
           MOVE WS-AMT-COUNT TO FC-AMOUNT-COUNT
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                   UNTIL WS-AMT-IDX > WS-AMT-MAX
               IF WS-AMT-IDX > WS-AMT-COUNT
                   MOVE 0 TO FC-AMOUNT-FIELD(WS-AMT-IDX)
               ELSE
                   MOVE WS-AMT-FIELD(WS-AMT-IDX)
                       TO FC-AMOUNT-FIELD(WS-AMT-IDX)
               END-IF
               MOVE 0 TO FC-AMOUNT-VALUE(WS-AMT-IDX)
           END-PERFORM
           IF FC-MODE-VALIDATE AND FC-DICT-FOUND
               PERFORM VALIDATE-FIELDS
           END-IF
           IF (FC-MODE-VALIDATE OR FC-MODE-AMOUNTS)
                   AND WS-AMT-COUNT > 0
               PERFORM PARSE-ROW-AMOUNTS
           END-IF
           GOBACK
           .
      * Reads every FEEDDICT.CFG record whose feed filename matches
      * file does not have to be kept sorted.  A missing config file
      * or a feed with no records both leave the table empty, which
      * callers treat as "no content validation for this feed".
      * Only the version in force on the wanted date is kept: a
      * record dated later than that date is passed over, and one
      * dated later than the entries kept so far starts the table
      * afresh, so the file needs no particular order.
       LOAD-DICTIONARY.
           MOVE FC-FEED-FILE TO WS-CUR-FEED
           MOVE WS-WANT-DATE TO WS-CUR-DATE
           MOVE FC-FEED-FILE TO AL-IN-FILENAME
           CALL "FeedAlias" USING WS-ALIAS-PARM
           MOVE AL-OUT-FILENAME TO WS-LKP-FEED
           MOVE 0 TO WS-VERSION-DATE
           PERFORM CLEAR-DICTIONARY
           OPEN INPUT dict-file
           IF WS-DICT-STATUS = "00"
               PERFORM UNTIL WS-DICT-STATUS NOT = "00"
                       AT END MOVE "10" TO WS-DICT-STATUS
                       NOT AT END
                           IF FD-FEED-FILE = WS-LKP-FEED
                               PERFORM SELECT-DICT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE dict-file
           END-IF
           MOVE 0 TO WS-AMT-COUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DICT-COUNT
                   OR WS-AMT-COUNT >= WS-AMT-MAX
               IF WS-DICT-FIELD-TYPE(WS-IDX) = 'A'
                   ADD 1 TO WS-AMT-COUNT
                   MOVE WS-IDX TO WS-AMT-FIELD(WS-AMT-COUNT)
               END-IF
           END-PERFORM
           .
      * Everything one dictionary version sets, back to "no
      * dictionary" - done before a load and again whenever a newer
      * version than the one being kept turns up.
       CLEAR-DICTIONARY.
           MOVE 0 TO WS-DICT-COUNT
           MOVE 'N' TO WS-HAS-HEADER
           MOVE 'N' TO WS-HAS-TRAILER
           MOVE 0 TO WS-HASH-FIELD
           MOVE 0 TO WS-REJ-THRESHOLD
           INITIALIZE WS-DICT-TABLE
           .
      * One record of the feed: skipped when its version is not yet
      * in force, kept when it belongs to the newest version in
      * force seen so far.
       SELECT-DICT-RECORD.
           MOVE 0 TO WS-REC-DATE
           IF FD-EFFECTIVE-FROM IS NUMERIC
               MOVE FD-EFFECTIVE-FROM TO WS-REC-DATE
           END-IF
           IF WS-REC-DATE <= WS-WANT-DATE
               IF WS-REC-DATE > WS-VERSION-DATE
                   MOVE WS-REC-DATE TO WS-VERSION-DATE
                   PERFORM CLEAR-DICTIONARY
               END-IF
               IF WS-REC-DATE = WS-VERSION-DATE
                   PERFORM STORE-DICT-RECORD
               END-IF
           END-IF
           .
       STORE-DICT-RECORD.
           IF FD-FIELD-NUM = 0
               MOVE FDC-HAS-HEADER  TO WS-HAS-HEADER
               MOVE FDC-HAS-TRAILER TO WS-HAS-TRAILER
               MOVE FDC-HASH-FIELD  TO WS-HASH-FIELD
               IF FDC-REJ-THRESHOLD IS NUMERIC
                   MOVE FDC-REJ-THRESHOLD TO WS-REJ-THRESHOLD
               END-IF
           END-IF
           IF FD-FIELD-NUM >= 1 AND FD-FIELD-NUM <= 20
               MOVE FD-FIELD-NAME TO WS-DICT-FIELD-NAME(FD-FIELD-NUM)
               MOVE FD-FIELD-TYPE TO WS-DICT-FIELD-TYPE(FD-FIELD-NUM)
               MOVE FD-REQUIRED TO WS-DICT-REQUIRED(FD-FIELD-NUM)
               MOVE FD-MAX-LEN TO WS-DICT-MAX-LEN(FD-FIELD-NUM)
               IF FD-FIELD-NUM > WS-DICT-COUNT
                   MOVE FD-FIELD-NUM TO WS-DICT-COUNT
               END-IF
           END-IF
           .
      * Applies the dictionary to every field of the caller's row and
      * stops at the first failure, reporting a 21xx reason code and
               MOVE 'Y' TO WS-BAD-FLAG
           END-IF
           .
      * The value of every amount field of the caller's row, for the
      * control totals.  A field that is empty, or that would not
      * pass CHECK-AMOUNT, counts as zero: a validated row cannot
      * hold such a value unless the field is optional and empty.
       PARSE-ROW-AMOUNTS.
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                   UNTIL WS-AMT-IDX > WS-AMT-COUNT
               MOVE WS-AMT-FIELD(WS-AMT-IDX) TO WS-IDX
               MOVE FLD-ROW-VELD(WS-IDX) TO WS-VAL
               PERFORM TRIM-VALUE
               PERFORM CHECK-AMOUNT
               IF WS-BAD
                   MOVE 0 TO FC-AMOUNT-VALUE(WS-AMT-IDX)
               ELSE
                   PERFORM AMOUNT-TO-VALUE
                   MOVE WS-AMT-VALUE TO FC-AMOUNT-VALUE(WS-AMT-IDX)
               END-IF
           END-PERFORM
           .
      * Turns an amount CHECK-AMOUNT accepted into its value: the
      * digits build the number, the separator only counts the
      * decimals that follow it, and one or two decimals scale it
      * back down.
       AMOUNT-TO-VALUE.
           MOVE 0 TO WS-AMT-VALUE
           MOVE 0 TO WS-DECIMALS
           MOVE 'N' TO WS-AMT-NEG-FLAG
           MOVE 'N' TO WS-SEP-FLAG
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-VAL-LEN
               MOVE WS-VAL(WS-POS:1) TO WS-CH
               EVALUATE TRUE
                   WHEN WS-CH = '-'
                       MOVE 'Y' TO WS-AMT-NEG-FLAG
                   WHEN WS-CH >= '0' AND WS-CH <= '9'
                       MOVE WS-CH TO WS-AMT-DIGIT-X
                       COMPUTE WS-AMT-VALUE =
                           WS-AMT-VALUE * 10 + WS-AMT-DIGIT
                       IF WS-SAW-SEP
                           ADD 1 TO WS-DECIMALS
                       END-IF
                   WHEN WS-CH = '.' OR WS-CH = ','
                       MOVE 'Y' TO WS-SEP-FLAG
               END-EVALUATE
           END-PERFORM
           IF WS-DECIMALS = 1
               DIVIDE WS-AMT-VALUE BY 10 GIVING WS-AMT-VALUE
           END-IF
           IF WS-DECIMALS = 2
               DIVIDE WS-AMT-VALUE BY 100 GIVING WS-AMT-VALUE
           END-IF
           IF WS-AMT-NEG
               COMPUTE WS-AMT-VALUE = 0 - WS-AMT-VALUE
           END-IF
           .
