           SELECT conn-cfg-file ASSIGN TO "DBCONN.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CCFG-STATUS.
           SELECT extrdef-file ASSIGN TO "EXTRDEF.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XDEF-STATUS.
           SELECT pf-report ASSIGN TO "PREFLGHT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PFR-STATUS.
           SELECT snap-in ASSIGN TO "CFGSNAP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SNAP-STATUS.
           SELECT snap-out ASSIGN TO "CFGSNAP.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SNAPO-STATUS.
           SELECT chg-log ASSIGN TO "CFGCHG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD manifest-in.
       FD conn-cfg-file.
       01 CONN-CFG-RECORD.
           COPY CONNCFG.
       FD extrdef-file.
       01 EXTRDEF-RECORD.
           COPY EXTRDEF.
       FD pf-report.
       01 PF-REPORT-LINE        PIC X(132).
       FD snap-in.
       01 SNAP-IN-RECORD.
           COPY CFGSNAP.
       FD snap-out.
       01 SNAP-OUT-RECORD       PIC X(235).
       FD chg-log.
       01 CHG-LOG-RECORD.
           COPY CFGCHG.
       WORKING-STORAGE SECTION.
       01 WS-MANIFEST-FILENAME  PIC X(40)       VALUE SPACES.
       01 WS-MAN-STATUS         PIC X(2)        VALUE SPACES.
       01 WS-LAYOUT-STATUS      PIC X(2)        VALUE SPACES.
       01 WS-CCFG-STATUS        PIC X(2)        VALUE SPACES.
       01 WS-PFR-STATUS         PIC X(2)        VALUE SPACES.
       01 WS-XDEF-STATUS        PIC X(2)        VALUE SPACES.
       01 WS-SNAP-STATUS        PIC X(2)        VALUE SPACES.
       01 WS-SNAPO-STATUS       PIC X(2)        VALUE SPACES.
       01 WS-CHG-STATUS         PIC X(2)        VALUE SPACES.
       01 WS-ARG-NUM            PIC 9(2).
       01 WS-ALIAS-PARM.
           COPY ALIASPRM.
               10 WS-FEED-BRANCH-KEY     PIC X(10).
               10 WS-FEED-READER-TYPE    PIC X(1).
               10 WS-FEED-DIST-FLAG      PIC X(1).
      * The alias-resolved feed name and the parents the entry names,
      * so an extract step's parents can be found in the manifest.
               10 WS-FEED-DEF            PIC X(25).
               10 WS-FEED-DEP-NAME       PIC X(25) OCCURS 3 TIMES.
       01 WS-DEP                PIC 9(1)        VALUE 0.
       01 WS-PAR                PIC 9(3)        VALUE 0.
       01 WS-PAR-FOUND          PIC 9(3)        VALUE 0.
       01 WS-BRANCH-MAX         PIC 9(2)        VALUE 20.
       01 WS-BRANCH-COUNT       PIC 9(2)        VALUE 0.
       01 WS-BRANCH-TABLE.
           05 WS-MAP-TYPE       PIC X(1)   OCCURS 20 TIMES.
       01 WS-MAP-KEYS.
           05 WS-MAP-KEY        PIC X(1)   OCCURS 20 TIMES.
       01 WS-MAP-XLATES.
           05 WS-MAP-XLATE      PIC X(12)  OCCURS 20 TIMES.
       01 WS-XLATE-PARM.
           COPY XLATPRM.
       01 WS-KEY-COUNT          PIC 9(2)        VALUE 0.
       01 WS-SET-COUNT          PIC 9(2)        VALUE 0.
       01 WS-LAYOUT-COUNT       PIC 9(2)        VALUE 0.
           05 WS-LAYOUT-ENTRY   OCCURS 20 TIMES.
               10 WS-LAYOUT-START        PIC 9(3).
               10 WS-LAYOUT-LEN          PIC 9(3).
      *----------------------------------------------------------------
      * Versions.  The three files' entries for the feed are picked
      * for WS-CHECK-DATE the way the loaders pick them for a file's
      * business date: the entries with the latest effective date
      * not after it.  The ordinary checks run for today; every
      * version the feed has, past or future, is listed in
      * WS-VER-TABLE (which fields it holds, by kind D = FEEDDICT,
      * M = FEEDMAP, L = FWLAYOUT) for the overlap, gap and coverage
      * checks, and each other date is checked in turn.
      *----------------------------------------------------------------
       01 WS-RUN-DATE           PIC 9(8)        VALUE 0.
       01 WS-RUN-TIME           PIC 9(8)        VALUE 0.
       01 WS-RUN-USER           PIC X(8)        VALUE SPACES.
       01 WS-CHECK-DATE         PIC 9(8)        VALUE 0.
       01 WS-REC-DATE           PIC 9(8)        VALUE 0.
       01 WS-DICT-VERSION       PIC 9(8)        VALUE 0.
       01 WS-MAP-VERSION        PIC 9(8)        VALUE 0.
       01 WS-LAYOUT-VERSION     PIC 9(8)        VALUE 0.
       01 WS-TODAY-DICT-VER     PIC 9(8)        VALUE 0.
       01 WS-TODAY-MAP-VER      PIC 9(8)        VALUE 0.
       01 WS-TODAY-LAYOUT-VER   PIC 9(8)        VALUE 0.
       01 WS-VER-MAX            PIC 9(3)        VALUE 60.
       01 WS-VER-COUNT          PIC 9(3)        VALUE 0.
       01 WS-VER-FULL           PIC X           VALUE 'N'.
       01 WS-VER-TABLE.
           05 WS-VER-ENTRY      OCCURS 60 TIMES.
               10 WS-VER-KIND            PIC X(1).
               10 WS-VER-DATE            PIC 9(8).
               10 WS-VER-FIELDS.
                   15 WS-VER-FIELD       PIC X(1)   OCCURS 21 TIMES.
       01 WS-NOTE-KIND          PIC X(1)        VALUE SPACE.
       01 WS-KIND-IX            PIC 9(1)        VALUE 0.
       01 WS-K                  PIC 9(1)        VALUE 0.
       01 WS-KIND-CODE-LIST     PIC X(3)        VALUE "DML".
       01 WS-KIND-CODES REDEFINES WS-KIND-CODE-LIST.
           05 WS-KIND-CODE      PIC X(1)   OCCURS 3 TIMES.
       01 WS-KIND-NAME-LIST     PIC X(24)
                       VALUE "FEEDDICTFEEDMAP FWLAYOUT".
       01 WS-KIND-NAMES REDEFINES WS-KIND-NAME-LIST.
           05 WS-KIND-NAME      PIC X(8)   OCCURS 3 TIMES.
       01 WS-KIND-SEEN-LIST     PIC X(3)        VALUE "NNN".
       01 WS-KIND-SEENS REDEFINES WS-KIND-SEEN-LIST.
           05 WS-KIND-SEEN      PIC X(1)   OCCURS 3 TIMES.
       01 WS-KIND-CTL-LIST      PIC X(3)        VALUE "NNN".
       01 WS-KIND-CTLS REDEFINES WS-KIND-CTL-LIST.
           05 WS-KIND-CTL       PIC X(1)   OCCURS 3 TIMES.
       01 WS-V                  PIC 9(3)        VALUE 0.
       01 WS-W                  PIC 9(3)        VALUE 0.
       01 WS-FLD-NUM            PIC 9(2)        VALUE 0.
       01 WS-FLD-POS            PIC 9(2)        VALUE 0.
       01 WS-FLD-HIGH           PIC 9(2)        VALUE 0.
       01 WS-FLD-GAP            PIC 9(2)        VALUE 0.
       01 WS-LABEL-DATE         PIC 9(8)        VALUE 0.
      *----------------------------------------------------------------
      * Config change log.  Every FEEDDICT/FEEDMAP/FWLAYOUT entry as
      * it stands now (WS-NEW-*) against the snapshot of the previous
      * check (WS-OLD-*); an entry without an identical partner on
      * the other side marks its version - kind, feed, effective
      * date - as changed in WS-CHG-TABLE.  Past WS-SNAP-MAX entries
      * the comparison is skipped rather than half done.
      *----------------------------------------------------------------
       01 WS-SNAP-MAX           PIC 9(4)        VALUE 3000.
       01 WS-SNAP-STATE         PIC X(1)        VALUE 'F'.
           88 WS-SNAP-FOUND                     VALUE 'F'.
           88 WS-SNAP-FIRST                     VALUE 'N'.
           88 WS-SNAP-SKIP                      VALUE 'X'.
       01 WS-NEW-COUNT          PIC 9(4)        VALUE 0.
       01 WS-NEW-TABLE.
           05 WS-NEW-ENTRY      OCCURS 3000 TIMES.
               10 WS-NEW-KEY.
                   15 WS-NEW-KIND        PIC X(1).
                   15 WS-NEW-FEED        PIC X(25).
                   15 WS-NEW-DATE        PIC 9(8).
               10 WS-NEW-ON              PIC 9(8).
               10 WS-NEW-BY              PIC X(8).
               10 WS-NEW-IMAGE           PIC X(185).
               10 WS-NEW-MATCHED         PIC X(1).
       01 WS-OLD-COUNT          PIC 9(4)        VALUE 0.
       01 WS-OLD-TABLE.
           05 WS-OLD-ENTRY      OCCURS 3000 TIMES.
               10 WS-OLD-KEY.
                   15 WS-OLD-KIND        PIC X(1).
                   15 WS-OLD-FEED        PIC X(25).
                   15 WS-OLD-DATE        PIC 9(8).
               10 WS-OLD-ON              PIC 9(8).
               10 WS-OLD-BY              PIC X(8).
               10 WS-OLD-IMAGE           PIC X(185).
               10 WS-OLD-MATCHED         PIC X(1).
       01 WS-CUR-SNAP.
           COPY CFGSNAP.
       01 WS-CUR-KEY.
           05 WS-CUR-KIND       PIC X(1).
           05 WS-CUR-FEED       PIC X(25).
           05 WS-CUR-DATE       PIC 9(8).
       01 WS-CUR-SIDE           PIC X(1)        VALUE SPACE.
       01 WS-CHG-MAX            PIC 9(3)        VALUE 300.
       01 WS-CHG-COUNT          PIC 9(3)        VALUE 0.
       01 WS-CHG-TABLE.
           05 WS-CHG-ENTRY      OCCURS 300 TIMES.
               10 WS-CHG-KEY.
                   15 WS-CHG-KIND        PIC X(1).
                   15 WS-CHG-FEED        PIC X(25).
                   15 WS-CHG-DATE        PIC 9(8).
               10 WS-CHG-ADDED           PIC 9(3).
               10 WS-CHG-REMOVED         PIC 9(3).
               10 WS-CHG-ON              PIC 9(8).
               10 WS-CHG-BY              PIC X(8).
       01 WS-SI                 PIC 9(4)        VALUE 0.
       01 WS-SJ                 PIC 9(4)        VALUE 0.
       01 WS-SX                 PIC 9(4)        VALUE 0.
       01 WS-SI-CHG             PIC 9(3)        VALUE 0.
       01 WS-IN-OLD             PIC X(1)        VALUE 'N'.
       01 WS-IN-NEW             PIC X(1)        VALUE 'N'.
       01 WS-DEL-NAME           PIC X(20)       VALUE SPACES.
       01 WS-CALL-RC            PIC S9(9) COMP-5 VALUE 0.
       01 WS-CHG-LINE.
           05 FILLER                PIC X(17)
                       VALUE "configwijziging: ".
           05 WS-CHGL-FILE          PIC X(12).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 WS-CHGL-FEED          PIC X(25).
           05 FILLER                PIC X(8)   VALUE " versie ".
           05 WS-CHGL-DATE          PIC 9(8).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 WS-CHGL-KIND          PIC X(10).
           05 FILLER                PIC X(2)   VALUE " +".
           05 WS-CHGL-ADDED         PIC ZZ9.
           05 FILLER                PIC X(2)   VALUE " -".
           05 WS-CHGL-REMOVED       PIC ZZ9.
           05 FILLER                PIC X(6)   VALUE " door ".
           05 WS-CHGL-BY            PIC X(8).
           05 FILLER                PIC X(4)   VALUE " op ".
           05 WS-CHGL-ON            PIC 9(8).
       01 WS-INFO-LINE              PIC X(132)  VALUE SPACES.
      *----------------------------------------------------------------
      * An extract step's definition from EXTRDEF.CFG: whether the
      * control entry is there, its format and hash column, and each
      * output column's type and width.
      *----------------------------------------------------------------
       01 WS-XDEF-CTL-SEEN      PIC X           VALUE 'N'.
       01 WS-XDEF-FORMAT        PIC X(1)        VALUE SPACE.
       01 WS-XDEF-HASH          PIC 9(2)        VALUE 0.
       01 WS-XDEF-HASH-FLAG     PIC X           VALUE 'Y'.
           88 WS-XDEF-HASH-OK                   VALUE 'Y'.
       01 WS-XDEF-COUNT         PIC 9(2)        VALUE 0.
       01 WS-XDEF-TABLE.
           05 WS-XDEF-ENTRY     OCCURS 20 TIMES.
               10 WS-XDEF-TYPE           PIC X(1).
               10 WS-XDEF-WIDTH          PIC 9(3).
       01 WS-IDX                PIC 9(3)        VALUE 0.
       01 WS-I                  PIC 9(2)        VALUE 0.
       01 WS-J                  PIC 9(2)        VALUE 0.
           05 WS-PROB-FEED          PIC X(25).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 WS-PROB-TEXT          PIC X(75).
           05 WS-PROB-VERSION       PIC X(24)  VALUE SPACES.
       01 WS-HDR-LINE.
           05 FILLER                PIC X(28)
                       VALUE "Configuratiecontrole voor   ".
                       VALUE " inconsistenties".
       PROCEDURE DIVISION.
      * Pre-flight check the scheduler runs before CSVBatch: a
      * feed's behaviour is spread over seven hand-edited
      * fixed-column files, and a one-column typo in any of them
      * fails silently at 2 a.m.  This program cross-checks them
      * while someone is still awake: every manifest entry has a
      * dictionary, dictionary and mapping agree on field count and
      * type, fixed-width layouts fit the line without overlapping,
      * every branch key resolves in DBCONN.CFG, hash/trailer
      * declarations point at fields that exist, and every
      * translation table a mapping names is in CODEXLAT.CFG.  An
      * extract step is checked against its EXTRDEF.CFG definition
      * instead of the feed files.  The feed files carry effective-
      * dated versions: the checks run against the version in force
      * today, then against every other version date the feed has,
      * past or future, and the versions themselves are checked for
      * entries defined twice, fields left out and dates one file
      * covers but its companion does not.  Every
      * inconsistency is listed in PREFLGHT.RPT and the program
      * returns non-zero, so the batch refuses to start on a broken
      * configuration.  Finally the feed files are compared with the
      * snapshot the previous check left in CFGSNAP.DAT, and every
      * version edited in between is logged to CFGCHG.DAT with who
      * edited it and when - listed in the report too, but not
      * counted as an inconsistency.
       MAIN-PARAGRAPH.
           MOVE 1 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           MOVE WS-MANIFEST-FILENAME TO WS-HDR-MANIFEST
           MOVE WS-HDR-LINE TO PF-REPORT-LINE
           WRITE PF-REPORT-LINE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           DISPLAY "USER" UPON ENVIRONMENT-NAME
           ACCEPT WS-RUN-USER FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-USER
           END-ACCEPT
           PERFORM LOAD-BRANCH-KEYS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-FEED-COUNT
               IF WS-FEED-READER-TYPE(WS-IDX) = 'X'
                   PERFORM CHECK-ONE-EXTRACT
               ELSE
                   PERFORM CHECK-ONE-FEED
               END-IF
           END-PERFORM
           PERFORM TRACK-CONFIG-CHANGES
           MOVE WS-PROBLEM-COUNT TO WS-TOT-PROBLEMS
           MOVE WS-TOT-LINE TO PF-REPORT-LINE
           WRITE PF-REPORT-LINE
                   END-IF
                   MOVE MAN-DIST-FLAG
                       TO WS-FEED-DIST-FLAG(WS-FEED-COUNT)
                   MOVE MAN-FILENAME TO AL-IN-FILENAME
                   CALL "FeedAlias" USING WS-ALIAS-PARM
                   MOVE AL-OUT-FILENAME
                       TO WS-FEED-DEF(WS-FEED-COUNT)
                   PERFORM VARYING WS-DEP FROM 1 BY 1 UNTIL WS-DEP > 3
                       MOVE MAN-DEPENDS-ON(WS-DEP)
                           TO WS-FEED-DEP-NAME(WS-FEED-COUNT, WS-DEP)
                   END-PERFORM
               END-IF
           END-IF
           .
           MOVE WS-FEED-FILENAME(WS-IDX) TO AL-IN-FILENAME
           CALL "FeedAlias" USING WS-ALIAS-PARM
           MOVE AL-OUT-FILENAME TO WS-LKP-FEED
           MOVE WS-RUN-DATE TO WS-CHECK-DATE
           MOVE SPACES TO WS-PROB-VERSION
           PERFORM GATHER-DICTIONARY
           PERFORM GATHER-MAPPING
           PERFORM CHECK-BRANCH-KEY
           PERFORM CHECK-DICT-MAP-AGREEMENT
           PERFORM CHECK-HASH-TRAILER
           PERFORM CHECK-DIST-MODE-CONFIG
           PERFORM CHECK-XLATE-TABLES
           MOVE 0 TO WS-LAYOUT-VERSION
           IF WS-FEED-READER-TYPE(WS-IDX) = 'F'
               PERFORM GATHER-LAYOUT
               PERFORM CHECK-LAYOUT
           END-IF
           PERFORM CHECK-FEED-VERSIONS
           .
      * Each GATHER- paragraph keeps the feed's entries carrying the
      * latest effective date not after WS-CHECK-DATE: a later one
      * starts the tables afresh, an earlier one is passed over.
       GATHER-DICTIONARY.
           MOVE 0 TO WS-DICT-VERSION
           PERFORM CLEAR-DICT-GATHER
           OPEN INPUT dict-file
           IF WS-DICT-STATUS = "00"
               PERFORM UNTIL WS-DICT-STATUS NOT = "00"
                       AT END MOVE "10" TO WS-DICT-STATUS
                       NOT AT END
                           IF FD-FEED-FILE = WS-LKP-FEED
                               PERFORM SELECT-DICT-GATHER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE dict-file
           END-IF
           .
       CLEAR-DICT-GATHER.
           MOVE 0 TO WS-DICT-COUNT
           MOVE 'N' TO WS-DICT-CTL-SEEN
           MOVE 'N' TO WS-HAS-TRAILER
           MOVE 0 TO WS-HASH-FIELD
           MOVE SPACES TO WS-DICT-TYPES
           .
       SELECT-DICT-GATHER.
           MOVE 0 TO WS-REC-DATE
           IF FD-EFFECTIVE-FROM IS NUMERIC
               MOVE FD-EFFECTIVE-FROM TO WS-REC-DATE
           END-IF
           IF WS-REC-DATE <= WS-CHECK-DATE
               IF WS-REC-DATE > WS-DICT-VERSION
                   MOVE WS-REC-DATE TO WS-DICT-VERSION
                   PERFORM CLEAR-DICT-GATHER
               END-IF
               IF WS-REC-DATE = WS-DICT-VERSION
                   PERFORM STORE-DICT-GATHER
               END-IF
           END-IF
           .
       STORE-DICT-GATHER.
           IF FD-FIELD-NUM = 0
               MOVE 'Y' TO WS-DICT-CTL-SEEN
               MOVE FDC-HAS-TRAILER TO WS-HAS-TRAILER
               IF FDC-HASH-FIELD IS NUMERIC
                   MOVE FDC-HASH-FIELD TO WS-HASH-FIELD
               END-IF
           END-IF
           IF FD-FIELD-NUM >= 1 AND FD-FIELD-NUM <= 20
               MOVE FD-FIELD-TYPE TO WS-DICT-TYPE(FD-FIELD-NUM)
               IF FD-FIELD-NUM > WS-DICT-COUNT
                   MOVE FD-FIELD-NUM TO WS-DICT-COUNT
               END-IF
           END-IF
           .
       GATHER-MAPPING.
           MOVE 0 TO WS-MAP-VERSION
           PERFORM CLEAR-MAP-GATHER
           OPEN INPUT map-file
           IF WS-MAP-STATUS = "00"
               PERFORM UNTIL WS-MAP-STATUS NOT = "00"
                       AT END MOVE "10" TO WS-MAP-STATUS
                       NOT AT END
                           IF FM-FEED-FILE = WS-LKP-FEED
                               PERFORM SELECT-MAP-GATHER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE map-file
           END-IF
           .
       CLEAR-MAP-GATHER.
           MOVE 0 TO WS-MAP-COUNT
           MOVE 0 TO WS-MAP-HIGH
           MOVE 'A' TO WS-DIST-MODE
           MOVE SPACES TO WS-MAP-TYPES
           MOVE SPACES TO WS-MAP-KEYS
           MOVE SPACES TO WS-MAP-XLATES
           .
       SELECT-MAP-GATHER.
           MOVE 0 TO WS-REC-DATE
           IF FM-EFFECTIVE-FROM IS NUMERIC
               MOVE FM-EFFECTIVE-FROM TO WS-REC-DATE
           END-IF
           IF WS-REC-DATE <= WS-CHECK-DATE
               IF WS-REC-DATE > WS-MAP-VERSION
                   MOVE WS-REC-DATE TO WS-MAP-VERSION
                   PERFORM CLEAR-MAP-GATHER
               END-IF
               IF WS-REC-DATE = WS-MAP-VERSION
                   PERFORM STORE-MAP-GATHER
               END-IF
           END-IF
           .
       STORE-MAP-GATHER.
           IF FM-COLUMN-NUM = 0
               IF FMC-DIST-MODE = 'U' OR FMC-DIST-MODE = 'R'
                   MOVE FMC-DIST-MODE TO WS-DIST-MODE
               END-IF
           END-IF
           IF FM-COLUMN-NUM >= 1 AND FM-COLUMN-NUM <= 20
                   AND FM-COLUMN-NAME NOT = SPACES
               ADD 1 TO WS-MAP-COUNT
               MOVE FM-COLUMN-TYPE TO WS-MAP-TYPE(FM-COLUMN-NUM)
               MOVE FM-KEY-FLAG TO WS-MAP-KEY(FM-COLUMN-NUM)
               MOVE FM-XLATE-TABLE TO WS-MAP-XLATE(FM-COLUMN-NUM)
               IF FM-COLUMN-NUM > WS-MAP-HIGH
                   MOVE FM-COLUMN-NUM TO WS-MAP-HIGH
               END-IF
           END-IF
           .
       GATHER-LAYOUT.
           MOVE 0 TO WS-LAYOUT-VERSION
           PERFORM CLEAR-LAYOUT-GATHER
           OPEN INPUT layout-file
           IF WS-LAYOUT-STATUS = "00"
               PERFORM UNTIL WS-LAYOUT-STATUS NOT = "00"
                       AT END MOVE "10" TO WS-LAYOUT-STATUS
                       NOT AT END
                           IF FW-FEED-FILE = WS-LKP-FEED
                               PERFORM SELECT-LAYOUT-GATHER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE layout-file
           END-IF
           .
       CLEAR-LAYOUT-GATHER.
           MOVE 0 TO WS-LAYOUT-COUNT
           INITIALIZE WS-LAYOUT-TABLE
           .
       SELECT-LAYOUT-GATHER.
           MOVE 0 TO WS-REC-DATE
           IF FW-EFFECTIVE-FROM IS NUMERIC
               MOVE FW-EFFECTIVE-FROM TO WS-REC-DATE
           END-IF
           IF WS-REC-DATE <= WS-CHECK-DATE
               IF WS-REC-DATE > WS-LAYOUT-VERSION
                   MOVE WS-REC-DATE TO WS-LAYOUT-VERSION
                   PERFORM CLEAR-LAYOUT-GATHER
               END-IF
               IF WS-REC-DATE = WS-LAYOUT-VERSION
                   AND FW-FIELD-NUM >= 1 AND FW-FIELD-NUM <= 20
                   MOVE FW-START-POS TO WS-LAYOUT-START(FW-FIELD-NUM)
                   MOVE FW-FIELD-LEN TO WS-LAYOUT-LEN(FW-FIELD-NUM)
                   IF FW-FIELD-NUM > WS-LAYOUT-COUNT
                       MOVE FW-FIELD-NUM TO WS-LAYOUT-COUNT
                   END-IF
               END-IF
           END-IF
           .
       CHECK-BRANCH-KEY.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-I FROM 1 BY 1
               END-IF
           END-IF
           .
      * A column naming a translation table CODEXLAT.CFG does not
      * have would send every non-empty value of it to the .DRJ
      * under 3108 - almost always a misspelt table name.
       CHECK-XLATE-TABLES.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-MAP-HIGH
               IF WS-MAP-TYPE(WS-I) NOT = SPACE
                   AND WS-MAP-XLATE(WS-I) NOT = SPACES
                   MOVE WS-MAP-XLATE(WS-I) TO XP-TABLE-NAME
                   MOVE SPACES TO XP-IN-VALUE
                   CALL "CodeXlat" USING WS-XLATE-PARM
                   IF NOT XP-TABLE-KNOWN
                       MOVE SPACES TO WS-PROB-TEXT
                       STRING "FEEDMAP-kolom " DELIMITED BY SIZE
                              WS-I DELIMITED BY SIZE
                              ": vertaaltabel '" DELIMITED BY SIZE
                              WS-MAP-XLATE(WS-I) DELIMITED BY SPACE
                              "' ontbreekt in CODEXLAT.CFG"
                                  DELIMITED BY SIZE
                              INTO WS-PROB-TEXT
                       PERFORM WRITE-PROBLEM
                   END-IF
               END-IF
           END-PERFORM
           .
      * Fixed-width: every declared field must fit the 255-byte
      * line, and no two fields may overlap - an overlapping layout
      * reads one vendor column into two business fields and
               END-IF
           END-PERFORM
           .
      * The feed's versions.  Today's have been checked above; here
      * every version of the three files is listed, checked on its
      * own (an entry defined twice, a field left out, a control
      * entry the other versions have), checked for a companion file
      * without a version in force from its date, and every other
      * version date gets the ordinary checks again - a version from
      * the 1st that does not fit its mapping is found now, not on
      * the night of the 1st.
       CHECK-FEED-VERSIONS.
           MOVE WS-DICT-VERSION TO WS-TODAY-DICT-VER
           MOVE WS-MAP-VERSION TO WS-TODAY-MAP-VER
           MOVE WS-LAYOUT-VERSION TO WS-TODAY-LAYOUT-VER
           PERFORM GATHER-VERSIONS
           PERFORM VARYING WS-V FROM 1 BY 1
                   UNTIL WS-V > WS-VER-COUNT
               PERFORM CHECK-ONE-VERSION
           END-PERFORM
           PERFORM VARYING WS-V FROM 1 BY 1
                   UNTIL WS-V > WS-VER-COUNT
               PERFORM CHECK-VERSION-DATE
           END-PERFORM
           MOVE SPACES TO WS-PROB-VERSION
           MOVE WS-RUN-DATE TO WS-CHECK-DATE
           .
       GATHER-VERSIONS.
           MOVE 0 TO WS-VER-COUNT
           MOVE 'N' TO WS-VER-FULL
           MOVE "NNN" TO WS-KIND-SEEN-LIST
           MOVE "NNN" TO WS-KIND-CTL-LIST
           MOVE SPACES TO WS-PROB-VERSION
           OPEN INPUT dict-file
           IF WS-DICT-STATUS = "00"
               PERFORM UNTIL WS-DICT-STATUS NOT = "00"
                   READ dict-file
                       AT END MOVE "10" TO WS-DICT-STATUS
                       NOT AT END
                           IF FD-FEED-FILE = WS-LKP-FEED
                               AND FD-FIELD-NUM IS NUMERIC
                               MOVE 'D' TO WS-NOTE-KIND
                               MOVE 0 TO WS-REC-DATE
                               IF FD-EFFECTIVE-FROM IS NUMERIC
                                   MOVE FD-EFFECTIVE-FROM
                                       TO WS-REC-DATE
                               END-IF
                               MOVE FD-FIELD-NUM TO WS-FLD-NUM
                               PERFORM NOTE-VERSION-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE dict-file
           END-IF
           OPEN INPUT map-file
           IF WS-MAP-STATUS = "00"
               PERFORM UNTIL WS-MAP-STATUS NOT = "00"
                   READ map-file
                       AT END MOVE "10" TO WS-MAP-STATUS
                       NOT AT END
                           IF FM-FEED-FILE = WS-LKP-FEED
                               AND FM-COLUMN-NUM IS NUMERIC
                               MOVE 'M' TO WS-NOTE-KIND
                               MOVE 0 TO WS-REC-DATE
                               IF FM-EFFECTIVE-FROM IS NUMERIC
                                   MOVE FM-EFFECTIVE-FROM
                                       TO WS-REC-DATE
                               END-IF
                               MOVE FM-COLUMN-NUM TO WS-FLD-NUM
                               PERFORM NOTE-VERSION-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE map-file
           END-IF
           IF WS-FEED-READER-TYPE(WS-IDX) = 'F'
               OPEN INPUT layout-file
               IF WS-LAYOUT-STATUS = "00"
                   PERFORM UNTIL WS-LAYOUT-STATUS NOT = "00"
                       READ layout-file
                           AT END MOVE "10" TO WS-LAYOUT-STATUS
                           NOT AT END
                               IF FW-FEED-FILE = WS-LKP-FEED
                                   AND FW-FIELD-NUM IS NUMERIC
                                   MOVE 'L' TO WS-NOTE-KIND
                                   MOVE 0 TO WS-REC-DATE
                                   IF FW-EFFECTIVE-FROM IS NUMERIC
                                       MOVE FW-EFFECTIVE-FROM
                                           TO WS-REC-DATE
                                   END-IF
                                   MOVE FW-FIELD-NUM TO WS-FLD-NUM
                                   PERFORM NOTE-VERSION-ENTRY
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE layout-file
               END-IF
           END-IF
           IF WS-VER-FULL = 'Y'
               MOVE SPACES TO WS-PROB-TEXT
               STRING "meer dan " DELIMITED BY SIZE
                      WS-VER-MAX DELIMITED BY SIZE
                      " versies: de rest is niet gecontroleerd"
                          DELIMITED BY SIZE
                      INTO WS-PROB-TEXT
               PERFORM WRITE-PROBLEM
           END-IF
           .
      * One entry of one version: the version is looked up (or
      * added) by kind and date, and the field it defines ticked
      * off - a field already ticked is an entry defined twice in
      * the same version, which the loaders would silently resolve
      * to whichever comes last in the file.
       NOTE-VERSION-ENTRY.
           PERFORM SET-KIND-IX
           MOVE 0 TO WS-W
           PERFORM VARYING WS-V FROM 1 BY 1
                   UNTIL WS-V > WS-VER-COUNT OR WS-W > 0
               IF WS-VER-KIND(WS-V) = WS-NOTE-KIND
                   AND WS-VER-DATE(WS-V) = WS-REC-DATE
                   MOVE WS-V TO WS-W
               END-IF
           END-PERFORM
           IF WS-W = 0
               IF WS-VER-COUNT >= WS-VER-MAX
                   MOVE 'Y' TO WS-VER-FULL
               ELSE
                   ADD 1 TO WS-VER-COUNT
                   MOVE WS-VER-COUNT TO WS-W
                   MOVE WS-NOTE-KIND TO WS-VER-KIND(WS-W)
                   MOVE WS-REC-DATE TO WS-VER-DATE(WS-W)
                   MOVE SPACES TO WS-VER-FIELDS(WS-W)
                   MOVE 'Y' TO WS-KIND-SEEN(WS-KIND-IX)
               END-IF
           END-IF
           IF WS-W > 0 AND WS-FLD-NUM <= 20
               COMPUTE WS-FLD-POS = WS-FLD-NUM + 1
               IF WS-VER-FIELD(WS-W, WS-FLD-POS) = 'Y'
                   MOVE WS-REC-DATE TO WS-LABEL-DATE
                   PERFORM SET-PROB-VERSION
                   MOVE SPACES TO WS-PROB-TEXT
                   STRING WS-KIND-NAME(WS-KIND-IX) DELIMITED BY SPACE
                          ": veld " DELIMITED BY SIZE
                          WS-FLD-NUM DELIMITED BY SIZE
                          " staat dubbel in dezelfde versie"
                              DELIMITED BY SIZE
                          INTO WS-PROB-TEXT
                   PERFORM WRITE-PROBLEM
                   MOVE SPACES TO WS-PROB-VERSION
               ELSE
                   MOVE 'Y' TO WS-VER-FIELD(WS-W, WS-FLD-POS)
               END-IF
               IF WS-FLD-NUM = 0
                   MOVE 'Y' TO WS-KIND-CTL(WS-KIND-IX)
               END-IF
           END-IF
           .
       SET-KIND-IX.
           EVALUATE WS-NOTE-KIND
               WHEN 'D'
                   MOVE 1 TO WS-KIND-IX
               WHEN 'M'
                   MOVE 2 TO WS-KIND-IX
               WHEN OTHER
                   MOVE 3 TO WS-KIND-IX
           END-EVALUATE
           .
       SET-PROB-VERSION.
           MOVE SPACES TO WS-PROB-VERSION
           IF WS-LABEL-DATE = 0
               MOVE "(ongedateerde versie)" TO WS-PROB-VERSION
           ELSE
               STRING "(versie vanaf " DELIMITED BY SIZE
                      WS-LABEL-DATE DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-PROB-VERSION
           END-IF
           .
      * One version on its own.  A dictionary or layout version must
      * hold every field up to its highest - the loaders number the
      * columns from 1 and a hole shifts nothing, it just leaves a
      * field unchecked; a version without the control entry the
      * feed's other versions have silently switches off header,
      * trailer and threshold (or the distribution mode) from its
      * date.  And each companion file the feed uses must have a
      * version in force from this version's date onwards, or files
      * of that date are loaded against one and not the other.
       CHECK-ONE-VERSION.
           MOVE WS-VER-KIND(WS-V) TO WS-NOTE-KIND
           PERFORM SET-KIND-IX
           MOVE WS-VER-DATE(WS-V) TO WS-LABEL-DATE
           PERFORM SET-PROB-VERSION
           IF WS-NOTE-KIND NOT = 'M'
               MOVE 0 TO WS-FLD-HIGH
               MOVE 0 TO WS-FLD-GAP
               PERFORM VARYING WS-FLD-POS FROM 2 BY 1
                       UNTIL WS-FLD-POS > 21
                   IF WS-VER-FIELD(WS-V, WS-FLD-POS) = 'Y'
                       COMPUTE WS-FLD-HIGH = WS-FLD-POS - 1
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-FLD-POS FROM 2 BY 1
                       UNTIL WS-FLD-POS > WS-FLD-HIGH
                          OR WS-FLD-GAP > 0
                   IF WS-VER-FIELD(WS-V, WS-FLD-POS) NOT = 'Y'
                       COMPUTE WS-FLD-GAP = WS-FLD-POS - 1
                   END-IF
               END-PERFORM
               IF WS-FLD-GAP > 0
                   MOVE SPACES TO WS-PROB-TEXT
                   STRING WS-KIND-NAME(WS-KIND-IX) DELIMITED BY SPACE
                          ": veld " DELIMITED BY SIZE
                          WS-FLD-GAP DELIMITED BY SIZE
                          " ontbreekt in deze versie (velden tot "
                              DELIMITED BY SIZE
                          WS-FLD-HIGH DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO WS-PROB-TEXT
                   PERFORM WRITE-PROBLEM
               END-IF
           END-IF
           IF WS-NOTE-KIND NOT = 'L'
               AND WS-VER-FIELD(WS-V, 1) NOT = 'Y'
               AND WS-KIND-CTL(WS-KIND-IX) = 'Y'
               MOVE SPACES TO WS-PROB-TEXT
               STRING WS-KIND-NAME(WS-KIND-IX) DELIMITED BY SPACE
                      ": versie mist de controle-regel (veld 00) "
                      "die andere versies hebben"
                          DELIMITED BY SIZE
                      INTO WS-PROB-TEXT
               PERFORM WRITE-PROBLEM
           END-IF
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
               IF WS-KIND-CODE(WS-K) NOT = WS-NOTE-KIND
                   AND WS-KIND-SEEN(WS-K) = 'Y'
                   PERFORM CHECK-VERSION-COVERAGE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PROB-VERSION
           .
       CHECK-VERSION-COVERAGE.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-W FROM 1 BY 1
                   UNTIL WS-W > WS-VER-COUNT OR WS-KEY-KNOWN
               IF WS-VER-KIND(WS-W) = WS-KIND-CODE(WS-K)
                   AND WS-VER-DATE(WS-W) <= WS-VER-DATE(WS-V)
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM
           IF NOT WS-KEY-KNOWN
               MOVE SPACES TO WS-PROB-TEXT
               STRING WS-KIND-NAME(WS-K) DELIMITED BY SPACE
                      " heeft geen versie in kracht vanaf deze "
                          DELIMITED BY SIZE
                      WS-KIND-NAME(WS-KIND-IX) DELIMITED BY SPACE
                      "-versie" DELIMITED BY SIZE
                      INTO WS-PROB-TEXT
               PERFORM WRITE-PROBLEM
           END-IF
           .
      * Every version date other than today's combination is checked
      * as a whole: the files' versions in force on that date are
      * gathered and put through the same cross-checks, the findings
      * labelled with the date.  A date whose combination is today's
      * was checked above already, and a date is done once however
      * many files start a version on it.
       CHECK-VERSION-DATE.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-W FROM 1 BY 1
                   UNTIL WS-W >= WS-V OR WS-KEY-KNOWN
               IF WS-VER-DATE(WS-W) = WS-VER-DATE(WS-V)
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM
           IF NOT WS-KEY-KNOWN
               MOVE WS-VER-DATE(WS-V) TO WS-CHECK-DATE
               PERFORM GATHER-DICTIONARY
               PERFORM GATHER-MAPPING
               MOVE 0 TO WS-LAYOUT-VERSION
               IF WS-FEED-READER-TYPE(WS-IDX) = 'F'
                   PERFORM GATHER-LAYOUT
               END-IF
               IF WS-DICT-VERSION NOT = WS-TODAY-DICT-VER
                   OR WS-MAP-VERSION NOT = WS-TODAY-MAP-VER
                   OR WS-LAYOUT-VERSION NOT = WS-TODAY-LAYOUT-VER
                   MOVE WS-CHECK-DATE TO WS-LABEL-DATE
                   PERFORM SET-PROB-VERSION
                   PERFORM CHECK-DICT-MAP-AGREEMENT
                   PERFORM CHECK-HASH-TRAILER
                   PERFORM CHECK-DIST-MODE-CONFIG
                   PERFORM CHECK-XLATE-TABLES
                   IF WS-FEED-READER-TYPE(WS-IDX) = 'F'
                       AND WS-LAYOUT-COUNT > 0
                       PERFORM CHECK-LAYOUT
                   END-IF
                   MOVE SPACES TO WS-PROB-VERSION
               END-IF
           END-IF
           .
      * An extract step has no dictionary or mapping of its own; what
      * ExtrCore would refuse at night is checked here instead - a
      * missing definition, a gap in the columns, an unknown format,
      * a hash column that holds no amounts, a fixed-width column
      * without a usable width.
       CHECK-ONE-EXTRACT.
           PERFORM CHECK-BRANCH-KEY
           PERFORM VARYING WS-DEP FROM 1 BY 1 UNTIL WS-DEP > 3
               IF WS-FEED-DEP-NAME(WS-IDX, WS-DEP) NOT = SPACES
                   PERFORM CHECK-EXTRACT-PARENT
               END-IF
           END-PERFORM
           PERFORM GATHER-EXTRACT-DEF
           IF WS-XDEF-CTL-SEEN = 'N' OR WS-XDEF-COUNT = 0
               MOVE SPACES TO WS-PROB-TEXT
               STRING "extract zonder volledige EXTRDEF-definitie "
                      "(controle-regel 00 en kolommen)"
                      DELIMITED BY SIZE
                      INTO WS-PROB-TEXT
               PERFORM WRITE-PROBLEM
           ELSE
               IF WS-XDEF-FORMAT NOT = 'C' AND WS-XDEF-FORMAT NOT = 'F'
                   MOVE SPACES TO WS-PROB-TEXT
                   STRING "EXTRDEF-formaat '" DELIMITED BY SIZE
                          WS-XDEF-FORMAT DELIMITED BY SIZE
                          "' is geen C of F" DELIMITED BY SIZE
                          INTO WS-PROB-TEXT
                   PERFORM WRITE-PROBLEM
               END-IF
               MOVE 'Y' TO WS-XDEF-HASH-FLAG
               IF WS-XDEF-HASH > WS-XDEF-COUNT
                   MOVE 'N' TO WS-XDEF-HASH-FLAG
               END-IF
               IF WS-XDEF-HASH > 0 AND WS-XDEF-HASH-OK
                   IF WS-XDEF-TYPE(WS-XDEF-HASH) NOT = 'A'
                       AND WS-XDEF-TYPE(WS-XDEF-HASH) NOT = 'N'
                       MOVE 'N' TO WS-XDEF-HASH-FLAG
                   END-IF
               END-IF
               IF NOT WS-XDEF-HASH-OK
                   MOVE SPACES TO WS-PROB-TEXT
                   STRING "EXTRDEF-hashkolom " DELIMITED BY SIZE
                          WS-XDEF-HASH DELIMITED BY SIZE
                          " is geen A- of N-uitvoerkolom"
                              DELIMITED BY SIZE
                          INTO WS-PROB-TEXT
                   PERFORM WRITE-PROBLEM
               END-IF
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-XDEF-COUNT
                   IF WS-XDEF-TYPE(WS-I) = SPACE
                       MOVE SPACES TO WS-PROB-TEXT
                       STRING "EXTRDEF-kolom " DELIMITED BY SIZE
                              WS-I DELIMITED BY SIZE
                              " ontbreekt" DELIMITED BY SIZE
                              INTO WS-PROB-TEXT
                       PERFORM WRITE-PROBLEM
                   ELSE
                       IF WS-XDEF-FORMAT = 'F'
                           AND (WS-XDEF-WIDTH(WS-I) = 0
                                OR WS-XDEF-WIDTH(WS-I) > 120)
                           MOVE SPACES TO WS-PROB-TEXT
                           STRING "EXTRDEF-kolom " DELIMITED BY SIZE
                                  WS-I DELIMITED BY SIZE
                                  " heeft geen breedte 001-120"
                                      DELIMITED BY SIZE
                                  INTO WS-PROB-TEXT
                           PERFORM WRITE-PROBLEM
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           .
      * An extract delivers the business table, so every feed it
      * waits on must be distributed in the same batch (dist flag Y
      * in the manifest) - a parent that is only loaded would let the
      * extract go out with last night's table.  CSVBatch refuses
      * such a manifest; an unknown parent is CSVBatch's to report.
       CHECK-EXTRACT-PARENT.
           MOVE WS-FEED-DEP-NAME(WS-IDX, WS-DEP) TO AL-IN-FILENAME
           CALL "FeedAlias" USING WS-ALIAS-PARM
           MOVE 0 TO WS-PAR-FOUND
           PERFORM VARYING WS-PAR FROM 1 BY 1
                   UNTIL WS-PAR > WS-FEED-COUNT OR WS-PAR-FOUND > 0
               IF WS-FEED-DEF(WS-PAR) = AL-OUT-FILENAME
                   MOVE WS-PAR TO WS-PAR-FOUND
               END-IF
           END-PERFORM
           IF WS-PAR-FOUND > 0
               IF WS-FEED-DIST-FLAG(WS-PAR-FOUND) NOT = 'Y'
                   MOVE SPACES TO WS-PROB-TEXT
                   STRING "extract wacht op " DELIMITED BY SIZE
                          WS-FEED-DEP-NAME(WS-IDX, WS-DEP)
                              DELIMITED BY SPACE
                          ", dat in het manifest niet verdeeld wordt"
                              DELIMITED BY SIZE
                          INTO WS-PROB-TEXT
                   PERFORM WRITE-PROBLEM
               END-IF
           END-IF
           .
       GATHER-EXTRACT-DEF.
           MOVE 'N' TO WS-XDEF-CTL-SEEN
           MOVE SPACE TO WS-XDEF-FORMAT
           MOVE 0 TO WS-XDEF-HASH
           MOVE 0 TO WS-XDEF-COUNT
           INITIALIZE WS-XDEF-TABLE
           OPEN INPUT extrdef-file
           IF WS-XDEF-STATUS = "00"
               PERFORM UNTIL WS-XDEF-STATUS NOT = "00"
                   READ extrdef-file
                       AT END MOVE "10" TO WS-XDEF-STATUS
                       NOT AT END
                           IF XD-EXTRACT-NAME
                                   = WS-FEED-FILENAME(WS-IDX)
                               PERFORM STORE-EXTRACT-DEF-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE extrdef-file
           END-IF
           .
       STORE-EXTRACT-DEF-ENTRY.
           IF XD-COLUMN-NUM = 0
               MOVE 'Y' TO WS-XDEF-CTL-SEEN
               MOVE XDC-FORMAT TO WS-XDEF-FORMAT
               IF WS-XDEF-FORMAT = SPACE
                   MOVE 'C' TO WS-XDEF-FORMAT
               END-IF
               IF XDC-HASH-COLUMN IS NUMERIC
                   MOVE XDC-HASH-COLUMN TO WS-XDEF-HASH
               END-IF
           END-IF
           IF XD-COLUMN-NUM >= 1 AND XD-COLUMN-NUM <= 20
                   AND XD-COLUMN-NAME NOT = SPACES
               MOVE XD-COLUMN-TYPE TO WS-XDEF-TYPE(XD-COLUMN-NUM)
               IF WS-XDEF-TYPE(XD-COLUMN-NUM) = SPACE
                   MOVE 'T' TO WS-XDEF-TYPE(XD-COLUMN-NUM)
               END-IF
               IF XD-COLUMN-WIDTH IS NUMERIC
                   MOVE XD-COLUMN-WIDTH
                       TO WS-XDEF-WIDTH(XD-COLUMN-NUM)
               END-IF
               IF XD-COLUMN-NUM > WS-XDEF-COUNT
                   MOVE XD-COLUMN-NUM TO WS-XDEF-COUNT
               END-IF
           END-IF
           .
      * Config change log.  The three feed files are read whole and
      * compared with the snapshot of the previous check; whatever
      * changed is logged per version, and the snapshot replaced by
      * today's picture.  The very first check only lays down the
      * snapshot.  A snapshot that cannot be read, or more entries
      * than the tables hold, skips the comparison and leaves the
      * old snapshot alone, so nothing is lost - the changes are
      * then picked up by the next check that can compare.
       TRACK-CONFIG-CHANGES.
           MOVE 'F' TO WS-SNAP-STATE
           MOVE 0 TO WS-CHG-COUNT
           PERFORM LOAD-CURRENT-CONFIG
           IF NOT WS-SNAP-SKIP
               PERFORM LOAD-CONFIG-SNAPSHOT
           END-IF
           EVALUATE TRUE
               WHEN WS-SNAP-SKIP
                   MOVE SPACES TO WS-INFO-LINE
                   STRING "configwijzigingen niet bijgehouden: "
                          "CFGSNAP.DAT onleesbaar of meer dan "
                          DELIMITED BY SIZE
                          WS-SNAP-MAX DELIMITED BY SIZE
                          " regels" DELIMITED BY SIZE
                          INTO WS-INFO-LINE
                   MOVE WS-INFO-LINE TO PF-REPORT-LINE
                   WRITE PF-REPORT-LINE
                   DISPLAY "PreFlight: config changes not tracked, "
                           "snapshot unreadable or over "
                           WS-SNAP-MAX " entries"
               WHEN WS-SNAP-FIRST
                   MOVE SPACES TO WS-INFO-LINE
                   STRING "CFGSNAP.DAT aangemaakt: configwijzigingen "
                          "worden vanaf de volgende controle "
                          "vastgelegd" DELIMITED BY SIZE
                          INTO WS-INFO-LINE
                   MOVE WS-INFO-LINE TO PF-REPORT-LINE
                   WRITE PF-REPORT-LINE
                   PERFORM WRITE-CONFIG-SNAPSHOT
               WHEN OTHER
                   PERFORM COMPARE-CONFIG-SNAPSHOT
                   IF WS-CHG-COUNT > 0
                       PERFORM LOG-CONFIG-CHANGES
                       PERFORM WRITE-CONFIG-SNAPSHOT
                   END-IF
           END-EVALUATE
           .
       LOAD-CURRENT-CONFIG.
           MOVE 0 TO WS-NEW-COUNT
           OPEN INPUT dict-file
           IF WS-DICT-STATUS = "00"
               PERFORM UNTIL WS-DICT-STATUS NOT = "00"
                   READ dict-file
                       AT END MOVE "10" TO WS-DICT-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-CUR-SNAP
                           MOVE 'D' TO CS-CONFIG-KIND OF WS-CUR-SNAP
                           MOVE FD-FEED-FILE
                               TO CS-FEED-FILE OF WS-CUR-SNAP
                           MOVE 0 TO CS-EFFECTIVE-FROM OF WS-CUR-SNAP
                           IF FD-EFFECTIVE-FROM IS NUMERIC
                               MOVE FD-EFFECTIVE-FROM
                                   TO CS-EFFECTIVE-FROM OF WS-CUR-SNAP
                           END-IF
                           MOVE 0 TO CS-CHANGED-ON OF WS-CUR-SNAP
                           IF FD-CHANGED-ON IS NUMERIC
                               MOVE FD-CHANGED-ON
                                   TO CS-CHANGED-ON OF WS-CUR-SNAP
                           END-IF
                           MOVE FD-CHANGED-BY
                               TO CS-CHANGED-BY OF WS-CUR-SNAP
                           MOVE DICT-RECORD TO CS-IMAGE OF WS-CUR-SNAP
                           PERFORM STORE-CURRENT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE dict-file
           END-IF
           OPEN INPUT map-file
           IF WS-MAP-STATUS = "00"
               PERFORM UNTIL WS-MAP-STATUS NOT = "00"
                   READ map-file
                       AT END MOVE "10" TO WS-MAP-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-CUR-SNAP
                           MOVE 'M' TO CS-CONFIG-KIND OF WS-CUR-SNAP
                           MOVE FM-FEED-FILE
                               TO CS-FEED-FILE OF WS-CUR-SNAP
                           MOVE 0 TO CS-EFFECTIVE-FROM OF WS-CUR-SNAP
                           IF FM-EFFECTIVE-FROM IS NUMERIC
                               MOVE FM-EFFECTIVE-FROM
                                   TO CS-EFFECTIVE-FROM OF WS-CUR-SNAP
                           END-IF
                           MOVE 0 TO CS-CHANGED-ON OF WS-CUR-SNAP
                           IF FM-CHANGED-ON IS NUMERIC
                               MOVE FM-CHANGED-ON
                                   TO CS-CHANGED-ON OF WS-CUR-SNAP
                           END-IF
                           MOVE FM-CHANGED-BY
                               TO CS-CHANGED-BY OF WS-CUR-SNAP
                           MOVE MAP-RECORD TO CS-IMAGE OF WS-CUR-SNAP
                           PERFORM STORE-CURRENT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE map-file
           END-IF
           OPEN INPUT layout-file
           IF WS-LAYOUT-STATUS = "00"
               PERFORM UNTIL WS-LAYOUT-STATUS NOT = "00"
                   READ layout-file
                       AT END MOVE "10" TO WS-LAYOUT-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-CUR-SNAP
                           MOVE 'L' TO CS-CONFIG-KIND OF WS-CUR-SNAP
                           MOVE FW-FEED-FILE
                               TO CS-FEED-FILE OF WS-CUR-SNAP
                           MOVE 0 TO CS-EFFECTIVE-FROM OF WS-CUR-SNAP
                           IF FW-EFFECTIVE-FROM IS NUMERIC
                               MOVE FW-EFFECTIVE-FROM
                                   TO CS-EFFECTIVE-FROM OF WS-CUR-SNAP
                           END-IF
                           MOVE 0 TO CS-CHANGED-ON OF WS-CUR-SNAP
                           IF FW-CHANGED-ON IS NUMERIC
                               MOVE FW-CHANGED-ON
                                   TO CS-CHANGED-ON OF WS-CUR-SNAP
                           END-IF
                           MOVE FW-CHANGED-BY
                               TO CS-CHANGED-BY OF WS-CUR-SNAP
                           MOVE LAYOUT-RECORD
                               TO CS-IMAGE OF WS-CUR-SNAP
                           PERFORM STORE-CURRENT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE layout-file
           END-IF
           .
      * Blank lines in the config files are no entries and are not
      * tracked.
       STORE-CURRENT-ENTRY.
           IF CS-IMAGE OF WS-CUR-SNAP = SPACES
               CONTINUE
           ELSE
               IF WS-NEW-COUNT >= WS-SNAP-MAX
                   MOVE 'X' TO WS-SNAP-STATE
               ELSE
                   ADD 1 TO WS-NEW-COUNT
                   MOVE WS-CUR-SNAP TO WS-NEW-ENTRY(WS-NEW-COUNT)
                   MOVE 'N' TO WS-NEW-MATCHED(WS-NEW-COUNT)
               END-IF
           END-IF
           .
       LOAD-CONFIG-SNAPSHOT.
           MOVE 0 TO WS-OLD-COUNT
           OPEN INPUT snap-in
           EVALUATE WS-SNAP-STATUS
               WHEN "00"
                   PERFORM UNTIL WS-SNAP-STATUS NOT = "00"
                       READ snap-in
                           AT END MOVE "10" TO WS-SNAP-STATUS
                           NOT AT END PERFORM STORE-SNAPSHOT-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE snap-in
               WHEN "35"
                   MOVE 'N' TO WS-SNAP-STATE
               WHEN OTHER
                   MOVE 'X' TO WS-SNAP-STATE
           END-EVALUATE
           .
       STORE-SNAPSHOT-ENTRY.
           IF WS-OLD-COUNT >= WS-SNAP-MAX
               MOVE 'X' TO WS-SNAP-STATE
               MOVE "10" TO WS-SNAP-STATUS
           ELSE
               ADD 1 TO WS-OLD-COUNT
               MOVE SNAP-IN-RECORD TO WS-OLD-ENTRY(WS-OLD-COUNT)
               MOVE 'N' TO WS-OLD-MATCHED(WS-OLD-COUNT)
           END-IF
           .
      * Every current entry is paired with an identical, still
      * unpaired snapshot entry; what is left over on either side was
      * added, edited or removed, and marks its version as changed.
       COMPARE-CONFIG-SNAPSHOT.
           PERFORM VARYING WS-SI FROM 1 BY 1
                   UNTIL WS-SI > WS-NEW-COUNT
               MOVE 0 TO WS-SX
               PERFORM VARYING WS-SJ FROM 1 BY 1
                       UNTIL WS-SJ > WS-OLD-COUNT OR WS-SX > 0
                   IF WS-OLD-MATCHED(WS-SJ) = 'N'
                       AND WS-OLD-KEY(WS-SJ) = WS-NEW-KEY(WS-SI)
                       AND WS-OLD-IMAGE(WS-SJ) = WS-NEW-IMAGE(WS-SI)
                       MOVE WS-SJ TO WS-SX
                   END-IF
               END-PERFORM
               IF WS-SX > 0
                   MOVE 'Y' TO WS-OLD-MATCHED(WS-SX)
                   MOVE 'Y' TO WS-NEW-MATCHED(WS-SI)
               ELSE
                   MOVE WS-NEW-KEY(WS-SI) TO WS-CUR-KEY
                   MOVE 'N' TO WS-CUR-SIDE
                   PERFORM NOTE-CONFIG-CHANGE
                   IF WS-SX > 0
                       ADD 1 TO WS-CHG-ADDED(WS-SX)
                       IF WS-NEW-ON(WS-SI) > WS-CHG-ON(WS-SX)
                           OR WS-CHG-BY(WS-SX) = SPACES
                           MOVE WS-NEW-ON(WS-SI) TO WS-CHG-ON(WS-SX)
                           MOVE WS-NEW-BY(WS-SI) TO WS-CHG-BY(WS-SX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SJ FROM 1 BY 1
                   UNTIL WS-SJ > WS-OLD-COUNT
               IF WS-OLD-MATCHED(WS-SJ) = 'N'
                   MOVE WS-OLD-KEY(WS-SJ) TO WS-CUR-KEY
                   MOVE 'O' TO WS-CUR-SIDE
                   PERFORM NOTE-CONFIG-CHANGE
                   IF WS-SX > 0
                       ADD 1 TO WS-CHG-REMOVED(WS-SX)
                   END-IF
               END-IF
           END-PERFORM
           .
      * Finds (or adds) the changed version WS-CUR-KEY in the change
      * table; WS-SX points at it, or is 0 when the table is full.
       NOTE-CONFIG-CHANGE.
           MOVE 0 TO WS-SX
           PERFORM VARYING WS-SI-CHG FROM 1 BY 1
                   UNTIL WS-SI-CHG > WS-CHG-COUNT OR WS-SX > 0
               IF WS-CHG-KEY(WS-SI-CHG) = WS-CUR-KEY
                   MOVE WS-SI-CHG TO WS-SX
               END-IF
           END-PERFORM
           IF WS-SX = 0 AND WS-CHG-COUNT < WS-CHG-MAX
               ADD 1 TO WS-CHG-COUNT
               MOVE WS-CHG-COUNT TO WS-SX
               MOVE WS-CUR-KEY TO WS-CHG-KEY(WS-SX)
               MOVE 0 TO WS-CHG-ADDED(WS-SX)
               MOVE 0 TO WS-CHG-REMOVED(WS-SX)
               MOVE 0 TO WS-CHG-ON(WS-SX)
               MOVE SPACES TO WS-CHG-BY(WS-SX)
           END-IF
           .
      * One log record and one report line per changed version.  A
      * version the snapshot did not have at all is new, one the
      * files no longer have is removed, anything else was edited.
       LOG-CONFIG-CHANGES.
           OPEN EXTEND chg-log
           IF WS-CHG-STATUS = "35"
               OPEN OUTPUT chg-log
           END-IF
           IF WS-CHG-STATUS NOT = "00"
               DISPLAY "PreFlight: cannot open CFGCHG.DAT, status="
                       WS-CHG-STATUS
           END-IF
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-CHG-COUNT
               PERFORM LOG-ONE-CONFIG-CHANGE
           END-PERFORM
           IF WS-CHG-STATUS = "00"
               CLOSE chg-log
           END-IF
           DISPLAY "PreFlight: " WS-CHG-COUNT " changed config "
                   "versions logged in CFGCHG.DAT"
           .
       LOG-ONE-CONFIG-CHANGE.
           MOVE WS-CHG-KEY(WS-SX) TO WS-CUR-KEY
           MOVE 'N' TO WS-IN-OLD
           PERFORM VARYING WS-SJ FROM 1 BY 1
                   UNTIL WS-SJ > WS-OLD-COUNT OR WS-IN-OLD = 'Y'
               IF WS-OLD-KEY(WS-SJ) = WS-CUR-KEY
                   MOVE 'Y' TO WS-IN-OLD
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-IN-NEW
           PERFORM VARYING WS-SI FROM 1 BY 1
                   UNTIL WS-SI > WS-NEW-COUNT OR WS-IN-NEW = 'Y'
               IF WS-NEW-KEY(WS-SI) = WS-CUR-KEY
                   MOVE 'Y' TO WS-IN-NEW
               END-IF
           END-PERFORM
           INITIALIZE CHG-LOG-RECORD
           MOVE WS-RUN-DATE TO CC-DETECT-DATE
           MOVE WS-RUN-TIME TO CC-DETECT-TIME
           MOVE WS-CUR-KIND TO WS-NOTE-KIND
           PERFORM SET-KIND-IX
           STRING WS-KIND-NAME(WS-KIND-IX) DELIMITED BY SPACE
                  ".CFG" DELIMITED BY SIZE
                  INTO CC-CONFIG-FILE
           MOVE WS-CUR-FEED TO CC-FEED-FILE
           MOVE WS-CUR-DATE TO CC-EFFECTIVE-FROM
           EVALUATE TRUE
               WHEN WS-IN-OLD = 'N'
                   MOVE "NIEUW" TO CC-CHANGE-KIND
               WHEN WS-IN-NEW = 'N'
                   MOVE "VERWIJDERD" TO CC-CHANGE-KIND
               WHEN OTHER
                   MOVE "GEWIJZIGD" TO CC-CHANGE-KIND
           END-EVALUATE
           MOVE WS-CHG-ADDED(WS-SX) TO CC-ENTRIES-ADDED
           MOVE WS-CHG-REMOVED(WS-SX) TO CC-ENTRIES-REMOVED
           MOVE WS-CHG-ON(WS-SX) TO CC-CHANGED-ON
           MOVE WS-CHG-BY(WS-SX) TO CC-CHANGED-BY
           MOVE WS-RUN-USER TO CC-CHECKED-BY
           IF WS-CHG-STATUS = "00"
               WRITE CHG-LOG-RECORD
           END-IF
           MOVE CC-CONFIG-FILE TO WS-CHGL-FILE
           MOVE CC-FEED-FILE TO WS-CHGL-FEED
           MOVE CC-EFFECTIVE-FROM TO WS-CHGL-DATE
           MOVE CC-CHANGE-KIND TO WS-CHGL-KIND
           MOVE CC-ENTRIES-ADDED TO WS-CHGL-ADDED
           MOVE CC-ENTRIES-REMOVED TO WS-CHGL-REMOVED
           MOVE CC-CHANGED-BY TO WS-CHGL-BY
           IF WS-CHGL-BY = SPACES
               MOVE "onbekend" TO WS-CHGL-BY
           END-IF
           MOVE CC-CHANGED-ON TO WS-CHGL-ON
           MOVE WS-CHG-LINE TO PF-REPORT-LINE
           WRITE PF-REPORT-LINE
           .
      * Today's picture becomes the next check's snapshot, written
      * aside and renamed over the old one only when complete.
       WRITE-CONFIG-SNAPSHOT.
           OPEN OUTPUT snap-out
           IF WS-SNAPO-STATUS NOT = "00"
               DISPLAY "PreFlight: cannot write CFGSNAP.TMP, status="
                       WS-SNAPO-STATUS
           ELSE
               PERFORM VARYING WS-SI FROM 1 BY 1
                       UNTIL WS-SI > WS-NEW-COUNT
                   MOVE WS-NEW-ENTRY(WS-SI) TO WS-CUR-SNAP
                   MOVE WS-CUR-SNAP TO SNAP-OUT-RECORD
                   WRITE SNAP-OUT-RECORD
               END-PERFORM
               CLOSE snap-out
               MOVE "CFGSNAP.DAT" TO WS-DEL-NAME
               CALL "CBL_DELETE_FILE" USING WS-DEL-NAME
                   RETURNING WS-CALL-RC
               CALL "CBL_RENAME_FILE"
                   USING "CFGSNAP.TMP", "CFGSNAP.DAT"
                   RETURNING WS-CALL-RC
           END-IF
           .
       WRITE-PROBLEM.
           ADD 1 TO WS-PROBLEM-COUNT
           MOVE WS-FEED-FILENAME(WS-IDX) TO WS-PROB-FEED
