           SELECT opalert-uit ASSIGN TO "OPALERT.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPAL-UIT-STATUS.
           SELECT profhist-in ASSIGN TO "PROFHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PHIST-STATUS.
           SELECT profhist-uit ASSIGN TO "PROFHIST.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PHIST-UIT-STATUS.
           SELECT hk-report ASSIGN TO "HOUSEKP.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HKR-STATUS.
       01 RECONCILE-RECORD.
           COPY RPTREC.
       FD reconlog-uit.
       01 RECONLOG-UIT-RECORD   PIC X(253).
       FD opalert-in.
       01 ALERT-RECORD.
           COPY ALERTREC.
       FD opalert-uit.
       01 OPALERT-UIT-RECORD    PIC X(131).
       FD profhist-in.
       01 PROFILE-RECORD.
           COPY PROFREC.
       FD profhist-uit.
       01 PROFHIST-UIT-RECORD   PIC X(317).
       FD hk-report.
       01 HK-REPORT-LINE        PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-RLOG-UIT-STATUS    PIC X(2)        VALUE SPACES.
       01 WS-OPAL-STATUS        PIC X(2)        VALUE SPACES.
       01 WS-OPAL-UIT-STATUS    PIC X(2)        VALUE SPACES.
       01 WS-PHIST-STATUS       PIC X(2)        VALUE SPACES.
       01 WS-PHIST-UIT-STATUS   PIC X(2)        VALUE SPACES.
       01 WS-HKR-STATUS         PIC X(2)        VALUE SPACES.
       01 WS-ARG-NUM            PIC 9(2).
      *----------------------------------------------------------------
               10 WS-ART-FILENAME        PIC X(25).
               10 WS-ART-NEWEST-DATE     PIC 9(8).
               10 WS-ART-RECENT-FLAG     PIC X(1).
      *================================================================
      * Profile history keys (feed definition + field) with how many
      * profiles each has in PROFHIST.DAT and how many the trim has
      * passed so far.  A profile older than the retention is still
      * kept while it is one of its field's newest WS-PROF-KEEP: a
      * monthly feed would otherwise lose the baseline FldProf
      * averages over (at most 30 loads) to a 30-day window.
      *================================================================
       01 WS-PROF-KEEP          PIC 9(2)        VALUE 30.
       01 WS-PKEY-MAX           PIC 9(4)        VALUE 2000.
       01 WS-PKEY-COUNT         PIC 9(4)        VALUE 0.
       01 WS-PKEY-TABLE.
           05 WS-PKEY-ENTRY     OCCURS 2000 TIMES.
               10 WS-PKEY-FEED           PIC X(25).
               10 WS-PKEY-FIELD          PIC 9(2).
               10 WS-PKEY-TOTAL          PIC 9(7).
               10 WS-PKEY-SEEN           PIC 9(7).
       01 WS-PKEY-IDX           PIC 9(4)        VALUE 0.
       01 WS-PKEY-NEWER         PIC 9(7)        VALUE 0.
       01 WS-I                  PIC 9(4)        VALUE 0.
       01 WS-J                  PIC 9(4)        VALUE 0.
       01 WS-K                  PIC 9(2)        VALUE 0.
           88 WS-DCKP-OVERFLOW                  VALUE 'Y'.
       01 WS-LHIST-OVF-FLAG     PIC X           VALUE 'N'.
           88 WS-LHIST-OVERFLOW                 VALUE 'Y'.
       01 WS-PKEY-OVF-FLAG      PIC X           VALUE 'N'.
           88 WS-PKEY-OVERFLOW                  VALUE 'Y'.
       01 WS-CKPT-RETIRED       PIC 9(4)        VALUE 0.
       01 WS-DCKP-RETIRED       PIC 9(4)        VALUE 0.
       01 WS-LHIST-RETIRED      PIC 9(4)        VALUE 0.
       01 WS-FILES-ARCHIVED     PIC 9(5)        VALUE 0.
       01 WS-RLOG-REMOVED       PIC 9(5)        VALUE 0.
       01 WS-OPAL-REMOVED       PIC 9(5)        VALUE 0.
       01 WS-PHIST-REMOVED      PIC 9(5)        VALUE 0.
      *----------------------------------------------------------------
      * The nine per-run artifact extensions the pipeline writes
      * next to a feed: load report/rejects, resubmission output,
      * the distribution counterparts and an update-mode feed's
      * change report.
      *----------------------------------------------------------------
       01 WS-EXT-TABLE.
           05 FILLER            PIC X(4)   VALUE ".RPT".
           05 FILLER            PIC X(4)   VALUE ".DRJ".
           05 FILLER            PIC X(4)   VALUE ".DR2".
           05 FILLER            PIC X(4)   VALUE ".DS2".
           05 FILLER            PIC X(4)   VALUE ".CHG".
       01 WS-EXT-LIST REDEFINES WS-EXT-TABLE.
           05 WS-EXT            PIC X(4)   OCCURS 9 TIMES.
       01 WS-ARCH-DIR           PIC X(17)       VALUE SPACES.
       01 WS-OLD-NAME           PIC X(40)       VALUE SPACES.
       01 WS-NEW-NAME           PIC X(60)       VALUE SPACES.
      * that completed past the retention age (before the 5,000-slot
      * tables hard-stop the batch on an administrative limit),
      * sweeps aged per-run artifact files into a dated archive
      * directory, and trims RECONLOG.DAT, OPALERT.DAT and
      * PROFHIST.DAT to the window the reports actually need -
      * reporting exactly what it retired in HOUSEKP.RPT so nothing
      * disappears silently.
      * Takes the retention in days as its only argument.
       MAIN-PARAGRAPH.
           MOVE 1 TO WS-ARG-NUM
           PERFORM ARCHIVE-ARTIFACTS
           PERFORM TRIM-RECONLOG
           PERFORM TRIM-OPALERT
           PERFORM TRIM-PROFHIST
           PERFORM WRITE-COUNT-LINES
           CLOSE hk-report
           DISPLAY "HouseKeep: checkpoints=" WS-CKPT-RETIRED
                   " files=" WS-FILES-ARCHIVED
                   " reconlog=" WS-RLOG-REMOVED
                   " opalert=" WS-OPAL-REMOVED
                   " profiles=" WS-PHIST-REMOVED
                   "; report in HOUSEKP.RPT"
           IF WS-HK-FAILED
               MOVE 8 TO RETURN-CODE
                   CALL "CBL_CREATE_DIR" USING WS-ARCH-DIR
                       RETURNING WS-CALL-RC
                   PERFORM VARYING WS-K FROM 1 BY 1
                           UNTIL WS-K > 9
                       PERFORM ARCHIVE-ONE-FILE
                   END-PERFORM
               END-IF
               END-IF
           END-IF
           .
      * Rebuilds PROFHIST.DAT keeping the profiles inside the window
      * plus every field's newest WS-PROF-KEEP, whatever their age.
      * The first pass counts the profiles per feed field; the second
      * copies a record when it is recent enough or fewer than
      * WS-PROF-KEEP newer profiles of its field follow it.  More
      * feed fields than the key table holds leaves the file as it
      * is and fails the run, like the other bookkeeping files.
       TRIM-PROFHIST.
           MOVE 0 TO WS-PKEY-COUNT
           OPEN INPUT profhist-in
           IF WS-PHIST-STATUS = "00"
               PERFORM UNTIL WS-PHIST-STATUS NOT = "00"
                       OR WS-PKEY-OVERFLOW
                   READ profhist-in
                       AT END MOVE "10" TO WS-PHIST-STATUS
                       NOT AT END PERFORM COUNT-ONE-PROFILE
                   END-READ
               END-PERFORM
               CLOSE profhist-in
               IF WS-PKEY-OVERFLOW
                   DISPLAY "HouseKeep: PROFHIST.DAT holds more than "
                           WS-PKEY-MAX " feed fields; left untrimmed"
                   MOVE 'Y' TO WS-HK-FAILED-FLAG
               ELSE
                   PERFORM COPY-RECENT-PROFILES
               END-IF
           END-IF
           .
       COUNT-ONE-PROFILE.
           PERFORM FIND-PROFILE-KEY
           IF WS-PKEY-IDX = 0
               IF WS-PKEY-COUNT >= WS-PKEY-MAX
                   MOVE 'Y' TO WS-PKEY-OVF-FLAG
               ELSE
                   ADD 1 TO WS-PKEY-COUNT
                   MOVE WS-PKEY-COUNT TO WS-PKEY-IDX
                   MOVE PR-FEED-FILE TO WS-PKEY-FEED(WS-PKEY-IDX)
                   MOVE PR-FIELD-NUM TO WS-PKEY-FIELD(WS-PKEY-IDX)
                   MOVE 0 TO WS-PKEY-TOTAL(WS-PKEY-IDX)
                   MOVE 0 TO WS-PKEY-SEEN(WS-PKEY-IDX)
               END-IF
           END-IF
           IF WS-PKEY-IDX > 0
               ADD 1 TO WS-PKEY-TOTAL(WS-PKEY-IDX)
           END-IF
           .
       FIND-PROFILE-KEY.
           MOVE 0 TO WS-PKEY-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-PKEY-COUNT OR WS-PKEY-IDX > 0
               IF WS-PKEY-FEED(WS-I) = PR-FEED-FILE
                       AND WS-PKEY-FIELD(WS-I) = PR-FIELD-NUM
                   MOVE WS-I TO WS-PKEY-IDX
               END-IF
           END-PERFORM
           .
       COPY-RECENT-PROFILES.
           OPEN INPUT profhist-in
           OPEN OUTPUT profhist-uit
           IF WS-PHIST-UIT-STATUS NOT = "00"
               DISPLAY "HouseKeep: cannot open PROFHIST.TMP, "
                       "status=" WS-PHIST-UIT-STATUS
               MOVE 'Y' TO WS-HK-FAILED-FLAG
               CLOSE profhist-in
           ELSE
               PERFORM UNTIL WS-PHIST-STATUS NOT = "00"
                   READ profhist-in
                       AT END MOVE "10" TO WS-PHIST-STATUS
                       NOT AT END PERFORM COPY-ONE-PROFILE
                   END-READ
               END-PERFORM
               CLOSE profhist-in
               CLOSE profhist-uit
               IF WS-PHIST-REMOVED > 0
                   MOVE "PROFHIST.DAT" TO WS-DEL-NAME
                   CALL "CBL_DELETE_FILE" USING WS-DEL-NAME
                       RETURNING WS-CALL-RC
                   CALL "CBL_RENAME_FILE"
                       USING "PROFHIST.TMP", "PROFHIST.DAT"
                       RETURNING WS-CALL-RC
               ELSE
                   MOVE "PROFHIST.TMP" TO WS-DEL-NAME
                   CALL "CBL_DELETE_FILE" USING WS-DEL-NAME
                       RETURNING WS-CALL-RC
               END-IF
           END-IF
           .
       COPY-ONE-PROFILE.
           PERFORM FIND-PROFILE-KEY
           ADD 1 TO WS-PKEY-SEEN(WS-PKEY-IDX)
           COMPUTE WS-PKEY-NEWER = WS-PKEY-TOTAL(WS-PKEY-IDX)
                                 - WS-PKEY-SEEN(WS-PKEY-IDX)
           IF PR-RUN-DATE >= WS-CUTOFF-DATE
                   OR WS-PKEY-NEWER < WS-PROF-KEEP
               MOVE PROFILE-RECORD TO PROFHIST-UIT-RECORD
               WRITE PROFHIST-UIT-RECORD
           ELSE
               ADD 1 TO WS-PHIST-REMOVED
           END-IF
           .
       WRITE-COUNT-LINES.
           MOVE "checkpoints geretireerd       " TO WS-DET-WHAT
           MOVE WS-CKPT-RETIRED TO WS-DET-COUNT
           MOVE WS-OPAL-REMOVED TO WS-DET-COUNT
           MOVE WS-DET-LINE TO HK-REPORT-LINE
           WRITE HK-REPORT-LINE
           MOVE "profielrecords verwijderd     " TO WS-DET-WHAT
           MOVE WS-PHIST-REMOVED TO WS-DET-COUNT
           MOVE WS-DET-LINE TO HK-REPORT-LINE
           WRITE HK-REPORT-LINE
           .
