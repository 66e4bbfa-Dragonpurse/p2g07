000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RunMetr.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      * The cumulative run-metrics file; appended to, never rewritten,
      * like RECONLOG.DAT.
      *----------------------------------------------------------------
           SELECT metrics-uit ASSIGN TO "RUNMETR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-METR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD metrics-uit.
       01 METRICS-UIT-RECORD.
           COPY RUNMETR.
       WORKING-STORAGE SECTION.
       01 WS-METR-STATUS        PIC X(2)        VALUE SPACES.
       01 WS-ALIAS-PARM.
           COPY ALIASPRM.
       01 WS-END-DATE           PIC 9(8)        VALUE 0.
       01 WS-END-TIME           PIC 9(8)        VALUE 0.
       01 WS-CLOCK-TIME         PIC 9(8)        VALUE 0.
       01 WS-CLOCK-PARTS REDEFINES WS-CLOCK-TIME.
           05 WS-CLOCK-HH       PIC 9(2).
           05 WS-CLOCK-MM       PIC 9(2).
           05 WS-CLOCK-SS       PIC 9(2).
           05 WS-CLOCK-CC       PIC 9(2).
       01 WS-CLOCK-CS           PIC 9(7)        VALUE 0.
       01 WS-START-CS           PIC 9(7)        VALUE 0.
       01 WS-END-CS             PIC 9(7)        VALUE 0.
       01 WS-ELAPSED-CS         PIC 9(9)        VALUE 0.
       LINKAGE SECTION.
       01 METRICS-IN-RECORD.
           COPY RUNMETR.
       PROCEDURE DIVISION USING METRICS-IN-RECORD.
      * Closes one timed phase: the caller fills in the feed, phase,
      * business date, start date/time, rows and return code; this
      * program takes the clock, works out the elapsed seconds and
      * rows per second (handed back in the caller's record too),
      * resolves the feed definition name and appends the record to
      * RUNMETR.DAT.  A phase that crosses midnight is counted
      * across it; the phases of one night never run for a day.  A
      * write failure is reported on the console and never fails the
      * caller - a missing timing must not fail the load it timed.
       MAIN-PARAGRAPH.
           ACCEPT WS-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-END-TIME FROM TIME
           MOVE RM-START-TIME OF METRICS-IN-RECORD TO WS-CLOCK-TIME
           PERFORM CLOCK-TO-HUNDREDTHS
           MOVE WS-CLOCK-CS TO WS-START-CS
           MOVE WS-END-TIME TO WS-CLOCK-TIME
           PERFORM CLOCK-TO-HUNDREDTHS
           MOVE WS-CLOCK-CS TO WS-END-CS
           IF WS-END-DATE NOT = RM-START-DATE OF METRICS-IN-RECORD
               ADD 8640000 TO WS-END-CS GIVING WS-ELAPSED-CS
               SUBTRACT WS-START-CS FROM WS-ELAPSED-CS
           ELSE
               IF WS-END-CS >= WS-START-CS
                   COMPUTE WS-ELAPSED-CS = WS-END-CS - WS-START-CS
               ELSE
                   MOVE 0 TO WS-ELAPSED-CS
               END-IF
           END-IF
           COMPUTE RM-ELAPSED OF METRICS-IN-RECORD =
               WS-ELAPSED-CS / 100
      * A phase quicker than the clock's hundredth is counted as one
      * hundredth, so the rate stays a figure rather than a division
      * by zero.
           IF WS-ELAPSED-CS = 0
               MOVE 1 TO WS-ELAPSED-CS
           END-IF
           COMPUTE RM-ROWS-PER-SEC OF METRICS-IN-RECORD ROUNDED =
               RM-ROWS OF METRICS-IN-RECORD * 100 / WS-ELAPSED-CS
               ON SIZE ERROR
                   MOVE 9999999.99
                       TO RM-ROWS-PER-SEC OF METRICS-IN-RECORD
           END-COMPUTE
           MOVE RM-FEED-FILE OF METRICS-IN-RECORD TO AL-IN-FILENAME
           CALL "FeedAlias" USING WS-ALIAS-PARM
           MOVE AL-OUT-FILENAME TO RM-FEED-DEF OF METRICS-IN-RECORD
           OPEN EXTEND metrics-uit
           IF WS-METR-STATUS = "35"
               OPEN OUTPUT metrics-uit
           END-IF
           IF WS-METR-STATUS NOT = "00"
               DISPLAY "RunMetr: cannot open RUNMETR.DAT, status="
                       WS-METR-STATUS
           ELSE
               MOVE METRICS-IN-RECORD TO METRICS-UIT-RECORD
               WRITE METRICS-UIT-RECORD
               IF WS-METR-STATUS NOT = "00"
                   DISPLAY "RunMetr: cannot write RUNMETR.DAT, "
                           "status=" WS-METR-STATUS
               END-IF
               CLOSE metrics-uit
           END-IF
           GOBACK
           .
      * HHMMSScc from ACCEPT ... FROM TIME to hundredths since
      * midnight.
       CLOCK-TO-HUNDREDTHS.
           COMPUTE WS-CLOCK-CS = WS-CLOCK-HH * 360000
               + WS-CLOCK-MM * 6000 + WS-CLOCK-SS * 100 + WS-CLOCK-CC
           .
