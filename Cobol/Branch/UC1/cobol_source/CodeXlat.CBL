000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CodeXlat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      * The translation file has one record per vendor value per
      * table, mapping it to the internal code the business tables
      * use.  It is deployed alongside the run unit and is not part
      * of source control; see CODEXLAT.CFG.SAMPLE for the expected
      * layout.
      *----------------------------------------------------------------
           SELECT xlate-file ASSIGN TO "CODEXLAT.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XLATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD xlate-file.
       01 XLATE-RECORD.
           COPY CODEXLAT.
       WORKING-STORAGE SECTION.
       01 WS-XLATE-STATUS       PIC X(2)        VALUE SPACES.
      *----------------------------------------------------------------
      * The translation tables are loaded once per run unit and kept
      * between calls, the way FeedAlias keeps its patterns: every
      * distributed row of every feed asks, and the file does not
      * change under a running batch.
      *----------------------------------------------------------------
       01 WS-LOADED-FLAG        PIC X           VALUE 'N'.
           88 WS-TABLE-LOADED                   VALUE 'Y'.
       01 WS-XLATE-MAX          PIC 9(4)        VALUE 2000.
       01 WS-XLATE-COUNT        PIC 9(4)        VALUE 0.
       01 WS-XLATE-TABLE.
           05 WS-XLATE-ENTRY    OCCURS 2000 TIMES.
               10 WS-XLATE-NAME          PIC X(12).
               10 WS-XLATE-VENDOR        PIC X(40).
               10 WS-XLATE-CODE          PIC X(40).
       01 WS-IDX                PIC 9(4)        VALUE 0.
       LINKAGE SECTION.
       01 XlatParm.
           COPY XLATPRM.
       PROCEDURE DIVISION USING XlatParm.
      * Looks the caller's vendor value up in the named table.  The
      * first record of the table carrying the value wins; a value
      * the table does not hold comes back not found with
      * XP-OUT-VALUE unchanged from the input, and the caller
      * decides what that means for the row.
       MAIN-PARAGRAPH.
           IF NOT WS-TABLE-LOADED
               PERFORM LOAD-XLATE-TABLE
           END-IF
           MOVE XP-IN-VALUE TO XP-OUT-VALUE
           MOVE 'N' TO XP-FOUND-FLAG
           MOVE 'N' TO XP-TABLE-KNOWN-FLAG
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-XLATE-COUNT
                   OR XP-FOUND
               IF WS-XLATE-NAME(WS-IDX) = XP-TABLE-NAME
                   MOVE 'Y' TO XP-TABLE-KNOWN-FLAG
                   IF XP-IN-VALUE NOT = SPACES
                       AND WS-XLATE-VENDOR(WS-IDX) = XP-IN-VALUE
                       MOVE WS-XLATE-CODE(WS-IDX) TO XP-OUT-VALUE
                       MOVE 'Y' TO XP-FOUND-FLAG
                   END-IF
               END-IF
           END-PERFORM
           GOBACK
           .
       LOAD-XLATE-TABLE.
           MOVE 'Y' TO WS-LOADED-FLAG
           MOVE 0 TO WS-XLATE-COUNT
           OPEN INPUT xlate-file
           IF WS-XLATE-STATUS = "00"
               PERFORM UNTIL WS-XLATE-STATUS NOT = "00"
                   READ xlate-file
                       AT END MOVE "10" TO WS-XLATE-STATUS
                       NOT AT END
                           IF CX-TABLE-NAME NOT = SPACES
                               AND CX-VENDOR-VALUE NOT = SPACES
                               IF WS-XLATE-COUNT >= WS-XLATE-MAX
                                   DISPLAY "CodeXlat: more than "
                                       WS-XLATE-MAX " values in "
                                       "CODEXLAT.CFG; rest ignored"
                                   MOVE "10" TO WS-XLATE-STATUS
                               ELSE
                                   ADD 1 TO WS-XLATE-COUNT
                                   MOVE CX-TABLE-NAME TO
                                    WS-XLATE-NAME(WS-XLATE-COUNT)
                                   MOVE CX-VENDOR-VALUE TO
                                    WS-XLATE-VENDOR(WS-XLATE-COUNT)
                                   MOVE CX-INTERNAL-CODE TO
                                    WS-XLATE-CODE(WS-XLATE-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE xlate-file
           END-IF
           .
