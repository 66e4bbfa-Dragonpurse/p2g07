           COPY ALERTREC.
       01 WS-I                  PIC 9(3)        VALUE 0.
       01 WS-J                  PIC 9(4)        VALUE 0.
       01 WS-DROP-IDX           PIC 9(4)        VALUE 0.
       01 WS-DUE-FLAG           PIC X           VALUE 'N'.
           88 WS-FEED-DUE                       VALUE 'Y'.
       01 WS-FOUND-FLAG         PIC X           VALUE 'N'.
                   READ reconlog-in
                       AT END MOVE "10" TO WS-RLOG-STATUS
                       NOT AT END
                           EVALUATE RPT-RECORD-TYPE
                               WHEN 'R'
                                   CONTINUE
                               WHEN 'B'
                                   IF RPT-STATUS = "PASS"
                                       PERFORM DROP-BACKED-OUT-RUN
                                   END-IF
                               WHEN OTHER
                                   PERFORM STORE-LOG-ENTRY
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE reconlog-in
           MOVE RPT-RUN-DATE       TO WS-LOG-RUN-DATE(WS-LOG-COUNT)
           MOVE RPT-BUSINESS-DATE  TO WS-LOG-BDATE(WS-LOG-COUNT)
           .
      * A load that was backed out again is no delivery: the newest
      * run of the same feed and business date before the back-out
      * is taken out of the table, so a feed whose only load of the
      * night was backed out is reported missing until the corrected
      * file is loaded.
       DROP-BACKED-OUT-RUN.
           MOVE RPT-SOURCE-FILE TO AL-IN-FILENAME
           CALL "FeedAlias" USING WS-ALIAS-PARM
           MOVE 0 TO WS-DROP-IDX
           PERFORM VARYING WS-J FROM WS-LOG-COUNT BY -1
                   UNTIL WS-J < 1 OR WS-DROP-IDX > 0
               IF WS-LOG-FEED(WS-J) = AL-OUT-FILENAME
                   AND WS-LOG-BDATE(WS-J) = RPT-BUSINESS-DATE
                   MOVE WS-J TO WS-DROP-IDX
               END-IF
           END-PERFORM
           IF WS-DROP-IDX > 0
               PERFORM VARYING WS-J FROM WS-DROP-IDX BY 1
                       UNTIL WS-J >= WS-LOG-COUNT
                   MOVE WS-LOG-ENTRY(WS-J + 1) TO WS-LOG-ENTRY(WS-J)
               END-PERFORM
               SUBTRACT 1 FROM WS-LOG-COUNT
           END-IF
           .
      * One calendar feed: is it due on the report date, has its
      * cutoff passed, did a run arrive, and did that run carry the
      * report date's business date?  A feed that arrived with
