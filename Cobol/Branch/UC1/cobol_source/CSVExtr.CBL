000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CSVExtr.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-ARG-NUM            PIC 9(2).
       01 WS-DATE-ARG           PIC X(8)        VALUE SPACES.
       01 WS-EXTR-PARM.
           COPY EXTRPARM.
       PROCEDURE DIVISION.
      * Thin command-line front door for the outbound extract engine:
      * parses the arguments into an EXTRPARM block, CALLs ExtrCore
      * (the engine a CSVBatch extract step also calls) and passes
      * its outcome on as the process RETURN-CODE, as CSVDistr fronts
      * DistCore.  Takes the extract name as the first argument,
      * optionally the branch/environment key as the second and the
      * business date (JJJJMMDD) for the header as the third - the
      * run date when left out.
       MAIN-PARAGRAPH.
           INITIALIZE WS-EXTR-PARM
           MOVE 1 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT EP-EXTRACT-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO EP-EXTRACT-NAME
           END-ACCEPT
           IF EP-EXTRACT-NAME = SPACES
               DISPLAY "CSVExtr: usage: CSVExtr <extract-name> "
                       "[branch-key] [business-date]"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 2 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT EP-BRANCH-KEY FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE "PROD" TO EP-BRANCH-KEY
           END-ACCEPT
           MOVE 3 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-DATE-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-DATE-ARG
           END-ACCEPT
           IF WS-DATE-ARG NOT = SPACES
               IF WS-DATE-ARG IS NUMERIC
                   MOVE WS-DATE-ARG TO EP-BUSINESS-DATE
               ELSE
                   DISPLAY "CSVExtr: business date must be JJJJMMDD"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           MOVE 'N' TO EP-CONN-HELD-FLAG
           CALL "ExtrCore" USING WS-EXTR-PARM
           MOVE EP-RETURN-CODE TO RETURN-CODE
           GOBACK
           .
