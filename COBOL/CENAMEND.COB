      *          and appends a before/after amendment record to
      *          CENAMEND.DAT. TRENDRPT, CAPPLAN and ENRRECON then
      *          see the corrected figure without a full re-run.
      *          The term must be on the term calendar (TERMMAST.DAT)
      *          and amendments to a CLOSED term are refused unless
      *          the coordinator reopens it in TERMMNT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-SCH-YEAR PIC X(9) VALUE SPACES.
       01  WS-SEMESTER PIC X(1) VALUE SPACES.

      * Term calendar look-up (see TERMREQ.CPY) - an unknown term,
      * or one TERMCLSE has closed, takes no amendments.
       COPY "TERMREQ.CPY".

      * Same course table 2DPROG keys its census on - the two must
      * stay in step or the amendment lands in the wrong cell.
       01  NUM-COURSES PIC 99 VALUE 4.
                  WS-CUR-DATE(11:2) ":" WS-CUR-DATE(13:2)
               DELIMITED BY SIZE INTO WS-RUN-STAMP.
           PERFORM GET-TERM-RTN.
           IF WS-OUTCOME = "COMPLETED"
               PERFORM LOAD-CENSUS-RTN
           END-IF.
           IF WS-OUTCOME = "COMPLETED"
               PERFORM AMEND-ONE-RTN
                   UNTIL ANS = "N" OR ANS = "n"
           ACCEPT WS-SCH-YEAR.
           DISPLAY "SEMESTER (1, 2, OR S FOR SUMMER): ".
           ACCEPT WS-SEMESTER.
           MOVE "FIND" TO TKQ-FUNC.
           MOVE WS-SCH-YEAR TO TKQ-SCH-YEAR.
           MOVE WS-SEMESTER TO TKQ-SEMESTER.
           CALL "TERMCHK" USING TERM-CHK-REQ.
           EVALUATE TKQ-REPLY
               WHEN "Y"
                   IF TKQ-STATUS = "CLOSED"
                       DISPLAY "TERM " TKQ-LABEL " IS CLOSED - NO"
                           " AMENDMENTS UNLESS THE COORDINATOR"
                           " REOPENS IT (TERMMNT)"
                       MOVE "ABORTED-CLOSED-TERM" TO WS-OUTCOME
                   END-IF
               WHEN "X"
                   DISPLAY "TERM MASTER NOT FOUND - SET UP THE TERM"
                       " CALENDAR WITH TERMMNT FIRST"
                   MOVE "ABORTED-BAD-TERM" TO WS-OUTCOME
               WHEN OTHER
                   DISPLAY "NOT A TERM ON THE CALENDAR - "
                       WS-SCH-YEAR " / " WS-SEMESTER
                   MOVE "ABORTED-BAD-TERM" TO WS-OUTCOME
           END-EVALUATE.
           STRING "CENSUS_" DELIMITED BY SIZE
                  WS-SCH-YEAR DELIMITED BY SPACE
                  "_SEM" DELIMITED BY SIZE
