      *          of next term's sophomore/junior/senior intake from
      *          this term's lower year levels - the spreadsheet the
      *          associate dean builds by hand to request rooms and
      *          faculty loading. The term is keyed as school year
      *          and semester, checked against the term calendar
      *          (TERMMAST.DAT), and the census file name is built
      *          from it the way 2DPROG names the file it writes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  J PIC 99 VALUE 0.
       01  WS-TERM-TAG PIC X(13) VALUE SPACES.

      * Term calendar look-up (see TERMREQ.CPY).
       COPY "TERMREQ.CPY".
       01  WS-SCH-YEAR PIC X(9) VALUE SPACES.
       01  WS-SEMESTER PIC X(1) VALUE SPACES.

      * Seats per section - entered each run; 60 matches the census
      * entry ceiling 2DPROG enforces (WS-MAX-HEADCOUNT there).
       01  WS-SEATS PIC 99 VALUE 60.
               DISPLAY "ENTER OPERATOR NAME/ID (FOR LOG): "
               ACCEPT WS-OPERATOR
           END-IF.
           PERFORM GET-TERM-RTN.
           IF TKQ-REPLY NOT = "Y"
               MOVE "ABORTED-BAD-TERM" TO WS-OUTCOME
               PERFORM WRITE-AUDIT-RTN
               GOBACK
           END-IF.
           PERFORM GET-SEATS-RTN.
           PERFORM LOAD-CENSUS-RTN.
           IF WS-CEN-STATUS = "00" OR WS-CEN-STATUS = "10"
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

       GET-TERM-RTN.
      * The term must be on the calendar - a mistyped year no longer
      * goes looking for a census file that was never written.
           DISPLAY "SCHOOL YEAR (E.G. 2025-2026): ".
           ACCEPT WS-SCH-YEAR.
           DISPLAY "SEMESTER (1, 2, OR S FOR SUMMER): ".
           ACCEPT WS-SEMESTER.
           MOVE "FIND" TO TKQ-FUNC.
           MOVE WS-SCH-YEAR TO TKQ-SCH-YEAR.
           MOVE WS-SEMESTER TO TKQ-SEMESTER.
           CALL "TERMCHK" USING TERM-CHK-REQ.
           EVALUATE TKQ-REPLY
               WHEN "Y"
                   MOVE TKQ-LABEL TO WS-TERM-TAG
                   STRING "CENSUS_" DELIMITED BY SIZE
                          WS-SCH-YEAR DELIMITED BY SPACE
                          "_SEM" DELIMITED BY SIZE
                          WS-SEMESTER DELIMITED BY SIZE
                          ".DAT" DELIMITED BY SIZE
                       INTO WS-CEN-FILENAME
               WHEN "X"
                   DISPLAY "TERM MASTER NOT FOUND - SET UP THE TERM"
                       " CALENDAR WITH TERMMNT FIRST"
               WHEN OTHER
                   DISPLAY "NOT A TERM ON THE CALENDAR - "
                       WS-SCH-YEAR " / " WS-SEMESTER
           END-EVALUATE.

       SPOOL-RTN.
      * File the just-written report on the spool (see SPOOLSAV) -
      * the fixed file stays for the flows that read it, but the
