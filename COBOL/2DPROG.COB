       01  WS-OUT-FILENAME PIC X(40) VALUE SPACES.
       01  WS-CEN-FILENAME PIC X(40) VALUE SPACES.

      * Term calendar look-up (see TERMREQ.CPY) - the year/semester
      * typed must be a term on TERMMAST.DAT, so a typo cannot start
      * a census file for a term that does not exist.
       COPY "TERMREQ.CPY".
       01  WS-TERM-OK PIC X VALUE "N".

      * Census data record layout (see CENSUS.CPY).
       COPY "CENSUS.CPY".

       01  WS-AUD-STATUS PIC XX VALUE "00".
       01  WS-OPERATOR PIC X(20) VALUE SPACES.
       01  WS-CUR-DATE PIC X(21).
       01  WS-OUTCOME PIC X(20) VALUE "COMPLETED".

      * Signed-on identity from LABMENU (see SIGNON.CPY).
       COPY "SIGNON.CPY".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-OPERATOR-RTN.
           MOVE "N" TO WS-TERM-OK.
           PERFORM GET-TERM-RTN UNTIL WS-TERM-OK NOT = "N".
           IF WS-TERM-OK = "X"
               MOVE "ABORTED-BAD-TERM" TO WS-OUTCOME
               PERFORM WRITE-AUDIT-RTN
               GOBACK
           END-IF.
           OPEN OUTPUT RECORD-OUT CENSUS-OUT
           PERFORM HEAD-RTN.
           PERFORM PROCESS-RTN.
           DISPLAY "ENTER SEMESTER (1, 2, OR S FOR SUMMER): "
               LINE 7 COLUMN 5.
           ACCEPT WS-SEMESTER LINE 7 COLUMN 47.
           PERFORM CHECK-TERM-RTN.
           IF WS-TERM-OK = "Y"
               PERFORM SET-FILENAMES-RTN
           END-IF.

       SET-FILENAMES-RTN.
           STRING "2DPROG_" DELIMITED BY SIZE
                  WS-SCH-YEAR DELIMITED BY SPACE
                  "_SEM" DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-CEN-FILENAME.

       CHECK-TERM-RTN.
      * Re-prompt on a term that is not on the calendar; a blank
      * school year, or no term master at all, ends the run.
           MOVE "FIND" TO TKQ-FUNC.
           MOVE WS-SCH-YEAR TO TKQ-SCH-YEAR.
           MOVE WS-SEMESTER TO TKQ-SEMESTER.
           IF WS-SCH-YEAR = SPACES
               MOVE "Q" TO TKQ-REPLY
           ELSE
               CALL "TERMCHK" USING TERM-CHK-REQ
           END-IF.
           EVALUATE TKQ-REPLY
               WHEN "Q"
                   MOVE "X" TO WS-TERM-OK
               WHEN "Y"
                   MOVE "Y" TO WS-TERM-OK
               WHEN "X"
                   DISPLAY "TERM MASTER NOT FOUND - SET UP THE TERM"
                       " CALENDAR WITH TERMMNT" LINE 9 COLUMN 5
                   MOVE "X" TO WS-TERM-OK
               WHEN OTHER
                   DISPLAY "NOT A TERM ON THE CALENDAR - RE-ENTER"
                       " (BLANK YEAR TO QUIT)" LINE 9 COLUMN 5
           END-EVALUATE.

       HEAD-RTN.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-COURSES
               MOVE COURSE-CODE(J) TO CRSE-HDG-OUT(J)
           GOBACK.

       WRITE-AUDIT-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           MOVE WS-BRANCH-CODE TO ALR-BRANCH.
           MOVE "2DPROG" TO ALR-PROGRAM.
           STRING WS-CUR-DATE(1:4) "-" WS-CUR-DATE(5:2) "-"
                  WS-CUR-DATE(11:2) ":" WS-CUR-DATE(13:2)
               DELIMITED BY SIZE INTO ALR-DATETIME.
           MOVE WS-OPERATOR TO ALR-OPERATOR.
           MOVE WS-OUTCOME TO ALR-OUTCOME.
           MOVE AUDIT-LOG-REC TO AUDIT-LINE.
           OPEN EXTEND AUDIT-OUT.
           IF WS-AUD-STATUS = "35"
