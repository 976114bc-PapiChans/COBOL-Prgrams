      *          date (the member file is deleted and its index line
      *          dropped). "Can you reprint Tuesday's at-risk list"
      *          stops meaning a re-run against changed data.
      *          The list and the purge can also run under NIGHTRUN
      *          from a parameter file (keywords OPERATOR, MODE 1 or
      *          4 and, for the purge, CUTOFF as YYYY-MM-DD or
      *          KEEP-DAYS to keep the last so many days).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

      * Signed-on identity from LABMENU (see SIGNON.CPY).
       COPY "SIGNON.CPY".

      * Job-stream run area and parameter look-ups (see JOBPARM.CPY
      * and PARMREQ.CPY).
       COPY "JOBPARM.CPY".
       COPY "PARMREQ.CPY".
       01  WS-PARM-OK PIC X VALUE "Y".
       01  WS-UNATTENDED PIC X VALUE "N".
       01  WS-KEEP-DATE PIC 9(8) VALUE 0.
       01  WS-KEEP-INT PIC 9(7) VALUE 0.
       01  WS-AUD-STATUS PIC XX VALUE "00".
       01  WS-OPERATOR PIC X(20) VALUE SPACES.
       01  WS-CUR-DATE PIC X(21).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * A job-stream run (see JOBPARM.CPY) answers from its
      * parameter file and never stops at a prompt.
           IF JPM-PARM-FILE NOT = SPACES
               AND JPM-PARM-FILE NOT = LOW-VALUES
               MOVE "Y" TO WS-UNATTENDED
               PERFORM PARM-ANSWERS-RTN
           ELSE
               PERFORM ASK-ANSWERS-RTN
           END-IF.
           IF WS-PARM-OK = "N"
               MOVE "ABORTED-BAD-PARM" TO WS-OUTCOME
               PERFORM WRITE-AUDIT-RTN
               GOBACK
           END-IF.
           PERFORM LOAD-INDEX-RTN.
           IF WS-IDX-USED = 0
               DISPLAY "SPOOL IS EMPTY - NOTHING ON THE INDEX"
           END-IF.

       PURGE-RUN-RTN.
           IF WS-UNATTENDED = "N"
               DISPLAY "PURGE MEMBERS RUN BEFORE (YYYY-MM-DD): "
               ACCEPT WS-CUTOFF
           END-IF.
           IF WS-CUTOFF = SPACES
               DISPLAY "CUTOFF DATE REQUIRED - NOTHING PURGED"
           ELSE
           DELETE FILE MEMBER-KILL.
           ADD 1 TO WS-PURGE-CNT.

       ASK-ANSWERS-RTN.
      * The LABMENU sign-on already verified who this is - only
      * prompt when the program is run standalone.
           IF SGN-OPR-ID NOT = SPACES
               AND SGN-OPR-ID NOT = LOW-VALUES
               MOVE SGN-OPR-ID TO WS-OPERATOR
           ELSE
               DISPLAY "ENTER OPERATOR NAME/ID (FOR LOG): "
               ACCEPT WS-OPERATOR
           END-IF.
           DISPLAY "MODE - 1=LIST  2=VIEW  3=REPRINT"
               "  4=PURGE BY AGE: ".
           ACCEPT WS-MODE.

       PARM-ANSWERS-RTN.
      * View and reprint need someone at the screen - only the list
      * and the purge run unattended.
           PERFORM PARM-OPERATOR-RTN.
           MOVE "MODE" TO PRQ-KEY.
           PERFORM GET-PARM-RTN.
           IF PRQ-REPLY = "Y"
               EVALUATE PRQ-VALUE
                   WHEN "1"
                       MOVE 1 TO WS-MODE
                   WHEN "4"
                       MOVE 4 TO WS-MODE
                       PERFORM PARM-CUTOFF-RTN
                   WHEN OTHER
                       PERFORM BAD-PARM-RTN
               END-EVALUATE
           END-IF.

       PARM-CUTOFF-RTN.
      * A fixed CUTOFF date wins; KEEP-DAYS works the cutoff back
      * from the run date so one file serves every night.
           MOVE "CUTOFF" TO PRQ-KEY.
           MOVE JPM-PARM-FILE TO PRQ-FILE.
           CALL "PARMGET" USING PARM-REQ.
           IF PRQ-REPLY = "Y"
               IF PRQ-VALUE(1:4) IS NOT NUMERIC
                   OR PRQ-VALUE(5:1) NOT = "-"
                   OR PRQ-VALUE(6:2) IS NOT NUMERIC
                   OR PRQ-VALUE(8:1) NOT = "-"
                   OR PRQ-VALUE(9:2) IS NOT NUMERIC
                   OR PRQ-VALUE(11:) NOT = SPACES
                   PERFORM BAD-PARM-RTN
               ELSE
                   MOVE PRQ-VALUE TO WS-CUTOFF
               END-IF
           ELSE
               MOVE "KEEP-DAYS" TO PRQ-KEY
               PERFORM GET-PARM-RTN
               IF PRQ-REPLY = "Y"
                   IF PRQ-NUM-OK = "Y" AND PRQ-NUM-DEC = 0
                       AND PRQ-NUM < 10000
                       PERFORM KEEP-CUTOFF-RTN
                   ELSE
                       PERFORM BAD-PARM-RTN
                   END-IF
               END-IF
           END-IF.

       KEEP-CUTOFF-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           MOVE WS-CUR-DATE(1:8) TO WS-KEEP-DATE.
           COMPUTE WS-KEEP-INT =
               FUNCTION INTEGER-OF-DATE(WS-KEEP-DATE) - PRQ-NUM-WHOLE.
           COMPUTE WS-KEEP-DATE = FUNCTION DATE-OF-INTEGER(WS-KEEP-INT).
           STRING WS-KEEP-DATE(1:4) "-" WS-KEEP-DATE(5:2) "-"
                  WS-KEEP-DATE(7:2)
               DELIMITED BY SIZE INTO WS-CUTOFF.

       GET-PARM-RTN.
      * One keyword from the parameter file (see PARMREQ.CPY) - a
      * missing one fails the run rather than guessing an answer.
           MOVE JPM-PARM-FILE TO PRQ-FILE.
           CALL "PARMGET" USING PARM-REQ.
           IF PRQ-REPLY NOT = "Y"
               MOVE "N" TO WS-PARM-OK
               IF PRQ-REPLY = "N"
                   DISPLAY "PARAMETER " PRQ-KEY " MISSING FROM "
                       JPM-PARM-FILE
               END-IF
           END-IF.

       BAD-PARM-RTN.
           DISPLAY "PARAMETER " PRQ-KEY " INVALID - " PRQ-VALUE.
           MOVE "N" TO WS-PARM-OK.

       PARM-OPERATOR-RTN.
      * The run log names the operator the parameter file gives,
      * else the one who started the job stream.
           MOVE "OPERATOR" TO PRQ-KEY.
           MOVE JPM-PARM-FILE TO PRQ-FILE.
           CALL "PARMGET" USING PARM-REQ.
           IF PRQ-REPLY = "Y" AND PRQ-VALUE NOT = SPACES
               MOVE PRQ-VALUE TO WS-OPERATOR
           ELSE
               MOVE JPM-OPERATOR TO WS-OPERATOR
           END-IF.
           IF PRQ-REPLY = "X"
               DISPLAY "PARAMETER FILE NOT FOUND - " JPM-PARM-FILE
               MOVE "N" TO WS-PARM-OK
           END-IF.

       WRITE-AUDIT-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           MOVE WS-BRANCH-CODE TO ALR-BRANCH.
               DELIMITED BY SIZE INTO ALR-DATETIME.
           MOVE WS-OPERATOR TO ALR-OPERATOR.
           MOVE WS-OUTCOME TO ALR-OUTCOME.
           MOVE WS-OUTCOME TO JPM-OUTCOME.
           MOVE AUDIT-LOG-REC TO AUDIT-LINE.
           OPEN EXTEND AUDIT-OUT.
           IF WS-AUD-STATUS = "35"
