      *          against a configurable passing grade, and a side by
      *          side comparison with a prior term's saved figures.
      *          Each run can save its own figures for next term's
      *          comparison. The term label must be a term on the
      *          term calendar (TERMMAST.DAT). Under NIGHTRUN the
      *          answers come from a parameter file instead (keywords
      *          OPERATOR, TERM, PASS-GRADE, and optionally
      *          PRIOR-FILE and SAVE-FILE).
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

      * Report spool request block (see SPOOLREQ.CPY).
       COPY "SPOOLREQ.CPY".

       01  WS-SAVE-FILENAME PIC X(40) VALUE SPACES.
       01  WS-PRIOR-FILENAME PIC X(40) VALUE SPACES.
       01  WS-TERM-LABEL PIC X(13) VALUE SPACES.

      * Term calendar look-up (see TERMREQ.CPY).
       COPY "TERMREQ.CPY".
       01  WS-PASS-GRADE PIC 9(3) VALUE 075.
       01  WS-PG-VALID PIC X VALUE "N".


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
           PERFORM GET-TERM-RTN.
           IF TKQ-REPLY NOT = "Y"
               MOVE "ABORTED-BAD-TERM" TO WS-OUTCOME
               PERFORM WRITE-AUDIT-RTN
               GOBACK
           END-IF.
           IF WS-UNATTENDED = "N"
               PERFORM GET-PASS-GRADE-RTN
           END-IF.
           PERFORM LOAD-GRADES-RTN.
           IF WS-GRADE-CNT = 0
               DISPLAY "NO GRADE DATA IN SORTD.DAT - RUN SORTP FIRST"
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

       GET-TERM-RTN.
      * The label must be a term on the calendar, so the saved
      * figures and the spooled report carry a term that exists.
           IF WS-UNATTENDED = "N"
               DISPLAY "TERM LABEL (E.G. 2025-2026/1): "
               ACCEPT WS-TERM-LABEL
           END-IF.
           MOVE "LABL" TO TKQ-FUNC.
           MOVE WS-TERM-LABEL TO TKQ-LABEL.
           CALL "TERMCHK" USING TERM-CHK-REQ.
           EVALUATE TKQ-REPLY
               WHEN "Y"
                   MOVE TKQ-LABEL TO WS-TERM-LABEL
               WHEN "X"
                   DISPLAY "TERM MASTER NOT FOUND - SET UP THE TERM"
                       " CALENDAR WITH TERMMNT FIRST"
               WHEN OTHER
                   DISPLAY "NOT A TERM ON THE CALENDAR - "
                       WS-TERM-LABEL
           END-EVALUATE.

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

       PARM-ANSWERS-RTN.
      * PRIOR-FILE and SAVE-FILE may be left out, the same as a
      * blank answer at their prompts.
           PERFORM PARM-OPERATOR-RTN.
           MOVE "TERM" TO PRQ-KEY.
           PERFORM GET-PARM-RTN.
           IF PRQ-REPLY = "Y"
               IF PRQ-VALUE = SPACES
                   PERFORM BAD-PARM-RTN
               ELSE
                   MOVE PRQ-VALUE TO WS-TERM-LABEL
               END-IF
           END-IF.
           MOVE "PASS-GRADE" TO PRQ-KEY.
           PERFORM GET-PARM-RTN.
           IF PRQ-REPLY = "Y"
               IF PRQ-NUM-OK = "Y" AND PRQ-NUM-DEC = 0
                   AND PRQ-NUM > 0 AND PRQ-NUM <= 100
                   MOVE PRQ-NUM TO WS-PASS-GRADE
               ELSE
                   PERFORM BAD-PARM-RTN
               END-IF
           END-IF.
           MOVE "PRIOR-FILE" TO PRQ-KEY.
           MOVE JPM-PARM-FILE TO PRQ-FILE.
           CALL "PARMGET" USING PARM-REQ.
           IF PRQ-REPLY = "Y"
               MOVE PRQ-VALUE TO WS-PRIOR-FILENAME
           END-IF.
           MOVE "SAVE-FILE" TO PRQ-KEY.
           MOVE JPM-PARM-FILE TO PRQ-FILE.
           CALL "PARMGET" USING PARM-REQ.
           IF PRQ-REPLY = "Y"
               MOVE PRQ-VALUE TO WS-SAVE-FILENAME
           END-IF.

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

       SPOOL-RTN.
      * File the just-written report on the spool (see SPOOLSAV) -
      * the fixed file stays for the flows that read it, but the
               DELIMITED BY SIZE INTO ALR-DATETIME.
           MOVE WS-OPERATOR TO ALR-OPERATOR.
           MOVE WS-OUTCOME TO ALR-OUTCOME.
           MOVE WS-OUTCOME TO JPM-OUTCOME.
           MOVE AUDIT-LOG-REC TO AUDIT-LINE.
           OPEN EXTEND AUDIT-OUT.
           IF WS-AUD-STATUS = "35"

       LOAD-PRIOR-RTN.
           MOVE "N" TO WS-PRIOR-LOADED.
           IF WS-UNATTENDED = "N"
               DISPLAY "PRIOR TERM FIGURES FILE (BLANK = NONE): "
               ACCEPT WS-PRIOR-FILENAME
           END-IF.
           IF WS-PRIOR-FILENAME NOT = SPACES
               OPEN INPUT FIG-IN
               IF WS-FIG-STATUS NOT = "00"
           WRITE PRINT-REC FROM CMP-LINE AFTER 1 LINE.

       SAVE-FIGURES-RTN.
           IF WS-UNATTENDED = "N"
               DISPLAY "SAVE THIS TERM'S FIGURES TO (BLANK = SKIP): "
               ACCEPT WS-SAVE-FILENAME
           END-IF.
           IF WS-SAVE-FILENAME NOT = SPACES
               MOVE WS-TERM-LABEL TO FIG-TERM
               PERFORM VARYING B FROM 1 BY 1 UNTIL B > 4
