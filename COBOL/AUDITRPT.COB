      *          outcome is not COMPLETED - so "who ran SORTP last
      *          Friday" and "how many runs aborted this month" come
      *          from a report instead of eyeballing the raw file.
      *          Under NIGHTRUN the selection comes from a parameter
      *          file instead (keywords SEL-PROGRAM, SEL-OPERATOR,
      *          FROM-DATE, TO-DATE and LOG-FILE, any of which may be
      *          left out like a blank answer; a date may be given as
      *          TODAY so the same file serves every night).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-AUD-STATUS PIC XX VALUE "00".
       01  WS-EOF PIC XXX VALUE "NO".
       01  WS-LOG-FILENAME PIC X(40) VALUE SPACES.
       01  WS-CUR-DATE PIC X(21) VALUE SPACES.

      * Job-stream run area and parameter look-ups (see JOBPARM.CPY
      * and PARMREQ.CPY).
       COPY "JOBPARM.CPY".
       COPY "PARMREQ.CPY".
       01  WS-PARM-OK PIC X VALUE "Y".

      * Selection criteria - ALL (or blank) means no filter; dates
      * compare as YYYY-MM-DD text against ALR-DATETIME's date part.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * A job-stream run (see JOBPARM.CPY) takes the selection from
      * its parameter file and never stops at a prompt; the outcome
      * goes back to NIGHTRUN's job log.
           MOVE "COMPLETED" TO JPM-OUTCOME.
           IF JPM-PARM-FILE NOT = SPACES
               AND JPM-PARM-FILE NOT = LOW-VALUES
               PERFORM PARM-ANSWERS-RTN
           ELSE
               PERFORM ASK-ANSWERS-RTN
           END-IF.
           IF WS-PARM-OK = "N"
               MOVE "ABORTED-BAD-PARM" TO JPM-OUTCOME
               GOBACK
           END-IF.
           IF WS-LOG-FILENAME = SPACES
               MOVE "AUDITLOG.DAT" TO WS-LOG-FILENAME
           END-IF.
           IF WS-AUD-STATUS NOT = "00"
               DISPLAY WS-LOG-FILENAME " NOT AVAILABLE - STATUS "
                   WS-AUD-STATUS
               MOVE "ABORTED-BAD-FILE" TO JPM-OUTCOME
               GOBACK
           END-IF.
           OPEN OUTPUT RECORD-OUT.
               WS-MATCH-CNT " RUN(S), " WS-EXC-CNT " EXCEPTION(S)".
           GOBACK.

       ASK-ANSWERS-RTN.
           DISPLAY "PROGRAM NAME (OR ALL): ".
           ACCEPT WS-SEL-PROGRAM.
           DISPLAY "OPERATOR (OR ALL): ".
           ACCEPT WS-SEL-OPERATOR.
           DISPLAY "FROM DATE YYYY-MM-DD (BLANK = OPEN): ".
           ACCEPT WS-SEL-FROM.
           DISPLAY "TO DATE YYYY-MM-DD (BLANK = OPEN): ".
           ACCEPT WS-SEL-TO.
           DISPLAY "LOG FILE (BLANK = LIVE AUDITLOG.DAT, OR AN"
               " ARCHUTIL ARCHIVE): ".
           ACCEPT WS-LOG-FILENAME.

       PARM-ANSWERS-RTN.
      * Every keyword is optional - left out means the same as a
      * blank answer at its prompt.
           MOVE "SEL-PROGRAM" TO PRQ-KEY.
           MOVE JPM-PARM-FILE TO PRQ-FILE.
           CALL "PARMGET" USING PARM-REQ.
           IF PRQ-REPLY = "X"
               DISPLAY "PARAMETER FILE NOT FOUND - " JPM-PARM-FILE
               MOVE "N" TO WS-PARM-OK
           END-IF.
           IF PRQ-REPLY = "Y"
               MOVE PRQ-VALUE TO WS-SEL-PROGRAM
           END-IF.
           MOVE "SEL-OPERATOR" TO PRQ-KEY.
           PERFORM GET-OPT-PARM-RTN.
           IF PRQ-REPLY = "Y"
               MOVE PRQ-VALUE TO WS-SEL-OPERATOR
           END-IF.
           MOVE "FROM-DATE" TO PRQ-KEY.
           PERFORM GET-OPT-PARM-RTN.
           IF PRQ-REPLY = "Y"
               PERFORM PARM-DATE-RTN
               MOVE PRQ-VALUE TO WS-SEL-FROM
           END-IF.
           MOVE "TO-DATE" TO PRQ-KEY.
           PERFORM GET-OPT-PARM-RTN.
           IF PRQ-REPLY = "Y"
               PERFORM PARM-DATE-RTN
               MOVE PRQ-VALUE TO WS-SEL-TO
           END-IF.
           MOVE "LOG-FILE" TO PRQ-KEY.
           PERFORM GET-OPT-PARM-RTN.
           IF PRQ-REPLY = "Y"
               MOVE PRQ-VALUE TO WS-LOG-FILENAME
           END-IF.

       GET-OPT-PARM-RTN.
           MOVE JPM-PARM-FILE TO PRQ-FILE.
           CALL "PARMGET" USING PARM-REQ.

       PARM-DATE-RTN.
      * TODAY becomes the run date; anything else must be blank or
      * a YYYY-MM-DD date.
           IF PRQ-VALUE = "TODAY"
               MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE
               MOVE SPACES TO PRQ-VALUE
               STRING WS-CUR-DATE(1:4) "-" WS-CUR-DATE(5:2) "-"
                      WS-CUR-DATE(7:2)
                   DELIMITED BY SIZE INTO PRQ-VALUE
           END-IF.
           IF PRQ-VALUE NOT = SPACES
               IF PRQ-VALUE(1:4) IS NOT NUMERIC
                   OR PRQ-VALUE(5:1) NOT = "-"
                   OR PRQ-VALUE(6:2) IS NOT NUMERIC
                   OR PRQ-VALUE(8:1) NOT = "-"
                   OR PRQ-VALUE(9:2) IS NOT NUMERIC
                   OR PRQ-VALUE(11:) NOT = SPACES
                   DISPLAY "PARAMETER " PRQ-KEY " INVALID - "
                       PRQ-VALUE
                   MOVE "N" TO WS-PARM-OK
               END-IF
           END-IF.

       HEAD-RTN.
           MOVE "RUN LOG QUERY REPORT" TO PG-TITLE.
           MOVE FUNCTION CURRENT-DATE TO PG-CURDATE.
