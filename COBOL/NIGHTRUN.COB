      ******************************************************************
      * Author: CHRISTIAN ALTICHE
      * Date:
      * Purpose: Nightly job stream - runs the reports the evening
      *          operator used to babysit at the terminal, one after
      *          another, from a job-stream file (JOBSTRM.DAT unless
      *          another is named, see JOBSTRM.CPY). Each step names
      *          the program and the parameter file it answers from
      *          (see PARMREQ.CPY); the parameter file is handed over
      *          through JOBPARM.CPY so the program never stops at a
      *          prompt, and the outcome it logged comes back for the
      *          job log (NIGHTLOG.DAT, filed on the report spool).
      *          Only the programs with an unattended mode may be
      *          named (ATRISK, ATTEND, ATTRATE, CLINREF, GRADDIST,
      *          AUDITRPT, SPOOLMGR, DATABKUP), and every step
      *          must name a parameter file - anything else is
      *          refused rather than left waiting at a prompt all
      *          night. A failed step is logged and the stream
      *          carries on with the next one.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTRUN IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-IN ASSIGN TO DYNAMIC WS-STREAM-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STM-STATUS.
           SELECT RECORD-OUT ASSIGN TO "NIGHTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-OUT ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STREAM-LINE.
       01  STREAM-LINE PIC X(49).

       FD  RECORD-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC PIC X(100).

       FD  AUDIT-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LINE.
       01  AUDIT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      * Job-stream step (see JOBSTRM.CPY).
       COPY "JOBSTRM.CPY".

      * Job-stream run area shared with the called programs (see
      * JOBPARM.CPY).
       COPY "JOBPARM.CPY".

      * Standard page handling (see PAGEHDG.CPY).
       COPY "PAGEHDG.CPY".

      * Signed-on identity from LABMENU (see SIGNON.CPY).
       COPY "SIGNON.CPY".

      * Report spool request block (see SPOOLREQ.CPY).
       COPY "SPOOLREQ.CPY".

      * Run-log bookkeeping (see AUDITLOG.CPY).
       COPY "AUDITLOG.CPY".

      * This branch's code (see BRANCHCD.CPY).
       COPY "BRANCHCD.CPY".
       01  WS-AUD-STATUS PIC XX VALUE "00".
       01  WS-OPERATOR PIC X(20) VALUE SPACES.
       01  WS-CUR-DATE PIC X(21).
       01  WS-OUTCOME PIC X(20) VALUE "COMPLETED".

       01  WS-STM-STATUS PIC XX VALUE "00".
       01  WS-STREAM-FILE PIC X(40) VALUE SPACES.
       01  WS-EOF PIC XXX VALUE "NO".

      * The step being run.
       01  WS-STEP-PROG PIC X(8) VALUE SPACES.
       01  WS-STEP-OUTCOME PIC X(20) VALUE SPACES.
       01  WS-PROG-OK PIC X VALUE "N".
       01  WS-START-TIME PIC X(8) VALUE SPACES.
       01  WS-END-TIME PIC X(8) VALUE SPACES.

       01  WS-STEP-CNT PIC 999 VALUE 0.
       01  WS-DONE-CNT PIC 999 VALUE 0.
       01  WS-FAIL-CNT PIC 999 VALUE 0.

       01  HDG-STREAM.
           02 FILLER PIC X(13) VALUE "JOB STREAM:  ".
           02 HS-STREAM PIC X(40).
           02 FILLER PIC X(12) VALUE "  OPERATOR: ".
           02 HS-OPR PIC X(20).
       01  HDG2.
           02 FILLER PIC X(5) VALUE "STEP".
           02 FILLER PIC X(10) VALUE "PROGRAM".
           02 FILLER PIC X(42) VALUE "PARAMETER FILE".
           02 FILLER PIC X(10) VALUE "STARTED".
           02 FILLER PIC X(10) VALUE "ENDED".
           02 FILLER PIC X(20) VALUE "OUTCOME".
       01  DTL-LINE.
           02 DTL-STEP PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DTL-PROG PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 DTL-PARM PIC X(40).
           02 FILLER PIC X(2) VALUE SPACES.
           02 DTL-START PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 DTL-END PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 DTL-OUT PIC X(20).
       01  TOT-LINE.
           02 FILLER PIC X(13) VALUE "STEPS:       ".
           02 TOT-STEPS PIC ZZ9.
           02 FILLER PIC X(14) VALUE "  COMPLETED:  ".
           02 TOT-DONE PIC ZZ9.
           02 FILLER PIC X(11) VALUE "  FAILED:  ".
           02 TOT-FAIL PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * The LABMENU sign-on already verified who this is - only
      * prompt when the program is run standalone.
           IF SGN-OPR-ID NOT = SPACES
               AND SGN-OPR-ID NOT = LOW-VALUES
               MOVE SGN-OPR-ID TO WS-OPERATOR
           ELSE
               DISPLAY "ENTER OPERATOR NAME/ID (FOR LOG): "
               ACCEPT WS-OPERATOR
           END-IF.
           DISPLAY "JOB STREAM FILE (BLANK = JOBSTRM.DAT): ".
           ACCEPT WS-STREAM-FILE.
           IF WS-STREAM-FILE = SPACES
               MOVE "JOBSTRM.DAT" TO WS-STREAM-FILE
           END-IF.
           OPEN INPUT STREAM-IN.
           IF WS-STM-STATUS NOT = "00"
               DISPLAY WS-STREAM-FILE " NOT AVAILABLE - STATUS "
                   WS-STM-STATUS
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
               PERFORM WRITE-AUDIT-RTN
               GOBACK
           END-IF.
           MOVE SPACES TO JPM-PARM-FILE.
           MOVE WS-OPERATOR TO JPM-OPERATOR.
           PERFORM HEAD-RTN.
           PERFORM UNTIL WS-EOF = "YES"
               READ STREAM-IN AT END MOVE "YES" TO WS-EOF
                   NOT AT END
                       IF STREAM-LINE(1:1) NOT = "*"
                           AND STREAM-LINE NOT = SPACES
                           PERFORM STEP-RTN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STREAM-IN.
           MOVE WS-STEP-CNT TO TOT-STEPS.
           MOVE WS-DONE-CNT TO TOT-DONE.
           MOVE WS-FAIL-CNT TO TOT-FAIL.
           WRITE PRINT-REC FROM TOT-LINE AFTER 2 LINES.
           MOVE WS-STEP-CNT TO PG-END-CNT.
           WRITE PRINT-REC FROM PG-END-LINE AFTER 1 LINE.
           CLOSE RECORD-OUT.
           PERFORM SPOOL-RTN.
           IF WS-FAIL-CNT > 0
               MOVE "COMPLETED-WITH-ERRS" TO WS-OUTCOME
           END-IF.
           DISPLAY WS-STEP-CNT " STEP(S) RUN, " WS-FAIL-CNT
               " FAILED - JOB LOG IN NIGHTLOG.DAT".
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

       HEAD-RTN.
           OPEN OUTPUT RECORD-OUT.
           MOVE "NIGHTLY JOB STREAM LOG" TO PG-TITLE.
           MOVE SPACES TO PG-TERM.
           MOVE FUNCTION CURRENT-DATE TO PG-CURDATE.
           STRING PG-CURDATE(1:4) "-" PG-CURDATE(5:2) "-"
                  PG-CURDATE(7:2) " " PG-CURDATE(9:2) ":"
                  PG-CURDATE(11:2) ":" PG-CURDATE(13:2)
               DELIMITED BY SIZE INTO PG-RUN-STAMP.
           PERFORM NEW-PAGE-RTN.

       NEW-PAGE-RTN.
      * Standard page header (see PAGEHDG.CPY) plus this log's own
      * stream line and column headings.
           ADD 1 TO PG-PAGE-NO.
           MOVE PG-PAGE-NO TO PG-PAGE-OUT.
           IF PG-PAGE-NO = 1
               WRITE PRINT-REC FROM PG-HDG-SCHOOL BEFORE 1 LINE
           ELSE
               WRITE PRINT-REC FROM PG-HDG-SCHOOL AFTER PAGE
           END-IF.
           WRITE PRINT-REC FROM PG-HDG-TITLE AFTER 1 LINE.
           WRITE PRINT-REC FROM PG-HDG-RUN AFTER 1 LINE.
           MOVE WS-STREAM-FILE TO HS-STREAM.
           MOVE WS-OPERATOR TO HS-OPR.
           WRITE PRINT-REC FROM HDG-STREAM AFTER 2 LINES.
           WRITE PRINT-REC FROM HDG2 AFTER 2 LINES.
           MOVE 8 TO PG-LINE-CNT.

       PAGE-CHECK-RTN.
           IF PG-LINE-CNT >= PG-LINES-PER-PAGE
               PERFORM NEW-PAGE-RTN
           END-IF.

       STEP-RTN.
           MOVE STREAM-LINE TO JOB-STEP-REC.
           ADD 1 TO WS-STEP-CNT.
           MOVE JSR-PROGRAM TO WS-STEP-PROG.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           STRING WS-CUR-DATE(9:2) ":" WS-CUR-DATE(11:2) ":"
                  WS-CUR-DATE(13:2)
               DELIMITED BY SIZE INTO WS-START-TIME.
           EVALUATE WS-STEP-PROG
               WHEN "ATRISK"
               WHEN "ATTEND"
               WHEN "ATTRATE"
               WHEN "CLINREF"
               WHEN "GRADDIST"
               WHEN "AUDITRPT"
               WHEN "SPOOLMGR"
               WHEN "DATABKUP"
                   MOVE "Y" TO WS-PROG-OK
               WHEN OTHER
                   MOVE "N" TO WS-PROG-OK
           END-EVALUATE.
           IF WS-PROG-OK = "N"
               DISPLAY "STEP " WS-STEP-CNT " - " WS-STEP-PROG
                   " HAS NO UNATTENDED MODE - REFUSED"
               MOVE "REFUSED-NOT-ALLOWED" TO WS-STEP-OUTCOME
           ELSE
               IF JSR-PARM-FILE = SPACES
                   DISPLAY "STEP " WS-STEP-CNT " - " WS-STEP-PROG
                       " NAMES NO PARAMETER FILE - REFUSED"
                   MOVE "REFUSED-NO-PARM" TO WS-STEP-OUTCOME
               ELSE
                   PERFORM CALL-STEP-RTN
               END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           STRING WS-CUR-DATE(9:2) ":" WS-CUR-DATE(11:2) ":"
                  WS-CUR-DATE(13:2)
               DELIMITED BY SIZE INTO WS-END-TIME.
      * A step's own outcome may name what it did (DATABKUP's
      * COMPLETED-BACKUP, COMPLETED-VERIFY) - any COMPLETED outcome
      * but a partial one is a step done.
           IF WS-STEP-OUTCOME(1:9) = "COMPLETED"
               AND WS-STEP-OUTCOME NOT = "COMPLETED-PARTIAL"
               ADD 1 TO WS-DONE-CNT
           ELSE
               ADD 1 TO WS-FAIL-CNT
           END-IF.
           MOVE WS-STEP-CNT TO DTL-STEP.
           MOVE WS-STEP-PROG TO DTL-PROG.
           MOVE JSR-PARM-FILE TO DTL-PARM.
           MOVE WS-START-TIME TO DTL-START.
           MOVE WS-END-TIME TO DTL-END.
           MOVE WS-STEP-OUTCOME TO DTL-OUT.
           PERFORM PAGE-CHECK-RTN.
           WRITE PRINT-REC FROM DTL-LINE AFTER 1 LINE.
           ADD 1 TO PG-LINE-CNT.

       CALL-STEP-RTN.
      * The parameter file is cleared again after the step so a
      * program picked from the menu afterwards prompts as usual.
           DISPLAY "STEP " WS-STEP-CNT " - RUNNING " WS-STEP-PROG
               " WITH " JSR-PARM-FILE.
           MOVE JSR-PARM-FILE TO JPM-PARM-FILE.
           MOVE SPACES TO JPM-OUTCOME.
           CALL WS-STEP-PROG
               ON EXCEPTION
                   MOVE "ABORTED-NOT-FOUND" TO JPM-OUTCOME
           END-CALL.
           MOVE JPM-OUTCOME TO WS-STEP-OUTCOME.
           IF WS-STEP-OUTCOME = SPACES
               MOVE "NO-OUTCOME" TO WS-STEP-OUTCOME
           END-IF.
           MOVE SPACES TO JPM-PARM-FILE.

       SPOOL-RTN.
      * File the just-written job log on the spool (see SPOOLSAV).
           MOVE "NIGHTRUN" TO SPQ-PROGRAM.
           MOVE "NIGHTLOG.DAT" TO SPQ-REPORT-FILE.
           MOVE SPACES TO SPQ-TERM.
           MOVE WS-OPERATOR TO SPQ-OPERATOR.
           MOVE PG-RUN-STAMP TO SPQ-STAMP.
           CALL "SPOOLSAV" USING SPOOL-REQ.
           IF SPQ-REPLY = "Y"
               DISPLAY "JOB LOG SPOOLED AS " SPQ-MEMBER
           END-IF.

       WRITE-AUDIT-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           MOVE WS-BRANCH-CODE TO ALR-BRANCH.
           MOVE "NIGHTRUN" TO ALR-PROGRAM.
           STRING WS-CUR-DATE(1:4) "-" WS-CUR-DATE(5:2) "-"
                  WS-CUR-DATE(7:2) " " WS-CUR-DATE(9:2) ":"
                  WS-CUR-DATE(11:2) ":" WS-CUR-DATE(13:2)
               DELIMITED BY SIZE INTO ALR-DATETIME.
           MOVE WS-OPERATOR TO ALR-OPERATOR.
           MOVE WS-OUTCOME TO ALR-OUTCOME.
           MOVE AUDIT-LOG-REC TO AUDIT-LINE.
           OPEN EXTEND AUDIT-OUT.
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDIT-OUT
           END-IF.
           WRITE AUDIT-LINE.
           CLOSE AUDIT-OUT.
