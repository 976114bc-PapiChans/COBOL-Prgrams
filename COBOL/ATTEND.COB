      *          year level (per-student counts) to ATTNDREG.DAT and
      *          files it on the report spool. ATRISK reads
      *          ATTNDNC.DAT for its absences-over-threshold
      *          criterion. A session date must fall inside a term on
      *          the term calendar (TERMMAST.DAT), and absences for a
      *          CLOSED term are refused unless the coordinator
      *          reopens it in TERMMNT. ATTNDNC.DAT is indexed on
      *          student number + session date, so the one-absence-
      *          per-session check and the register counts are keyed
      *          reads instead of a table of every absence on file.
      *          Mode 3 can also run under
      *          NIGHTRUN from a parameter file (keywords OPERATOR,
      *          MODE and TERM) without stopping at a prompt.
      *          Modes 1 and 2 also log every class session held -
      *          section (course, year level, section code), date and
      *          who took it - in SESSLOG.DAT (see CLSSESS.CPY), even
      *          when nobody was absent, so ATTRATE can turn the
      *          absences into attendance rates. A session is taken
      *          for a section with students assigned to it in
      *          SECASSGN.DAT, and an absentee assigned to another
      *          section is refused. A checklist line with a date and
      *          no student number logs a session with no absentees.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATT-FILE ASSIGN TO "ATTNDNC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATT-STATUS.
      * Class session log (see CLSSESS.CPY).
           SELECT SES-FILE ASSIGN TO "SESSLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SES-KEY
               FILE STATUS IS WS-SES-STATUS.
      * Section assignments (see SECASSGN.CPY) - who belongs to the
      * section whose session is being taken.
           SELECT ASSIGN-IN ASSIGN TO "SECASSGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-STD-NO
               ALTERNATE RECORD KEY IS ASG-SECT-KEY WITH DUPLICATES
               FILE STATUS IS WS-ASG-STATUS.
           SELECT ENROLL-IN ASSIGN TO "ENROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENR-STATUS.
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ATT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "ATTNDNC.CPY".

       FD  SES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "CLSSESS.CPY".

       FD  ASSIGN-IN
           LABEL RECORDS ARE STANDARD.
           COPY "SECASSGN.CPY".

       FD  ENROLL-IN
           LABEL RECORDS ARE STANDARD
       01  AUDIT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      * Imported enrollment record view (see ENROLL.CPY).
       COPY "ENROLL.CPY".

       01  WS-SES-DATE PIC X(8) VALUE SPACES.
       01  WS-SES-COURSE PIC X(5) VALUE SPACES.
       01  WS-SES-YR PIC 9 VALUE 0.
       01  WS-SES-SECT PIC X(3) VALUE SPACES.
       01  WS-STD-NO PIC X(10) VALUE SPACES.
       01  WS-CD-OK PIC X VALUE "N".
       01  WS-REC-CNT PIC 999 VALUE 0.
       01  WS-REJ-CNT PIC 999 VALUE 0.
       01  WS-REASON PIC X(30) VALUE SPACES.

      * Term calendar look-up by session date (see TERMREQ.CPY) -
      * the last date checked is remembered so a checklist of one
      * session does not re-read the calendar for every line.
       COPY "TERMREQ.CPY".
       01  WS-TERM-REASON PIC X(30) VALUE SPACES.
       01  WS-LAST-CHK-DATE PIC X(8) VALUE HIGH-VALUES.
       01  ERR-DTL.
           02 ERR-REC-IMAGE PIC X(40).
           02 FILLER PIC X(3) VALUE " - ".
       01  R PIC 999 VALUE 0.
       01  WS-HIT PIC 999 VALUE 0.

      * Session dedup flag and the register's absence total.
       01  WS-ABS-USED PIC 9(5) VALUE 0.
       01  WS-DUP PIC X VALUE "N".
       01  WS-ATT-EOF PIC X VALUE "N".
       01  WS-ATT-ON PIC X VALUE "N".

      * Session log and section membership.
       01  WS-SES-STATUS PIC XX VALUE "00".
       01  WS-SES-ON PIC X VALUE "N".
       01  WS-SES-SOURCE PIC X VALUE "T".
       01  WS-SES-CNT PIC 999 VALUE 0.
       01  WS-ASG-STATUS PIC XX VALUE "00".
       01  WS-ASG-ON PIC X VALUE "N".
       01  WS-SECT-OK PIC X VALUE "Y".

      * Report spool request block (see SPOOLREQ.CPY).
       COPY "SPOOLREQ.CPY".
           02 DTL-ABS PIC ZZ9.
       01  TOT-LINE.
           02 FILLER PIC X(19) VALUE "ABSENCES ON FILE:  ".
           02 TOT-ABS PIC ZZZZ9.

      * Run-log bookkeeping (see AUDITLOG.CPY).
       COPY "AUDITLOG.CPY".

      * Signed-on identity from LABMENU (see SIGNON.CPY).
       COPY "SIGNON.CPY".

      * Job-stream run area and parameter look-ups (see JOBPARM.CPY
      * and PARMREQ.CPY).
       COPY "JOBPARM.CPY".
       COPY "PARMREQ.CPY".
       01  WS-PARM-OK PIC X VALUE "Y".
       01  WS-UNATTENDED PIC X VALUE "N".
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
           PERFORM LOAD-ENROLL-RTN.
           IF WS-OUTCOME = "COMPLETED"
               PERFORM OPEN-ABSENCES-RTN
           END-IF.
           IF WS-ATT-ON = "Y" AND WS-MODE NOT = 3
               PERFORM OPEN-SESSIONS-RTN
           END-IF.
           IF WS-ATT-ON = "Y"
               IF WS-OUTCOME = "COMPLETED"
                   EVALUATE WS-MODE
                       WHEN 2
                           PERFORM BATCH-RTN
                       WHEN 3
                           PERFORM REGISTER-RTN
                       WHEN OTHER
                           PERFORM SESSION-RTN
                   END-EVALUATE
               END-IF
               CLOSE ATT-FILE
           END-IF.
           IF WS-SES-ON = "Y"
               CLOSE SES-FILE
           END-IF.
           IF WS-ASG-ON = "Y"
               CLOSE ASSIGN-IN
           END-IF.
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.
               CLOSE ENROLL-IN
           END-IF.

       OPEN-ABSENCES-RTN.
      * The first absence ever recorded creates the file.
           OPEN I-O ATT-FILE.
           IF WS-ATT-STATUS = "35"
               OPEN OUTPUT ATT-FILE
               CLOSE ATT-FILE
               OPEN I-O ATT-FILE
           END-IF.
           IF WS-ATT-STATUS = "00"
               MOVE "Y" TO WS-ATT-ON
           ELSE
               DISPLAY "ATTNDNC.DAT NOT AVAILABLE - STATUS "
                   WS-ATT-STATUS
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           END-IF.

       OPEN-SESSIONS-RTN.
      * The first session ever taken creates the log. Without
      * section assignments the membership checks are skipped.
           OPEN I-O SES-FILE.
           IF WS-SES-STATUS = "35"
               OPEN OUTPUT SES-FILE
               CLOSE SES-FILE
               OPEN I-O SES-FILE
           END-IF.
           IF WS-SES-STATUS = "00"
               MOVE "Y" TO WS-SES-ON
           ELSE
               DISPLAY "SESSLOG.DAT NOT AVAILABLE - STATUS "
                   WS-SES-STATUS
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           END-IF.
           OPEN INPUT ASSIGN-IN.
           IF WS-ASG-STATUS = "00"
               MOVE "Y" TO WS-ASG-ON
           ELSE
               DISPLAY "SECASSGN.DAT NOT FOUND - SECTION MEMBERSHIP"
                   " NOT CHECKED (RUN SECTASGN)"
           END-IF.

       COUNT-ABSENCES-RTN.
      * One roster student's absences, read together off the key.
           MOVE 0 TO WS-RO-ABSENT(R).
           MOVE WS-RO-STD-NO(R) TO ATT-STD-NO.
           MOVE LOW-VALUES TO ATT-DATE.
           MOVE "N" TO WS-ATT-EOF.
           START ATT-FILE KEY IS NOT < ATT-KEY
               INVALID KEY MOVE "Y" TO WS-ATT-EOF
           END-START.
           PERFORM UNTIL WS-ATT-EOF = "Y"
               READ ATT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-ATT-EOF
                   NOT AT END
                       IF ATT-STD-NO NOT = WS-RO-STD-NO(R)
                           MOVE "Y" TO WS-ATT-EOF
                       ELSE
                           ADD 1 TO WS-RO-ABSENT(R)
                           ADD 1 TO WS-ABS-USED
                       END-IF
               END-READ
           END-PERFORM.

       GET-SESSION-RTN.
           DISPLAY "SESSION DATE (YYYYMMDD): ".
           ACCEPT WS-SES-DATE.
           ACCEPT WS-SES-COURSE.
           DISPLAY "YEAR LEVEL (1-4): ".
           ACCEPT WS-SES-YR.
           DISPLAY "SECTION CODE (E.G. A): ".
           ACCEPT WS-SES-SECT.

       CHECK-SESSION-SECT-RTN.
      * The section must have students assigned to it - a session
      * logged against a mistyped section would never be matched.
           MOVE "Y" TO WS-SECT-OK.
           IF WS-ASG-ON = "Y"
               MOVE WS-SES-COURSE TO ASG-COURSE
               MOVE WS-SES-YR TO ASG-YR-LEVEL
               MOVE WS-SES-SECT TO ASG-SECTION
               START ASSIGN-IN KEY IS = ASG-SECT-KEY
                   INVALID KEY MOVE "N" TO WS-SECT-OK
               END-START
           END-IF.
           IF WS-SECT-OK = "N"
               DISPLAY "NO STUDENTS ASSIGNED TO " WS-SES-COURSE "-"
                   WS-SES-YR "-" WS-SES-SECT " (SEE SECTASGN)"
               MOVE "ABORTED-BAD-SECTION" TO WS-OUTCOME
           END-IF.

       LOG-SESSION-RTN.
      * One log entry per section per date; taking the same session
      * again only adds absentees to it.
           MOVE WS-SES-COURSE TO SES-COURSE.
           MOVE WS-SES-YR TO SES-YR-LEVEL.
           MOVE WS-SES-SECT TO SES-SECTION.
           MOVE WS-SES-DATE TO SES-DATE.
           MOVE WS-OPERATOR TO SES-TAKEN-BY.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           MOVE WS-CUR-DATE(1:8) TO SES-LOGGED-ON.
           MOVE WS-SES-SOURCE TO SES-SOURCE.
           WRITE SESSION-REC
               INVALID KEY
                   IF WS-SES-SOURCE = "T"
                       DISPLAY "SESSION ALREADY LOGGED - ABSENCES ARE"
                           " ADDED TO IT"
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-SES-CNT
                   IF WS-SES-SOURCE = "T"
                       DISPLAY "SESSION LOGGED"
                   END-IF
           END-WRITE.

       CHECK-SECTION-RTN.
      * An absentee assigned to some other section was not in this
      * session; one not assigned anywhere yet is let through.
           IF WS-ASG-ON = "Y"
               MOVE WS-STD-NO TO ASG-STD-NO
               READ ASSIGN-IN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF ASG-SECTION NOT = WS-SES-SECT
                           MOVE "NOT IN THIS SECTION" TO WS-REASON
                       END-IF
               END-READ
           END-IF.

       CHECK-DATE-TERM-RTN.
      * Which calendar term the date falls in, and whether it still
      * takes postings. WS-TERM-REASON is spaces when it does.
           IF WS-SES-DATE NOT = WS-LAST-CHK-DATE
               MOVE WS-SES-DATE TO WS-LAST-CHK-DATE
               MOVE "DATE" TO TKQ-FUNC
               MOVE WS-SES-DATE TO TKQ-DATE
               CALL "TERMCHK" USING TERM-CHK-REQ
               EVALUATE TKQ-REPLY
                   WHEN "Y"
                       IF TKQ-STATUS = "CLOSED"
                           MOVE "TERM CLOSED - POSTING REFUSED"
                               TO WS-TERM-REASON
                       ELSE
                           MOVE SPACES TO WS-TERM-REASON
                       END-IF
                   WHEN "X"
                       MOVE "NO TERM MASTER (SEE TERMMNT)"
                           TO WS-TERM-REASON
                   WHEN OTHER
                       MOVE "DATE IS IN NO CALENDAR TERM"
                           TO WS-TERM-REASON
               END-EVALUATE
           END-IF.

       SESSION-RTN.
           PERFORM GET-SESSION-RTN.
           PERFORM CHECK-SESSION-SECT-RTN.
           IF WS-SECT-OK = "Y"
               PERFORM TAKE-SESSION-RTN
           END-IF.

       TAKE-SESSION-RTN.
           PERFORM CHECK-DATE-TERM-RTN.
           IF WS-TERM-REASON NOT = SPACES
               DISPLAY "SESSION REFUSED - " WS-TERM-REASON
               IF TKQ-STATUS = "CLOSED"
                   DISPLAY "(THE COORDINATOR CAN REOPEN THE TERM IN"
                       " TERMMNT)"
                   MOVE "ABORTED-CLOSED-TERM" TO WS-OUTCOME
               ELSE
                   MOVE "ABORTED-BAD-TERM" TO WS-OUTCOME
               END-IF
           ELSE
               PERFORM LOG-SESSION-RTN
               PERFORM RECORD-SESSION-RTN
           END-IF.

       RECORD-SESSION-RTN.
           MOVE "XXXXXXXXXX" TO WS-STD-NO.
           PERFORM UNTIL WS-STD-NO = SPACES
               DISPLAY "ABSENT STUDENT NUMBER (BLANK = DONE): "
                   PERFORM POST-ABSENCE-RTN
               END-IF
           END-PERFORM.
           DISPLAY WS-REC-CNT " ABSENCE(S) RECORDED, " WS-REJ-CNT
               " REJECTED".

                   END-IF
               END-IF
           END-IF.
           IF WS-REASON = SPACES
               PERFORM CHECK-SECTION-RTN
           END-IF.
           IF WS-REASON = SPACES
               PERFORM CHECK-DUP-RTN
               IF WS-DUP = "Y"
           END-PERFORM.

       CHECK-DUP-RTN.
      * The student number + session date is the file's key.
           MOVE "N" TO WS-DUP.
           MOVE WS-STD-NO TO ATT-STD-NO.
           MOVE WS-SES-DATE TO ATT-DATE.
           READ ATT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-DUP
           END-READ.

       WRITE-ABSENCE-RTN.
           MOVE WS-STD-NO TO ATT-STD-NO.
           MOVE WS-SES-DATE TO ATT-DATE.
           MOVE WS-SES-COURSE TO ATT-COURSE.
           MOVE WS-SES-YR TO ATT-YR-LEVEL.
           WRITE ABSENCE-REC
               INVALID KEY
                   DISPLAY "ABSENCE NOT WRITTEN - " WS-STD-NO
                       " STATUS " WS-ATT-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-REC-CNT
           END-WRITE.

       BATCH-RTN.
      * The adviser's checklist - student number and session date
      * per line; the session's course/year level are keyed once.
           PERFORM GET-SESSION-RTN.
           PERFORM CHECK-SESSION-SECT-RTN.
           IF WS-SECT-OK = "Y"
               PERFORM BATCH-FILE-RTN
           END-IF.

       BATCH-FILE-RTN.
           MOVE "B" TO WS-SES-SOURCE.
           DISPLAY "CHECKLIST FILENAME: ".
           ACCEPT WS-BATCH-FILE.
           OPEN INPUT BATCH-IN.
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           ELSE
               OPEN OUTPUT ERR-OUT
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ BATCH-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END PERFORM BATCH-LINE-RTN
                   END-READ
               END-PERFORM
               CLOSE BATCH-IN ERR-OUT
               DISPLAY WS-REC-CNT " ABSENCE(S) RECORDED, "
                   WS-REJ-CNT " REJECTED (SEE ATTERR.DAT)"
               DISPLAY WS-SES-CNT " SESSION(S) LOGGED"
           END-IF.

       BATCH-LINE-RTN.
           IF BA-DATE NOT = SPACES
               MOVE BA-DATE TO WS-SES-DATE
           END-IF.
           PERFORM CHECK-DATE-TERM-RTN.
           MOVE WS-TERM-REASON TO WS-REASON.
      * Every good date on the checklist is a session held; a line
      * with no student number is only that.
           IF WS-REASON = SPACES
               PERFORM LOG-SESSION-RTN
           END-IF.
           IF WS-REASON NOT = SPACES OR WS-STD-NO NOT = SPACES
               PERFORM BATCH-ABSENCE-RTN
           END-IF.

       BATCH-ABSENCE-RTN.
           IF WS-REASON = SPACES
               CALL "STDNOCHK" USING WS-STD-NO WS-CD-OK
               IF WS-CD-OK NOT = "Y"
                   MOVE "BAD CHECK DIGIT" TO WS-REASON
               END-IF
           END-IF.
           IF WS-REASON = SPACES
               PERFORM FIND-ROSTER-RTN
                   END-IF
               END-IF
           END-IF.
           IF WS-REASON = SPACES
               PERFORM CHECK-SECTION-RTN
           END-IF.
           IF WS-REASON = SPACES
               PERFORM CHECK-DUP-RTN
               IF WS-DUP = "Y"
           END-IF.

       REGISTER-RTN.
           IF WS-UNATTENDED = "N"
               DISPLAY "TERM LABEL (E.G. 2025-2026/1): "
               ACCEPT WS-TERM-LABEL
           END-IF.
           MOVE "LABL" TO TKQ-FUNC.
           MOVE WS-TERM-LABEL TO TKQ-LABEL.
           CALL "TERMCHK" USING TERM-CHK-REQ.
           IF TKQ-REPLY = "Y"
               MOVE TKQ-LABEL TO WS-TERM-LABEL
               PERFORM REGISTER-REPORT-RTN
           ELSE
               DISPLAY "NOT A TERM ON THE CALENDAR - " WS-TERM-LABEL
               MOVE "ABORTED-BAD-TERM" TO WS-OUTCOME
           END-IF.

       REGISTER-REPORT-RTN.
           OPEN OUTPUT RECORD-OUT.
           MOVE "ABSENCE REGISTER" TO PG-TITLE.
           MOVE WS-TERM-LABEL TO PG-TERM.
                  PG-CURDATE(11:2) ":" PG-CURDATE(13:2)
               DELIMITED BY SIZE INTO PG-RUN-STAMP.
           PERFORM NEW-PAGE-RTN.
           MOVE 0 TO WS-ABS-USED.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-ROS-USED
               PERFORM COUNT-ABSENCES-RTN
           END-PERFORM.
           PERFORM PRINT-REGISTER-RTN.
           MOVE WS-ABS-USED TO TOT-ABS.
           WRITE PRINT-REC FROM TOT-LINE AFTER 2 LINES.
               PERFORM NEW-PAGE-RTN
           END-IF.

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
           DISPLAY "MODE - 1=RECORD A SESSION  2=BATCH CHECKLIST"
               "  3=ABSENCE REGISTER: ".
           ACCEPT WS-MODE.

       PARM-ANSWERS-RTN.
      * Only the absence register runs unattended - MODE must be 3.
           PERFORM PARM-OPERATOR-RTN.
           MOVE "MODE" TO PRQ-KEY.
           PERFORM GET-PARM-RTN.
           IF PRQ-REPLY = "Y"
               IF PRQ-VALUE = "3"
                   MOVE 3 TO WS-MODE
               ELSE
                   PERFORM BAD-PARM-RTN
               END-IF
           END-IF.
           MOVE "TERM" TO PRQ-KEY.
           PERFORM GET-PARM-RTN.
           IF PRQ-REPLY = "Y"
               IF PRQ-VALUE = SPACES
                   PERFORM BAD-PARM-RTN
               ELSE
                   MOVE PRQ-VALUE TO WS-TERM-LABEL
               END-IF
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
      * File the just-written register on the spool (see SPOOLSAV).
           MOVE "ATTEND" TO SPQ-PROGRAM.
               DELIMITED BY SIZE INTO ALR-DATETIME.
           MOVE WS-OPERATOR TO ALR-OPERATOR.
           MOVE WS-OUTCOME TO ALR-OUTCOME.
           MOVE WS-OUTCOME TO JPM-OUTCOME.
           MOVE AUDIT-LOG-REC TO AUDIT-LINE.
           OPEN EXTEND AUDIT-OUT.
           IF WS-AUD-STATUS = "35"
