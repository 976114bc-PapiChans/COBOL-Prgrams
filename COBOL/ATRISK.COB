      *          the bottom N, absences over a threshold from
      *          ATTEND's file), showing which criteria fired for each,
      *          worst cases first. The list the guidance office asks
      *          for at midterm. Run under NIGHTRUN it answers from a
      *          parameter file instead of the prompts (keywords
      *          OPERATOR, TERM, WARN-BAND, PASS-GRADE, BOTTOM-N,
      *          ABS-OVER, SEC-FILTER and, for a one-section sweep,
      *          SEC-COURSE, SEC-YEAR and SEC-CODE). Every flagged
      *          student also goes to the ATRFLAG.DAT extract (see
      *          ATRFLAG.CPY), which NOTICEGN reads to write the
      *          guardians' at-risk letters. The absence criterion
      *          can instead judge attendance as a percentage (basis
      *          P, keywords ABS-BASIS and ATT-PCT): a student's
      *          absences in the term against the sessions ATTEND
      *          logged for the student's section in SESSLOG.DAT, so
      *          a section that meets daily is not judged by the
      *          same raw count as one that meets twice a week.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      * Section assignments (see SECASSGN.CPY) - read only when the
      * sweep is limited to one adviser's section.
           SELECT ASSIGN-IN ASSIGN TO "SECASSGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-STD-NO
               ALTERNATE RECORD KEY IS ASG-SECT-KEY WITH DUPLICATES
               FILE STATUS IS WS-ASG-STATUS.
      * Absence records (see ATTNDNC.CPY) - counted per student for
      * the absences-over-threshold criterion.
           SELECT ATT-IN ASSIGN TO "ATTNDNC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATT-STATUS.
      * Class session log (see CLSSESS.CPY) - the sessions held,
      * for the attendance-percentage basis.
           SELECT SES-FILE ASSIGN TO "SESSLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SES-KEY
               FILE STATUS IS WS-SES-STATUS.
           SELECT RECORD-OUT ASSIGN TO "ATRISK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FLAG-OUT ASSIGN TO "ATRFLAG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-OUT ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           COPY "STUDMAST.CPY".

       FD  ASSIGN-IN
           LABEL RECORDS ARE STANDARD.
           COPY "SECASSGN.CPY".

       FD  ATT-IN
           LABEL RECORDS ARE STANDARD.
           COPY "ATTNDNC.CPY".

       FD  SES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "CLSSESS.CPY".

       FD  RECORD-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC PIC X(90).

       FD  FLAG-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FLAG-LINE.
       01  FLAG-LINE PIC X(63).

       FD  AUDIT-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LINE.
      * Standard page handling (see PAGEHDG.CPY).
       COPY "PAGEHDG.CPY".

      * Flagged-student extract for the guardian letters (see
      * ATRFLAG.CPY).
       COPY "ATRFLAG.CPY".

      * Signed-on identity from LABMENU (see SIGNON.CPY).
       COPY "SIGNON.CPY".

      * Job-stream run area and parameter look-ups (see JOBPARM.CPY
      * and PARMREQ.CPY).
       COPY "JOBPARM.CPY".
       COPY "PARMREQ.CPY".
       01  WS-PARM-OK PIC X VALUE "Y".

      * Report spool request block (see SPOOLREQ.CPY).
       COPY "SPOOLREQ.CPY".

       01  WS-SM-STATUS PIC XX VALUE "00".
       01  WS-EOF PIC XXX VALUE "NO".

      * Absence counts per student - attendance is the earliest
      * failure signal the advisers have, so it rides alongside the
      * grade criteria.
       01  WS-ATT-STATUS PIC XX VALUE "00".
       01  WS-ATT-ON PIC X VALUE "N".
       01  WS-ATT-EOF PIC XXX VALUE "NO".
       01  WS-ABS-THRESH PIC 999 VALUE 003.
       01  WS-ABS-FOUND PIC 999 VALUE 0.

      * Absence basis - C flags a count over WS-ABS-THRESH, P an
      * attendance percentage below WS-ATT-PCT-MIN for the term,
      * which needs the term's dates from the calendar (see
      * TERMREQ.CPY) and each section's sessions held, counted once
      * per section.
       01  WS-ABS-BASIS PIC X VALUE "C".
       01  WS-ATT-PCT-MIN PIC 999 VALUE 085.
       01  WS-ATT-PCT PIC 999V9 VALUE 0.
       01  WS-PRESENT PIC 999 VALUE 0.
       01  WS-SES-STATUS PIC XX VALUE "00".
       01  WS-SES-ON PIC X VALUE "N".
       01  WS-SES-EOF PIC XXX VALUE "NO".
       01  WS-TERM-START PIC X(8) VALUE SPACES.
       01  WS-TERM-END PIC X(8) VALUE SPACES.
       COPY "TERMREQ.CPY".
       01  WS-SESSIONS PIC 999 VALUE 0.
       01  WS-SC-USED PIC 99 VALUE 0.
       01  WS-SC-TABLE.
           02 WS-SC-ENTRY OCCURS 50 TIMES.
              03 WS-SC-KEY PIC X(9).
              03 WS-SC-COUNT PIC 999.
       01  C PIC 99 VALUE 0.
       01  WS-SC-HIT PIC 99 VALUE 0.

      * Optional one-section limit - the advisers ask for their own
      * section, not the whole college. Membership is looked up in
      * SECASSGN.DAT (written by SECTASGN).
       01  WS-ASG-STATUS PIC XX VALUE "00".
       01  WS-ASG-ON PIC X VALUE "N".
       01  WS-SEC-FILTER PIC X VALUE "N".
       01  WS-SEL-CRS PIC X(5) VALUE SPACES.
       01  WS-SEL-YR PIC 9 VALUE 0.
       01  WS-SEL-SEC PIC X(3) VALUE SPACES.
       01  WS-IN-SEC PIC X VALUE "Y".
       01  WS-SEL-KEY PIC X(9) VALUE SPACES.

      * Criteria settings - all prompted so the guidance office can
      * tighten or relax the sweep without a program change.
              03 WS-ST-RANK PIC 999.
              03 WS-ST-FLAGS PIC X(5).
              03 WS-ST-HITS PIC 9.
              03 WS-ST-ABS PIC 999.
       01  WS-SWAP-ENTRY PIC X(59).
       01  WS-WARN-LIMIT PIC 9V99 VALUE 0.
       01  WS-MAX-RANK PIC 999 VALUE 0.
       01  WS-RISK-CNT PIC 999 VALUE 0.
           02 HC-PASS PIC 9(3).
           02 FILLER PIC X(14) VALUE "  BOTTOM RANKS".
           02 HC-BOTN PIC ZZ9.
           02 HC-ABS-LBL PIC X(12) VALUE "  ABSENCES >".
           02 HC-ABS PIC ZZ9.
       01  HDG2.
           02 FILLER PIC X(10) VALUE "STUDENT".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * A job-stream run (see JOBPARM.CPY) answers from its
      * parameter file and never stops at a prompt.
           IF JPM-PARM-FILE NOT = SPACES
               AND JPM-PARM-FILE NOT = LOW-VALUES
               PERFORM PARM-ANSWERS-RTN
           ELSE
               PERFORM ASK-ANSWERS-RTN
           END-IF.
           IF WS-PARM-OK = "N"
               MOVE "ABORTED-BAD-PARM" TO WS-OUTCOME
               PERFORM WRITE-AUDIT-RTN
               GOBACK
           END-IF.
           PERFORM RATE-TERM-RTN.
           IF WS-OUTCOME NOT = "COMPLETED"
               PERFORM WRITE-AUDIT-RTN
               GOBACK
           END-IF.
           PERFORM OPEN-ABSENCES-RTN.
           IF WS-SEC-FILTER = "Y"
               PERFORM OPEN-SECTION-RTN
           END-IF.
           IF WS-ABS-BASIS = "P"
               PERFORM OPEN-RATES-RTN
           END-IF.
           OPEN INPUT STUDMAS.
           IF WS-SM-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER NOT AVAILABLE - STATUS "
                   WS-SM-STATUS
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           ELSE
               PERFORM LOAD-MASTER-RTN
               CLOSE STUDMAS
               IF WS-STD-USED = 0
                   DISPLAY "STUDENT MASTER IS EMPTY"
               ELSE
                   PERFORM JUDGE-RTN
                   PERFORM SORT-WORST-FIRST-RTN
                   PERFORM PRINT-REPORT-RTN
                   DISPLAY WS-RISK-CNT " STUDENT(S) AT RISK - "
                       "REPORT IN ATRISK.DAT"
               END-IF
           END-IF.
           IF WS-ASG-ON = "Y"
               CLOSE ASSIGN-IN
           END-IF.
           IF WS-ATT-ON = "Y"
               CLOSE ATT-IN
           END-IF.
           IF WS-SES-ON = "Y"
               CLOSE SES-FILE
           END-IF.
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

       ASK-ANSWERS-RTN.
      * The LABMENU sign-on already verified who this is - only
      * prompt when the program is run standalone.
           IF SGN-OPR-ID NOT = SPACES
           ACCEPT WS-PASS-GRADE.
           DISPLAY "BOTTOM N RANKS TO FLAG (E.G. 010): ".
           ACCEPT WS-BOTTOM-N.
           DISPLAY "ABSENCE BASIS - C=COUNT OVER N  P=ATTENDANCE"
               " BELOW A PERCENT: ".
           ACCEPT WS-ABS-BASIS.
           IF WS-ABS-BASIS = "P" OR WS-ABS-BASIS = "p"
               MOVE "P" TO WS-ABS-BASIS
               DISPLAY "ATTENDANCE BELOW PERCENT FLAGS A STUDENT"
                   " (E.G. 085): "
               ACCEPT WS-ATT-PCT-MIN
           ELSE
               MOVE "C" TO WS-ABS-BASIS
               DISPLAY "ABSENCES OVER N FLAG A STUDENT (E.G. 003): "
               ACCEPT WS-ABS-THRESH
           END-IF.
           DISPLAY "LIMIT TO ONE SECTION? (Y/N): ".
           ACCEPT WS-SEC-FILTER.
           IF WS-SEC-FILTER = "Y" OR WS-SEC-FILTER = "y"
               MOVE "Y" TO WS-SEC-FILTER
               DISPLAY "COURSE CODE (E.G. BSIT): "
               ACCEPT WS-SEL-CRS
               DISPLAY "YEAR LEVEL (1-4): "
               ACCEPT WS-SEL-YR
               DISPLAY "SECTION CODE: "
               ACCEPT WS-SEL-SEC
           ELSE
               MOVE "N" TO WS-SEC-FILTER
           END-IF.

       PARM-ANSWERS-RTN.
      * Every answer the prompts would take, checked the same way;
      * all the bad ones are reported before the run is failed.
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
           MOVE "WARN-BAND" TO PRQ-KEY.
           PERFORM GET-PARM-RTN.
           IF PRQ-REPLY = "Y"
               IF PRQ-NUM-OK = "Y" AND PRQ-NUM < 10
                   MOVE PRQ-NUM TO WS-WARN-BAND
               ELSE
                   PERFORM BAD-PARM-RTN
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
           MOVE "BOTTOM-N" TO PRQ-KEY.
           PERFORM GET-PARM-RTN.
           IF PRQ-REPLY = "Y"
               IF PRQ-NUM-OK = "Y" AND PRQ-NUM-DEC = 0
                   AND PRQ-NUM < 1000
                   MOVE PRQ-NUM TO WS-BOTTOM-N
               ELSE
                   PERFORM BAD-PARM-RTN
               END-IF
           END-IF.
      * ABS-BASIS may be left out - parameter files written before
      * the percentage basis keep counting absences.
           MOVE "ABS-BASIS" TO PRQ-KEY.
           PERFORM GET-OPT-PARM-RTN.
           IF PRQ-REPLY = "Y"
               IF PRQ-VALUE = "C" OR PRQ-VALUE = "P"
                   MOVE PRQ-VALUE TO WS-ABS-BASIS
               ELSE
                   PERFORM BAD-PARM-RTN
               END-IF
           END-IF.
           IF WS-ABS-BASIS = "P"
               MOVE "ATT-PCT" TO PRQ-KEY
               PERFORM GET-PARM-RTN
               IF PRQ-REPLY = "Y"
                   IF PRQ-NUM-OK = "Y" AND PRQ-NUM-DEC = 0
                       AND PRQ-NUM > 0 AND PRQ-NUM <= 100
                       MOVE PRQ-NUM TO WS-ATT-PCT-MIN
                   ELSE
                       PERFORM BAD-PARM-RTN
                   END-IF
               END-IF
           ELSE
               MOVE "ABS-OVER" TO PRQ-KEY
               PERFORM GET-PARM-RTN
               IF PRQ-REPLY = "Y"
                   IF PRQ-NUM-OK = "Y" AND PRQ-NUM-DEC = 0
                       AND PRQ-NUM < 1000
                       MOVE PRQ-NUM TO WS-ABS-THRESH
                   ELSE
                       PERFORM BAD-PARM-RTN
                   END-IF
               END-IF
           END-IF.
           MOVE "SEC-FILTER" TO PRQ-KEY.
           PERFORM GET-PARM-RTN.
           IF PRQ-REPLY = "Y"
               EVALUATE PRQ-VALUE
                   WHEN "Y"
                       MOVE "Y" TO WS-SEC-FILTER
                       PERFORM PARM-SECTION-RTN
                   WHEN "N"
                       MOVE "N" TO WS-SEC-FILTER
                   WHEN OTHER
                       PERFORM BAD-PARM-RTN
               END-EVALUATE
           END-IF.

       PARM-SECTION-RTN.
           MOVE "SEC-COURSE" TO PRQ-KEY.
           PERFORM GET-PARM-RTN.
           IF PRQ-REPLY = "Y"
               IF PRQ-VALUE = SPACES OR PRQ-VALUE(6:) NOT = SPACES
                   PERFORM BAD-PARM-RTN
               ELSE
                   MOVE PRQ-VALUE TO WS-SEL-CRS
               END-IF
           END-IF.
           MOVE "SEC-YEAR" TO PRQ-KEY.
           PERFORM GET-PARM-RTN.
           IF PRQ-REPLY = "Y"
               IF PRQ-NUM-OK = "Y" AND PRQ-NUM-DEC = 0
                   AND PRQ-NUM >= 1 AND PRQ-NUM <= 4
                   MOVE PRQ-NUM TO WS-SEL-YR
               ELSE
                   PERFORM BAD-PARM-RTN
               END-IF
           END-IF.
           MOVE "SEC-CODE" TO PRQ-KEY.
           PERFORM GET-PARM-RTN.
           IF PRQ-REPLY = "Y"
               IF PRQ-VALUE = SPACES OR PRQ-VALUE(4:) NOT = SPACES
                   PERFORM BAD-PARM-RTN
               ELSE
                   MOVE PRQ-VALUE TO WS-SEL-SEC
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

       GET-OPT-PARM-RTN.
           MOVE JPM-PARM-FILE TO PRQ-FILE.
           CALL "PARMGET" USING PARM-REQ.

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
               DELIMITED BY SIZE INTO ALR-DATETIME.
           MOVE WS-OPERATOR TO ALR-OPERATOR.
           MOVE WS-OUTCOME TO ALR-OUTCOME.
           MOVE WS-OUTCOME TO JPM-OUTCOME.
           MOVE AUDIT-LOG-REC TO AUDIT-LINE.
           OPEN EXTEND AUDIT-OUT.
           IF WS-AUD-STATUS = "35"
                       IF WS-STD-USED < 999
                           AND NOT SM-WITHDRAWN
                           AND NOT SM-ON-LEAVE
                           AND NOT SM-GRADUATED
                           AND WS-IN-SEC = "Y"
                           ADD 1 TO WS-STD-USED
                           MOVE SM-STD-NO
               END-READ
           END-PERFORM.

       OPEN-SECTION-RTN.
      * The chosen section's members are found off the assignment
      * file's section key; the file stays open so each master
      * record can be checked against it by student number.
           MOVE "N" TO WS-ASG-ON.
           OPEN INPUT ASSIGN-IN.
           IF WS-ASG-STATUS NOT = "00"
               DISPLAY "SECASSGN.DAT NOT FOUND - RUN SECTASGN FIRST;"
                   " SWEEPING THE WHOLE COLLEGE"
               MOVE "N" TO WS-SEC-FILTER
           ELSE
               MOVE "Y" TO WS-ASG-ON
               MOVE WS-SEL-CRS TO ASG-COURSE
               MOVE WS-SEL-YR TO ASG-YR-LEVEL
               MOVE WS-SEL-SEC TO ASG-SECTION
               MOVE ASG-SECT-KEY TO WS-SEL-KEY
               MOVE "N" TO WS-IN-SEC
               START ASSIGN-IN KEY IS = ASG-SECT-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-IN-SEC
               END-START
               IF WS-IN-SEC = "N"
                   DISPLAY "NO STUDENTS ASSIGNED TO THAT SECTION -"
                       " SWEEPING THE WHOLE COLLEGE"
                   MOVE "N" TO WS-SEC-FILTER
               END-IF
           END-IF.

       OPEN-ABSENCES-RTN.
      * No absence file yet just means the criterion never fires.
           MOVE "N" TO WS-ATT-ON.
           OPEN INPUT ATT-IN.
           IF WS-ATT-STATUS = "00"
               MOVE "Y" TO WS-ATT-ON
           END-IF.

       RATE-TERM-RTN.
      * The term must be on the calendar whatever the basis - every
      * flag written to ATRFLAG.DAT carries it, and CASELOAD and
      * NOTICEGN match on it. The percentage basis also counts
      * sessions and absences inside the term's dates.
           MOVE "LABL" TO TKQ-FUNC.
           MOVE WS-TERM-LABEL TO TKQ-LABEL.
           CALL "TERMCHK" USING TERM-CHK-REQ.
           IF TKQ-REPLY = "Y"
               MOVE TKQ-LABEL TO WS-TERM-LABEL
               MOVE TKQ-START-DATE TO WS-TERM-START
               MOVE TKQ-END-DATE TO WS-TERM-END
           ELSE
               DISPLAY "NOT A TERM ON THE CALENDAR - " WS-TERM-LABEL
               MOVE "ABORTED-BAD-TERM" TO WS-OUTCOME
           END-IF.

       OPEN-RATES-RTN.
      * Without the session log or the section assignments nobody's
      * percentage can be worked out - the criterion never fires.
           OPEN INPUT SES-FILE.
           IF WS-SES-STATUS = "00"
               MOVE "Y" TO WS-SES-ON
           ELSE
               DISPLAY "SESSLOG.DAT NOT FOUND - ATTENDANCE PERCENT"
                   " NOT CHECKED"
           END-IF.
           IF WS-ASG-ON = "N"
               OPEN INPUT ASSIGN-IN
               IF WS-ASG-STATUS = "00"
                   MOVE "Y" TO WS-ASG-ON
               ELSE
                   DISPLAY "SECASSGN.DAT NOT FOUND - ATTENDANCE"
                       " PERCENT NOT CHECKED"
               END-IF
           END-IF.

       RATE-CHECK-RTN.
      * Attendance percentage for the student in WS-ST-STD-NO(R)
      * against the sessions held for the student's section; no
      * section or no session logged yet leaves it unjudged.
           MOVE 0 TO WS-SESSIONS.
           IF WS-SES-ON = "Y" AND WS-ASG-ON = "Y"
               MOVE WS-ST-STD-NO(R) TO ASG-STD-NO
               READ ASSIGN-IN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM SECTION-SESSIONS-RTN
               END-READ
           END-IF.
           IF WS-SESSIONS > 0
               IF WS-ABS-FOUND > WS-SESSIONS
                   MOVE 0 TO WS-PRESENT
               ELSE
                   COMPUTE WS-PRESENT = WS-SESSIONS - WS-ABS-FOUND
               END-IF
               COMPUTE WS-ATT-PCT ROUNDED =
                   WS-PRESENT * 100 / WS-SESSIONS
               IF WS-ATT-PCT < WS-ATT-PCT-MIN
                   MOVE "T" TO WS-ST-FLAGS(R)(5:1)
                   ADD 1 TO WS-ST-HITS(R)
               END-IF
           END-IF.

       SECTION-SESSIONS-RTN.
      * Sessions in the term for ASG-SECT-KEY, from the small table
      * of sections already counted or else off the session log.
           MOVE 0 TO WS-SC-HIT.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-SC-USED
               IF WS-SC-KEY(C) = ASG-SECT-KEY
                   MOVE C TO WS-SC-HIT
               END-IF
           END-PERFORM.
           IF WS-SC-HIT > 0
               MOVE WS-SC-COUNT(WS-SC-HIT) TO WS-SESSIONS
           ELSE
               MOVE ASG-SECT-KEY TO SES-SECT-KEY
               MOVE WS-TERM-START TO SES-DATE
               MOVE "NO" TO WS-SES-EOF
               START SES-FILE KEY IS NOT < SES-KEY
                   INVALID KEY MOVE "YES" TO WS-SES-EOF
               END-START
               PERFORM UNTIL WS-SES-EOF = "YES"
                   READ SES-FILE NEXT RECORD
                       AT END MOVE "YES" TO WS-SES-EOF
                       NOT AT END
                           IF SES-SECT-KEY NOT = ASG-SECT-KEY
                               OR SES-DATE > WS-TERM-END
                               MOVE "YES" TO WS-SES-EOF
                           ELSE
                               IF WS-SESSIONS < 999
                                   ADD 1 TO WS-SESSIONS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-SC-USED < 50
                   ADD 1 TO WS-SC-USED
                   MOVE ASG-SECT-KEY TO WS-SC-KEY(WS-SC-USED)
                   MOVE WS-SESSIONS TO WS-SC-COUNT(WS-SC-USED)
               END-IF
           END-IF.

       ABS-COUNT-RTN.
      * Absence count for the student in WS-ST-STD-NO(R), into
      * WS-ABS-FOUND as a count (0 when none on file) - the
      * student's absences sit together under the student number.
      * On the percentage basis only the term's absences count.
           MOVE 0 TO WS-ABS-FOUND.
           IF WS-ATT-ON = "Y"
               MOVE SPACES TO ATT-KEY
               MOVE WS-ST-STD-NO(R) TO ATT-STD-NO
               IF WS-ABS-BASIS = "P"
                   MOVE WS-TERM-START TO ATT-DATE
               END-IF
               MOVE "NO" TO WS-ATT-EOF
               START ATT-IN KEY IS NOT < ATT-KEY
                   INVALID KEY MOVE "YES" TO WS-ATT-EOF
               END-START
               PERFORM UNTIL WS-ATT-EOF = "YES"
                   READ ATT-IN NEXT RECORD
                       AT END MOVE "YES" TO WS-ATT-EOF
                       NOT AT END
                           IF ATT-STD-NO NOT = WS-ST-STD-NO(R)
                               OR (WS-ABS-BASIS = "P"
                               AND ATT-DATE > WS-TERM-END)
                               MOVE "YES" TO WS-ATT-EOF
                           ELSE
                               IF WS-ABS-FOUND < 999
                                   ADD 1 TO WS-ABS-FOUND
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       SECT-CHECK-RTN.
           IF WS-SEC-FILTER = "N"
               MOVE "Y" TO WS-IN-SEC
           ELSE
               MOVE "N" TO WS-IN-SEC
               MOVE SM-STD-NO TO ASG-STD-NO
               READ ASSIGN-IN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF ASG-SECT-KEY = WS-SEL-KEY
                           MOVE "Y" TO WS-IN-SEC
                       END-IF
               END-READ
           END-IF.

       JUDGE-RTN.
                   ADD 1 TO WS-ST-HITS(R)
               END-IF
               PERFORM ABS-COUNT-RTN
               MOVE WS-ABS-FOUND TO WS-ST-ABS(R)
               IF WS-ABS-BASIS = "P"
                   PERFORM RATE-CHECK-RTN
               ELSE
                   IF WS-ABS-FOUND > WS-ABS-THRESH
                       MOVE "T" TO WS-ST-FLAGS(R)(5:1)
                       ADD 1 TO WS-ST-HITS(R)
                   END-IF
               END-IF
               IF WS-ST-HITS(R) > 0
                   ADD 1 TO WS-RISK-CNT
           MOVE WS-WARN-LIMIT TO HC-WARN.
           MOVE WS-PASS-GRADE TO HC-PASS.
           MOVE WS-BOTTOM-N TO HC-BOTN.
           IF WS-ABS-BASIS = "P"
               MOVE "  ATTEND % <" TO HC-ABS-LBL
               MOVE WS-ATT-PCT-MIN TO HC-ABS
           ELSE
               MOVE WS-ABS-THRESH TO HC-ABS
           END-IF.
           PERFORM NEW-PAGE-RTN.
           OPEN OUTPUT FLAG-OUT.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-STD-USED
               IF WS-ST-HITS(R) > 0
                   PERFORM WRITE-FLAG-RTN
                   MOVE WS-ST-STD-NO(R) TO DTL-STD-NO
                   MOVE WS-ST-NAME(R) TO DTL-STD-NM
                   MOVE WS-ST-AVE(R) TO DTL-AVE
                   ADD 1 TO PG-LINE-CNT
               END-IF
           END-PERFORM.
           CLOSE FLAG-OUT.
           WRITE PRINT-REC FROM KEY-LINE AFTER 2 LINES.
           MOVE WS-RISK-CNT TO TOT-CNT.
           MOVE WS-STD-USED TO TOT-ALL.
           CLOSE RECORD-OUT.
           PERFORM SPOOL-RTN.

       WRITE-FLAG-RTN.
      * One extract line per flagged student - the term rides on
      * every line so NOTICEGN can refuse a stale extract.
           MOVE SPACES TO AT-RISK-FLAG-REC.
           MOVE WS-ST-STD-NO(R) TO AFL-STD-NO.
           MOVE WS-ST-NAME(R) TO AFL-NAME.
           MOVE WS-TERM-LABEL TO AFL-TERM.
           MOVE WS-ST-FLAGS(R) TO AFL-FLAGS.
           MOVE WS-ST-HITS(R) TO AFL-HITS.
           MOVE WS-ST-AVE(R) TO AFL-AVE.
           MOVE WS-ST-GRADE(R) TO AFL-GRADE.
           MOVE WS-ST-ABS(R) TO AFL-ABS.
           MOVE AT-RISK-FLAG-REC TO FLAG-LINE.
           WRITE FLAG-LINE.

       NEW-PAGE-RTN.
      * Standard page header (see PAGEHDG.CPY) plus the criteria and
      * column headings, reprinted at each break.
