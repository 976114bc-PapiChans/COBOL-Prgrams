      ******************************************************************
      * Author: CHRISTIAN ALTICHE
      * Date:
      * Purpose: Attendance rates per section for one term - an
      *          absence count means little until it is set against
      *          the sessions actually held. For every section on
      *          SECTMAST.DAT it counts the sessions logged by ATTEND
      *          in SESSLOG.DAT inside the term's dates, lists each
      *          member (SECASSGN.DAT) with absences in the term
      *          (ATTNDNC.DAT), sessions present and attendance
      *          percentage, flagging anyone below the alert
      *          percentage, and prints the section's overall rate.
      *          The days the section's timetable meets (CLASSOFF.DAT
      *          for the term) from the term start to today, or the
      *          term end if sooner, that have no session logged are
      *          listed as missing sessions - either a class that did
      *          not meet or attendance nobody took. A closing summary
      *          gives every section's adviser, members, sessions,
      *          rate and missing sessions. Written to ATTRATE.DAT and
      *          filed on the report spool; can run under NIGHTRUN
      *          from a parameter file (keywords OPERATOR, TERM and
      *          ALERT-PCT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTRATE IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Section assignments (see SECASSGN.CPY) - read by section on
      * the alternate key for each section's members.
           SELECT ASSIGN-IN ASSIGN TO "SECASSGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-STD-NO
               ALTERNATE RECORD KEY IS ASG-SECT-KEY WITH DUPLICATES
               FILE STATUS IS WS-ASG-STATUS.
           SELECT SES-FILE ASSIGN TO "SESSLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SES-KEY
               FILE STATUS IS WS-SES-STATUS.
           SELECT OFFER-FILE ASSIGN TO "CLASSOFF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFR-KEY
               FILE STATUS IS WS-OFR-STATUS.
           SELECT ATT-IN ASSIGN TO "ATTNDNC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATT-STATUS.
           SELECT STUDMAS ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STD-NO
               ALTERNATE RECORD KEY IS SM-STD-NM WITH DUPLICATES
               FILE STATUS IS WS-SM-STATUS.
           SELECT SECT-IN ASSIGN TO "SECTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.
           SELECT RECORD-OUT ASSIGN TO "ATTRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-OUT ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ASSIGN-IN
           LABEL RECORDS ARE STANDARD.
           COPY "SECASSGN.CPY".

       FD  SES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "CLSSESS.CPY".

       FD  OFFER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "CLASSOFF.CPY".

       FD  ATT-IN
           LABEL RECORDS ARE STANDARD.
           COPY "ATTNDNC.CPY".

       FD  STUDMAS
           LABEL RECORDS ARE STANDARD.
           COPY "STUDMAST.CPY".

       FD  SECT-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SECT-LINE-IN.
       01  SECT-LINE-IN PIC X(37).

       FD  RECORD-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC PIC X(90).

       FD  AUDIT-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LINE.
       01  AUDIT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      * Section master record (see SECTMAST.CPY).
       COPY "SECTMAST.CPY".

       01  WS-ASG-STATUS PIC XX VALUE "00".
       01  WS-SES-STATUS PIC XX VALUE "00".
       01  WS-OFR-STATUS PIC XX VALUE "00".
       01  WS-ATT-STATUS PIC XX VALUE "00".
       01  WS-SM-STATUS PIC XX VALUE "00".
       01  WS-SEC-STATUS PIC XX VALUE "00".
       01  WS-ASG-ON PIC X VALUE "N".
       01  WS-SES-ON PIC X VALUE "N".
       01  WS-OFR-ON PIC X VALUE "N".
       01  WS-ATT-ON PIC X VALUE "N".
       01  WS-SM-ON PIC X VALUE "N".
       01  WS-EOF PIC XXX VALUE "NO".

      * The term reported and the alert line.
       01  WS-TERM-LABEL PIC X(13) VALUE SPACES.
       01  WS-TERM-YEAR PIC X(9) VALUE SPACES.
       01  WS-TERM-SEM PIC X VALUE SPACE.
       01  WS-TERM-START PIC X(8) VALUE SPACES.
       01  WS-TERM-END PIC X(8) VALUE SPACES.
       01  WS-TODAY PIC X(8) VALUE SPACES.
       01  WS-WALK-END PIC X(8) VALUE SPACES.
       01  WS-ALERT-PCT PIC 999 VALUE 080.

      * Term calendar look-up by label (see TERMREQ.CPY).
       COPY "TERMREQ.CPY".

      * Sections from SECTMAST.DAT with their results for the
      * closing summary.
       01  WS-SEC-USED PIC 99 VALUE 0.
       01  WS-SEC-TABLE.
           02 WS-SEC-ENTRY OCCURS 50 TIMES.
              03 WS-SE-COURSE PIC X(5).
              03 WS-SE-YR PIC 9.
              03 WS-SE-CODE PIC X(3).
              03 WS-SE-ADVISER PIC X(25).
              03 WS-SE-MEMBERS PIC 999.
              03 WS-SE-SESSIONS PIC 999.
              03 WS-SE-RATE PIC 999V9.
              03 WS-SE-RATED PIC X.
              03 WS-SE-MISSING PIC 999.
              03 WS-SE-TIMETABLE PIC X.
       01  S PIC 99 VALUE 0.

      * The current section's logged session dates, in date order as
      * the log is keyed, and the weekdays its timetable meets
      * (positional M T W H F S as on CLASSOFF.CPY).
       01  WS-SD-USED PIC 999 VALUE 0.
       01  WS-SD-TABLE.
           02 WS-SD-DATE OCCURS 200 TIMES PIC X(8).
       01  D PIC 999 VALUE 0.
       01  WS-MEET-DAYS PIC X(6) VALUE SPACES.
       01  W PIC 9 VALUE 0.
       01  WS-FOUND PIC X VALUE "N".

      * Calendar walk for missing sessions - day numbers from
      * INTEGER-OF-DATE, whose day 1 (1601-01-01) was a Monday, so
      * the remainder by 7 gives 1 = Monday .. 6 = Saturday and
      * 0 = Sunday.
       01  WS-DAY-INT PIC 9(7) VALUE 0.
       01  WS-END-INT PIC 9(7) VALUE 0.
       01  WS-QUOT PIC 9(7) VALUE 0.
       01  WS-WEEKDAY PIC 9 VALUE 0.
       01  WS-WALK-DATE PIC 9(8) VALUE 0.
       01  WS-WALK-X REDEFINES WS-WALK-DATE PIC X(8).

      * One member's figures and the section's running totals.
       01  WS-ABS PIC 999 VALUE 0.
       01  WS-PRESENT PIC 999 VALUE 0.
       01  WS-PCT PIC 999V9 VALUE 0.
       01  WS-SEC-PRESENT PIC 9(6) VALUE 0.
       01  WS-SEC-POSSIBLE PIC 9(6) VALUE 0.
       01  WS-STD-CNT PIC 9(5) VALUE 0.
       01  WS-LOW-CNT PIC 9(5) VALUE 0.
       01  WS-NOSES-CNT PIC 99 VALUE 0.

      * Report spool request block (see SPOOLREQ.CPY).
       COPY "SPOOLREQ.CPY".

      * Standard page handling (see PAGEHDG.CPY).
       COPY "PAGEHDG.CPY".

       01  SEC-HDG.
           02 FILLER PIC X(9) VALUE "SECTION: ".
           02 SH-COURSE PIC X(5).
           02 FILLER PIC X(1) VALUE "-".
           02 SH-YR PIC 9.
           02 FILLER PIC X(1) VALUE "-".
           02 SH-CODE PIC X(3).
           02 FILLER PIC X(12) VALUE "   ADVISER: ".
           02 SH-ADVISER PIC X(25).
       01  SEC-HDG-2.
           02 FILLER PIC X(15) VALUE "SESSIONS HELD: ".
           02 SH-SESSIONS PIC ZZ9.
           02 FILLER PIC X(19) VALUE "   TIMETABLE DAYS: ".
           02 SH-DAYS PIC X(6).
       01  HDG2.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "STUDENT".
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "NAME".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(8) VALUE "ABSENT".
           02 FILLER PIC X(8) VALUE "PRESENT".
           02 FILLER PIC X(8) VALUE "RATE".
       01  DTL-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DTL-STD-NO PIC X(10).
           02 FILLER PIC X(1) VALUE SPACES.
           02 DTL-NAME PIC X(25).
           02 FILLER PIC X(3) VALUE SPACES.
           02 DTL-ABS PIC ZZ9.
           02 FILLER PIC X(5) VALUE SPACES.
           02 DTL-PRESENT PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 DTL-RATE PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 DTL-FLAG PIC X(13).
       01  RATE-EDIT PIC ZZ9.9.
       01  SEC-RATE-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(14) VALUE "SECTION RATE: ".
           02 SR-RATE PIC X(6).
           02 FILLER PIC X(12) VALUE "   MEMBERS: ".
           02 SR-MEMBERS PIC ZZ9.
       01  MISS-HDG.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "MISSING SESSIONS (NO LOG):".
           02 MH-COUNT PIC ZZ9.
       01  MISS-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 MISS-DATE OCCURS 7 TIMES PIC X(11).
       01  M PIC 9 VALUE 0.
       01  NO-TT-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(39) VALUE
              "NO TIMETABLE ON CLASSOFF.DAT FOR THIS T".
           02 FILLER PIC X(34) VALUE
              "ERM - MISSING SESSIONS NOT CHECKED".
       01  NO-MEM-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(36) VALUE
              "NO STUDENTS ASSIGNED (SEE SECTASGN)".

      * Closing summary lines.
       01  SUM-HDG.
           02 FILLER PIC X(29) VALUE "SUMMARY BY SECTION".
       01  SUM-HDG-2.
           02 FILLER PIC X(12) VALUE "SECTION".
           02 FILLER PIC X(26) VALUE "ADVISER".
           02 FILLER PIC X(8) VALUE "MEMBERS".
           02 FILLER PIC X(9) VALUE "SESSIONS".
           02 FILLER PIC X(8) VALUE "RATE".
           02 FILLER PIC X(8) VALUE "MISSING".
       01  SUM-LINE.
           02 SL-COURSE PIC X(5).
           02 FILLER PIC X(1) VALUE "-".
           02 SL-YR PIC 9.
           02 FILLER PIC X(1) VALUE "-".
           02 SL-CODE PIC X(3).
           02 FILLER PIC X(1) VALUE SPACES.
           02 SL-ADVISER PIC X(25).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SL-MEMBERS PIC ZZ9.
           02 FILLER PIC X(5) VALUE SPACES.
           02 SL-SESSIONS PIC ZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 SL-RATE PIC X(6).
           02 FILLER PIC X(3) VALUE SPACES.
           02 SL-MISSING PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SL-NOTE PIC X(18).
       01  SUM-TOT-LINE.
           02 FILLER PIC X(18) VALUE "STUDENTS LISTED:  ".
           02 ST-STUDENTS PIC ZZZZ9.
           02 FILLER PIC X(17) VALUE "   BELOW ALERT:  ".
           02 ST-LOW PIC ZZZZ9.
           02 FILLER PIC X(7) VALUE "  (<  ".
           02 ST-ALERT PIC ZZ9.
           02 FILLER PIC X(2) VALUE "%)".
       01  SUM-NOSES-LINE.
           02 FILLER PIC X(32) VALUE
              "SECTIONS WITH NO SESSION LOGGED:".
           02 SN-COUNT PIC ZZ9.

      * Run-log bookkeeping (see AUDITLOG.CPY).
       COPY "AUDITLOG.CPY".

      * This branch's code (see BRANCHCD.CPY).
       COPY "BRANCHCD.CPY".

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
       01  WS-OUTCOME PIC X(20) VALUE "COMPLETED".

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
           IF WS-OUTCOME = "COMPLETED"
               PERFORM LOAD-SECTIONS-RTN
           END-IF.
           IF WS-OUTCOME = "COMPLETED"
               PERFORM OPEN-FILES-RTN
           END-IF.
           IF WS-OUTCOME = "COMPLETED"
               PERFORM REPORT-RTN
           END-IF.
           PERFORM CLOSE-FILES-RTN.
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

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
           DISPLAY "TERM LABEL (E.G. 2025-2026/1): ".
           ACCEPT WS-TERM-LABEL.
           DISPLAY "FLAG ATTENDANCE BELOW PERCENT (E.G. 080): ".
           ACCEPT WS-ALERT-PCT.

       PARM-ANSWERS-RTN.
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
           MOVE "ALERT-PCT" TO PRQ-KEY.
           PERFORM GET-PARM-RTN.
           IF PRQ-REPLY = "Y"
               IF PRQ-NUM-OK = "Y" AND PRQ-NUM-DEC = 0
                   AND PRQ-NUM > 0 AND PRQ-NUM <= 100
                   MOVE PRQ-NUM TO WS-ALERT-PCT
               ELSE
                   PERFORM BAD-PARM-RTN
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

       GET-TERM-RTN.
      * The term's dates bound the sessions and absences counted;
      * its year and semester find the timetable.
           MOVE "LABL" TO TKQ-FUNC.
           MOVE WS-TERM-LABEL TO TKQ-LABEL.
           CALL "TERMCHK" USING TERM-CHK-REQ.
           IF TKQ-REPLY = "Y"
               MOVE TKQ-LABEL TO WS-TERM-LABEL
               MOVE TKQ-SCH-YEAR TO WS-TERM-YEAR
               MOVE TKQ-SEMESTER TO WS-TERM-SEM
               MOVE TKQ-START-DATE TO WS-TERM-START
               MOVE TKQ-END-DATE TO WS-TERM-END
           ELSE
               DISPLAY "NOT A TERM ON THE CALENDAR - " WS-TERM-LABEL
               MOVE "ABORTED-BAD-TERM" TO WS-OUTCOME
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           MOVE WS-CUR-DATE(1:8) TO WS-TODAY.
           IF WS-TERM-END < WS-TODAY
               MOVE WS-TERM-END TO WS-WALK-END
           ELSE
               MOVE WS-TODAY TO WS-WALK-END
           END-IF.

       LOAD-SECTIONS-RTN.
           MOVE 0 TO WS-SEC-USED.
           OPEN INPUT SECT-IN.
           IF WS-SEC-STATUS NOT = "00"
               DISPLAY "SECTMAST.DAT NOT FOUND - RUN SECTASGN FIRST"
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           ELSE
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ SECT-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE SECT-LINE-IN TO SECTION-REC
                           IF SEC-COURSE NOT = SPACES
                               AND WS-SEC-USED < 50
                               ADD 1 TO WS-SEC-USED
                               MOVE SEC-COURSE
                                   TO WS-SE-COURSE(WS-SEC-USED)
                               MOVE SEC-YR-LEVEL
                                   TO WS-SE-YR(WS-SEC-USED)
                               MOVE SEC-CODE
                                   TO WS-SE-CODE(WS-SEC-USED)
                               MOVE SEC-ADVISER
                                   TO WS-SE-ADVISER(WS-SEC-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECT-IN
           END-IF.

       OPEN-FILES-RTN.
      * Assignments and the session log are the report; with no
      * timetable or absences on file it still runs, showing what
      * it could not check.
           OPEN INPUT ASSIGN-IN.
           IF WS-ASG-STATUS = "00"
               MOVE "Y" TO WS-ASG-ON
           ELSE
               DISPLAY "SECASSGN.DAT NOT FOUND - RUN SECTASGN FIRST"
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           END-IF.
           OPEN INPUT SES-FILE.
           IF WS-SES-STATUS = "00"
               MOVE "Y" TO WS-SES-ON
           ELSE
               DISPLAY "SESSLOG.DAT NOT FOUND - NO SESSIONS TAKEN IN"
                   " ATTEND YET"
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           END-IF.
           OPEN INPUT OFFER-FILE.
           IF WS-OFR-STATUS = "00"
               MOVE "Y" TO WS-OFR-ON
           END-IF.
           OPEN INPUT ATT-IN.
           IF WS-ATT-STATUS = "00"
               MOVE "Y" TO WS-ATT-ON
           END-IF.
           OPEN INPUT STUDMAS.
           IF WS-SM-STATUS = "00"
               MOVE "Y" TO WS-SM-ON
           END-IF.

       CLOSE-FILES-RTN.
           IF WS-ASG-ON = "Y"
               CLOSE ASSIGN-IN
           END-IF.
           IF WS-SES-ON = "Y"
               CLOSE SES-FILE
           END-IF.
           IF WS-OFR-ON = "Y"
               CLOSE OFFER-FILE
           END-IF.
           IF WS-ATT-ON = "Y"
               CLOSE ATT-IN
           END-IF.
           IF WS-SM-ON = "Y"
               CLOSE STUDMAS
           END-IF.

       REPORT-RTN.
           OPEN OUTPUT RECORD-OUT.
           MOVE "ATTENDANCE RATES BY SECTION" TO PG-TITLE.
           MOVE WS-TERM-LABEL TO PG-TERM.
           MOVE FUNCTION CURRENT-DATE TO PG-CURDATE.
           STRING PG-CURDATE(1:4) "-" PG-CURDATE(5:2) "-"
                  PG-CURDATE(7:2) " " PG-CURDATE(9:2) ":"
                  PG-CURDATE(11:2) ":" PG-CURDATE(13:2)
               DELIMITED BY SIZE INTO PG-RUN-STAMP.
           PERFORM NEW-PAGE-RTN.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SEC-USED
               PERFORM SECTION-RTN
           END-PERFORM.
           PERFORM SUMMARY-RTN.
           MOVE WS-STD-CNT TO PG-END-CNT.
           WRITE PRINT-REC FROM PG-END-LINE AFTER 2 LINES.
           CLOSE RECORD-OUT.
           PERFORM SPOOL-RTN.
           DISPLAY "ATTENDANCE RATES IN ATTRATE.DAT - " WS-LOW-CNT
               " STUDENT(S) BELOW " WS-ALERT-PCT "%".

       SECTION-RTN.
           PERFORM LOAD-SESSIONS-RTN.
           PERFORM LOAD-TIMETABLE-RTN.
           MOVE WS-SD-USED TO WS-SE-SESSIONS(S).
           MOVE 0 TO WS-SE-MEMBERS(S) WS-SE-MISSING(S).
           MOVE 0 TO WS-SEC-PRESENT WS-SEC-POSSIBLE.
           MOVE WS-SE-COURSE(S) TO SH-COURSE.
           MOVE WS-SE-YR(S) TO SH-YR.
           MOVE WS-SE-CODE(S) TO SH-CODE.
           MOVE WS-SE-ADVISER(S) TO SH-ADVISER.
           MOVE WS-SD-USED TO SH-SESSIONS.
           IF WS-SE-TIMETABLE(S) = "Y"
               MOVE WS-MEET-DAYS TO SH-DAYS
           ELSE
               MOVE "NONE" TO SH-DAYS
           END-IF.
           IF PG-LINE-CNT > PG-LINES-PER-PAGE - 8
               PERFORM NEW-PAGE-RTN
           END-IF.
           WRITE PRINT-REC FROM SEC-HDG AFTER 2 LINES.
           WRITE PRINT-REC FROM SEC-HDG-2 AFTER 1 LINE.
           WRITE PRINT-REC FROM HDG2 AFTER 1 LINE.
           ADD 4 TO PG-LINE-CNT.
           PERFORM MEMBERS-RTN.
           IF WS-SE-MEMBERS(S) = 0
               PERFORM PAGE-CHECK-RTN
               WRITE PRINT-REC FROM NO-MEM-LINE AFTER 1 LINE
               ADD 1 TO PG-LINE-CNT
           END-IF.
      * Section rate = sessions attended over sessions possible,
      * across every member.
           IF WS-SEC-POSSIBLE > 0
               COMPUTE WS-SE-RATE(S) ROUNDED =
                   WS-SEC-PRESENT * 100 / WS-SEC-POSSIBLE
               MOVE "Y" TO WS-SE-RATED(S)
               MOVE WS-SE-RATE(S) TO RATE-EDIT
               MOVE RATE-EDIT TO SR-RATE
           ELSE
               MOVE 0 TO WS-SE-RATE(S)
               MOVE "N" TO WS-SE-RATED(S)
               MOVE "  N/A" TO SR-RATE
           END-IF.
           MOVE WS-SE-MEMBERS(S) TO SR-MEMBERS.
           PERFORM PAGE-CHECK-RTN.
           WRITE PRINT-REC FROM SEC-RATE-LINE AFTER 2 LINES.
           ADD 2 TO PG-LINE-CNT.
           IF WS-SE-TIMETABLE(S) = "Y"
               PERFORM MISSING-RTN
           ELSE
               PERFORM PAGE-CHECK-RTN
               WRITE PRINT-REC FROM NO-TT-LINE AFTER 1 LINE
               ADD 1 TO PG-LINE-CNT
           END-IF.

       LOAD-SESSIONS-RTN.
      * The section's log entries from the term start on, in date
      * order, up to the term end.
           MOVE 0 TO WS-SD-USED.
           MOVE WS-SE-COURSE(S) TO SES-COURSE.
           MOVE WS-SE-YR(S) TO SES-YR-LEVEL.
           MOVE WS-SE-CODE(S) TO SES-SECTION.
           MOVE WS-TERM-START TO SES-DATE.
           MOVE "NO" TO WS-EOF.
           START SES-FILE KEY IS NOT < SES-KEY
               INVALID KEY MOVE "YES" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "YES"
               READ SES-FILE NEXT RECORD
                   AT END MOVE "YES" TO WS-EOF
                   NOT AT END
                       IF SES-COURSE NOT = WS-SE-COURSE(S)
                           OR SES-YR-LEVEL NOT = WS-SE-YR(S)
                           OR SES-SECTION NOT = WS-SE-CODE(S)
                           OR SES-DATE > WS-TERM-END
                           MOVE "YES" TO WS-EOF
                       ELSE
                           IF WS-SD-USED < 200
                               ADD 1 TO WS-SD-USED
                               MOVE SES-DATE TO WS-SD-DATE(WS-SD-USED)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-TIMETABLE-RTN.
      * Every day any of the section's subjects meets this term.
           MOVE "------" TO WS-MEET-DAYS.
           MOVE "N" TO WS-SE-TIMETABLE(S).
           IF WS-OFR-ON = "Y"
               MOVE SPACES TO OFR-KEY
               MOVE WS-TERM-YEAR TO OFR-SCH-YEAR
               MOVE WS-TERM-SEM TO OFR-SEMESTER
               MOVE WS-SE-COURSE(S) TO OFR-COURSE
               MOVE WS-SE-YR(S) TO OFR-YR-LEVEL
               MOVE WS-SE-CODE(S) TO OFR-SEC-CODE
               MOVE "NO" TO WS-EOF
               START OFFER-FILE KEY IS NOT < OFR-KEY
                   INVALID KEY MOVE "YES" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "YES"
                   READ OFFER-FILE NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END PERFORM TIMETABLE-DAYS-RTN
                   END-READ
               END-PERFORM
           END-IF.

       TIMETABLE-DAYS-RTN.
           IF OFR-SCH-YEAR NOT = WS-TERM-YEAR
               OR OFR-SEMESTER NOT = WS-TERM-SEM
               OR OFR-COURSE NOT = WS-SE-COURSE(S)
               OR OFR-YR-LEVEL NOT = WS-SE-YR(S)
               OR OFR-SEC-CODE NOT = WS-SE-CODE(S)
               MOVE "YES" TO WS-EOF
           ELSE
               MOVE "Y" TO WS-SE-TIMETABLE(S)
               PERFORM VARYING W FROM 1 BY 1 UNTIL W > 6
                   IF OFR-DAYS(W:1) NOT = "-"
                       AND OFR-DAYS(W:1) NOT = SPACE
                       MOVE OFR-DAYS(W:1) TO WS-MEET-DAYS(W:1)
                   END-IF
               END-PERFORM
           END-IF.

       MEMBERS-RTN.
      * Everyone assigned to the section, on the alternate key.
           MOVE WS-SE-COURSE(S) TO ASG-COURSE.
           MOVE WS-SE-YR(S) TO ASG-YR-LEVEL.
           MOVE WS-SE-CODE(S) TO ASG-SECTION.
           MOVE "NO" TO WS-EOF.
           START ASSIGN-IN KEY IS = ASG-SECT-KEY
               INVALID KEY MOVE "YES" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "YES"
               READ ASSIGN-IN NEXT RECORD
                   AT END MOVE "YES" TO WS-EOF
                   NOT AT END
                       IF ASG-COURSE NOT = WS-SE-COURSE(S)
                           OR ASG-YR-LEVEL NOT = WS-SE-YR(S)
                           OR ASG-SECTION NOT = WS-SE-CODE(S)
                           MOVE "YES" TO WS-EOF
                       ELSE
                           PERFORM MEMBER-LINE-RTN
                       END-IF
               END-READ
           END-PERFORM.

       MEMBER-LINE-RTN.
           ADD 1 TO WS-SE-MEMBERS(S).
           ADD 1 TO WS-STD-CNT.
           MOVE ASG-STD-NO TO DTL-STD-NO.
           MOVE "(NOT ON STUDENT MASTER)" TO DTL-NAME.
           MOVE SPACES TO DTL-FLAG.
           MOVE "Y" TO WS-FOUND.
           IF WS-SM-ON = "Y"
               MOVE ASG-STD-NO TO SM-STD-NO
               READ STUDMAS
                   INVALID KEY MOVE "N" TO WS-FOUND
               END-READ
           ELSE
               MOVE "N" TO WS-FOUND
           END-IF.
           IF WS-FOUND = "Y"
               MOVE SM-STD-NM TO DTL-NAME
           END-IF.
           PERFORM COUNT-ABSENCES-RTN.
      * Absences from before sessions were logged can exceed the
      * sessions on file - present never goes below zero.
           IF WS-ABS > WS-SD-USED
               MOVE 0 TO WS-PRESENT
           ELSE
               COMPUTE WS-PRESENT = WS-SD-USED - WS-ABS
           END-IF.
           MOVE WS-ABS TO DTL-ABS.
           MOVE WS-PRESENT TO DTL-PRESENT.
      * A withdrawn student stays listed but out of the section's
      * rate and the alert count.
           IF WS-FOUND = "Y" AND SM-WITHDRAWN
               MOVE "WITHDRAWN" TO DTL-FLAG
           END-IF.
           IF WS-SD-USED = 0
               MOVE "  N/A" TO DTL-RATE
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   WS-PRESENT * 100 / WS-SD-USED
               MOVE WS-PCT TO RATE-EDIT
               MOVE RATE-EDIT TO DTL-RATE
               IF DTL-FLAG = SPACES
                   ADD WS-PRESENT TO WS-SEC-PRESENT
                   ADD WS-SD-USED TO WS-SEC-POSSIBLE
                   IF WS-PCT < WS-ALERT-PCT
                       MOVE "*** LOW" TO DTL-FLAG
                       ADD 1 TO WS-LOW-CNT
                   END-IF
               END-IF
           END-IF.
           PERFORM PAGE-CHECK-RTN.
           WRITE PRINT-REC FROM DTL-LINE AFTER 1 LINE.
           ADD 1 TO PG-LINE-CNT.

       COUNT-ABSENCES-RTN.
      * The student's absences dated inside the term.
           MOVE 0 TO WS-ABS.
           IF WS-ATT-ON = "Y"
               MOVE ASG-STD-NO TO ATT-STD-NO
               MOVE WS-TERM-START TO ATT-DATE
               MOVE "N" TO WS-FOUND
               START ATT-IN KEY IS NOT < ATT-KEY
                   INVALID KEY MOVE "Y" TO WS-FOUND
               END-START
               PERFORM UNTIL WS-FOUND = "Y"
                   READ ATT-IN NEXT RECORD
                       AT END MOVE "Y" TO WS-FOUND
                       NOT AT END
                           IF ATT-STD-NO NOT = ASG-STD-NO
                               OR ATT-DATE > WS-TERM-END
                               MOVE "Y" TO WS-FOUND
                           ELSE
                               ADD 1 TO WS-ABS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       MISSING-RTN.
      * Walk the calendar from the term start to today (or the term
      * end) and list each timetable day with no session logged.
           MOVE 0 TO M.
           MOVE SPACES TO MISS-LINE.
           IF WS-TERM-START NOT > WS-WALK-END
               MOVE WS-TERM-START TO WS-WALK-X
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WALK-DATE)
               MOVE WS-WALK-END TO WS-WALK-X
               COMPUTE WS-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WALK-DATE)
               PERFORM UNTIL WS-DAY-INT > WS-END-INT
                   PERFORM CHECK-DAY-RTN
                   ADD 1 TO WS-DAY-INT
               END-PERFORM
           END-IF.
           MOVE WS-SE-MISSING(S) TO MH-COUNT.
           PERFORM PAGE-CHECK-RTN.
           WRITE PRINT-REC FROM MISS-HDG AFTER 1 LINE.
           ADD 1 TO PG-LINE-CNT.
           IF M > 0
               PERFORM MISS-FLUSH-RTN
           END-IF.

       CHECK-DAY-RTN.
           DIVIDE WS-DAY-INT BY 7 GIVING WS-QUOT
               REMAINDER WS-WEEKDAY.
           IF WS-WEEKDAY > 0
               IF WS-MEET-DAYS(WS-WEEKDAY:1) NOT = "-"
                   COMPUTE WS-WALK-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                   MOVE "N" TO WS-FOUND
                   PERFORM VARYING D FROM 1 BY 1
                       UNTIL D > WS-SD-USED OR WS-FOUND = "Y"
                       IF WS-SD-DATE(D) = WS-WALK-X
                           MOVE "Y" TO WS-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-FOUND = "N"
                       PERFORM MISS-DATE-RTN
                   END-IF
               END-IF
           END-IF.

       MISS-DATE-RTN.
           ADD 1 TO WS-SE-MISSING(S).
           IF M = 7
               PERFORM MISS-FLUSH-RTN
           END-IF.
           ADD 1 TO M.
           STRING WS-WALK-X(1:4) "-" WS-WALK-X(5:2) "-"
                  WS-WALK-X(7:2)
               DELIMITED BY SIZE INTO MISS-DATE(M).

       MISS-FLUSH-RTN.
           PERFORM PAGE-CHECK-RTN.
           WRITE PRINT-REC FROM MISS-LINE AFTER 1 LINE.
           ADD 1 TO PG-LINE-CNT.
           MOVE SPACES TO MISS-LINE.
           MOVE 0 TO M.

       SUMMARY-RTN.
      * One line per section; sections with no session logged at all
      * are called out - nobody is taking their attendance.
           PERFORM NEW-PAGE-RTN.
           WRITE PRINT-REC FROM SUM-HDG AFTER 2 LINES.
           WRITE PRINT-REC FROM SUM-HDG-2 AFTER 2 LINES.
           ADD 4 TO PG-LINE-CNT.
           MOVE 0 TO WS-NOSES-CNT.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SEC-USED
               MOVE WS-SE-COURSE(S) TO SL-COURSE
               MOVE WS-SE-YR(S) TO SL-YR
               MOVE WS-SE-CODE(S) TO SL-CODE
               MOVE WS-SE-ADVISER(S) TO SL-ADVISER
               MOVE WS-SE-MEMBERS(S) TO SL-MEMBERS
               MOVE WS-SE-SESSIONS(S) TO SL-SESSIONS
               IF WS-SE-RATED(S) = "Y"
                   MOVE WS-SE-RATE(S) TO RATE-EDIT
                   MOVE RATE-EDIT TO SL-RATE
               ELSE
                   MOVE "  N/A" TO SL-RATE
               END-IF
               IF WS-SE-TIMETABLE(S) = "Y"
                   MOVE WS-SE-MISSING(S) TO MH-COUNT
                   MOVE MH-COUNT TO SL-MISSING
               ELSE
                   MOVE " N/A" TO SL-MISSING
               END-IF
               MOVE SPACES TO SL-NOTE
               IF WS-SE-SESSIONS(S) = 0
                   MOVE "NO SESSIONS LOGGED" TO SL-NOTE
                   ADD 1 TO WS-NOSES-CNT
               END-IF
               PERFORM PAGE-CHECK-RTN
               WRITE PRINT-REC FROM SUM-LINE AFTER 1 LINE
               ADD 1 TO PG-LINE-CNT
           END-PERFORM.
           MOVE WS-STD-CNT TO ST-STUDENTS.
           MOVE WS-LOW-CNT TO ST-LOW.
           MOVE WS-ALERT-PCT TO ST-ALERT.
           WRITE PRINT-REC FROM SUM-TOT-LINE AFTER 2 LINES.
           MOVE WS-NOSES-CNT TO SN-COUNT.
           WRITE PRINT-REC FROM SUM-NOSES-LINE AFTER 1 LINE.

       NEW-PAGE-RTN.
      * Standard page header (see PAGEHDG.CPY).
           ADD 1 TO PG-PAGE-NO.
           MOVE PG-PAGE-NO TO PG-PAGE-OUT.
           IF PG-PAGE-NO = 1
               WRITE PRINT-REC FROM PG-HDG-SCHOOL BEFORE 1 LINE
           ELSE
               WRITE PRINT-REC FROM PG-HDG-SCHOOL AFTER PAGE
           END-IF.
           WRITE PRINT-REC FROM PG-HDG-TITLE AFTER 1 LINE.
           WRITE PRINT-REC FROM PG-HDG-RUN AFTER 1 LINE.
           MOVE 3 TO PG-LINE-CNT.

       PAGE-CHECK-RTN.
           IF PG-LINE-CNT >= PG-LINES-PER-PAGE
               PERFORM NEW-PAGE-RTN
           END-IF.

       SPOOL-RTN.
      * File the just-written report on the spool (see SPOOLSAV).
           MOVE "ATTRATE" TO SPQ-PROGRAM.
           MOVE "ATTRATE.DAT" TO SPQ-REPORT-FILE.
           MOVE WS-TERM-LABEL TO SPQ-TERM.
           MOVE WS-OPERATOR TO SPQ-OPERATOR.
           MOVE PG-RUN-STAMP TO SPQ-STAMP.
           CALL "SPOOLSAV" USING SPOOL-REQ.
           IF SPQ-REPLY = "Y"
               DISPLAY "REPORT SPOOLED AS " SPQ-MEMBER
           END-IF.

       WRITE-AUDIT-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           MOVE WS-BRANCH-CODE TO ALR-BRANCH.
           MOVE "ATTRATE" TO ALR-PROGRAM.
           STRING WS-CUR-DATE(1:4) "-" WS-CUR-DATE(5:2) "-"
                  WS-CUR-DATE(7:2) " " WS-CUR-DATE(9:2) ":"
                  WS-CUR-DATE(11:2) ":" WS-CUR-DATE(13:2)
               DELIMITED BY SIZE INTO ALR-DATETIME.
           MOVE WS-OPERATOR TO ALR-OPERATOR.
           MOVE WS-OUTCOME TO ALR-OUTCOME.
           MOVE WS-OUTCOME TO JPM-OUTCOME.
           MOVE AUDIT-LOG-REC TO AUDIT-LINE.
           OPEN EXTEND AUDIT-OUT.
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDIT-OUT
           END-IF.
           WRITE AUDIT-LINE.
           CLOSE AUDIT-OUT.
